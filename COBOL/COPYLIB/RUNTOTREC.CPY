000149*                 side input - so adjustment volume shows on the
000150*                 control-total page next to original and
000151*                 recycled volume.
000152* 2026-10-15 JCM  Added the month-end charge count (TRANSCHG).
000153* 2026-10-15 JCM  Added the NSF count; record grows to 140 bytes.
000154* 2026-10-15 JCM  Added the TRANSIN batch taken/sent-back counts.
000155* 2026-10-15 JCM  Added the warehoused and released item counts.
000156* 2026-10-15 JCM  Added the duplicate count; the FILLER shrinks
000157*                 from 13 to 6 bytes.
000158******************************************************************
000159 01  RUNTOT-RECORD.
000160     05  RUNTOT-RUN-ID               PIC X(08).
000170     05  RUNTOT-READ-COUNT           PIC 9(07).
000180     05  RUNTOT-ACCEPTED-COUNT       PIC 9(07).
000216     05  RUNTOT-RECYCLED-COUNT       PIC 9(07).
000218     05  RUNTOT-RECYCLE-AGED-COUNT   PIC 9(07).
000219     05  RUNTOT-ADJUSTMENT-COUNT     PIC 9(07).
000220     05  RUNTOT-CHARGE-COUNT         PIC 9(07).
000230     05  RUNTOT-NSF-COUNT            PIC 9(07).
000240     05  RUNTOT-BATCH-ACCEPTED-COUNT PIC 9(07).
000250     05  RUNTOT-BATCH-REJECTED-COUNT PIC 9(07).
000260     05  RUNTOT-BATCH-RJ-ITEM-COUNT  PIC 9(07).
000270     05  RUNTOT-WAREHOUSED-COUNT     PIC 9(07).
000280     05  RUNTOT-RELEASED-COUNT       PIC 9(07).
000290     05  RUNTOT-DUPLICATE-COUNT      PIC 9(07).
000300     05  FILLER                      PIC X(06).
