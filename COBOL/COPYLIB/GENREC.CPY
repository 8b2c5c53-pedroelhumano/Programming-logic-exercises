000010******************************************************************
000020* GENREC.CPY
000030* Record layout for the GENSTORE run generation store - one record
000040* per record of a nightly work file kept under the run-id that
000050* produced it, so a past night's files can be read back after the
000060* live copies have been overwritten.  The key is the run-id, the
000070* file the record came from, and its position in that file; the
000080* record image is held as read, padded with spaces to the widest
000090* of the kept files (NSFRTN, 130 bytes).
000100*-----------------------------------------------------------------
000110* Maintenance History
000120* DATE       BY   DESCRIPTION
000130* 2026-10-15 JCM  Initial copybook.
000140******************************************************************
000150 01  GEN-RECORD.
000160     05  GEN-KEY.
000170         10  GEN-RUN-ID              PIC X(08).
000180         10  GEN-FILE-ID             PIC X(08).
000190             88  GEN-FILE-TRANSOK        VALUE "TRANSOK ".
000200             88  GEN-FILE-TRANSRJ        VALUE "TRANSRJ ".
000210             88  GEN-FILE-POSTOUT        VALUE "POSTOUT ".
000220             88  GEN-FILE-SUSPENSE       VALUE "SUSPENSE".
000230             88  GEN-FILE-GLINTF         VALUE "GLINTF  ".
000237             88  GEN-FILE-NSFRTN         VALUE "NSFRTN  ".
000245         10  GEN-RECORD-SEQ          PIC 9(07).
000252     05  GEN-DATA                    PIC X(130).
000260     05  FILLER                      PIC X(07).
