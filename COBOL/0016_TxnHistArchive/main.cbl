000210* Maintenance History
000220* DATE       BY   DESCRIPTION
000230* 2026-09-02 JCM  Initial version.
000231* 2026-10-15 JCM  Archive record widened to 89 bytes with the
000232*                 TXHISTREC backout entry fields.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. TXHARCH.
000430 FD  TXN-HISTORY-FILE.
000440     COPY TXHISTREC.
000450 FD  ARCHIVE-FILE.
000460 01  ARCHIVE-RECORD              PIC X(89).
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-TXHIST-STATUS            PIC X(02).
