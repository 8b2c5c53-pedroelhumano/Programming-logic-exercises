000080* Maintenance History
000090* DATE       BY   DESCRIPTION
000100* 2026-08-08 JCM  Initial copybook.
000102* 2026-10-15 JCM  With TRANSIN arriving in per-source batches,
000104*                 the expected count is the number of transaction
000106*                 items across all batches - batch header and
000108*                 trailer records are not counted.
000110******************************************************************
000120 01  CTLCNT-RECORD.
000130     05  CTLCNT-RUN-ID               PIC X(08).
