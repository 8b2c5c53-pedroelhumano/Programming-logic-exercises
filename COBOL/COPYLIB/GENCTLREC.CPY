000010******************************************************************
000020* GENCTLREC.CPY
000030* Record layout for the GENCTL run generation index - one record
000040* per run-id held on the GENSTORE generation store, written when
000050* the nightly driver saves the run's work files.  It carries when
000060* the generation was saved and how many records each kept file
000070* contributed, so a rebuild can tell an empty file from one that
000080* was never saved, and the purge step knows which run-ids exist
000090* without scanning the store.  The file slots are always filled
000100* in the same order: TRANSOK, TRANSRJ, POSTOUT, SUSPENSE, GLINTF,
000105* NSFRTN.
000110*-----------------------------------------------------------------
000120* Maintenance History
000130* DATE       BY   DESCRIPTION
000140* 2026-10-15 JCM  Initial copybook.
000150******************************************************************
000160 01  GENCTL-RECORD.
000170     05  GENCTL-RUN-ID               PIC X(08).
000180     05  GENCTL-RUN-TYPE             PIC X(01).
000190     05  GENCTL-SAVED-DATE           PIC 9(08).
000200     05  GENCTL-SAVED-TIME           PIC 9(06).
000210     05  GENCTL-FILE-ENTRY           OCCURS 6 TIMES.
000220         10  GENCTL-FILE-ID          PIC X(08).
000230         10  GENCTL-RECORD-COUNT     PIC 9(07).
000240     05  FILLER                      PIC X(07).
