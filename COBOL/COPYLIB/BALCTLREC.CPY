000130* Maintenance History
000140* DATE       BY   DESCRIPTION
000150* 2026-09-02 JCM  Initial copybook.
000151* 2026-10-15 JCM  Added the run backout row.  The backout utility
000152*                 records its reversal movement under the key
000153*                 "BK" plus the last six characters of the run-id
000154*                 it backed out, which BALCTL-BACKOUT-OF-RUN-ID
000155*                 names - master position before and after, and
000156*                 reversal debits and credits.  The balance proof
000157*                 adds the movement of every backout row stamped
000158*                 after the prior night's row into its opening
000159*                 position.
000160******************************************************************
000170 01  BALCTL-RECORD.
000180     05  BALCTL-RUN-ID               PIC X(08).
000270         88  BALCTL-BALANCED             VALUE "B".
000280         88  BALCTL-MISMATCH             VALUE "M".
000290         88  BALCTL-BASELINE             VALUE "F".
000300     05  BALCTL-BACKOUT-OF-RUN-ID    PIC X(08).
000310     05  FILLER                      PIC X(04).
