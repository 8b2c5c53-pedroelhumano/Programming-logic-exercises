000130* Maintenance History
000140* DATE       BY   DESCRIPTION
000150* 2026-09-02 JCM  Initial copybook.
000152* 2026-10-15 JCM  Added the overdraft-limit change action; the
000154*                 row carries the new limit in ACTAUD-AMOUNT.
000160******************************************************************
000170 01  ACTAUD-RECORD.
000180     05  ACTAUD-TIMESTAMP.
000260         88  ACTAUD-NAME-CHANGE          VALUE "N".
000270         88  ACTAUD-STATUS-CHANGE        VALUE "S".
000280         88  ACTAUD-ADJUSTMENT           VALUE "B".
000285         88  ACTAUD-LIMIT-CHANGE         VALUE "L".
000290     05  ACTAUD-TRANS-CODE           PIC X(02).
000300     05  ACTAUD-AMOUNT               PIC 9(09)V99.
000310     05  ACTAUD-NEW-STATUS           PIC X(01).
