000150*                 that TXNEDIT is the real edit step.  The X
000160*                 REDEFINES views exist so the edit can test
000170*                 numeric fields before trusting them.
000171* 2026-10-15 JCM  Added the month-end charge codes - "SC" service
000172*                 charge and "OD" overdraft interest post as
000173*                 debits, "IN" credit interest posts as a credit.
000174*                 TRANS-SYSTEM-CHARGE marks the three codes only
000175*                 the month-end charge step may originate.
000176* 2026-10-15 JCM  Added TRANS-NSF-ELIGIBLE - the customer debit
000177*                 the posting step checks against the account's
000178*                 overdraft limit.  The bank's own charges post
000179*                 regardless of the limit.
000180******************************************************************
000190 01  TRANS-RECORD.
000200     05  TRANS-CODE                  PIC X(02).
000205         88  TRANS-DEBIT                 VALUE "DB" "SC" "OD".
000210         88  TRANS-CREDIT                VALUE "CR" "IN".
000215         88  TRANS-SYSTEM-CHARGE         VALUE "SC" "OD" "IN".
000220         88  TRANS-NSF-ELIGIBLE          VALUE "DB".
000230     05  TRANS-ACCOUNT-NUMBER        PIC X(08).
000240     05  TRANS-AMOUNT                PIC 9(09)V99.
000250     05  TRANS-AMOUNT-X              REDEFINES TRANS-AMOUNT
