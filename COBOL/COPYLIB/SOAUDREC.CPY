000010******************************************************************
000020* SOAUDREC.CPY
000030* Audit record written to the SOAUDIT file by the standing-order
000040* maintenance console - one row per console action (add, amount
000050* change, end-date change, status change), carrying who did it,
000060* who supervised it, and the order's new amount, end date and
000070* status after the action.
000080*-----------------------------------------------------------------
000090* Maintenance History
000100* DATE       BY   DESCRIPTION
000110* 2026-10-15 JCM  Initial copybook.
000120******************************************************************
000130 01  SOAUD-RECORD.
000140     05  SOAUD-TIMESTAMP.
000150         10  SOAUD-DATE              PIC 9(08).
000160         10  SOAUD-TIME              PIC 9(06).
000170     05  SOAUD-OPERATOR-ID           PIC X(08).
000180     05  SOAUD-SUPERVISOR-ID         PIC X(08).
000190     05  SOAUD-ORDER-ID              PIC X(08).
000200     05  SOAUD-ACTION                PIC X(01).
000210         88  SOAUD-ADD                   VALUE "A".
000220         88  SOAUD-AMOUNT-CHANGE         VALUE "M".
000230         88  SOAUD-END-DATE-CHANGE       VALUE "E".
000240         88  SOAUD-STATUS-CHANGE         VALUE "S".
000250     05  SOAUD-AMOUNT                PIC 9(09)V99.
000260     05  SOAUD-END-DATE              PIC 9(08).
000270     05  SOAUD-NEW-STATUS            PIC X(01).
000280     05  FILLER                      PIC X(21).
