000010******************************************************************
000020* STORDREC.CPY
000030* Record layout for the SOMST standing-order master - one record
000040* per standing order, keyed on the order id.  An order moves the
000050* same amount from its debit account to its credit account on
000060* every due date between its start date and its end date (zero
000070* end date = open-ended) while its status is active:
000080*   W - weekly, every seventh day counted from the start date;
000090*   M - monthly, on the day of the month of the start date;
000100*   D - day-of-month, on SO-DUE-DAY of every month.
000110* A monthly or day-of-month order whose day falls past the end of
000120* a short month is due on the last day of that month instead.
000130* The generation step stamps the last due date it handled and the
000140* outcome (generated / failed) so a re-run never generates twice.
000142* An order reissued after its run was backed out is stamped with
000144* the backout id rather than the run-id.
000150*-----------------------------------------------------------------
000160* Maintenance History
000170* DATE       BY   DESCRIPTION
000180* 2026-10-15 JCM  Initial copybook.
000190******************************************************************
000200 01  SO-RECORD.
000210     05  SO-ORDER-ID                 PIC X(08).
000220     05  SO-DEBIT-ACCOUNT            PIC X(08).
000230     05  SO-CREDIT-ACCOUNT           PIC X(08).
000240     05  SO-AMOUNT                   PIC 9(09)V99.
000250     05  SO-FREQUENCY                PIC X(01).
000260         88  SO-WEEKLY                   VALUE "W".
000270         88  SO-MONTHLY                  VALUE "M".
000280         88  SO-DAY-OF-MONTH             VALUE "D".
000290         88  SO-VALID-FREQUENCY          VALUE "W" "M" "D".
000300     05  SO-DUE-DAY                  PIC 9(02).
000310     05  SO-START-DATE               PIC 9(08).
000320     05  SO-END-DATE                 PIC 9(08).
000330     05  SO-STATUS                   PIC X(01).
000340         88  SO-ACTIVE                   VALUE "A".
000350         88  SO-SUSPENDED                VALUE "S".
000360         88  SO-CANCELLED                VALUE "C".
000370         88  SO-VALID-STATUS             VALUE "A" "S" "C".
000380     05  SO-LAST-DUE-DATE            PIC 9(08).
000390     05  SO-LAST-RESULT              PIC X(01).
000400         88  SO-LAST-GENERATED           VALUE "G".
000410         88  SO-LAST-FAILED              VALUE "F".
000420     05  SO-LAST-RUN-ID              PIC X(08).
000430     05  FILLER                      PIC X(28).
