000080* Maintenance History
000090* DATE       BY   DESCRIPTION
000100* 2026-08-22 JCM  Initial copybook.
000102* 2026-10-15 JCM  Month-end charge codes classify with the debit
000104*                 ("SC" service charge, "OD" overdraft interest)
000106*                 and credit ("IN" credit interest) conditions.
000110******************************************************************
000120 01  PSTD-RECORD.
000130     05  PSTD-TRANS-CODE             PIC X(02).
000140         88  PSTD-DEBIT                  VALUE "DB" "SC" "OD".
000150         88  PSTD-CREDIT                 VALUE "CR" "IN".
000160     05  PSTD-ACCOUNT-NUMBER         PIC X(08).
000170     05  PSTD-AMOUNT                 PIC 9(09)V99.
000180     05  PSTD-EFFECTIVE-DATE         PIC 9(08).
