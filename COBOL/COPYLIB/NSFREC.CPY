000010******************************************************************
000020* NSFREC.CPY
000030* Record layout for the NSFRTN insufficient-funds return file
000040* written by the posting step - one record per customer debit
000050* returned unposted because it would have taken the account
000060* below the negative of its overdraft limit.  Each record
000070* carries the reason code, the original 80-byte accepted-
000080* transaction image, and the account's name, balance, and limit
000090* as they stood when the debit was returned, so the branch can
000100* notify the customer from the register's NSF section without
000110* looking the account up.
000120*-----------------------------------------------------------------
000130* Maintenance History
000140* DATE       BY   DESCRIPTION
000150* 2026-10-15 JCM  Initial copybook.
000160******************************************************************
000170 01  NSF-RECORD.
000180     05  NSF-REASON-CODE             PIC X(02).
000190         88  NSF-INSUFFICIENT-FUNDS      VALUE "NS".
000200     05  FILLER                      PIC X(02).
000210     05  NSF-TRANS-DATA              PIC X(80).
000220     05  NSF-ACCOUNT-NAME            PIC X(20).
000230     05  NSF-BALANCE                 PIC S9(09)V99.
000240     05  NSF-OD-LIMIT                PIC 9(06).
000250     05  FILLER                      PIC X(09).
