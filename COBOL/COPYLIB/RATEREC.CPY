000010******************************************************************
000020* RATEREC.CPY
000030* Record layout for the RATETBL month-end charge rate table -
000040* one record per rate change, in effective-date order.  The
000050* month-end charge step uses the latest record effective on or
000060* before the run date: the annual credit interest rate paid on
000070* positive balances, the annual overdraft interest rate charged
000080* on negative balances (both as percentages, applied to the
000090* daily balances over a 365-day year), and the flat monthly
000100* service charge levied on every open account.
000110*-----------------------------------------------------------------
000120* Maintenance History
000130* DATE       BY   DESCRIPTION
000140* 2026-10-15 JCM  Initial copybook.
000150******************************************************************
000160 01  RATE-RECORD.
000170     05  RATE-EFFECTIVE-DATE         PIC 9(08).
000180     05  RATE-CREDIT-PCT             PIC 9(03)V9(04).
000190     05  RATE-OVERDRAFT-PCT          PIC 9(03)V9(04).
000200     05  RATE-SERVICE-CHARGE         PIC 9(05)V99.
000210     05  FILLER                      PIC X(20).
