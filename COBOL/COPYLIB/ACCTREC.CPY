000115*                 the year-end closing-balance proof out with
000116*                 nothing pointing at the cause.  The record
000117*                 grows from 60 to 72 bytes.
000118* 2026-10-15 JCM  Overdraft limit (whole units) taken from FILLER.
000119******************************************************************
000120 01  ACCT-RECORD.
000130     05  ACCT-NUMBER                 PIC X(08).
000140     05  ACCT-NAME                   PIC X(20).
000220     05  ACCT-YTD-CREDITS            PIC 9(11)V99.
000230     05  ACCT-YTD-CREDITS-X          REDEFINES ACCT-YTD-CREDITS
000240                                     PIC X(13).
000250     05  ACCT-OD-LIMIT               PIC 9(06).
000260     05  ACCT-OD-LIMIT-X             REDEFINES ACCT-OD-LIMIT
000270                                     PIC X(06).
