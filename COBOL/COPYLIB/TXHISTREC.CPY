000150* Maintenance History
000160* DATE       BY   DESCRIPTION
000170* 2026-09-02 JCM  Initial copybook.
000171* 2026-10-15 JCM  Charge codes "SC" and "OD" classify as debits,
000172*                 "IN" as a credit; TXH-SYSTEM-CHARGE marks all
000173*                 three.
000174* 2026-10-15 JCM  Added the run backout entries - "RD"/"RC"
000175*                 reversals filed as type "R", numbered from
000176*                 8000001, the original's date and sequence in
000177*                 TXH-REVERSAL-OF; the original is marked "X".
000178*                 Record grew from 73 to 89 bytes; TXNHIST and
000179*                 TXHARCH reloaded to the new length.
000180******************************************************************
000190 01  TXH-RECORD.
000200     05  TXH-KEY.
000220         10  TXH-POST-DATE           PIC 9(08).
000230         10  TXH-POST-SEQ            PIC 9(07).
000240     05  TXH-TRANS-CODE              PIC X(02).
000250         88  TXH-DEBIT                   VALUE "DB" "SC" "OD"
000255                                               "RC".
000260         88  TXH-CREDIT                  VALUE "CR" "IN" "RD".
000265         88  TXH-SYSTEM-CHARGE           VALUE "SC" "OD" "IN".
000267         88  TXH-REVERSAL-CODE           VALUE "RD" "RC".
000270     05  TXH-AMOUNT                  PIC 9(09)V99.
000280     05  TXH-EFFECTIVE-DATE          PIC 9(08).
000290     05  TXH-NEW-BALANCE             PIC S9(09)V99.
000300     05  TXH-RUN-ID                  PIC X(08).
000301     05  TXH-ENTRY-TYPE              PIC X(01).
000302         88  TXH-ORIGINAL-ENTRY          VALUE SPACE.
000303         88  TXH-REVERSED-ENTRY          VALUE "X".
000304         88  TXH-REVERSAL-ENTRY          VALUE "R".
000305     05  TXH-REVERSAL-OF.
000306         10  TXH-ORIG-POST-DATE      PIC 9(08).
000307         10  TXH-ORIG-POST-SEQ       PIC 9(07).
000310     05  FILLER                      PIC X(10).
