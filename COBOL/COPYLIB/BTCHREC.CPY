000010******************************************************************
000020* BTCHREC.CPY
000030* Record layout for the batch header and trailer control records
000040* carried on TRANSIN - each originating source (branch, ATM,
000050* ACH, and so on) wraps its items in a "BH" header naming the
000060* source and a "BT" trailer carrying the item count and the
000070* debit and credit hash totals (sums of the item amounts by
000080* side) for the batch.  The record type sits where the item
000090* layout carries its transaction code, so the edit tells a
000100* control record from an item by the first two bytes.
000110*-----------------------------------------------------------------
000120* Maintenance History
000130* DATE       BY   DESCRIPTION
000140* 2026-10-15 JCM  Initial copybook.
000150******************************************************************
000160 01  BATCH-CONTROL-RECORD.
000170     05  BATCH-RECORD-TYPE           PIC X(02).
000180         88  BATCH-HEADER                VALUE "BH".
000190         88  BATCH-TRAILER               VALUE "BT".
000200         88  BATCH-CONTROL               VALUE "BH" "BT".
000210     05  BATCH-SOURCE-ID             PIC X(08).
000220     05  BATCH-CREATED-DATE          PIC 9(08).
000230     05  BATCH-TRAILER-TOTALS.
000240         10  BATCH-ITEM-COUNT        PIC 9(07).
000250         10  BATCH-DEBIT-HASH        PIC 9(11)V99.
000260         10  BATCH-CREDIT-HASH       PIC 9(11)V99.
000270     05  BATCH-TRAILER-TOTALS-X      REDEFINES
000280                                     BATCH-TRAILER-TOTALS
000290                                     PIC X(33).
000300     05  FILLER                      PIC X(29).
