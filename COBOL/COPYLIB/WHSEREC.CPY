000010******************************************************************
000020* WHSEREC.CPY
000030* Record layout for the cumulative WHSEMST future-dated
000040* warehouse.  The edit step holds here every item that passes
000050* the edit with an effective date after the run date, and each
000060* night releases to TRANSOK the items whose release date has
000070* come - the first processing day on the PROCCAL calendar on or
000080* after the effective date, so an item dated for a weekend or
000090* holiday goes out on the next processing day.  The trailer
000100* carries the release date as last worked out, the run that
000110* first held the item, and where the item came from, for the
000120* warehouse listing.
000130*-----------------------------------------------------------------
000140* Maintenance History
000150* DATE       BY   DESCRIPTION
000160* 2026-10-15 JCM  Initial copybook.
000170******************************************************************
000180 01  WHSE-RECORD.
000190     05  WHSE-TRANS-DATA             PIC X(80).
000200     05  WHSE-RELEASE-DATE           PIC 9(08).
000210     05  WHSE-FIRST-RUN-ID           PIC X(08).
000220     05  WHSE-SOURCE                 PIC X(01).
000230         88  WHSE-FROM-TRANSIN           VALUE "I".
000240         88  WHSE-FROM-RECYCLE           VALUE "R".
000250         88  WHSE-FROM-ADJUSTMENT        VALUE "A".
000260         88  WHSE-FROM-CHARGE            VALUE "C".
000270     05  FILLER                      PIC X(03).
