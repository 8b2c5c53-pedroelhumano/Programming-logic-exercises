000116*                 by the edit each time a recycled record rejects
000118*                 again, so a record that keeps rejecting can be
000119*                 aged out instead of looping forever.
000120* 2026-10-15 JCM  Added reasons 10-14 for a TRANSIN batch that
000121*                 failed its proof; every record of such a batch
000122*                 goes to BATCHRJ in this layout to be resent.
000123* 2026-10-15 JCM  Added reason 05 - effective date past the
000124*                 edit's stale-backdate limit.
000125* 2026-10-15 JCM  Added reason 06 - possible duplicate - and the
000126*                 RJCT-DUP-RELEASE-SW byte from the filler; "Y" on
000127*                 a confirmed-genuine reason 06 sent back through
000128*                 TRANSRC lets the edit pass it unchecked.
000129******************************************************************
000130 01  RJCT-RECORD.
000140     05  RJCT-REASON-CODE            PIC X(02).
000150         88  RJCT-BAD-TRANS-CODE         VALUE "01".
000160         88  RJCT-BAD-ACCOUNT            VALUE "02".
000170         88  RJCT-BAD-AMOUNT             VALUE "03".
000180         88  RJCT-BAD-EFF-DATE           VALUE "04".
000181         88  RJCT-STALE-EFF-DATE         VALUE "05".
000182         88  RJCT-POSSIBLE-DUPLICATE     VALUE "06".
000183         88  RJCT-BATCH-COUNT-OFF        VALUE "10".
000184         88  RJCT-BATCH-DEBIT-HASH-OFF   VALUE "11".
000186         88  RJCT-BATCH-CREDIT-HASH-OFF  VALUE "12".
000188         88  RJCT-BATCH-OUT-OF-SEQUENCE  VALUE "13".
000190         88  RJCT-BATCH-OVER-CAPACITY    VALUE "14".
000195     05  RJCT-DUP-RELEASE-SW         PIC X(01).
000196         88  RJCT-DUP-RELEASED           VALUE "Y".
000198     05  FILLER                      PIC X(01).
000200     05  RJCT-TRANS-DATA             PIC X(80).
000210     05  RJCT-CYCLE-COUNT            PIC 9(02).
