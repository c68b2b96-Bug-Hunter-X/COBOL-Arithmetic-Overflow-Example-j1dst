*> Summary GL journal batch, in the journal-batch format the general
*> ledger takes from all its feeders, built nightly by ARITHGLJ from
*> the night's detail GL extract (which still goes on to ARITHGLA
*> for the acknowledgment match). One batch per business night:
*>   H - header: business date, source system and batch number. The
*>       batch number is the business date, so a rerun of the same
*>       night re-sends the same batch and the GL refuses the copy;
*>   L - journal lines: the night's debits and credits summarized
*>       per account (a debit line and a credit line where the
*>       account had both), then the balancing offset line to the
*>       clearing account (GLJ-OFFSET-ENTRY), so the batch nets to
*>       zero;
*>   T - trailer: line count (L records only), debit total, credit
*>       total and a hash total -- the sum of every line amount,
*>       debit and credit alike, the figure the GL batch control
*>       adds up on receipt.
01  GL-JOURNAL-RECORD.
    05  GLJ-RECORD-TYPE             PIC X.
        88  GLJ-HEADER              VALUE "H".
        88  GLJ-LINE                VALUE "L".
        88  GLJ-TRAILER             VALUE "T".
    05  GLJ-HEADER-BODY.
        10  GLJ-BUSINESS-DATE       PIC X(8).
        10  GLJ-SOURCE-SYSTEM       PIC X(8).
        10  GLJ-BATCH-NUMBER        PIC 9(8).
        10  FILLER                  PIC X(55).
    05  GLJ-LINE-BODY REDEFINES GLJ-HEADER-BODY.
        10  GLJ-LINE-NUMBER         PIC 9(7).
        10  GLJ-ACCOUNT-ID          PIC X(10).
        10  GLJ-DEBIT-CREDIT-CODE   PIC X.
            88  GLJ-DEBIT           VALUE "D".
            88  GLJ-CREDIT          VALUE "C".
        10  GLJ-AMOUNT              PIC 9(13).
        10  GLJ-ENTRY-TYPE          PIC X.
            88  GLJ-ACCOUNT-ENTRY   VALUE "A".
            88  GLJ-OFFSET-ENTRY    VALUE "O".
        10  FILLER                  PIC X(47).
    05  GLJ-TRAILER-BODY REDEFINES GLJ-HEADER-BODY.
        10  GLJ-LINE-COUNT          PIC 9(7).
        10  GLJ-DEBIT-TOTAL         PIC 9(15).
        10  GLJ-CREDIT-TOTAL        PIC 9(15).
        10  GLJ-HASH-TOTAL          PIC 9(16).
        10  FILLER                  PIC X(26).
