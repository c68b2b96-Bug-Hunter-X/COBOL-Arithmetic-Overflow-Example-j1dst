*> digits of the true sum, i.e. the value bug.cob would have silently
*> produced; EXC-TRUE-SUM is the actual, uncapped sum. EXC-REASON-CODE
*> says why the record was exceptioned: OV = arithmetic overflow,
*> AC = account not on the reference master, CL = account closed (or
*> pending close for settlement) on the reference master, RV = a reversal whose referenced posting
*> could not be verified in the result history (never posted, or
*> already reversed), DM = account flagged dormant on the reference
*> master by the ARITHDRM dormancy run -- the AC/CL/RV/DM reasons carry the raw pair but
*> zeros in the overflow-specific fields. Spaces mean an overflow
*> record cut before the reason code existed. EXC-SOURCE-CODE is the
*> source the failing record came in from (TXN-SOURCE-CODE,
*> copybooks/TXNREC.cpy), so ops know whose feed to chase.
01  EXCEPTION-RECORD.
    05  EXC-KEY.
        10  EXC-ACCOUNT-ID          PIC X(10).
        88  EXC-REASON-NO-ACCOUNT   VALUE "AC".
        88  EXC-REASON-ACCT-CLOSED  VALUE "CL".
        88  EXC-REASON-REVERSAL     VALUE "RV".
        88  EXC-REASON-DORMANT      VALUE "DM".
    05  EXC-SOURCE-CODE             PIC X(4).
