*> Prior-period adjustment record. A posting dated in a month that
*> has already been closed by the ARITHEOM rollover still reaches the
*> running total (and the year-to-date bucket when it falls in the
*> current year), but the closing snapshots cut for that month and
*> every later one no longer agree with the master. ARITHB01 and
*> ARITHREC write one of these for every such late posting they
*> apply; the ARITHPPA step later in the night folds them into the
*> period-history snapshots and prints the prior-period adjustments
*> report. PPA-SOURCE-STEP says which step posted the item.
01  PRIOR-PERIOD-ADJ-RECORD.
    05  PPA-ACCOUNT-ID              PIC X(10).
    05  PPA-DATE                    PIC X(8).
    05  PPA-RUN-DATE                PIC X(8).
    05  PPA-NUMBER                  PIC 9(5).
    05  PPA-NUMBER-X                PIC 9(5).
    05  PPA-RESULT                  PIC 9(6).
    05  PPA-SOURCE-STEP             PIC X(8).
    05  FILLER                      PIC X(10).
