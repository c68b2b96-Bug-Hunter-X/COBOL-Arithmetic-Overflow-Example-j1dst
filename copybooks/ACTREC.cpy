*> records cut before limits existed carry spaces there: a
*> non-numeric or zero limit means unlimited, exactly the old
*> behaviour.
*> A third status, dormant, is set only by the periodic ARITHDRM
*> dormancy run on an open account whose master balance has seen no
*> activity inside the inactivity window. A dormant account is not
*> open: ARITHB01 exceptions its postings under reason DM until an
*> ARITHACT reactivation puts it back to open. ACT-STATUS-DATE is the
*> business date of the last status change (add, close, reopen,
*> dormancy flag, reactivation) -- spaces on records cut before it
*> existed. The dormancy run measures inactivity from the later of
*> it and the master's MST-LAST-UPDATE-DATE, so a freshly added or
*> reactivated account gets a full window before it can be flagged.
*> Pending close is the settlement state: an ARITHACT close that
*> finds no loose ends against the account (open exception items,
*> undelivered or unapproved TXNMSTR corrections, unposted GL items)
*> parks it here, postings are refused as for a closed account, and
*> the nightly ARITHCLS settlement step cuts the closing statement,
*> transfers the remaining balance to the settlement account and
*> only then sets it closed.
*> ACT-BRANCH-ID ties the account into the branch/region hierarchy
*> kept on its own cluster (HIERREC) for the ARITHROL consolidated
*> rollup. It is set by ARITHACT on ADD or by a BRANCH action, and
*> is spaces -- the report's UNASSIGNED bucket -- until it is.
01  ACCOUNT-REFERENCE-RECORD.
    05  ACT-KEY.
        10  ACT-ACCOUNT-ID          PIC X(10).
    05  ACT-STATUS                  PIC X.
        88  ACT-OPEN                VALUE "O".
        88  ACT-CLOSED              VALUE "C".
        88  ACT-DORMANT             VALUE "D".
        88  ACT-PENDING-CLOSE       VALUE "P".
    05  ACT-NIGHT-LIMIT             PIC 9(5).
    05  ACT-MTD-LIMIT               PIC 9(6).
    05  ACT-STATUS-DATE             PIC X(8).
    05  ACT-BRANCH-ID               PIC X(4).
