*> Maintenance transaction for the account reference master: one
*> action per record, applied by ARITHACT. ADD puts a new open
*> account on file, CLOSE/REOPEN flip the status of an existing one,
*> LIMITS sets the account's posting limits, REACTIVATE puts an
*> account the dormancy run flagged dormant back to open (REOPEN is
*> refused on a dormant account, and REACTIVATE on anything that is
*> not dormant, so waking an account is always a deliberate act of
*> its own). BRANCH assigns the account to a branch on the
*> hierarchy, or with a blank branch takes it back to unassigned;
*> ADD also takes a branch when one is given. The limit fields ride
*> every action but only ADD and LIMITS look at them: a non-numeric
*> or blank limit leaves the account unlimited (on ADD) or the
*> existing limit untouched (on LIMITS), and an explicit zero clears
        88  ACM-CLOSE               VALUE "C".
        88  ACM-REOPEN              VALUE "R".
        88  ACM-SET-LIMITS          VALUE "L".
        88  ACM-REACTIVATE          VALUE "V".
        88  ACM-SET-BRANCH          VALUE "B".
    05  ACM-ACCOUNT-ID              PIC X(10).
    05  ACM-NAME                    PIC X(30).
    05  ACM-NIGHT-LIMIT             PIC X(05).
    05  ACM-MTD-LIMIT               PIC X(06).
    05  ACM-BRANCH-ID               PIC X(04).
    05  FILLER                      PIC X(03).
