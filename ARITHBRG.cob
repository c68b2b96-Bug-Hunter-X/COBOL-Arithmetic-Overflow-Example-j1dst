*> TXM-NUMBER-X override the feed's values. TXNMSTR records already
*> carrying a TXM-APPLIED-DATE are skipped -- they reached a committed
*> compute on an earlier night and re-emitting them would repeat the
*> posting. Records still flagged TXM-PENDING-APPROVAL are skipped
*> too -- an ARITHOLM save held for four-eyes approval is not a
*> correction until a second operator releases it on ARITHAPV. The
*> bridge itself does not stamp: it writes the key of
*> every TXNMSTR record it merges to the bridge-keys file, and the
*> ARITHSTP step stamps those keys only after the validate and
*> compute steps have gone clean, so a night abandoned on a
*> downstream. Counts of overridden, feed-only, online-only and
*> already-applied records go to the bridge report so ops can prove
*> the merge did what it should.
*> Tonight's standing-instruction postings, cut by the ARITHSIG step
*> in the same TXNREC layout and key order, are the third input to
*> the merge. They rank below both other sources: an online
*> correction or a feed record for the same account/date replaces
*> the generated posting, and the displaced postings are counted on
*> the report. A night with no generated file merges the other two
*> as before. Standing postings stay out of the raw feed identity.
*> The external side is no longer one feed but every upstream source
*> on the source registry (copybooks/SRCREG.cpy), each on its own feed
*> slot DD -- FEEDIN, FEEDIN2, FEEDIN3, FEEDIN4 -- all cut in the same
*> key order. A source registered as expected tonight that is missing,
*> or whose control record carries an earlier business date (last
*> night's file left in place), stops the night on RETURN-CODE 8
*> unless ops have waived it for tonight on the registry. Each
*> source's record count and number total are tied to the control
*> record at the end of its file; an out-of-balance source also stops
*> the night. Two sources sending the same account/date is a conflict
*> the bridge will not settle by picking one: neither record is
*> merged, both are listed on the bridge report for ops to key the
*> right figures online, and the step ends on RETURN-CODE 4. Where an
*> online correction exists for the key it wins as always, and the
*> conflict is still listed. Every merged record is stamped with its
*> source code (TXN-SOURCE-CODE), and the bridge report and run
*> statistics break the night down by source. With no registry on
*> file, FEEDIN is taken as the one optional source FEED, as before.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.

    SELECT FEED-2-FILE ASSIGN TO FEEDIN2
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.

    SELECT FEED-3-FILE ASSIGN TO FEEDIN3
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.

    SELECT FEED-4-FILE ASSIGN TO FEEDIN4
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FEED-STATUS.

    SELECT SOURCE-REGISTRY-FILE ASSIGN TO SRCREG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SRG-STATUS.

    SELECT STANDING-TXN-FILE ASSIGN TO STNDIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SIN-STATUS.

    SELECT TXNMSTR-FILE ASSIGN TO TXNMSTR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL

DATA DIVISION.
FILE SECTION.
*> Feed lines are TXNREC transaction records, plus the source's
*> control record (copybooks/SRCCTL.cpy) at the end of the file.
FD  FEED-FILE.
01  FEED-1-RECORD               PIC X(50).

FD  FEED-2-FILE.
01  FEED-2-RECORD               PIC X(50).

FD  FEED-3-FILE.
01  FEED-3-RECORD               PIC X(50).

FD  FEED-4-FILE.
01  FEED-4-RECORD               PIC X(50).

FD  SOURCE-REGISTRY-FILE.
COPY SRCREG.

FD  STANDING-TXN-FILE.
01  STANDING-TXN-RECORD         PIC X(38).

FD  TXNMSTR-FILE.
COPY TXNMSTR.
    88  WS-FEED-EOF-STATUS      VALUE "10".
    88  WS-FEED-NOT-FOUND       VALUE "35".

01  WS-SRG-STATUS               PIC XX VALUE SPACES.
    88  WS-SRG-OK               VALUE "00".
    88  WS-SRG-EOF              VALUE "10".

01  WS-SIN-STATUS               PIC XX VALUE SPACES.
    88  WS-SIN-OK               VALUE "00".
    88  WS-SIN-NOT-FOUND        VALUE "35".

01  WS-TXM-STATUS               PIC XX VALUE SPACES.
    88  WS-TXM-OK               VALUE "00".
    88  WS-TXM-FILE-NOT-FOUND   VALUE "35".
01  WS-FEED-EOF-SW              PIC X VALUE "N".
    88  WS-FEED-EOF             VALUE "Y".

01  WS-FEED-AT-END-SW           PIC X VALUE "N".
    88  WS-FEED-AT-END          VALUE "Y".

01  WS-FEED-HAVE-SW             PIC X VALUE "N".
    88  WS-FEED-HAVE            VALUE "Y".

01  WS-FEED-IN-RECORD           PIC X(50) VALUE SPACES.
01  WS-SLOT                     PIC 9 VALUE ZERO.
01  WS-SOURCE-STEP-ID           PIC X(8) VALUE SPACES.

COPY TXNREC.

COPY SRCCTL.

*> One entry per feed slot, entry n being slot n (DD FEEDIN for slot
*> 1, FEEDINn for the others), loaded from the source registry. The
*> entry carries the slot's current record and compare key (HIGH-
*> VALUES once the slot is exhausted or was never opened), what the
*> bridge read and did with it, and the control record's figures.
01  WS-SOURCE-TABLE.
    05  WS-SRC-ENTRY OCCURS 4 TIMES INDEXED BY SRC-IDX.
        10  WS-SRC-CODE              PIC X(4).
        10  WS-SRC-NAME              PIC X(20).
        10  WS-SRC-REGISTERED-SW     PIC X.
            88  WS-SRC-REGISTERED    VALUE "Y".
        10  WS-SRC-SCHEDULE          PIC X.
            88  WS-SRC-EXPECTED      VALUE "D".
            88  WS-SRC-INACTIVE      VALUE "X".
        10  WS-SRC-CONTROL-REQUIRED  PIC X.
            88  WS-SRC-CONTROL-MANDATORY VALUE "Y".
        10  WS-SRC-WAIVED-DATE       PIC X(8).
        10  WS-SRC-WAIVED-BY         PIC X(8).
        10  WS-SRC-STATE             PIC X.
            88  WS-SRC-RECEIVED      VALUE "R".
            88  WS-SRC-MISSING       VALUE "M".
            88  WS-SRC-LATE          VALUE "L".
            88  WS-SRC-WAIVED        VALUE "W".
            88  WS-SRC-NOT-DUE       VALUE "N".
            88  WS-SRC-NOT-READ      VALUE "X".
        10  WS-SRC-EOF-SW            PIC X.
            88  WS-SRC-EOF           VALUE "Y".
        10  WS-SRC-KEY               PIC X(18).
        10  WS-SRC-RECORD            PIC X(38).
        10  WS-SRC-READ-COUNT        PIC 9(9).
        10  WS-SRC-NUMBER-TOTAL      PIC 9(12).
        10  WS-SRC-MERGED-COUNT      PIC 9(9).
        10  WS-SRC-OVERRIDDEN-COUNT  PIC 9(9).
        10  WS-SRC-CONFLICT-COUNT    PIC 9(9).
        10  WS-SRC-CTL-SW            PIC X.
            88  WS-SRC-CTL-SEEN      VALUE "Y".
            88  WS-SRC-CTL-DUPLICATE VALUE "D".
        10  WS-SRC-CTL-CODE          PIC X(4).
        10  WS-SRC-CTL-DATE          PIC X(8).
        10  WS-SRC-CTL-COUNT         PIC 9(9).
        10  WS-SRC-CTL-TOTAL         PIC 9(12).
        10  WS-SRC-RECON-SW          PIC X.
            88  WS-SRC-IN-BALANCE    VALUE "Y".
            88  WS-SRC-OUT-OF-BALANCE VALUE "N".
        10  WS-SRC-RECON-NOTE        PIC X(15).

*> How the current low key was settled, set before the feed slots
*> holding it are read past so each slot's counts come out right.
01  WS-KEY-DISPOSITION          PIC X VALUE SPACE.
    88  WS-KEY-MERGED           VALUE "M".
    88  WS-KEY-ONLINE           VALUE "O".
    88  WS-KEY-CONFLICT-HELD    VALUE "H".
    88  WS-KEY-CONFLICT-ONLINE  VALUE "C".

01  WS-HOLDER-COUNT             PIC 9 VALUE ZERO.
01  WS-HOLDER-SLOT              PIC 9 VALUE ZERO.

*> Cross-source key conflicts for the bridge report; past the table
*> size they are still counted but not itemized.
01  WS-CONFLICT-TABLE.
    05  WS-CFL-COUNT            PIC 9(4) VALUE ZERO.
    05  WS-CFL-ENTRY OCCURS 500 TIMES INDEXED BY CFL-IDX.
        10  WS-CFL-KEY.
            15  WS-CFL-ACCOUNT-ID    PIC X(10).
            15  WS-CFL-DATE          PIC X(8).
        10  WS-CFL-SOURCE-CODE       PIC X(4).
        10  WS-CFL-NUMBER            PIC 9(7).
        10  WS-CFL-NUMBER-X          PIC 9(7).
        10  WS-CFL-DISPOSITION       PIC X.

01  WS-SIN-EOF-SW               PIC X VALUE "N".
    88  WS-SIN-EOF              VALUE "Y".

01  WS-SIN-OPEN-SW              PIC X VALUE "N".
    88  WS-SIN-OPEN             VALUE "Y".

01  WS-MSTR-EOF-SW              PIC X VALUE "N".
    88  WS-MSTR-EOF             VALUE "Y".

01  WS-COMPARE-KEYS.
    05  WS-FEED-KEY             PIC X(18) VALUE HIGH-VALUES.
    05  WS-MSTR-KEY             PIC X(18) VALUE HIGH-VALUES.
    05  WS-SIN-KEY              PIC X(18) VALUE HIGH-VALUES.
    05  WS-LOW-KEY              PIC X(18) VALUE HIGH-VALUES.

01  WS-MERGE-COUNTS.
    05  WS-FEED-READ-COUNT       PIC 9(9) VALUE ZERO.
    05  WS-FEED-ONLY-COUNT       PIC 9(9) VALUE ZERO.
    05  WS-ONLINE-ONLY-COUNT     PIC 9(9) VALUE ZERO.
    05  WS-APPLIED-SKIP-COUNT    PIC 9(9) VALUE ZERO.
    05  WS-PENDING-SKIP-COUNT    PIC 9(9) VALUE ZERO.
    05  WS-SIN-READ-COUNT        PIC 9(9) VALUE ZERO.
    05  WS-STANDING-ONLY-COUNT   PIC 9(9) VALUE ZERO.
    05  WS-SIN-DISPLACED-COUNT   PIC 9(9) VALUE ZERO.
    05  WS-CONFLICT-HELD-COUNT   PIC 9(9) VALUE ZERO.
    05  WS-CONFLICT-ONLINE-COUNT PIC 9(9) VALUE ZERO.
    05  WS-CFL-UNLISTED-COUNT    PIC 9(9) VALUE ZERO.
    05  WS-SOURCES-REFUSED       PIC 9(9) VALUE ZERO.
    05  WS-REGISTRY-ERROR-COUNT  PIC 9(9) VALUE ZERO.
    05  WS-COUNT-EDITED          PIC ZZZ,ZZZ,ZZ9.

*> Identity of the raw external feed, captured before any online
*> record changes the picture; ARITHVAL registers and checks this
*> against the run registry to stop a resubmitted feed. With more
*> than one source it is the night's sources taken together: the
*> lowest and highest key read from any of them, and their combined
*> count and number total.
01  WS-FEED-IDENTITY.
    05  WS-FEED-FIRST-KEY        PIC X(18) VALUE LOW-VALUES.
    05  WS-FEED-LAST-KEY         PIC X(18) VALUE LOW-VALUES.
    05  WS-MRG-NUMBER            PIC 9(7).
    05  WS-MRG-NUMBER-X          PIC 9(7).
    05  WS-MRG-TYPE              PIC X VALUE SPACE.
    05  WS-MRG-SOURCE-CODE       PIC X(4) VALUE SPACES.
    05  FILLER                   PIC X(01) VALUE SPACES.

01  WS-RPT-DETAIL.
    05  WS-RPT-LABEL             PIC X(24).
    05  WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.

01  WS-SRC-HEADING.
    05  FILLER                   PIC X(5) VALUE "SRC".
    05  FILLER                   PIC X(21) VALUE "SOURCE NAME".
    05  FILLER                   PIC X(11) VALUE "STATUS".
    05  FILLER                   PIC X(11) VALUE "    RECORDS".
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  FILLER                   PIC X(15) VALUE "   NUMBER TOTAL".
    05  FILLER                   PIC X(16) VALUE SPACES.

01  WS-SRC-DETAIL-1.
    05  D1-CODE                  PIC X(4).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D1-NAME                  PIC X(20).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D1-STATUS                PIC X(10).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D1-RECORDS               PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D1-TOTAL                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(16) VALUE SPACES.

*> Control-record figures sit under the bridge's own count and total
*> on the line above, so an out-of-balance source reads at a glance.
01  WS-SRC-DETAIL-2.
    05  FILLER                   PIC X(5).
    05  D2-LABEL                 PIC X(9).
    05  D2-DATE                  PIC X(8).
    05  FILLER                   PIC X(15).
    05  D2-COUNT                 PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1).
    05  D2-TOTAL                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1).
    05  D2-NOTE                  PIC X(15).

01  WS-SRC-DETAIL-3.
    05  FILLER                   PIC X(5) VALUE SPACES.
    05  FILLER                   PIC X(8) VALUE "MERGED: ".
    05  D3-MERGED                PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  FILLER                   PIC X(17) VALUE "ONLINE OVERRODE: ".
    05  D3-OVERRIDDEN            PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  FILLER                   PIC X(11) VALUE "CONFLICTS: ".
    05  D3-CONFLICTS             PIC ZZZ,ZZ9.
    05  FILLER                   PIC X(6) VALUE SPACES.

01  WS-CFL-HEADING.
    05  FILLER                   PIC X(11) VALUE "ACCOUNT".
    05  FILLER                   PIC X(9) VALUE "DATE".
    05  FILLER                   PIC X(5) VALUE "SRC".
    05  FILLER                   PIC X(8) VALUE " NUMBER".
    05  FILLER                   PIC X(9) VALUE "NUMBER-X".
    05  FILLER                   PIC X(26) VALUE "DISPOSITION".
    05  FILLER                   PIC X(12) VALUE SPACES.

01  WS-CFL-DETAIL.
    05  C-ACCOUNT-ID             PIC X(10).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  C-DATE                   PIC X(8).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  C-SOURCE-CODE            PIC X(4).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  C-NUMBER                 PIC Z(6)9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  C-NUMBER-X               PIC Z(6)9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  C-DISPOSITION            PIC X(26).
    05  FILLER                   PIC X(12) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-MERGE-FILES
        UNTIL WS-FEED-EOF AND WS-MSTR-EOF AND WS-SIN-EOF
    PERFORM 3000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 1050-GET-BUSINESS-DATE
    INITIALIZE WS-SOURCE-TABLE
    PERFORM 1100-LOAD-SOURCE-REGISTRY
    SET SRC-IDX TO 1
    PERFORM 1200-OPEN-SOURCE
        UNTIL SRC-IDX > 4 OR RETURN-CODE = 16
    IF RETURN-CODE = 16
        SET WS-FEED-EOF TO TRUE
        SET WS-MSTR-EOF TO TRUE
        SET WS-SIN-EOF TO TRUE
    END-IF

    IF RETURN-CODE NOT = 16
            DISPLAY "ARITHBRG: NO TXNMSTR FILE - FEED RECORDS ONLY"
            SET WS-MSTR-EOF TO TRUE
        END-IF
        OPEN INPUT STANDING-TXN-FILE
        IF WS-SIN-OK
            SET WS-SIN-OPEN TO TRUE
        ELSE
            DISPLAY "ARITHBRG: NO STANDING INSTRUCTION POSTINGS, STATUS="
                WS-SIN-STATUS
            SET WS-SIN-EOF TO TRUE
        END-IF
        OPEN OUTPUT MERGED-FILE
        OPEN OUTPUT BRIDGE-RPT-FILE
        OPEN OUTPUT BRIDGE-KEYS-FILE
        OPEN OUTPUT FEED-ID-FILE
        SET SRC-IDX TO 1
        PERFORM 1300-PRIME-SOURCE UNTIL SRC-IDX > 4
        PERFORM 2050-FIND-LOW-FEED-KEY
        IF NOT WS-MSTR-EOF
            PERFORM 2200-READ-TXNMSTR
        END-IF
        IF NOT WS-SIN-EOF
            PERFORM 2250-READ-STANDING
        END-IF
    END-IF.

*> Loads the source registry into the slot table. A missing registry
*> means the shop has not moved to registered sources: FEEDIN is then
*> the single optional source FEED, the bridge's behaviour before the
*> registry existed. A registry line that cannot be placed on a slot
*> is a set-up error that stops the night -- dropping it would
*> silently leave a source out. Lines starting "*" are comments.
1100-LOAD-SOURCE-REGISTRY.
    OPEN INPUT SOURCE-REGISTRY-FILE
    IF WS-SRG-OK
        PERFORM 1110-READ-REGISTRY UNTIL WS-SRG-EOF
        CLOSE SOURCE-REGISTRY-FILE
    ELSE
        DISPLAY "ARITHBRG: NO SOURCE REGISTRY, STATUS=" WS-SRG-STATUS
            " - FEEDIN TAKEN AS THE ONLY SOURCE"
        SET SRC-IDX TO 1
        MOVE "FEED" TO WS-SRC-CODE (SRC-IDX)
        MOVE "EXTERNAL FEED" TO WS-SRC-NAME (SRC-IDX)
        SET WS-SRC-REGISTERED (SRC-IDX) TO TRUE
        MOVE "O" TO WS-SRC-SCHEDULE (SRC-IDX)
        MOVE "N" TO WS-SRC-CONTROL-REQUIRED (SRC-IDX)
    END-IF.

1110-READ-REGISTRY.
    READ SOURCE-REGISTRY-FILE
        AT END
            CONTINUE
        NOT AT END
            IF SRG-SOURCE-CODE (1:1) NOT = "*"
                PERFORM 1120-REGISTER-SOURCE
            END-IF
    END-READ.

1120-REGISTER-SOURCE.
    IF SRG-SOURCE-CODE = SPACES
        OR SRG-FEED-SLOT IS NOT NUMERIC
        OR NOT SRG-FEED-SLOT-VALID
        OR NOT SRG-SCHEDULE-VALID
        DISPLAY "ARITHBRG: REGISTRY ENTRY " SRG-SOURCE-CODE " SLOT "
            SRG-FEED-SLOT " SCHEDULE " SRG-SCHEDULE " IS INVALID"
        ADD 1 TO WS-REGISTRY-ERROR-COUNT
    ELSE
        SET SRC-IDX TO 1
        SEARCH WS-SRC-ENTRY
            AT END
                SET SRC-IDX TO SRG-FEED-SLOT
                IF WS-SRC-REGISTERED (SRC-IDX)
                    DISPLAY "ARITHBRG: REGISTRY ENTRY " SRG-SOURCE-CODE
                        " - SLOT " SRG-FEED-SLOT " ALREADY TAKEN BY "
                        WS-SRC-CODE (SRC-IDX)
                    ADD 1 TO WS-REGISTRY-ERROR-COUNT
                ELSE
                    MOVE SRG-SOURCE-CODE TO WS-SRC-CODE (SRC-IDX)
                    MOVE SRG-SOURCE-NAME TO WS-SRC-NAME (SRC-IDX)
                    SET WS-SRC-REGISTERED (SRC-IDX) TO TRUE
                    MOVE SRG-SCHEDULE TO WS-SRC-SCHEDULE (SRC-IDX)
                    MOVE SRG-CONTROL-REQUIRED
                        TO WS-SRC-CONTROL-REQUIRED (SRC-IDX)
                    MOVE SRG-WAIVED-DATE TO WS-SRC-WAIVED-DATE (SRC-IDX)
                    MOVE SRG-WAIVED-BY TO WS-SRC-WAIVED-BY (SRC-IDX)
                END-IF
            WHEN WS-SRC-REGISTERED (SRC-IDX)
                AND WS-SRC-CODE (SRC-IDX) = SRG-SOURCE-CODE
                DISPLAY "ARITHBRG: REGISTRY ENTRY " SRG-SOURCE-CODE
                    " IS REGISTERED TWICE"
                ADD 1 TO WS-REGISTRY-ERROR-COUNT
        END-SEARCH
    END-IF.

*> Decides whether tonight's file for the slot is read. An inactive
*> or waived source is not opened; a file that is not there is
*> missing for an expected source and simply not due for an optional
*> one. Any other open failure is fatal, as it always was for FEEDIN.
1200-OPEN-SOURCE.
    MOVE HIGH-VALUES TO WS-SRC-KEY (SRC-IDX)
    SET WS-SRC-EOF (SRC-IDX) TO TRUE
    EVALUATE TRUE
        WHEN NOT WS-SRC-REGISTERED (SRC-IDX)
            CONTINUE
        WHEN WS-SRC-INACTIVE (SRC-IDX)
            SET WS-SRC-NOT-READ (SRC-IDX) TO TRUE
        WHEN WS-SRC-WAIVED-DATE (SRC-IDX) = WS-RUN-DATE-X
            SET WS-SRC-WAIVED (SRC-IDX) TO TRUE
            DISPLAY "ARITHBRG: SOURCE " WS-SRC-CODE (SRC-IDX)
                " WAIVED FOR TONIGHT BY " WS-SRC-WAIVED-BY (SRC-IDX)
                " - NOT READ"
        WHEN OTHER
            PERFORM 1210-OPEN-FEED-SLOT
            EVALUATE TRUE
                WHEN WS-FEED-OK
                    SET WS-SRC-RECEIVED (SRC-IDX) TO TRUE
                    MOVE "N" TO WS-SRC-EOF-SW (SRC-IDX)
                WHEN WS-FEED-NOT-FOUND AND WS-SRC-EXPECTED (SRC-IDX)
                    SET WS-SRC-MISSING (SRC-IDX) TO TRUE
                    DISPLAY "ARITHBRG: *** EXPECTED SOURCE "
                        WS-SRC-CODE (SRC-IDX) " HAS NOT ARRIVED ***"
                WHEN WS-FEED-NOT-FOUND
                    SET WS-SRC-NOT-DUE (SRC-IDX) TO TRUE
                    DISPLAY "ARITHBRG: NO FILE FOR OPTIONAL SOURCE "
                        WS-SRC-CODE (SRC-IDX)
                WHEN OTHER
                    DISPLAY "ARITHBRG: UNABLE TO OPEN FEED FILE FOR SOURCE "
                        WS-SRC-CODE (SRC-IDX) ", STATUS=" WS-FEED-STATUS
                    MOVE 16 TO RETURN-CODE
            END-EVALUATE
    END-EVALUATE
    SET SRC-IDX UP BY 1.

1210-OPEN-FEED-SLOT.
    SET WS-SLOT TO SRC-IDX
    EVALUATE WS-SLOT
        WHEN 1
            OPEN INPUT FEED-FILE
        WHEN 2
            OPEN INPUT FEED-2-FILE
        WHEN 3
            OPEN INPUT FEED-3-FILE
        WHEN 4
            OPEN INPUT FEED-4-FILE
    END-EVALUATE.

1300-PRIME-SOURCE.
    IF NOT WS-SRC-EOF (SRC-IDX)
        PERFORM 2100-READ-FEED
    END-IF
    SET SRC-IDX UP BY 1.

*> The lowest of the three keys is written once, from the highest-
*> ranking side holding it (TXNMSTR, then feed, then standing
*> instruction); every side holding that key is then read past it.
*> The feed side is every source slot: a key held by one source is a
*> feed record as before, a key held by more than one is a conflict
*> -- merged from none of them unless an online correction settles it.
2000-MERGE-FILES.
    MOVE WS-FEED-KEY TO WS-LOW-KEY
    IF WS-MSTR-KEY < WS-LOW-KEY
        MOVE WS-MSTR-KEY TO WS-LOW-KEY
    END-IF
    IF WS-SIN-KEY < WS-LOW-KEY
        MOVE WS-SIN-KEY TO WS-LOW-KEY
    END-IF
    MOVE ZERO TO WS-HOLDER-COUNT
    SET SRC-IDX TO 1
    PERFORM 2060-COUNT-FEED-HOLDER UNTIL SRC-IDX > 4
    IF WS-SIN-KEY = WS-LOW-KEY
        AND (WS-MSTR-KEY = WS-LOW-KEY OR WS-HOLDER-COUNT > 0)
        ADD 1 TO WS-SIN-DISPLACED-COUNT
    END-IF
    EVALUATE TRUE
        WHEN WS-MSTR-KEY = WS-LOW-KEY
            PERFORM 2400-WRITE-FROM-TXNMSTR
            EVALUATE WS-HOLDER-COUNT
                WHEN 0
                    ADD 1 TO WS-ONLINE-ONLY-COUNT
                WHEN 1
                    ADD 1 TO WS-OVERRIDE-COUNT
                    SET WS-KEY-ONLINE TO TRUE
                WHEN OTHER
                    ADD 1 TO WS-OVERRIDE-COUNT
                    ADD 1 TO WS-CONFLICT-ONLINE-COUNT
                    SET WS-KEY-CONFLICT-ONLINE TO TRUE
            END-EVALUATE
            PERFORM 2200-READ-TXNMSTR
        WHEN WS-HOLDER-COUNT = 1
            SET SRC-IDX TO WS-HOLDER-SLOT
            PERFORM 2300-WRITE-FROM-FEED
            ADD 1 TO WS-FEED-ONLY-COUNT
            SET WS-KEY-MERGED TO TRUE
        WHEN WS-HOLDER-COUNT > 1
            ADD 1 TO WS-CONFLICT-HELD-COUNT
            SET WS-KEY-CONFLICT-HELD TO TRUE
            DISPLAY "ARITHBRG: KEY CONFLICT " WS-LOW-KEY
                " - HELD OUT OF TONIGHT'S FILE"
        WHEN OTHER
            PERFORM 2350-WRITE-FROM-STANDING
            ADD 1 TO WS-STANDING-ONLY-COUNT
    END-EVALUATE
    IF WS-HOLDER-COUNT > 0
        SET SRC-IDX TO 1
        PERFORM 2150-ADVANCE-SOURCE UNTIL SRC-IDX > 4
        PERFORM 2050-FIND-LOW-FEED-KEY
    END-IF
    IF WS-SIN-KEY = WS-LOW-KEY
        PERFORM 2250-READ-STANDING
    END-IF.

*> The feed side's compare key is the lowest key still waiting on any
*> source slot; once every slot is exhausted the feed side is at EOF.
2050-FIND-LOW-FEED-KEY.
    MOVE HIGH-VALUES TO WS-FEED-KEY
    SET SRC-IDX TO 1
    PERFORM 2055-COMPARE-SOURCE-KEY UNTIL SRC-IDX > 4
    IF WS-FEED-KEY = HIGH-VALUES
        SET WS-FEED-EOF TO TRUE
    END-IF.

2055-COMPARE-SOURCE-KEY.
    IF WS-SRC-KEY (SRC-IDX) < WS-FEED-KEY
        MOVE WS-SRC-KEY (SRC-IDX) TO WS-FEED-KEY
    END-IF
    SET SRC-IDX UP BY 1.

2060-COUNT-FEED-HOLDER.
    IF WS-SRC-KEY (SRC-IDX) = WS-LOW-KEY
        AND WS-LOW-KEY NOT = HIGH-VALUES
        ADD 1 TO WS-HOLDER-COUNT
        SET WS-HOLDER-SLOT TO SRC-IDX
    END-IF
    SET SRC-IDX UP BY 1.

*> Reads every source holding the key just settled past it, crediting
*> the record to the source as merged, overridden online or in
*> conflict.
2150-ADVANCE-SOURCE.
    IF WS-SRC-KEY (SRC-IDX) = WS-LOW-KEY
        EVALUATE TRUE
            WHEN WS-KEY-MERGED
                ADD 1 TO WS-SRC-MERGED-COUNT (SRC-IDX)
            WHEN WS-KEY-ONLINE
                ADD 1 TO WS-SRC-OVERRIDDEN-COUNT (SRC-IDX)
            WHEN OTHER
                ADD 1 TO WS-SRC-CONFLICT-COUNT (SRC-IDX)
                PERFORM 2160-LIST-CONFLICT
        END-EVALUATE
        PERFORM 2100-READ-FEED
    END-IF
    SET SRC-IDX UP BY 1.

2160-LIST-CONFLICT.
    IF WS-CFL-COUNT < 500
        ADD 1 TO WS-CFL-COUNT
        SET CFL-IDX TO WS-CFL-COUNT
        MOVE WS-SRC-RECORD (SRC-IDX) TO TXN-RECORD
        MOVE TXN-KEY OF TXN-RECORD TO WS-CFL-KEY (CFL-IDX)
        MOVE WS-SRC-CODE (SRC-IDX) TO WS-CFL-SOURCE-CODE (CFL-IDX)
        MOVE TXN-NUMBER OF TXN-RECORD TO WS-CFL-NUMBER (CFL-IDX)
        MOVE TXN-NUMBER-X OF TXN-RECORD TO WS-CFL-NUMBER-X (CFL-IDX)
        MOVE WS-KEY-DISPOSITION TO WS-CFL-DISPOSITION (CFL-IDX)
    ELSE
        ADD 1 TO WS-CFL-UNLISTED-COUNT
    END-IF.

*> Positions the current source slot on its next transaction record.
*> The source's control record is taken aside on the way past.
2100-READ-FEED.
    MOVE "N" TO WS-FEED-HAVE-SW
    PERFORM 2110-READ-FEED-RECORD
        UNTIL WS-SRC-EOF (SRC-IDX) OR WS-FEED-HAVE.

2110-READ-FEED-RECORD.
    SET WS-SLOT TO SRC-IDX
    MOVE "N" TO WS-FEED-AT-END-SW
    EVALUATE WS-SLOT
        WHEN 1
            READ FEED-FILE INTO WS-FEED-IN-RECORD
                AT END
                    SET WS-FEED-AT-END TO TRUE
            END-READ
        WHEN 2
            READ FEED-2-FILE INTO WS-FEED-IN-RECORD
                AT END
                    SET WS-FEED-AT-END TO TRUE
            END-READ
        WHEN 3
            READ FEED-3-FILE INTO WS-FEED-IN-RECORD
                AT END
                    SET WS-FEED-AT-END TO TRUE
            END-READ
        WHEN 4
            READ FEED-4-FILE INTO WS-FEED-IN-RECORD
                AT END
                    SET WS-FEED-AT-END TO TRUE
            END-READ
    END-EVALUATE
    MOVE WS-FEED-IN-RECORD TO SOURCE-CONTROL-RECORD
    EVALUATE TRUE
        WHEN WS-FEED-AT-END
            SET WS-SRC-EOF (SRC-IDX) TO TRUE
            MOVE HIGH-VALUES TO WS-SRC-KEY (SRC-IDX)
        WHEN SCT-IS-CONTROL
            PERFORM 2120-TAKE-CONTROL-RECORD
        WHEN OTHER
            PERFORM 2130-TAKE-FEED-RECORD
    END-EVALUATE.

2120-TAKE-CONTROL-RECORD.
    IF WS-SRC-CTL-SEEN (SRC-IDX) OR WS-SRC-CTL-DUPLICATE (SRC-IDX)
        SET WS-SRC-CTL-DUPLICATE (SRC-IDX) TO TRUE
    ELSE
        SET WS-SRC-CTL-SEEN (SRC-IDX) TO TRUE
    END-IF
    MOVE SCT-SOURCE-CODE TO WS-SRC-CTL-CODE (SRC-IDX)
    MOVE SCT-BUSINESS-DATE TO WS-SRC-CTL-DATE (SRC-IDX)
    IF SCT-RECORD-COUNT IS NUMERIC
        MOVE SCT-RECORD-COUNT TO WS-SRC-CTL-COUNT (SRC-IDX)
    END-IF
    IF SCT-NUMBER-TOTAL IS NUMERIC
        MOVE SCT-NUMBER-TOTAL TO WS-SRC-CTL-TOTAL (SRC-IDX)
    END-IF.

2130-TAKE-FEED-RECORD.
    SET WS-FEED-HAVE TO TRUE
    MOVE WS-FEED-IN-RECORD TO TXN-RECORD
    MOVE TXN-RECORD TO WS-SRC-RECORD (SRC-IDX)
    MOVE TXN-KEY OF TXN-RECORD TO WS-SRC-KEY (SRC-IDX)
    ADD 1 TO WS-SRC-READ-COUNT (SRC-IDX)
    ADD 1 TO WS-FEED-READ-COUNT
    IF WS-FEED-READ-COUNT = 1
        OR WS-SRC-KEY (SRC-IDX) < WS-FEED-FIRST-KEY
        MOVE WS-SRC-KEY (SRC-IDX) TO WS-FEED-FIRST-KEY
    END-IF
    IF WS-SRC-KEY (SRC-IDX) > WS-FEED-LAST-KEY
        MOVE WS-SRC-KEY (SRC-IDX) TO WS-FEED-LAST-KEY
    END-IF
    IF TXN-NUMBER OF TXN-RECORD IS NUMERIC
        AND TXN-NUMBER-X OF TXN-RECORD IS NUMERIC
        COMPUTE WS-SRC-NUMBER-TOTAL (SRC-IDX) =
            WS-SRC-NUMBER-TOTAL (SRC-IDX)
            + TXN-NUMBER OF TXN-RECORD
            + TXN-NUMBER-X OF TXN-RECORD
        COMPUTE WS-FEED-NUMBER-TOTAL = WS-FEED-NUMBER-TOTAL
            + TXN-NUMBER OF TXN-RECORD
            + TXN-NUMBER-X OF TXN-RECORD
    END-IF.

*> Positions on the next TXNMSTR record that has not already been
*> applied to a nightly run; stamped records are skipped and counted,
*> as are held corrections still waiting for their approver.
2200-READ-TXNMSTR.
    MOVE "N" TO WS-MSTR-HAVE-SW
    PERFORM 2210-READ-TXNMSTR-RECORD
            MOVE HIGH-VALUES TO WS-MSTR-KEY
        NOT AT END
            ADD 1 TO WS-MSTR-READ-COUNT
            EVALUATE TRUE
                WHEN TXM-PENDING-APPROVAL
                    ADD 1 TO WS-PENDING-SKIP-COUNT
                WHEN TXM-APPLIED-DATE = SPACES
                    SET WS-MSTR-HAVE TO TRUE
                    MOVE TXN-KEY OF TXN-MASTER-RECORD TO WS-MSTR-KEY
                WHEN OTHER
                    ADD 1 TO WS-APPLIED-SKIP-COUNT
            END-EVALUATE
    END-READ.

*> Standing-instruction postings are generated for tonight only, so
*> they carry no applied stamp to skip and no reversal flag.
2250-READ-STANDING.
    READ STANDING-TXN-FILE
        AT END
            SET WS-SIN-EOF TO TRUE
            MOVE HIGH-VALUES TO WS-SIN-KEY
        NOT AT END
            ADD 1 TO WS-SIN-READ-COUNT
            MOVE STANDING-TXN-RECORD (1:18) TO WS-SIN-KEY
    END-READ.

2300-WRITE-FROM-FEED.
    MOVE WS-SRC-RECORD (SRC-IDX) TO TXN-RECORD
    MOVE TXN-ACCOUNT-ID OF TXN-RECORD TO WS-MRG-ACCOUNT-ID
    MOVE TXN-DATE OF TXN-RECORD TO WS-MRG-DATE
    MOVE TXN-NUMBER OF TXN-RECORD TO WS-MRG-NUMBER
    MOVE TXN-NUMBER-X OF TXN-RECORD TO WS-MRG-NUMBER-X
    MOVE TXN-TYPE OF TXN-RECORD TO WS-MRG-TYPE
    MOVE WS-SRC-CODE (SRC-IDX) TO WS-MRG-SOURCE-CODE
    PERFORM 2500-WRITE-MERGED.

2350-WRITE-FROM-STANDING.
    MOVE STANDING-TXN-RECORD TO WS-MERGED-AREA
    MOVE "STND" TO WS-MRG-SOURCE-CODE
    PERFORM 2500-WRITE-MERGED.

*> An online-keyed record is always a normal posting: reversals ride
    MOVE TXM-NUMBER TO WS-MRG-NUMBER
    MOVE TXM-NUMBER-X TO WS-MRG-NUMBER-X
    MOVE SPACE TO WS-MRG-TYPE
    MOVE "ONLN" TO WS-MRG-SOURCE-CODE
    PERFORM 2500-WRITE-MERGED
    WRITE BRIDGE-KEY-RECORD
        FROM TXN-KEY OF TXN-MASTER-RECORD.

3000-FINALIZE.
    IF RETURN-CODE NOT = 16
        SET SRC-IDX TO 1
        PERFORM 3010-CLOSE-SOURCE UNTIL SRC-IDX > 4
        IF WS-MSTR-OPEN
            CLOSE TXNMSTR-FILE
        END-IF
        IF WS-SIN-OPEN
            CLOSE STANDING-TXN-FILE
        END-IF
        CLOSE MERGED-FILE
        PERFORM 3050-WRITE-FEED-IDENTITY
        CLOSE BRIDGE-KEYS-FILE
        CLOSE FEED-ID-FILE
        SET SRC-IDX TO 1
        PERFORM 3020-CHECK-SOURCE UNTIL SRC-IDX > 4
        PERFORM 3100-WRITE-BRIDGE-REPORT
        CLOSE BRIDGE-RPT-FILE
        PERFORM 3900-WRITE-RUN-STATISTICS
        IF WS-SOURCES-REFUSED > 0 OR WS-REGISTRY-ERROR-COUNT > 0
            DISPLAY "ARITHBRG: *** " WS-SOURCES-REFUSED " SOURCE(S) REFUSED, "
                WS-REGISTRY-ERROR-COUNT " REGISTRY ERROR(S) - NIGHT STOPPED ***"
            MOVE 8 TO RETURN-CODE
        END-IF
        IF WS-CONFLICT-HELD-COUNT > 0 AND RETURN-CODE = 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    DISPLAY "ARITHBRG: FEED RECORDS READ    = " WS-FEED-READ-COUNT
    DISPLAY "ARITHBRG: TXNMSTR RECORDS READ = " WS-MSTR-READ-COUNT
    DISPLAY "ARITHBRG: STANDING POSTINGS    = " WS-SIN-READ-COUNT
    DISPLAY "ARITHBRG: KEY CONFLICTS HELD   = " WS-CONFLICT-HELD-COUNT
    DISPLAY "ARITHBRG: MERGED RECORDS OUT   = " WS-MERGED-COUNT.

3010-CLOSE-SOURCE.
    IF WS-SRC-RECEIVED (SRC-IDX)
        SET WS-SLOT TO SRC-IDX
        EVALUATE WS-SLOT
            WHEN 1
                CLOSE FEED-FILE
            WHEN 2
                CLOSE FEED-2-FILE
            WHEN 3
                CLOSE FEED-3-FILE
            WHEN 4
                CLOSE FEED-4-FILE
        END-EVALUATE
    END-IF
    SET SRC-IDX UP BY 1.

*> Settles each source once its file has been read to the end. An
*> expected source whose file held nothing at all -- no transactions
*> and no control record -- never really arrived. A control record
*> dated other than tonight means the file is not tonight's cut. The
*> control record, where there is one, must name the source and tie
*> to the count and number total the bridge read; a source registered
*> as control-required that sent none cannot be proved complete. A
*> missing or late expected source, a late optional one and any
*> out-of-balance source are refused, which stops the night.
3020-CHECK-SOURCE.
    IF WS-SRC-RECEIVED (SRC-IDX)
        IF WS-SRC-READ-COUNT (SRC-IDX) = ZERO
            AND NOT WS-SRC-CTL-SEEN (SRC-IDX)
            AND NOT WS-SRC-CTL-DUPLICATE (SRC-IDX)
            AND WS-SRC-EXPECTED (SRC-IDX)
            SET WS-SRC-MISSING (SRC-IDX) TO TRUE
            DISPLAY "ARITHBRG: *** EXPECTED SOURCE "
                WS-SRC-CODE (SRC-IDX) " SENT AN EMPTY FILE ***"
        END-IF
    END-IF
    IF WS-SRC-RECEIVED (SRC-IDX)
        EVALUATE TRUE
            WHEN WS-SRC-CTL-DUPLICATE (SRC-IDX)
                SET WS-SRC-OUT-OF-BALANCE (SRC-IDX) TO TRUE
                MOVE "DUPLICATE CTL" TO WS-SRC-RECON-NOTE (SRC-IDX)
            WHEN WS-SRC-CTL-SEEN (SRC-IDX)
                AND WS-SRC-CTL-CODE (SRC-IDX) NOT = WS-SRC-CODE (SRC-IDX)
                SET WS-SRC-OUT-OF-BALANCE (SRC-IDX) TO TRUE
                MOVE "WRONG SOURCE" TO WS-SRC-RECON-NOTE (SRC-IDX)
            WHEN WS-SRC-CTL-SEEN (SRC-IDX)
                AND WS-SRC-CTL-COUNT (SRC-IDX) = WS-SRC-READ-COUNT (SRC-IDX)
                AND WS-SRC-CTL-TOTAL (SRC-IDX) = WS-SRC-NUMBER-TOTAL (SRC-IDX)
                SET WS-SRC-IN-BALANCE (SRC-IDX) TO TRUE
                MOVE "RECONCILED" TO WS-SRC-RECON-NOTE (SRC-IDX)
            WHEN WS-SRC-CTL-SEEN (SRC-IDX)
                SET WS-SRC-OUT-OF-BALANCE (SRC-IDX) TO TRUE
                MOVE "OUT OF BALANCE" TO WS-SRC-RECON-NOTE (SRC-IDX)
            WHEN WS-SRC-CONTROL-MANDATORY (SRC-IDX)
                SET WS-SRC-OUT-OF-BALANCE (SRC-IDX) TO TRUE
                MOVE "NO CONTROL REC" TO WS-SRC-RECON-NOTE (SRC-IDX)
            WHEN OTHER
                MOVE "NOT CHECKED" TO WS-SRC-RECON-NOTE (SRC-IDX)
        END-EVALUATE
        IF WS-SRC-CTL-SEEN (SRC-IDX)
            AND WS-SRC-CTL-DATE (SRC-IDX) NOT = WS-RUN-DATE-X
            SET WS-SRC-LATE (SRC-IDX) TO TRUE
            DISPLAY "ARITHBRG: *** SOURCE " WS-SRC-CODE (SRC-IDX)
                " FILE IS FOR " WS-SRC-CTL-DATE (SRC-IDX)
                ", NOT TONIGHT - LATE ***"
        END-IF
        IF WS-SRC-OUT-OF-BALANCE (SRC-IDX)
            DISPLAY "ARITHBRG: *** SOURCE " WS-SRC-CODE (SRC-IDX) " "
                WS-SRC-RECON-NOTE (SRC-IDX) " ***"
        END-IF
    END-IF
    IF WS-SRC-MISSING (SRC-IDX) OR WS-SRC-LATE (SRC-IDX)
        OR WS-SRC-OUT-OF-BALANCE (SRC-IDX)
        ADD 1 TO WS-SOURCES-REFUSED
    END-IF
    SET SRC-IDX UP BY 1.

3050-WRITE-FEED-IDENTITY.
    MOVE WS-RUN-DATE-X TO RGR-RUN-DATE
    MOVE WS-FEED-FIRST-KEY TO RGR-FIRST-KEY

3100-WRITE-BRIDGE-REPORT.
    MOVE SPACES TO BRIDGE-RPT-LINE
    STRING "ARITHBRG TXNMSTR/FEED/STANDING MERGE REPORT" DELIMITED BY SIZE
        INTO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    PERFORM 3200-WRITE-SOURCE-SECTION

    MOVE "FEED RECORDS READ     :" TO WS-RPT-LABEL
    MOVE WS-FEED-READ-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    MOVE "STANDING POSTINGS READ:" TO WS-RPT-LABEL
    MOVE WS-SIN-READ-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    MOVE "ONLINE OVERRODE FEED  :" TO WS-RPT-LABEL
    MOVE WS-OVERRIDE-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    MOVE "STANDING-ONLY RECORDS :" TO WS-RPT-LABEL
    MOVE WS-STANDING-ONLY-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    MOVE "STANDING DISPLACED    :" TO WS-RPT-LABEL
    MOVE WS-SIN-DISPLACED-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    MOVE "ALREADY APPLIED - SKIP:" TO WS-RPT-LABEL
    MOVE WS-APPLIED-SKIP-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    MOVE "HELD FOR APPROVAL-SKIP:" TO WS-RPT-LABEL
    MOVE WS-PENDING-SKIP-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    MOVE "KEY CONFLICTS HELD OUT:" TO WS-RPT-LABEL
    MOVE WS-CONFLICT-HELD-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    MOVE "CONFLICTS ONLINE WON  :" TO WS-RPT-LABEL
    MOVE WS-CONFLICT-ONLINE-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    MOVE "SOURCES REFUSED       :" TO WS-RPT-LABEL
    MOVE WS-SOURCES-REFUSED TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    MOVE "REGISTRY ERRORS       :" TO WS-RPT-LABEL
    MOVE WS-REGISTRY-ERROR-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    MOVE "MERGED RECORDS OUT    :" TO WS-RPT-LABEL
    MOVE WS-MERGED-COUNT TO WS-RPT-COUNT
    MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE

    IF WS-CONFLICT-HELD-COUNT > 0 OR WS-CONFLICT-ONLINE-COUNT > 0
        PERFORM 3300-WRITE-CONFLICT-SECTION
    END-IF.

*> The night by source: what each registered source sent, whether it
*> arrived and was on time, how its control record tied, and where
*> its records went.
3200-WRITE-SOURCE-SECTION.
    MOVE SPACES TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE
    MOVE "TONIGHT'S SOURCES" TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE
    MOVE WS-SRC-HEADING TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE
    SET SRC-IDX TO 1
    PERFORM 3210-WRITE-SOURCE-LINES UNTIL SRC-IDX > 4
    MOVE SPACES TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE.

3210-WRITE-SOURCE-LINES.
    IF WS-SRC-REGISTERED (SRC-IDX)
        MOVE WS-SRC-CODE (SRC-IDX) TO D1-CODE
        MOVE WS-SRC-NAME (SRC-IDX) TO D1-NAME
        EVALUATE TRUE
            WHEN WS-SRC-MISSING (SRC-IDX)
                MOVE "MISSING" TO D1-STATUS
            WHEN WS-SRC-LATE (SRC-IDX)
                MOVE "LATE" TO D1-STATUS
            WHEN WS-SRC-WAIVED (SRC-IDX)
                MOVE "WAIVED" TO D1-STATUS
            WHEN WS-SRC-NOT-DUE (SRC-IDX)
                MOVE "NOT DUE" TO D1-STATUS
            WHEN WS-SRC-NOT-READ (SRC-IDX)
                MOVE "INACTIVE" TO D1-STATUS
            WHEN OTHER
                MOVE "RECEIVED" TO D1-STATUS
        END-EVALUATE
        MOVE WS-SRC-READ-COUNT (SRC-IDX) TO D1-RECORDS
        MOVE WS-SRC-NUMBER-TOTAL (SRC-IDX) TO D1-TOTAL
        MOVE WS-SRC-DETAIL-1 TO BRIDGE-RPT-LINE
        WRITE BRIDGE-RPT-LINE
        MOVE SPACES TO WS-SRC-DETAIL-2
        EVALUATE TRUE
            WHEN WS-SRC-WAIVED (SRC-IDX)
                MOVE "WAIVED:  " TO D2-LABEL
                MOVE WS-SRC-WAIVED-BY (SRC-IDX) TO D2-DATE
                MOVE WS-SRC-DETAIL-2 TO BRIDGE-RPT-LINE
                WRITE BRIDGE-RPT-LINE
            WHEN WS-SRC-CTL-SEEN (SRC-IDX) OR WS-SRC-CTL-DUPLICATE (SRC-IDX)
                MOVE "CONTROL: " TO D2-LABEL
                MOVE WS-SRC-CTL-DATE (SRC-IDX) TO D2-DATE
                MOVE WS-SRC-CTL-COUNT (SRC-IDX) TO D2-COUNT
                MOVE WS-SRC-CTL-TOTAL (SRC-IDX) TO D2-TOTAL
                MOVE WS-SRC-RECON-NOTE (SRC-IDX) TO D2-NOTE
                MOVE WS-SRC-DETAIL-2 TO BRIDGE-RPT-LINE
                WRITE BRIDGE-RPT-LINE
            WHEN WS-SRC-RECON-NOTE (SRC-IDX) NOT = SPACES
                MOVE "CONTROL: " TO D2-LABEL
                MOVE "NONE" TO D2-DATE
                MOVE WS-SRC-RECON-NOTE (SRC-IDX) TO D2-NOTE
                MOVE WS-SRC-DETAIL-2 TO BRIDGE-RPT-LINE
                WRITE BRIDGE-RPT-LINE
        END-EVALUATE
        IF WS-SRC-READ-COUNT (SRC-IDX) > ZERO
            MOVE WS-SRC-MERGED-COUNT (SRC-IDX) TO D3-MERGED
            MOVE WS-SRC-OVERRIDDEN-COUNT (SRC-IDX) TO D3-OVERRIDDEN
            MOVE WS-SRC-CONFLICT-COUNT (SRC-IDX) TO D3-CONFLICTS
            MOVE WS-SRC-DETAIL-3 TO BRIDGE-RPT-LINE
            WRITE BRIDGE-RPT-LINE
        END-IF
    END-IF
    SET SRC-IDX UP BY 1.

*> Every record caught in a cross-source key conflict, so ops can see
*> what each source sent and key the right figures on ARITHOLM.
3300-WRITE-CONFLICT-SECTION.
    MOVE SPACES TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE
    MOVE "KEY CONFLICTS BETWEEN SOURCES" TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE
    MOVE WS-CFL-HEADING TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE
    SET CFL-IDX TO 1
    PERFORM 3310-WRITE-CONFLICT-LINE UNTIL CFL-IDX > WS-CFL-COUNT
    IF WS-CFL-UNLISTED-COUNT > 0
        MOVE "CONFLICTS NOT LISTED  :" TO WS-RPT-LABEL
        MOVE WS-CFL-UNLISTED-COUNT TO WS-RPT-COUNT
        MOVE WS-RPT-DETAIL TO BRIDGE-RPT-LINE
        WRITE BRIDGE-RPT-LINE
    END-IF.

3310-WRITE-CONFLICT-LINE.
    MOVE WS-CFL-ACCOUNT-ID (CFL-IDX) TO C-ACCOUNT-ID
    MOVE WS-CFL-DATE (CFL-IDX) TO C-DATE
    MOVE WS-CFL-SOURCE-CODE (CFL-IDX) TO C-SOURCE-CODE
    MOVE WS-CFL-NUMBER (CFL-IDX) TO C-NUMBER
    MOVE WS-CFL-NUMBER-X (CFL-IDX) TO C-NUMBER-X
    IF WS-CFL-DISPOSITION (CFL-IDX) = "C"
        MOVE "ONLINE CORRECTION USED" TO C-DISPOSITION
    ELSE
        MOVE "HELD OUT - NOT MERGED" TO C-DISPOSITION
    END-IF
    MOVE WS-CFL-DETAIL TO BRIDGE-RPT-LINE
    WRITE BRIDGE-RPT-LINE
    SET CFL-IDX UP BY 1.

*> Tonight's merge volume goes on the keyed run-statistics file for
*> the ARITHTRD morning trend report, as two entries: the merged file
*> the compute will read, and the raw external feed on its own -- a
*> half-cut feed hides inside a plausible merged count when the
*> online side is busy -- plus one entry per registered source,
*> step id "SRC-" and the source code, carrying what the source sent
*> and, as its exception count, the records it had in key conflicts.
*> A missing statistics file is warned on and
*> bypassed so statistics can never stop the night; a rerun of an
*> abandoned night replaces its entries.
3900-WRITE-RUN-STATISTICS.
        MOVE WS-FEED-READ-COUNT TO RST-RECORD-COUNT
        MOVE WS-FEED-NUMBER-TOTAL TO RST-GRAND-TOTAL
        PERFORM 3910-PUT-STATS-ENTRY
        SET SRC-IDX TO 1
        PERFORM 3920-PUT-SOURCE-STATS UNTIL SRC-IDX > 4
        CLOSE RUN-STATS-FILE
    END-IF.

            END-IF
    END-WRITE.

3920-PUT-SOURCE-STATS.
    IF WS-SRC-REGISTERED (SRC-IDX) AND NOT WS-SRC-NOT-READ (SRC-IDX)
        INITIALIZE RUN-STATISTICS-RECORD
        MOVE WS-RUN-DATE-X TO RST-RUN-DATE
        MOVE SPACES TO WS-SOURCE-STEP-ID
        STRING "SRC-" WS-SRC-CODE (SRC-IDX) DELIMITED BY SIZE
            INTO WS-SOURCE-STEP-ID
        MOVE WS-SOURCE-STEP-ID TO RST-STEP-ID
        MOVE WS-SRC-READ-COUNT (SRC-IDX) TO RST-RECORD-COUNT
        MOVE WS-SRC-NUMBER-TOTAL (SRC-IDX) TO RST-GRAND-TOTAL
        MOVE WS-SRC-CONFLICT-COUNT (SRC-IDX) TO RST-EXCEPTION-COUNT
        PERFORM 3910-PUT-STATS-ENTRY
    END-IF
    SET SRC-IDX UP BY 1.

*> Tonight's business date comes from the ARITHRUN run-control
*> handoff when it is present; a run outside the nightly stream
*> falls back to the machine date as before.
