       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARITHDRM.
*> Periodic dormancy run. Walks the account reference master and, for
*> every open account, takes the account's last activity as the later
*> of the master balance file's MST-LAST-UPDATE-DATE (the business
*> date of the most recent posting) and the reference record's
*> ACT-STATUS-DATE (when it was added, reopened or reactivated). An
*> account whose last activity is older than the inactivity window --
*> PARM is the window in days, 365 when not given -- is flagged
*> dormant on the reference master. From then on ARITHB01 routes its
*> postings to the exception file under reason DM instead of posting
*> them, until an ARITHACT reactivation puts the account back to open.
*> The dormancy report lists every account flagged tonight and every
*> account already dormant, with its last activity date, days inactive
*> and master balances, so the controller sees the whole dormant book.
*> Closed accounts are left alone. The master balance file is only
*> read; nothing here moves money.
AUTHOR. ARITHMETIC-TEAM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCT-REF-FILE ASSIGN TO ACCTREF
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACT-KEY
        FILE STATUS IS WS-REF-STATUS.

    SELECT MASTER-FILE ASSIGN TO MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MST-KEY
        FILE STATUS IS WS-MST-STATUS.

    SELECT DORMANCY-RPT-FILE ASSIGN TO DRMRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCT-REF-FILE.
COPY ACTREC.

FD  MASTER-FILE.
COPY MSTREC.

FD  DORMANCY-RPT-FILE
    RECORDING MODE IS F.
01  DORMANCY-RPT-LINE           PIC X(80).

FD  RUN-CONTROL-FILE.
COPY RCTLREC.

WORKING-STORAGE SECTION.
01  WS-REF-STATUS               PIC XX VALUE SPACES.
    88  WS-REF-OK               VALUE "00".
    88  WS-REF-EOF              VALUE "10".

01  WS-MST-STATUS               PIC XX VALUE SPACES.
    88  WS-MST-OK               VALUE "00".

01  WS-MST-OPEN-SW              PIC X VALUE "N".
    88  WS-MST-OPEN             VALUE "Y".

01  WS-MST-FOUND-SW             PIC X VALUE "N".
    88  WS-MST-FOUND            VALUE "Y".

01  WS-RPT-STATUS               PIC XX VALUE SPACES.

01  WS-RCT-STATUS               PIC XX VALUE SPACES.
    88  WS-RCT-OK               VALUE "00".

01  WS-EOF-SWITCH               PIC X VALUE "N".
    88  WS-END-OF-FILE          VALUE "Y".

01  WS-RUN-DATE                 PIC 9(8) VALUE ZERO.
01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                PIC X(8).

01  WS-PARM-LINE                PIC X(32) VALUE SPACES.
01  WS-WINDOW-X                 PIC X(8) VALUE SPACES.
01  WS-WINDOW-LEN               PIC 9(2) VALUE ZERO.
01  WS-WINDOW-DAYS              PIC 9(4) VALUE 365.

01  WS-RUN-INTEGER              PIC 9(9) VALUE ZERO.
01  WS-CUTOFF-DATE              PIC 9(8) VALUE ZERO.
01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                PIC X(8).

01  WS-ACTIVITY-DATE            PIC X(8) VALUE SPACES.
01  WS-ACTIVITY-DATE-N REDEFINES WS-ACTIVITY-DATE
                                PIC 9(8).
01  WS-DAYS-INACTIVE            PIC 9(5) VALUE ZERO.

01  WS-DORMANCY-COUNTS.
    05  WS-ACCOUNT-COUNT         PIC 9(9) VALUE ZERO.
    05  WS-FLAGGED-COUNT         PIC 9(9) VALUE ZERO.
    05  WS-ALREADY-DORMANT-COUNT PIC 9(9) VALUE ZERO.
    05  WS-NO-DATE-COUNT         PIC 9(9) VALUE ZERO.
    05  WS-REWRITE-FAIL-COUNT    PIC 9(9) VALUE ZERO.
    05  WS-DORMANT-RUNNING-TOTAL PIC 9(12) VALUE ZERO.

01  WS-PAGE-CONTROL.
    05  WS-PAGE-NUMBER           PIC 9(5) VALUE ZERO.
    05  WS-LINES-PER-PAGE        PIC 9(3) VALUE 60.
    05  WS-LINE-COUNT            PIC 9(3) VALUE 99.

01  WS-HEADER-LINE-1.
    05  FILLER                   PIC X(10) VALUE "RUN-ID: ".
    05  FILLER                   PIC X(8) VALUE "ARITHDRM".
    05  FILLER                   PIC X(10) VALUE SPACES.
    05  FILLER                   PIC X(6) VALUE "DATE: ".
    05  H1-RUN-DATE              PIC 9999/99/99.
    05  FILLER                   PIC X(10) VALUE SPACES.
    05  FILLER                   PIC X(6) VALUE "PAGE: ".
    05  H1-PAGE-NUMBER           PIC ZZZZ9.

01  WS-HEADER-LINE-2.
    05  FILLER                   PIC X(34) VALUE
        "DORMANT ACCOUNTS - WINDOW (DAYS): ".
    05  H2-WINDOW-DAYS           PIC ZZZ9.
    05  FILLER                   PIC X(4) VALUE SPACES.
    05  FILLER                   PIC X(16) VALUE "INACTIVE BEFORE ".
    05  H2-CUTOFF-DATE           PIC 9999/99/99.

01  WS-COLUMN-HEADER             PIC X(80) VALUE
    "ACCOUNT-ID  LAST-ACTV   DAYS  RUNNING-TOTAL   MTD-TOTAL   YTD-TOTAL ACTION".

01  WS-DETAIL-LINE.
    05  D-ACCOUNT-ID             PIC X(10).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  D-ACTIVITY-DATE          PIC 9999/99/99.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D-DAYS-INACTIVE          PIC ZZZZ9.
    05  FILLER                   PIC X(4) VALUE SPACES.
    05  D-RUNNING-TOTAL          PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D-MTD-TOTAL              PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D-YTD-TOTAL              PIC ZZZ,ZZZ,ZZ9.
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  D-ACTION                 PIC X(12).

01  WS-SUMMARY-LINE.
    05  WS-RPT-LABEL             PIC X(24).
    05  WS-RPT-COUNT             PIC ZZZ,ZZZ,ZZ9.

01  WS-TOTAL-LINE.
    05  FILLER                   PIC X(24) VALUE "DORMANT RUNNING TOTAL:".
    05  T-RUNNING-TOTAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-CHECK-ACCOUNT UNTIL WS-END-OF-FILE
    PERFORM 3000-FINALIZE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM 1050-GET-BUSINESS-DATE
    PERFORM 1100-GET-WINDOW-PARM
    IF NOT WS-END-OF-FILE
        COMPUTE WS-RUN-INTEGER = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
        COMPUTE WS-CUTOFF-DATE =
            FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER - WS-WINDOW-DAYS)
        OPEN I-O ACCT-REF-FILE
        IF NOT WS-REF-OK
            DISPLAY "ARITHDRM: UNABLE TO OPEN REFERENCE FILE, STATUS="
                WS-REF-STATUS
            MOVE "Y" TO WS-EOF-SWITCH
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM 1200-OPEN-MASTER-FILE
            OPEN OUTPUT DORMANCY-RPT-FILE
            MOVE LOW-VALUES TO ACT-KEY
            START ACCT-REF-FILE KEY >= ACT-KEY
                INVALID KEY
                    MOVE "Y" TO WS-EOF-SWITCH
            END-START
            IF NOT WS-END-OF-FILE
                PERFORM 2100-READ-ACCOUNT
            END-IF
        END-IF
    END-IF.

*> PARM is the inactivity window in days (1-9999); no PARM keeps the
*> shop default of a year.
1100-GET-WINDOW-PARM.
    ACCEPT WS-PARM-LINE FROM COMMAND-LINE
    IF WS-PARM-LINE NOT = SPACES
        MOVE ZERO TO WS-WINDOW-LEN
        UNSTRING WS-PARM-LINE DELIMITED BY SPACE
            INTO WS-WINDOW-X COUNT IN WS-WINDOW-LEN
        END-UNSTRING
        IF WS-WINDOW-LEN < 1 OR WS-WINDOW-LEN > 4
            DISPLAY "ARITHDRM: PARM MUST BE THE WINDOW IN DAYS, GOT '"
                WS-PARM-LINE "'"
            MOVE "Y" TO WS-EOF-SWITCH
            MOVE 8 TO RETURN-CODE
        ELSE
            IF WS-WINDOW-X (1:WS-WINDOW-LEN) IS NOT NUMERIC
                DISPLAY "ARITHDRM: PARM MUST BE THE WINDOW IN DAYS, GOT '"
                    WS-PARM-LINE "'"
                MOVE "Y" TO WS-EOF-SWITCH
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE WS-WINDOW-X (1:WS-WINDOW-LEN) TO WS-WINDOW-DAYS
                IF WS-WINDOW-DAYS = ZERO
                    DISPLAY "ARITHDRM: WINDOW OF ZERO DAYS REFUSED"
                    MOVE "Y" TO WS-EOF-SWITCH
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF.

*> Without the master balance file the only activity evidence left is
*> the reference status date; the run still lists and flags on that.
1200-OPEN-MASTER-FILE.
    OPEN INPUT MASTER-FILE
    IF WS-MST-OK
        SET WS-MST-OPEN TO TRUE
    ELSE
        DISPLAY "ARITHDRM: NO MASTER BALANCE FILE, STATUS=" WS-MST-STATUS
            " - USING STATUS DATES ONLY"
    END-IF.

2000-CHECK-ACCOUNT.
    EVALUATE TRUE
        WHEN ACT-DORMANT
            PERFORM 2200-GET-LAST-ACTIVITY
            ADD 1 TO WS-ALREADY-DORMANT-COUNT
            MOVE "DORMANT" TO D-ACTION
            PERFORM 2400-WRITE-DETAIL
        WHEN ACT-OPEN
            PERFORM 2200-GET-LAST-ACTIVITY
            IF WS-ACTIVITY-DATE = SPACES
                ADD 1 TO WS-NO-DATE-COUNT
            ELSE
                IF WS-ACTIVITY-DATE < WS-CUTOFF-DATE-X
                    PERFORM 2300-FLAG-DORMANT
                END-IF
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM 2100-READ-ACCOUNT.

2100-READ-ACCOUNT.
    READ ACCT-REF-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-EOF-SWITCH
        NOT AT END
            ADD 1 TO WS-ACCOUNT-COUNT
    END-READ.

*> Last activity is the later of the last posting date on the master
*> and the reference status date; either may be missing (a new
*> account never posted to, a record cut before status dates were
*> kept), in which case the other stands alone.
2200-GET-LAST-ACTIVITY.
    MOVE SPACES TO WS-ACTIVITY-DATE
    MOVE "N" TO WS-MST-FOUND-SW
    IF WS-MST-OPEN
        MOVE ACT-ACCOUNT-ID TO MST-ACCOUNT-ID
        READ MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-MST-FOUND TO TRUE
                IF MST-LAST-UPDATE-DATE IS NUMERIC
                    MOVE MST-LAST-UPDATE-DATE TO WS-ACTIVITY-DATE
                END-IF
        END-READ
    END-IF
    IF ACT-STATUS-DATE IS NUMERIC
        IF WS-ACTIVITY-DATE = SPACES
            OR ACT-STATUS-DATE > WS-ACTIVITY-DATE
            MOVE ACT-STATUS-DATE TO WS-ACTIVITY-DATE
        END-IF
    END-IF
    MOVE ZERO TO WS-DAYS-INACTIVE
    IF WS-ACTIVITY-DATE NOT = SPACES
        IF WS-ACTIVITY-DATE-N > 16010101
            AND WS-ACTIVITY-DATE < WS-RUN-DATE-X
            COMPUTE WS-DAYS-INACTIVE = WS-RUN-INTEGER
                - FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE-N)
        END-IF
    END-IF.

2300-FLAG-DORMANT.
    SET ACT-DORMANT TO TRUE
    MOVE WS-RUN-DATE-X TO ACT-STATUS-DATE
    REWRITE ACCOUNT-REFERENCE-RECORD
        INVALID KEY
            DISPLAY "ARITHDRM: REWRITE FAILED FOR " ACT-ACCOUNT-ID
                " STATUS=" WS-REF-STATUS
            ADD 1 TO WS-REWRITE-FAIL-COUNT
            MOVE "NOT FLAGGED" TO D-ACTION
            PERFORM 2400-WRITE-DETAIL
        NOT INVALID KEY
            ADD 1 TO WS-FLAGGED-COUNT
            MOVE "FLAGGED" TO D-ACTION
            PERFORM 2400-WRITE-DETAIL
    END-REWRITE.

2400-WRITE-DETAIL.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 2410-WRITE-PAGE-HEADERS
    END-IF
    MOVE ACT-ACCOUNT-ID TO D-ACCOUNT-ID
    IF WS-ACTIVITY-DATE = SPACES
        MOVE ZERO TO D-ACTIVITY-DATE
    ELSE
        MOVE WS-ACTIVITY-DATE-N TO D-ACTIVITY-DATE
    END-IF
    MOVE WS-DAYS-INACTIVE TO D-DAYS-INACTIVE
    IF WS-MST-FOUND
        MOVE MST-RUNNING-TOTAL TO D-RUNNING-TOTAL
        MOVE MST-MTD-TOTAL TO D-MTD-TOTAL
        MOVE MST-YTD-TOTAL TO D-YTD-TOTAL
        ADD MST-RUNNING-TOTAL TO WS-DORMANT-RUNNING-TOTAL
    ELSE
        MOVE ZERO TO D-RUNNING-TOTAL
        MOVE ZERO TO D-MTD-TOTAL
        MOVE ZERO TO D-YTD-TOTAL
    END-IF
    MOVE WS-DETAIL-LINE TO DORMANCY-RPT-LINE
    WRITE DORMANCY-RPT-LINE
    ADD 1 TO WS-LINE-COUNT.

2410-WRITE-PAGE-HEADERS.
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-RUN-DATE TO H1-RUN-DATE
    MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER
    MOVE WS-WINDOW-DAYS TO H2-WINDOW-DAYS
    MOVE WS-CUTOFF-DATE TO H2-CUTOFF-DATE
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO DORMANCY-RPT-LINE
        WRITE DORMANCY-RPT-LINE
        BEFORE ADVANCING PAGE
    END-IF
    MOVE WS-HEADER-LINE-1 TO DORMANCY-RPT-LINE
    WRITE DORMANCY-RPT-LINE
    MOVE WS-HEADER-LINE-2 TO DORMANCY-RPT-LINE
    WRITE DORMANCY-RPT-LINE
    MOVE SPACES TO DORMANCY-RPT-LINE
    WRITE DORMANCY-RPT-LINE
    MOVE WS-COLUMN-HEADER TO DORMANCY-RPT-LINE
    WRITE DORMANCY-RPT-LINE
    MOVE ZERO TO WS-LINE-COUNT.

3000-FINALIZE.
    IF WS-REF-OK OR WS-REF-EOF
        IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
            PERFORM 2410-WRITE-PAGE-HEADERS
        END-IF
        MOVE SPACES TO DORMANCY-RPT-LINE
        WRITE DORMANCY-RPT-LINE
        MOVE "ACCOUNTS SCANNED:" TO WS-RPT-LABEL
        MOVE WS-ACCOUNT-COUNT TO WS-RPT-COUNT
        PERFORM 3100-WRITE-SUMMARY-LINE
        MOVE "FLAGGED DORMANT TONIGHT:" TO WS-RPT-LABEL
        MOVE WS-FLAGGED-COUNT TO WS-RPT-COUNT
        PERFORM 3100-WRITE-SUMMARY-LINE
        MOVE "ALREADY DORMANT:" TO WS-RPT-LABEL
        MOVE WS-ALREADY-DORMANT-COUNT TO WS-RPT-COUNT
        PERFORM 3100-WRITE-SUMMARY-LINE
        MOVE "OPEN, NO ACTIVITY DATE:" TO WS-RPT-LABEL
        MOVE WS-NO-DATE-COUNT TO WS-RPT-COUNT
        PERFORM 3100-WRITE-SUMMARY-LINE
        MOVE "REWRITE FAILURES:" TO WS-RPT-LABEL
        MOVE WS-REWRITE-FAIL-COUNT TO WS-RPT-COUNT
        PERFORM 3100-WRITE-SUMMARY-LINE
        MOVE WS-DORMANT-RUNNING-TOTAL TO T-RUNNING-TOTAL
        MOVE WS-TOTAL-LINE TO DORMANCY-RPT-LINE
        WRITE DORMANCY-RPT-LINE
        CLOSE ACCT-REF-FILE
        CLOSE DORMANCY-RPT-FILE
        IF WS-MST-OPEN
            CLOSE MASTER-FILE
        END-IF
    END-IF
    DISPLAY "ARITHDRM: ACCOUNTS SCANNED      = " WS-ACCOUNT-COUNT
    DISPLAY "ARITHDRM: FLAGGED DORMANT       = " WS-FLAGGED-COUNT
    DISPLAY "ARITHDRM: ALREADY DORMANT       = " WS-ALREADY-DORMANT-COUNT
    DISPLAY "ARITHDRM: OPEN, NO ACTIVITY DATE = " WS-NO-DATE-COUNT
    IF WS-REWRITE-FAIL-COUNT > ZERO
        DISPLAY "ARITHDRM: REWRITE FAILURES     = " WS-REWRITE-FAIL-COUNT
        MOVE 16 TO RETURN-CODE
    END-IF.

3100-WRITE-SUMMARY-LINE.
    MOVE WS-SUMMARY-LINE TO DORMANCY-RPT-LINE
    WRITE DORMANCY-RPT-LINE.

*> The window is measured back from tonight's business date from the
*> ARITHRUN run-control handoff when it is present; a run outside the
*> nightly stream falls back to the machine date.
1050-GET-BUSINESS-DATE.
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RCT-OK
        READ RUN-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE RCT-BUSINESS-DATE TO WS-RUN-DATE-X
        END-READ
        CLOSE RUN-CONTROL-FILE
    ELSE
        DISPLAY "ARITHDRM: NO RUN CONTROL FILE, STATUS=" WS-RCT-STATUS
            " - USING MACHINE DATE"
    END-IF.
