IDENTIFICATION DIVISION.
PROGRAM-ID. STATCORR.

*> Cross-metric correlation and regression over the statistics
*> history master. A METRICS=Y feed carries several measures per key
*> (balance, rate, volume ...), but STATMEASURE works out each key
*> and metric block on its own, so a branch whose volume jumps while
*> its balance stays flat passes every single-metric check. This
*> step reads the STATHIST records for each FILE= feed over the
*> FROM=/TO= window and, for every key, lines up the run-level means
*> of each two metrics the key reports in the same run. For each
*> pair it works out
*>    - the Pearson correlation r and R-squared,
*>    - the least-squares line of the later metric on the earlier
*>      (slope and intercept),
*>    - the residual standard error about that line,
*> and prints the key's correlation matrix with the pair details
*> beneath. A run whose pair of means lies more than BREAK= residual
*> standard errors off the fitted line (3 by default) is listed as a
*> relationship break - the signature of a rate loaded into the
*> volume column, or a balance carried forward unchanged while the
*> business underneath it moved.
*>
*> Runs whose history record carries SH-MEDIAN-SUPPRESSED are
*> checkpoint-restarted or split groups, whose means cover only part
*> of the key; they are left out of every pair, as STATSPC leaves
*> them off its charts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "STATHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-RECORD-KEY
        FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "SYSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT CORR-REPORT-FILE ASSIGN TO "CORRRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CORR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Must stay in step with the HISTORY-FILE record STATMEASURE writes
FD  HISTORY-FILE.
01  HISTORY-RECORD.
    05  SH-RECORD-KEY.
        10  SH-RUN-DATE       PIC X(10).
        10  SH-RUN-TIME       PIC X(8).
        10  SH-FILENAME       PIC X(100).
        10  SH-GROUP-KEY      PIC X(16).
    05  SH-COUNT              PIC 9(7).
    05  SH-MEAN               PIC S9(9)V9(6).
    05  SH-MEDIAN             PIC S9(6)V99.
    05  SH-STD-DEV            PIC S9(9)V9(6).
    05  SH-MIN-VALUE          PIC S9(6)V99.
    05  SH-MAX-VALUE          PIC S9(6)V99.
    05  SH-WEIGHTED-MEAN      PIC S9(9)V9(6).
    05  SH-OUTLIER-COUNT      PIC 9(7).
    05  SH-MEDIAN-SUPPRESSED  PIC 9.

FD  CONTROL-FILE.
01  CONTROL-RECORD            PIC X(80).

FD  CORR-REPORT-FILE.
01  CORR-REPORT-RECORD        PIC X(132).

WORKING-STORAGE SECTION.
01  WS-HISTORY-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-CONTROL-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-CORR-FILE-STATUS       PIC XX VALUE ZEROS.

*> One FILE= card per feed, same card layout the other steps read
01  WS-FILE-COUNT             PIC 9(2) VALUE ZERO.
01  WS-FILE-INDEX             PIC 9(2) VALUE ZERO.
01  WS-FILE-LIST-TABLE.
    05  WS-FILE-LIST          PIC X(100) OCCURS 1 TO 50 TIMES
                              DEPENDING ON WS-FILE-COUNT.
01  WS-FILENAME               PIC X(100).

*> Report parameters, overridable by SYSIN cards:
*>    FROM=/TO=    business-date bounds (YYYYMMDD) on the history read
*>    BREAK=3.0    residual standard errors off the line that make a
*>                 run a relationship break
01  WS-FROM-DATE-TEXT         PIC X(10) VALUE "0000/00/00".
01  WS-TO-DATE-TEXT           PIC X(10) VALUE "9999/99/99".
01  WS-BREAK-LIMIT            PIC 9(2)V9 VALUE 3.0.

01  WS-SYSIN-EOF-FLAG         PIC 9 VALUE 0.
    88  SYSIN-END-OF-FILE     VALUE 1.
01  WS-CONTROL-CARD           PIC X(80).
01  WS-CONTROL-KEYWORD        PIC X(10).
01  WS-CONTROL-VALUE          PIC X(70).
01  WS-CONTROL-DELIM-POS      PIC 9(3) VALUE ZERO.
01  WS-NUMVAL-CHECK           PIC 9(4) VALUE ZERO.

01  WS-HISTORY-EOF-FLAG       PIC 9 VALUE 0.
    88  HISTORY-END-OF-FILE   VALUE 1.

*> Every usable in-range history record for the feed in hand, in
*> the order the master returns them - run date and time lead the
*> record key, so each key's runs arrive oldest first. When the
*> table fills, the oldest run and its records are pushed out of the
*> front to make room, so it is always the newest runs that are held
01  WS-HIST-COUNT             PIC 9(5) VALUE ZERO.
01  WS-HIST-TABLE.
    05  WS-HIST-ENTRY OCCURS 1 TO 20000 TIMES
                      DEPENDING ON WS-HIST-COUNT.
        10  TH-RUN-STAMP.
            15  TH-RUN-DATE   PIC X(10).
            15  TH-RUN-TIME   PIC X(8).
        10  TH-KEY            PIC X(10).
        10  TH-METRIC         PIC X(4).
        10  TH-MEAN           PIC S9(9)V9(6).
01  WS-SUPPRESSED-SKIPPED     PIC 9(5) VALUE ZERO.
01  WS-DROP-ENTRIES           PIC 9(5) VALUE ZERO.

*> Runs given up because the history table filled, and records of a
*> single run too big for the table on its own - either one leaves
*> the correlations short of the FROM=/TO= history and is reported
01  WS-RUNS-GIVEN-UP          PIC 9(5) VALUE ZERO.
01  WS-RECORDS-IGNORED        PIC 9(7) VALUE ZERO.
01  WS-TRUNCATED-FEEDS        PIC 9(3) VALUE ZERO.

*> The distinct business keys (metric code aside) found for the feed
01  WS-KEY-COUNT              PIC 9(3) VALUE ZERO.
01  WS-KEY-TABLE.
    05  WS-CORR-KEY           PIC X(10) OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-KEY-COUNT.
01  WS-KEY-INDEX              PIC 9(3) VALUE ZERO.

*> The key in hand laid out run by metric: one row per run that
*> carried the key, one column per metric it reports, in the order
*> each metric first turned up. The grid holds the latest 200 runs -
*> an older run is pushed off the top when a newer one needs the room
01  WS-METRIC-COUNT           PIC 9(2) VALUE ZERO.
01  WS-METRIC-TABLE.
    05  WS-METRIC-CODE        PIC X(4) OCCURS 10 TIMES.
01  WS-ROW-COUNT              PIC 9(3) VALUE ZERO.
01  WS-ROW-TABLE.
    05  WS-ROW-ENTRY OCCURS 1 TO 200 TIMES
                     DEPENDING ON WS-ROW-COUNT.
        10  RW-RUN-STAMP.
            15  RW-RUN-DATE   PIC X(10).
            15  RW-RUN-TIME   PIC X(8).
        10  RW-CELL OCCURS 10 TIMES.
            15  RW-PRESENT    PIC 9.
            15  RW-MEAN       PIC S9(9)V9(6).

*> Results for every metric pair of the key in hand - X is the
*> earlier metric, Y the later one the line is fitted for
01  WS-PAIR-COUNT             PIC 9(2) VALUE ZERO.
01  WS-PAIR-TABLE.
    05  WS-PAIR-ENTRY OCCURS 45 TIMES.
        10  PR-X              PIC 9(2).
        10  PR-Y              PIC 9(2).
        10  PR-RUNS           PIC 9(3).
        10  PR-STATE          PIC 9.
            88  PR-TOO-FEW    VALUE 0.
            88  PR-FLAT       VALUE 1.
            88  PR-FITTED     VALUE 2.
        10  PR-R              PIC S9V9(6).
        10  PR-R-SQUARED      PIC 9V9(6).
        10  PR-SLOPE          PIC S9(12)V9(12).
        10  PR-INTERCEPT      PIC S9(12)V9(6).
        10  PR-RESIDUAL-SE    PIC S9(12)V9(6).
        10  PR-BREAKS         PIC 9(3).

*> Working figures for the pair being fitted. Sums of squares and
*> products are taken about the means, which keeps them well inside
*> the pictures even for balances against rates
01  WS-FIT-FIELDS.
    05  WS-FIT-N              PIC 9(3) VALUE ZERO.
    05  WS-FIT-DF             PIC 9(3) VALUE ZERO.
    05  WS-SUM-X              PIC S9(12)V9(6) VALUE ZERO.
    05  WS-SUM-Y              PIC S9(12)V9(6) VALUE ZERO.
    05  WS-MEAN-X             PIC S9(9)V9(6) VALUE ZERO.
    05  WS-MEAN-Y             PIC S9(9)V9(6) VALUE ZERO.
    05  WS-DEV-X              PIC S9(10)V9(6) VALUE ZERO.
    05  WS-DEV-Y              PIC S9(10)V9(6) VALUE ZERO.
    05  WS-SXX                PIC S9(21)V9(6) VALUE ZERO.
    05  WS-SYY                PIC S9(21)V9(6) VALUE ZERO.
    05  WS-SXY                PIC S9(21)V9(6) VALUE ZERO.
    05  WS-SSE                PIC S9(21)V9(6) VALUE ZERO.
    05  WS-ROOT-SXX           PIC S9(11)V9(6) VALUE ZERO.
    05  WS-ROOT-SYY           PIC S9(11)V9(6) VALUE ZERO.
    05  WS-FITTED-Y           PIC S9(12)V9(6) VALUE ZERO.
    05  WS-RESIDUAL           PIC S9(12)V9(6) VALUE ZERO.
    05  WS-RESIDUAL-SES       PIC S9(5)V99 VALUE ZERO.
    05  WS-BREAK-FLAG         PIC 9 VALUE ZERO.
        88  RUN-IS-BREAK      VALUE 1.

01  WS-I                      PIC 9(5) VALUE ZERO.
01  WS-J                      PIC 9(3) VALUE ZERO.
01  WS-K                      PIC 9(5) VALUE ZERO.
01  WS-M                      PIC 9(2) VALUE ZERO.
01  WS-N                      PIC 9(2) VALUE ZERO.
01  WS-P                      PIC 9(2) VALUE ZERO.
01  WS-ROW                    PIC 9(3) VALUE ZERO.
01  WS-ROWS-DROPPED           PIC 9(5) VALUE ZERO.
01  WS-MATCH-INDEX            PIC 9(5) VALUE ZERO.
01  WS-FILE-BREAKS            PIC 9(5) VALUE ZERO.
01  WS-TOTAL-BREAKS           PIC 9(5) VALUE ZERO.
01  WS-KEYS-CORRELATED        PIC 9(5) VALUE ZERO.
01  WS-FILE-KEYS-CORRELATED   PIC 9(5) VALUE ZERO.

01  WS-RUN-TIMESTAMP          PIC X(21).
01  WS-RUN-DATE-TEXT.
    05  WS-RUN-YYYY           PIC X(4).
    05  FILLER                PIC X VALUE "/".
    05  WS-RUN-MM             PIC X(2).
    05  FILLER                PIC X VALUE "/".
    05  WS-RUN-DD             PIC X(2).

01  WS-REPORT-CONTROL.
    05  WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
    05  WS-PAGE-COUNT         PIC 9(3) VALUE ZERO.
    05  WS-LINES-PER-PAGE     PIC 9(3) VALUE 055.

01  WS-PRINT-LINE             PIC X(132).
01  WS-HEADING-LINE           PIC X(132).

01  WS-EDIT-FIELDS.
    05  WS-EDIT-COUNT         PIC Z(6)9.
    05  WS-EDIT-RUNS          PIC ZZ9.
    05  WS-EDIT-R             PIC -9.9999.
    05  WS-EDIT-R-SQUARED     PIC 9.9999.
    05  WS-EDIT-VALUE         PIC -(9)9.99.
    05  WS-EDIT-COEFF         PIC -(9)9.9(6).
    05  WS-EDIT-SES           PIC -(4)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIALIZATION.
    PERFORM CORRELATE-ALL-FILES.
    PERFORM WRAP-UP.
    STOP RUN.

INITIALIZATION.
    DISPLAY "CROSS-METRIC CORRELATION AND REGRESSION".
    DISPLAY "=======================================".

    PERFORM READ-CONTROL-CARDS.

    IF WS-FILE-COUNT = 0
        DISPLAY "Error: no FILE= control card supplied on SYSIN"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-BREAK-LIMIT = 0
        DISPLAY "Error: BREAK= must be greater than zero"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    ACCEPT WS-RUN-TIMESTAMP FROM DATE YYYYMMDD.
    MOVE WS-RUN-TIMESTAMP(1:4) TO WS-RUN-YYYY.
    MOVE WS-RUN-TIMESTAMP(5:2) TO WS-RUN-MM.
    MOVE WS-RUN-TIMESTAMP(7:2) TO WS-RUN-DD.

    OPEN OUTPUT CORR-REPORT-FILE.
    IF WS-CORR-FILE-STATUS NOT = "00"
        DISPLAY "Error opening report file: CORRRPT - status "
            WS-CORR-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "Error opening history master STATHIST - status "
            WS-HISTORY-FILE-STATUS
        DISPLAY "No history means nothing to correlate - run abandoned"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    DISPLAY "Correlation report written to CORRRPT".

*> Reads keyword=value control cards from SYSIN - FILE= names the
*> feeds (as recorded on the history master), FROM= and TO= bound
*> the history, BREAK= sets how far off the line a run may lie
READ-CONTROL-CARDS.
    OPEN INPUT CONTROL-FILE.
    IF WS-CONTROL-FILE-STATUS NOT = "00"
        DISPLAY "Error opening control file: SYSIN - status "
            WS-CONTROL-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM UNTIL SYSIN-END-OF-FILE
        READ CONTROL-FILE INTO WS-CONTROL-CARD
            AT END
                SET SYSIN-END-OF-FILE TO TRUE
            NOT AT END
                IF WS-CONTROL-CARD NOT = SPACES
                    PERFORM PROCESS-CONTROL-CARD
                END-IF
        END-READ
    END-PERFORM.

    CLOSE CONTROL-FILE.

*> Splits one control card on its first "=" into keyword and value
PROCESS-CONTROL-CARD.
    MOVE SPACES TO WS-CONTROL-KEYWORD WS-CONTROL-VALUE.
    MOVE ZERO TO WS-CONTROL-DELIM-POS.
    INSPECT WS-CONTROL-CARD TALLYING WS-CONTROL-DELIM-POS
        FOR CHARACTERS BEFORE INITIAL "=".

    IF WS-CONTROL-DELIM-POS = 0 OR WS-CONTROL-DELIM-POS >= 80
        DISPLAY "Ignoring malformed control card: " WS-CONTROL-CARD
        EXIT PARAGRAPH
    END-IF.

    MOVE WS-CONTROL-CARD(1:WS-CONTROL-DELIM-POS) TO WS-CONTROL-KEYWORD.
    MOVE WS-CONTROL-CARD(WS-CONTROL-DELIM-POS + 2:)
        TO WS-CONTROL-VALUE.

    EVALUATE WS-CONTROL-KEYWORD
        WHEN "FILE"
            IF WS-FILE-COUNT >= 50
                DISPLAY "Ignoring FILE= card beyond the 50-file batch "
                    "limit: " WS-CONTROL-VALUE
            ELSE
                ADD 1 TO WS-FILE-COUNT
                MOVE WS-CONTROL-VALUE TO WS-FILE-LIST(WS-FILE-COUNT)
            END-IF
        WHEN "FROM"
            PERFORM PARSE-FROM-CARD
        WHEN "TO"
            PERFORM PARSE-TO-CARD
        WHEN "BREAK"
            COMPUTE WS-NUMVAL-CHECK =
                FUNCTION TEST-NUMVAL(WS-CONTROL-VALUE)
            IF WS-NUMVAL-CHECK NOT = 0
                DISPLAY "Ignoring malformed BREAK= card: "
                    WS-CONTROL-VALUE
            ELSE
                COMPUTE WS-BREAK-LIMIT =
                    FUNCTION NUMVAL(WS-CONTROL-VALUE)
            END-IF
        WHEN "DEBUG"
            CONTINUE
        WHEN OTHER
            DISPLAY "Ignoring unknown control card keyword: "
                    WS-CONTROL-KEYWORD
    END-EVALUATE.

*> A date card that is not eight digits is reported and ignored
*> rather than silently bounding the history at garbage
PARSE-FROM-CARD.
    COMPUTE WS-NUMVAL-CHECK =
        FUNCTION TEST-NUMVAL(WS-CONTROL-VALUE(1:8)).
    IF WS-NUMVAL-CHECK NOT = 0 OR WS-CONTROL-VALUE(9:) NOT = SPACES
        DISPLAY "Ignoring malformed FROM= card: " WS-CONTROL-VALUE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CONTROL-VALUE(1:4) TO WS-FROM-DATE-TEXT(1:4).
    MOVE "/" TO WS-FROM-DATE-TEXT(5:1).
    MOVE WS-CONTROL-VALUE(5:2) TO WS-FROM-DATE-TEXT(6:2).
    MOVE "/" TO WS-FROM-DATE-TEXT(8:1).
    MOVE WS-CONTROL-VALUE(7:2) TO WS-FROM-DATE-TEXT(9:2).

PARSE-TO-CARD.
    COMPUTE WS-NUMVAL-CHECK =
        FUNCTION TEST-NUMVAL(WS-CONTROL-VALUE(1:8)).
    IF WS-NUMVAL-CHECK NOT = 0 OR WS-CONTROL-VALUE(9:) NOT = SPACES
        DISPLAY "Ignoring malformed TO= card: " WS-CONTROL-VALUE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CONTROL-VALUE(1:4) TO WS-TO-DATE-TEXT(1:4).
    MOVE "/" TO WS-TO-DATE-TEXT(5:1).
    MOVE WS-CONTROL-VALUE(5:2) TO WS-TO-DATE-TEXT(6:2).
    MOVE "/" TO WS-TO-DATE-TEXT(8:1).
    MOVE WS-CONTROL-VALUE(7:2) TO WS-TO-DATE-TEXT(9:2).

*> One pass per FILE= card: load that feed's history, then work
*> through every key it carries
CORRELATE-ALL-FILES.
    PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
            UNTIL WS-FILE-INDEX > WS-FILE-COUNT
        MOVE WS-FILE-LIST(WS-FILE-INDEX) TO WS-FILENAME
        MOVE ZERO TO WS-FILE-BREAKS WS-FILE-KEYS-CORRELATED
        IF WS-FILE-INDEX > 1
            MOVE SPACES TO CORR-REPORT-RECORD
            WRITE CORR-REPORT-RECORD AFTER ADVANCING PAGE
        END-IF
        PERFORM WRITE-REPORT-HEADING
        PERFORM LOAD-HISTORY-FOR-FILE
        PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
                UNTIL WS-KEY-INDEX > WS-KEY-COUNT
            PERFORM CORRELATE-ONE-KEY
        END-PERFORM
        PERFORM PRINT-FILE-CORR-FOOTER
    END-PERFORM.

*> Reads the history master from the FROM= date and keeps every
*> in-range record belonging to the feed in hand, collecting the
*> distinct keys as it goes. The key leads with the run date, so the
*> read stops at the first record past TO=. The GRAND-TOTAL block is
*> the whole file again, not a business key, and restart/split
*> groups cover only part of one
LOAD-HISTORY-FOR-FILE.
    MOVE ZERO TO WS-HIST-COUNT WS-KEY-COUNT WS-SUPPRESSED-SKIPPED.
    MOVE ZERO TO WS-RUNS-GIVEN-UP WS-RECORDS-IGNORED.
    MOVE 0 TO WS-HISTORY-EOF-FLAG.
    MOVE LOW-VALUES TO SH-RECORD-KEY.
    MOVE WS-FROM-DATE-TEXT TO SH-RUN-DATE.
    START HISTORY-FILE KEY NOT < SH-RECORD-KEY
        INVALID KEY
            SET HISTORY-END-OF-FILE TO TRUE
    END-START.
    PERFORM UNTIL HISTORY-END-OF-FILE
        READ HISTORY-FILE NEXT RECORD
            AT END
                SET HISTORY-END-OF-FILE TO TRUE
            NOT AT END
                IF SH-RUN-DATE > WS-TO-DATE-TEXT
                    SET HISTORY-END-OF-FILE TO TRUE
                ELSE
                    IF SH-FILENAME = WS-FILENAME
                            AND SH-GROUP-KEY NOT = "GRAND-TOTAL"
                        IF SH-MEDIAN-SUPPRESSED = 1
                            ADD 1 TO WS-SUPPRESSED-SKIPPED
                        ELSE
                            PERFORM STORE-HISTORY-ENTRY
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-RUNS-GIVEN-UP > 0 OR WS-RECORDS-IGNORED > 0
        ADD 1 TO WS-TRUNCATED-FEEDS
        DISPLAY "Warning: history table full for "
            FUNCTION TRIM(WS-FILENAME) " - oldest runs given up: " WS-RUNS-GIVEN-UP
            ", records not kept: " WS-RECORDS-IGNORED
    END-IF.

*> A full table gives up its oldest run to make room for the newer
*> record; only a single run too big for the table on its own
*> loses records
STORE-HISTORY-ENTRY.
    PERFORM UNTIL WS-HIST-COUNT < 20000
            OR TH-RUN-DATE(1) = SH-RUN-DATE
               AND TH-RUN-TIME(1) = SH-RUN-TIME
        PERFORM DROP-OLDEST-RUN
        ADD 1 TO WS-RUNS-GIVEN-UP
    END-PERFORM.
    IF WS-HIST-COUNT >= 20000
        ADD 1 TO WS-RECORDS-IGNORED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-HIST-COUNT.
    MOVE SH-RUN-DATE  TO TH-RUN-DATE(WS-HIST-COUNT).
    MOVE SH-RUN-TIME  TO TH-RUN-TIME(WS-HIST-COUNT).
    MOVE SH-GROUP-KEY(1:10) TO TH-KEY(WS-HIST-COUNT).
    MOVE SH-GROUP-KEY(12:4) TO TH-METRIC(WS-HIST-COUNT).
    MOVE SH-MEAN      TO TH-MEAN(WS-HIST-COUNT).

    MOVE ZERO TO WS-MATCH-INDEX.
    PERFORM VARYING WS-K FROM 1 BY 1
            UNTIL WS-K > WS-KEY-COUNT OR WS-MATCH-INDEX > 0
        IF WS-CORR-KEY(WS-K) = SH-GROUP-KEY(1:10)
            MOVE WS-K TO WS-MATCH-INDEX
        END-IF
    END-PERFORM.
    IF WS-MATCH-INDEX = 0
        IF WS-KEY-COUNT < 500
            ADD 1 TO WS-KEY-COUNT
            MOVE SH-GROUP-KEY(1:10) TO WS-CORR-KEY(WS-KEY-COUNT)
        ELSE
            DISPLAY "Correlation key table full for " WS-FILENAME
                " - key not correlated: " SH-GROUP-KEY
        END-IF
    END-IF.

*> Removes the oldest run's records, which sit together at the front
*> of the history table, and closes the table up
DROP-OLDEST-RUN.
    MOVE ZERO TO WS-DROP-ENTRIES.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-HIST-COUNT
               OR TH-RUN-STAMP(WS-I) NOT = TH-RUN-STAMP(1)
        ADD 1 TO WS-DROP-ENTRIES
    END-PERFORM.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-HIST-COUNT - WS-DROP-ENTRIES
        MOVE WS-HIST-ENTRY(WS-I + WS-DROP-ENTRIES)
            TO WS-HIST-ENTRY(WS-I)
    END-PERFORM.
    SUBTRACT WS-DROP-ENTRIES FROM WS-HIST-COUNT.

*> Lays the key out run by metric, fits every pair of metrics and
*> prints the key's block. A key reporting a single metric (every
*> key of a feed without METRICS=Y) has nothing to pair
CORRELATE-ONE-KEY.
    PERFORM BUILD-KEY-GRID.
    IF WS-METRIC-COUNT < 2
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-KEYS-CORRELATED.
    ADD 1 TO WS-FILE-KEYS-CORRELATED.
    MOVE ZERO TO WS-PAIR-COUNT.
    PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M >= WS-METRIC-COUNT
        COMPUTE WS-N = WS-M + 1
        PERFORM VARYING WS-N FROM WS-N BY 1
                UNTIL WS-N > WS-METRIC-COUNT
            ADD 1 TO WS-PAIR-COUNT
            MOVE WS-M TO PR-X(WS-PAIR-COUNT)
            MOVE WS-N TO PR-Y(WS-PAIR-COUNT)
            MOVE WS-PAIR-COUNT TO WS-P
            PERFORM FIT-METRIC-PAIR
        END-PERFORM
    END-PERFORM.
    PERFORM PRINT-KEY-MATRIX.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PAIR-COUNT
        PERFORM PRINT-PAIR-DETAIL
    END-PERFORM.
    IF WS-ROWS-DROPPED > 0
        MOVE WS-ROWS-DROPPED TO WS-EDIT-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "  Latest 200 runs used - " WS-EDIT-COUNT
            " older run(s) before " RW-RUN-DATE(1) " "
            RW-RUN-TIME(1) " left out"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    IF WS-RUNS-GIVEN-UP > 0
        MOVE WS-RUNS-GIVEN-UP TO WS-EDIT-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "  History table full (20000 records) - " WS-EDIT-COUNT
            " older run(s) of the feed given up before "
            TH-RUN-DATE(1) " " TH-RUN-TIME(1)
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    IF WS-RECORDS-IGNORED > 0
        MOVE WS-RECORDS-IGNORED TO WS-EDIT-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "  History table full (20000 records) - " WS-EDIT-COUNT
            " record(s) of the latest run not kept"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> One row per run carrying the key, one column per metric. The
*> history table is in run order, so a new run stamp starts a row.
*> A second record for the same run and metric can only be a repeat
*> - the first one stands
BUILD-KEY-GRID.
    MOVE ZERO TO WS-METRIC-COUNT WS-ROW-COUNT WS-ROWS-DROPPED.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HIST-COUNT
        IF TH-KEY(WS-I) = WS-CORR-KEY(WS-KEY-INDEX)
            PERFORM PLACE-GRID-CELL
        END-IF
    END-PERFORM.

PLACE-GRID-CELL.
    MOVE ZERO TO WS-MATCH-INDEX.
    PERFORM VARYING WS-M FROM 1 BY 1
            UNTIL WS-M > WS-METRIC-COUNT OR WS-MATCH-INDEX > 0
        IF WS-METRIC-CODE(WS-M) = TH-METRIC(WS-I)
            MOVE WS-M TO WS-MATCH-INDEX
        END-IF
    END-PERFORM.
    IF WS-MATCH-INDEX = 0
        IF WS-METRIC-COUNT >= 10
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-METRIC-COUNT
        MOVE TH-METRIC(WS-I) TO WS-METRIC-CODE(WS-METRIC-COUNT)
        MOVE WS-METRIC-COUNT TO WS-MATCH-INDEX
    END-IF.
    IF WS-ROW-COUNT = 0
            OR RW-RUN-STAMP(WS-ROW-COUNT) NOT = TH-RUN-STAMP(WS-I)
        IF WS-ROW-COUNT >= 200
            PERFORM DROP-OLDEST-GRID-ROW
        END-IF
        ADD 1 TO WS-ROW-COUNT
        MOVE TH-RUN-STAMP(WS-I) TO RW-RUN-STAMP(WS-ROW-COUNT)
        PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > 10
            MOVE 0 TO RW-PRESENT(WS-ROW-COUNT, WS-N)
            MOVE ZERO TO RW-MEAN(WS-ROW-COUNT, WS-N)
        END-PERFORM
    END-IF.
    IF RW-PRESENT(WS-ROW-COUNT, WS-MATCH-INDEX) = 0
        MOVE 1 TO RW-PRESENT(WS-ROW-COUNT, WS-MATCH-INDEX)
        MOVE TH-MEAN(WS-I) TO RW-MEAN(WS-ROW-COUNT, WS-MATCH-INDEX)
    END-IF.

*> Closes the grid up over its oldest run to make room for a newer
DROP-OLDEST-GRID-ROW.
    PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW >= WS-ROW-COUNT
        MOVE WS-ROW-ENTRY(WS-ROW + 1) TO WS-ROW-ENTRY(WS-ROW)
    END-PERFORM.
    SUBTRACT 1 FROM WS-ROW-COUNT.
    ADD 1 TO WS-ROWS-DROPPED.

*> Least-squares fit of metric PR-Y on metric PR-X over the runs
*> that carried both. Three runs are the fewest that leave a
*> residual to judge by; a metric that never moves has no line
FIT-METRIC-PAIR.
    MOVE PR-X(WS-P) TO WS-M.
    MOVE PR-Y(WS-P) TO WS-N.
    MOVE ZERO TO WS-FIT-N WS-SUM-X WS-SUM-Y.
    PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-ROW-COUNT
        IF RW-PRESENT(WS-ROW, WS-M) = 1
                AND RW-PRESENT(WS-ROW, WS-N) = 1
            ADD 1 TO WS-FIT-N
            ADD RW-MEAN(WS-ROW, WS-M) TO WS-SUM-X
            ADD RW-MEAN(WS-ROW, WS-N) TO WS-SUM-Y
        END-IF
    END-PERFORM.
    MOVE WS-FIT-N TO PR-RUNS(WS-P).
    MOVE 0 TO PR-STATE(WS-P).
    MOVE ZERO TO PR-R(WS-P) PR-R-SQUARED(WS-P) PR-SLOPE(WS-P)
        PR-INTERCEPT(WS-P) PR-RESIDUAL-SE(WS-P) PR-BREAKS(WS-P).
    IF WS-FIT-N < 3
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-MEAN-X ROUNDED = WS-SUM-X / WS-FIT-N.
    COMPUTE WS-MEAN-Y ROUNDED = WS-SUM-Y / WS-FIT-N.

    MOVE ZERO TO WS-SXX WS-SYY WS-SXY.
    PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-ROW-COUNT
        IF RW-PRESENT(WS-ROW, WS-M) = 1
                AND RW-PRESENT(WS-ROW, WS-N) = 1
            COMPUTE WS-DEV-X = RW-MEAN(WS-ROW, WS-M) - WS-MEAN-X
            COMPUTE WS-DEV-Y = RW-MEAN(WS-ROW, WS-N) - WS-MEAN-Y
            COMPUTE WS-SXX = WS-SXX + (WS-DEV-X * WS-DEV-X)
            COMPUTE WS-SYY = WS-SYY + (WS-DEV-Y * WS-DEV-Y)
            COMPUTE WS-SXY = WS-SXY + (WS-DEV-X * WS-DEV-Y)
        END-IF
    END-PERFORM.
    IF WS-SXX = 0 OR WS-SYY = 0
        SET PR-FLAT(WS-P) TO TRUE
        EXIT PARAGRAPH
    END-IF.
    SET PR-FITTED(WS-P) TO TRUE.

    COMPUTE WS-ROOT-SXX ROUNDED = FUNCTION SQRT(WS-SXX).
    COMPUTE WS-ROOT-SYY ROUNDED = FUNCTION SQRT(WS-SYY).
    COMPUTE PR-R(WS-P) ROUNDED = WS-SXY / WS-ROOT-SXX / WS-ROOT-SYY.
    COMPUTE PR-R-SQUARED(WS-P) ROUNDED = PR-R(WS-P) * PR-R(WS-P).
    COMPUTE PR-SLOPE(WS-P) ROUNDED = WS-SXY / WS-SXX.
    COMPUTE PR-INTERCEPT(WS-P) ROUNDED =
        WS-MEAN-Y - (WS-SXY * WS-MEAN-X / WS-SXX).
    COMPUTE WS-SSE = WS-SYY - (PR-SLOPE(WS-P) * WS-SXY).
    IF WS-SSE < 0
        MOVE ZERO TO WS-SSE
    END-IF.
    SUBTRACT 2 FROM WS-FIT-N GIVING WS-FIT-DF.
    COMPUTE PR-RESIDUAL-SE(WS-P) ROUNDED =
        FUNCTION SQRT(WS-SSE / WS-FIT-DF).

    PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-ROW-COUNT
        IF RW-PRESENT(WS-ROW, WS-M) = 1
                AND RW-PRESENT(WS-ROW, WS-N) = 1
            PERFORM JUDGE-RUN-RESIDUAL
            IF RUN-IS-BREAK
                ADD 1 TO PR-BREAKS(WS-P)
            END-IF
        END-IF
    END-PERFORM.
    ADD PR-BREAKS(WS-P) TO WS-FILE-BREAKS.
    ADD PR-BREAKS(WS-P) TO WS-TOTAL-BREAKS.

*> Residual of run WS-ROW about pair WS-P's line, in residual
*> standard errors. A perfect fit has no scatter to measure by, so
*> nothing on it can break
JUDGE-RUN-RESIDUAL.
    MOVE 0 TO WS-BREAK-FLAG.
    COMPUTE WS-FITTED-Y ROUNDED = PR-INTERCEPT(WS-P) +
        (PR-SLOPE(WS-P) * RW-MEAN(WS-ROW, PR-X(WS-P))).
    COMPUTE WS-RESIDUAL = RW-MEAN(WS-ROW, PR-Y(WS-P)) - WS-FITTED-Y.
    MOVE ZERO TO WS-RESIDUAL-SES.
    IF PR-RESIDUAL-SE(WS-P) = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-RESIDUAL-SES ROUNDED =
        WS-RESIDUAL / PR-RESIDUAL-SE(WS-P)
    ON SIZE ERROR
        MOVE 99999.99 TO WS-RESIDUAL-SES
    END-COMPUTE.
    IF WS-RESIDUAL-SES > WS-BREAK-LIMIT
            OR WS-RESIDUAL-SES < 0 - WS-BREAK-LIMIT
        SET RUN-IS-BREAK TO TRUE
    END-IF.

*> The key's correlation matrix: r for every pair of its metrics,
*> 1 down the diagonal, blank above it
PRINT-KEY-MATRIX.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-ROW-COUNT TO WS-EDIT-RUNS.
    STRING "KEY " WS-CORR-KEY(WS-KEY-INDEX) "   runs: " WS-EDIT-RUNS
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "  METRIC" TO WS-PRINT-LINE(1:8).
    PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-METRIC-COUNT
        MOVE WS-METRIC-CODE(WS-N)
            TO WS-PRINT-LINE(((WS-N - 1) * 10) + 16:4)
    END-PERFORM.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-METRIC-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        MOVE WS-METRIC-CODE(WS-M) TO WS-PRINT-LINE(3:4)
        PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-M
            PERFORM PRINT-MATRIX-CELL
        END-PERFORM
        PERFORM WRITE-REPORT-LINE
    END-PERFORM.

*> Cell (WS-M, WS-N) below the diagonal holds pair (WS-N, WS-M)
PRINT-MATRIX-CELL.
    IF WS-N = WS-M
        MOVE " 1.0000" TO WS-PRINT-LINE(((WS-N - 1) * 10) + 13:7)
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-PAIR-COUNT
        IF PR-X(WS-J) = WS-N AND PR-Y(WS-J) = WS-M
            IF PR-FITTED(WS-J)
                MOVE PR-R(WS-J) TO WS-EDIT-R
                MOVE WS-EDIT-R
                    TO WS-PRINT-LINE(((WS-N - 1) * 10) + 13:7)
            ELSE
                MOVE "    n/a" TO WS-PRINT-LINE(((WS-N - 1) * 10) + 13:7)
            END-IF
        END-IF
    END-PERFORM.

*> "Y on X" with r, R-squared, slope, intercept and scatter, then
*> any runs lying off the line
PRINT-PAIR-DETAIL.
    IF WS-P = 1
        MOVE "  PAIR (Y ON X)  RUNS        R   R-SQ               SLOPE           INTERCEPT      RESIDUAL SE  BREAKS"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING WS-METRIC-CODE(PR-Y(WS-P)) " ON " WS-METRIC-CODE(PR-X(WS-P))
        DELIMITED BY SIZE INTO WS-PRINT-LINE(3:12).
    MOVE PR-RUNS(WS-P) TO WS-EDIT-RUNS.
    MOVE WS-EDIT-RUNS TO WS-PRINT-LINE(18:3).
    EVALUATE TRUE
        WHEN PR-TOO-FEW(WS-P)
            MOVE "fewer than three runs carry both metrics - not fitted"
                TO WS-PRINT-LINE(23:)
        WHEN PR-FLAT(WS-P)
            MOVE "one metric never moves over the window - no line to fit"
                TO WS-PRINT-LINE(23:)
        WHEN OTHER
            MOVE PR-R(WS-P) TO WS-EDIT-R
            MOVE WS-EDIT-R TO WS-PRINT-LINE(23:7)
            MOVE PR-R-SQUARED(WS-P) TO WS-EDIT-R-SQUARED
            MOVE WS-EDIT-R-SQUARED TO WS-PRINT-LINE(31:6)
            MOVE PR-SLOPE(WS-P) TO WS-EDIT-COEFF
            MOVE WS-EDIT-COEFF TO WS-PRINT-LINE(38:17)
            MOVE PR-INTERCEPT(WS-P) TO WS-EDIT-COEFF
            MOVE WS-EDIT-COEFF TO WS-PRINT-LINE(57:17)
            MOVE PR-RESIDUAL-SE(WS-P) TO WS-EDIT-COEFF
            MOVE WS-EDIT-COEFF TO WS-PRINT-LINE(74:17)
            MOVE PR-BREAKS(WS-P) TO WS-EDIT-RUNS
            MOVE WS-EDIT-RUNS TO WS-PRINT-LINE(96:3)
    END-EVALUATE.
    PERFORM WRITE-REPORT-LINE.
    IF PR-BREAKS(WS-P) = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE "      RUN DATE   TIME                  X               Y          FITTED Y   OFF BY (SE)"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > WS-ROW-COUNT
        IF RW-PRESENT(WS-ROW, PR-X(WS-P)) = 1
                AND RW-PRESENT(WS-ROW, PR-Y(WS-P)) = 1
            PERFORM JUDGE-RUN-RESIDUAL
            IF RUN-IS-BREAK
                PERFORM PRINT-BREAK-LINE
            END-IF
        END-IF
    END-PERFORM.

PRINT-BREAK-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "***" TO WS-PRINT-LINE(3:3).
    MOVE RW-RUN-DATE(WS-ROW) TO WS-PRINT-LINE(7:10).
    MOVE RW-RUN-TIME(WS-ROW) TO WS-PRINT-LINE(18:8).
    MOVE RW-MEAN(WS-ROW, PR-X(WS-P)) TO WS-EDIT-VALUE.
    MOVE WS-EDIT-VALUE TO WS-PRINT-LINE(29:13).
    MOVE RW-MEAN(WS-ROW, PR-Y(WS-P)) TO WS-EDIT-VALUE.
    MOVE WS-EDIT-VALUE TO WS-PRINT-LINE(45:13).
    MOVE WS-FITTED-Y TO WS-EDIT-VALUE.
    MOVE WS-EDIT-VALUE TO WS-PRINT-LINE(63:13).
    MOVE WS-RESIDUAL-SES TO WS-EDIT-SES.
    MOVE WS-EDIT-SES TO WS-PRINT-LINE(79:8).
    MOVE "RELATIONSHIP BREAK" TO WS-PRINT-LINE(90:).
    PERFORM WRITE-REPORT-LINE.

PRINT-FILE-CORR-FOOTER.
    IF WS-SUPPRESSED-SKIPPED > 0
        MOVE WS-SUPPRESSED-SKIPPED TO WS-EDIT-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "Restart/split group records left out: "
            WS-EDIT-COUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    IF WS-FILE-KEYS-CORRELATED = 0
        MOVE "No key on this feed reports two or more metrics - nothing to correlate."
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    IF WS-FILE-BREAKS = 0
        MOVE "No relationship breaks for this feed." TO WS-PRINT-LINE
    ELSE
        MOVE WS-FILE-BREAKS TO WS-EDIT-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "Relationship breaks for this feed: "
            WS-EDIT-COUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.

*> Condition code tells the JCL whether anything was flagged:
*> 0 = no breaks, 4 = at least one run lies off its line or a feed's
*> history did not fit the table
WRAP-UP.
    CLOSE HISTORY-FILE.
    CLOSE CORR-REPORT-FILE.
    DISPLAY "Keys correlated: " WS-KEYS-CORRELATED.
    IF WS-TOTAL-BREAKS > 0
        MOVE 4 TO RETURN-CODE
        DISPLAY "Relationship breaks: " WS-TOTAL-BREAKS
    ELSE
        DISPLAY "No relationship breaks"
    END-IF.
    IF WS-TRUNCATED-FEEDS > 0
        MOVE 4 TO RETURN-CODE
        DISPLAY "Feeds with history truncated: " WS-TRUNCATED-FEEDS
    END-IF.

*> Prints the page banner: report title, feed name, run date
WRITE-REPORT-HEADING.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE SPACES TO WS-HEADING-LINE.
    STRING "CROSS-METRIC CORRELATION AND REGRESSION - PAGE "
        WS-PAGE-COUNT DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE CORR-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE "=======================================" TO WS-HEADING-LINE.
    WRITE CORR-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Feed: " WS-FILENAME DELIMITED BY SIZE
        INTO WS-HEADING-LINE.
    WRITE CORR-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Run date: " WS-RUN-DATE-TEXT "   History from "
        WS-FROM-DATE-TEXT " to " WS-TO-DATE-TEXT
        DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE CORR-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO CORR-REPORT-RECORD.
    WRITE CORR-REPORT-RECORD.

    MOVE 5 TO WS-LINE-COUNT.

*> Writes one detail line, rolling to a new page when full
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        MOVE SPACES TO CORR-REPORT-RECORD
        WRITE CORR-REPORT-RECORD AFTER ADVANCING PAGE
        PERFORM WRITE-REPORT-HEADING
    END-IF.
    WRITE CORR-REPORT-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-PRINT-LINE.

*> Writes a blank spacer line between report sections
WRITE-REPORT-BLANK-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
