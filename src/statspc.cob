IDENTIFICATION DIVISION.
PROGRAM-ID. STATSPC.

*> Statistical process control charts over the statistics history
*> master. STATTREND judges the latest run against a flat percentage
*> of the prior few, which misses a slow creep and trips on a noisy
*> key every day. This step reads the STATHIST records STATMEASURE
*> writes (one per key group per run) and, per key (and metric, for
*> metric-qualified feeds), builds an individuals chart of the
*> run-level mean and another of the run-level record count: a
*> centre line and 3-sigma control limits from a baseline window of
*> runs, then the standard run rules applied to the recent runs -
*>    rule 1  one point beyond 3 sigma
*>    rule 2  two of three successive points beyond 2 sigma, same side
*>    rule 3  eight successive points on one side of the centre line
*>    rule 4  six successive points steadily rising or falling
*> Every signal is printed on a per-key chart listing with the rule
*> and the run (or span of runs) that fired it, and goes out on a
*> pipe-delimited exception extract the morning digest counts as
*> drift. Runs whose history record carries SH-MEDIAN-SUPPRESSED are
*> checkpoint-restarted or split groups - their figures cover only
*> part of the key, so they are listed but kept out of both the
*> control limits and the run rules, the same way STATPERIOD keeps
*> their placeholder medians out of a period average.

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

    SELECT SPC-REPORT-FILE ASSIGN TO "SPCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPC-FILE-STATUS.

    SELECT SPC-EXTRACT-FILE ASSIGN TO "SPCEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPC-EXT-STATUS.

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

FD  SPC-REPORT-FILE.
01  SPC-REPORT-RECORD         PIC X(132).

*> One pipe-delimited record per signal:
*>   SPC run date | feed run date | feed run time | filename | key |
*>   chart (MEAN/COUNT) | rule (1-4) | point value | centre line |
*>   lower limit | upper limit | first run date | first run time
*> The first run is where the pattern that fired the rule began (the
*> same run as the feed run for rule 1). STATDIGEST counts the lines
*> for each feed's latest run as drift exceptions
FD  SPC-EXTRACT-FILE.
01  SPC-EXTRACT-RECORD        PIC X(300).

WORKING-STORAGE SECTION.
01  WS-HISTORY-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-CONTROL-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-SPC-FILE-STATUS        PIC XX VALUE ZEROS.
01  WS-SPC-EXT-STATUS         PIC XX VALUE ZEROS.

*> One FILE= card per feed to chart, same card layout the other
*> steps read, so the same SYSIN member can drive the whole window
01  WS-FILE-COUNT             PIC 9(2) VALUE ZERO.
01  WS-FILE-INDEX             PIC 9(2) VALUE ZERO.
01  WS-FILE-LIST-TABLE.
    05  WS-FILE-LIST          PIC X(100) OCCURS 1 TO 50 TIMES
                              DEPENDING ON WS-FILE-COUNT.
01  WS-FILENAME               PIC X(100).

*> Chart parameters, overridable by SYSIN cards:
*>    BASELINE=20  runs before the recent window that set the limits
*>    RECENT=10    most recent runs the run rules are applied to
*>    FROM=/TO=    business-date bounds (YYYYMMDD) on the history read
01  WS-BASELINE-RUNS          PIC 9(3) VALUE 20.
01  WS-RECENT-RUNS            PIC 9(3) VALUE 10.
01  WS-FROM-DATE-TEXT         PIC X(10) VALUE "0000/00/00".
01  WS-TO-DATE-TEXT           PIC X(10) VALUE "9999/99/99".

01  WS-SYSIN-EOF-FLAG         PIC 9 VALUE 0.
    88  SYSIN-END-OF-FILE     VALUE 1.
01  WS-CONTROL-CARD           PIC X(80).
01  WS-CONTROL-KEYWORD        PIC X(10).
01  WS-CONTROL-VALUE          PIC X(70).
01  WS-CONTROL-DELIM-POS      PIC 9(3) VALUE ZERO.

01  WS-HISTORY-EOF-FLAG       PIC 9 VALUE 0.
    88  HISTORY-END-OF-FILE   VALUE 1.

*> Every in-range history record for the feed being charted, in the
*> order the master returns them - the record key leads with run
*> date and time, so each key's runs arrive oldest first. Only the
*> latest BASELINE+RECENT runs are kept: a run beyond that pushes the
*> oldest run and its records out of the front of the table
01  WS-HIST-COUNT             PIC 9(5) VALUE ZERO.
01  WS-HIST-TABLE.
    05  WS-HIST-ENTRY OCCURS 1 TO 20000 TIMES
                      DEPENDING ON WS-HIST-COUNT.
        10  TH-RUN-STAMP.
            15  TH-RUN-DATE   PIC X(10).
            15  TH-RUN-TIME   PIC X(8).
        10  TH-KEY            PIC X(16).
        10  TH-COUNT          PIC 9(7).
        10  TH-MEAN           PIC S9(9)V9(6).
        10  TH-SUPPRESSED     PIC 9.

*> The distinct run stamps found for the feed, oldest first. Runs
*> from WS-RECENT-START on are judged; the WS-BASELINE-RUNS before
*> them (from WS-BASELINE-START) set the centre line and limits
01  WS-RUN-COUNT              PIC 9(3) VALUE ZERO.
01  WS-RUN-TABLE.
    05  WS-RUN-STAMP          PIC X(18) OCCURS 1 TO 200 TIMES
                              DEPENDING ON WS-RUN-COUNT.
01  WS-RECENT-START           PIC 9(3) VALUE ZERO.
01  WS-BASELINE-START         PIC 9(3) VALUE ZERO.
01  WS-WINDOW-RUNS            PIC 9(3) VALUE ZERO.
01  WS-NEW-RUN-STAMP          PIC X(18) VALUE SPACES.
01  WS-DROP-ENTRIES           PIC 9(5) VALUE ZERO.

*> Runs squeezed out of the window because the record table filled
*> before BASELINE+RECENT runs were held, and records that could not
*> be kept at all - either one shortens the chart and is reported
01  WS-RUNS-SQUEEZED          PIC 9(5) VALUE ZERO.
01  WS-RECORDS-IGNORED        PIC 9(7) VALUE ZERO.
01  WS-TRUNCATED-FEEDS        PIC 9(3) VALUE ZERO.

*> The distinct keys (key plus metric) found for the feed
01  WS-KEY-COUNT              PIC 9(3) VALUE ZERO.
01  WS-KEY-TABLE.
    05  WS-SPC-KEY            PIC X(16) OCCURS 1 TO 500 TIMES
                              DEPENDING ON WS-KEY-COUNT.
01  WS-KEY-INDEX              PIC 9(3) VALUE ZERO.

*> The chart points for the key in hand - one per window run that
*> carried the key, oldest first, with each chart's distance from
*> its centre line in sigmas once the limits are known
01  WS-POINT-COUNT            PIC 9(3) VALUE ZERO.
01  WS-POINT-TABLE.
    05  WS-POINT-ENTRY OCCURS 1 TO 200 TIMES
                       DEPENDING ON WS-POINT-COUNT.
        10  PT-RUN-STAMP.
            15  PT-RUN-DATE   PIC X(10).
            15  PT-RUN-TIME   PIC X(8).
        10  PT-RUN-INDEX      PIC 9(3).
        10  PT-SUPPRESSED     PIC 9.
            88  PT-IS-SUPPRESSED VALUE 1.
        10  PT-MEAN           PIC S9(9)V9(6).
        10  PT-COUNT          PIC 9(7).
        10  PT-MEAN-SIGMAS    PIC S9(5)V9(4).
        10  PT-COUNT-SIGMAS   PIC S9(5)V9(4).

*> The chart being worked on - values are copied in from the point
*> table so one set of paragraphs serves both the mean and the count
01  WS-CHART-NAME             PIC X(5) VALUE SPACES.
01  WS-CHART-VALUES.
    05  WS-CHART-VALUE        PIC S9(9)V9(6) OCCURS 200 TIMES.
    05  WS-CHART-SIGMAS       PIC S9(5)V9(4) OCCURS 200 TIMES.

*> Control limits for each chart of the key in hand. Sigma is the
*> individuals-chart estimate - the average moving range between
*> successive baseline points over d2 (1.128) - so a baseline with a
*> step in it does not inflate the limits the way a plain standard
*> deviation would
01  WS-LIMIT-FIELDS.
    05  WS-BASE-POINTS        PIC 9(3) VALUE ZERO.
    05  WS-BASE-SUM           PIC S9(12)V9(6) VALUE ZERO.
    05  WS-BASE-MR-SUM        PIC S9(12)V9(6) VALUE ZERO.
    05  WS-BASE-PREV-VALUE    PIC S9(9)V9(6) VALUE ZERO.
    05  WS-CENTRE             PIC S9(9)V9(6) VALUE ZERO.
    05  WS-SIGMA              PIC S9(9)V9(6) VALUE ZERO.
    05  WS-SIGMA-DIVISOR      PIC S9(5)V9(6) VALUE ZERO.
    05  WS-UCL                PIC S9(10)V9(6) VALUE ZERO.
    05  WS-LCL                PIC S9(10)V9(6) VALUE ZERO.
    05  WS-LIMITS-FLAG        PIC 9 VALUE ZERO.
        88  LIMITS-AVAILABLE  VALUE 1.
01  WS-MEAN-LIMITS.
    05  WS-MEAN-BASE-POINTS   PIC 9(3) VALUE ZERO.
    05  WS-MEAN-CENTRE        PIC S9(9)V9(6) VALUE ZERO.
    05  WS-MEAN-SIGMA         PIC S9(9)V9(6) VALUE ZERO.
    05  WS-MEAN-UCL           PIC S9(10)V9(6) VALUE ZERO.
    05  WS-MEAN-LCL           PIC S9(10)V9(6) VALUE ZERO.
    05  WS-MEAN-LIMITS-FLAG   PIC 9 VALUE ZERO.
        88  MEAN-LIMITS-AVAILABLE VALUE 1.
01  WS-COUNT-LIMITS.
    05  WS-COUNT-BASE-POINTS  PIC 9(3) VALUE ZERO.
    05  WS-COUNT-CENTRE       PIC S9(9)V9(6) VALUE ZERO.
    05  WS-COUNT-SIGMA        PIC S9(9)V9(6) VALUE ZERO.
    05  WS-COUNT-UCL          PIC S9(10)V9(6) VALUE ZERO.
    05  WS-COUNT-LCL          PIC S9(10)V9(6) VALUE ZERO.
    05  WS-COUNT-LIMITS-FLAG  PIC 9 VALUE ZERO.
        88  COUNT-LIMITS-AVAILABLE VALUE 1.

*> Run-rule state while walking one chart's judged points in order.
*> WS-JUDGED-POINT maps the n-th judged point back to its point
*> entry, so a pattern's first run can be found by counting back
01  WS-JUDGED-COUNT           PIC 9(3) VALUE ZERO.
01  WS-JUDGED-TABLE.
    05  WS-JUDGED-POINT       PIC 9(3) OCCURS 200 TIMES.
01  WS-SIDE-RUN               PIC 9(3) VALUE ZERO.
01  WS-SIDE-SIGN              PIC X VALUE SPACE.
01  WS-POINT-SIDE             PIC X VALUE SPACE.
01  WS-TREND-RUN              PIC 9(3) VALUE ZERO.
01  WS-TREND-DIRECTION        PIC X VALUE SPACE.
01  WS-PREV-JUDGED-VALUE      PIC S9(9)V9(6) VALUE ZERO.
01  WS-ZONE-HITS              PIC 9 VALUE ZERO.

*> Signals found for the key in hand, held until its chart block is
*> printed. SG-FROM-POINT is where the firing pattern began
01  WS-SIGNAL-COUNT           PIC 9(3) VALUE ZERO.
01  WS-SIGNAL-TABLE.
    05  WS-SIGNAL-ENTRY OCCURS 1 TO 400 TIMES
                        DEPENDING ON WS-SIGNAL-COUNT.
        10  SG-CHART          PIC X(5).
        10  SG-RULE           PIC 9.
        10  SG-POINT          PIC 9(3).
        10  SG-FROM-POINT     PIC 9(3).
01  WS-SIGNAL-RULE            PIC 9 VALUE ZERO.
01  WS-SIGNAL-FROM            PIC 9(3) VALUE ZERO.

01  WS-I                      PIC 9(5) VALUE ZERO.
01  WS-J                      PIC 9(5) VALUE ZERO.
01  WS-K                      PIC 9(5) VALUE ZERO.
01  WS-P                      PIC 9(3) VALUE ZERO.
01  WS-MATCH-INDEX            PIC 9(3) VALUE ZERO.
01  WS-NUMVAL-CHECK           PIC 9(4) VALUE ZERO.
01  WS-FILE-SIGNALS           PIC 9(5) VALUE ZERO.
01  WS-TOTAL-SIGNALS          PIC 9(5) VALUE ZERO.
01  WS-KEYS-CHARTED           PIC 9(5) VALUE ZERO.

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
    05  WS-EDIT-VALUE         PIC -(9)9.99.
    05  WS-EDIT-SIGMAS        PIC -(4)9.99.
    05  WS-EDIT-RULE          PIC 9.

*> Fixed-width explicitly-signed pictures for the extract, so every
*> field parses without trimming on the consuming side
01  WS-EXTRACT-EDIT-FIELDS.
    05  WS-EXT-MEAN           PIC +9(9).9(6).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIALIZATION.
    PERFORM CHART-ALL-FILES.
    PERFORM WRAP-UP.
    STOP RUN.

INITIALIZATION.
    DISPLAY "STATISTICAL PROCESS CONTROL CHARTS".
    DISPLAY "==================================".

    PERFORM READ-CONTROL-CARDS.

    IF WS-FILE-COUNT = 0
        DISPLAY "Error: no FILE= control card supplied on SYSIN"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-BASELINE-RUNS < 2 OR WS-RECENT-RUNS < 1
            OR WS-BASELINE-RUNS + WS-RECENT-RUNS > 200
        DISPLAY "Error: BASELINE= must be at least 2, RECENT= at "
            "least 1, and the two together no more than 200"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    ACCEPT WS-RUN-TIMESTAMP FROM DATE YYYYMMDD.
    MOVE WS-RUN-TIMESTAMP(1:4) TO WS-RUN-YYYY.
    MOVE WS-RUN-TIMESTAMP(5:2) TO WS-RUN-MM.
    MOVE WS-RUN-TIMESTAMP(7:2) TO WS-RUN-DD.

    OPEN OUTPUT SPC-REPORT-FILE.
    IF WS-SPC-FILE-STATUS NOT = "00"
        DISPLAY "Error opening report file: SPCRPT - status "
            WS-SPC-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT SPC-EXTRACT-FILE.
    IF WS-SPC-EXT-STATUS NOT = "00"
        DISPLAY "Error opening extract file: SPCEXT - status "
            WS-SPC-EXT-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "Error opening history master STATHIST - status "
            WS-HISTORY-FILE-STATUS
        DISPLAY "No history means nothing to chart - run abandoned"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    DISPLAY "Control charts written to SPCRPT / SPCEXT".

*> Reads keyword=value control cards from SYSIN - FILE= names the
*> feeds to chart (as recorded on the history master), BASELINE= and
*> RECENT= size the two windows, FROM= and TO= bound the history
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
        WHEN "BASELINE"
            COMPUTE WS-BASELINE-RUNS = FUNCTION NUMVAL(WS-CONTROL-VALUE)
        WHEN "RECENT"
            COMPUTE WS-RECENT-RUNS = FUNCTION NUMVAL(WS-CONTROL-VALUE)
        WHEN "FROM"
            PERFORM PARSE-FROM-CARD
        WHEN "TO"
            PERFORM PARSE-TO-CARD
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

*> One charting pass per FILE= card: load that feed's history, fix
*> the two windows, then chart every key the feed carries
CHART-ALL-FILES.
    PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
            UNTIL WS-FILE-INDEX > WS-FILE-COUNT
        MOVE WS-FILE-LIST(WS-FILE-INDEX) TO WS-FILENAME
        MOVE ZERO TO WS-FILE-SIGNALS
        IF WS-FILE-INDEX > 1
            MOVE SPACES TO SPC-REPORT-RECORD
            WRITE SPC-REPORT-RECORD AFTER ADVANCING PAGE
        END-IF
        PERFORM WRITE-REPORT-HEADING
        PERFORM LOAD-HISTORY-FOR-FILE
        PERFORM PRINT-HISTORY-TRUNCATION
        IF WS-RUN-COUNT < 3
            MOVE "Insufficient history for this feed - at least three"
                TO WS-PRINT-LINE
            PERFORM WRITE-REPORT-LINE
            MOVE "runs are needed before control limits can be set."
                TO WS-PRINT-LINE
            PERFORM WRITE-REPORT-LINE
        ELSE
            PERFORM SET-CHART-WINDOWS
            PERFORM VARYING WS-KEY-INDEX FROM 1 BY 1
                    UNTIL WS-KEY-INDEX > WS-KEY-COUNT
                PERFORM CHART-ONE-KEY
            END-PERFORM
            PERFORM PRINT-FILE-SPC-FOOTER
        END-IF
    END-PERFORM.

*> Reads the history master from the FROM= date and keeps every
*> in-range record belonging to the feed being charted, collecting
*> the distinct run stamps and keys as it goes. The key leads with
*> the run date, so the read stops at the first record past TO=.
*> The GRAND-TOTAL block is the whole file again, not a business
*> key, and is left off the charts
LOAD-HISTORY-FOR-FILE.
    MOVE ZERO TO WS-HIST-COUNT WS-RUN-COUNT WS-KEY-COUNT.
    MOVE ZERO TO WS-RUNS-SQUEEZED WS-RECORDS-IGNORED.
    COMPUTE WS-WINDOW-RUNS = WS-BASELINE-RUNS + WS-RECENT-RUNS.
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
                        PERFORM STORE-HISTORY-ENTRY
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> A new run stamp beyond the window pushes the oldest run out
*> first. If the record table is still full, older runs are given
*> up to make room for the newer one, and the shortfall is counted
*> for the listing; only a single run too big for the table on its
*> own loses records
STORE-HISTORY-ENTRY.
    MOVE SH-RUN-DATE TO WS-NEW-RUN-STAMP(1:10).
    MOVE SH-RUN-TIME TO WS-NEW-RUN-STAMP(11:8).
    IF WS-RUN-COUNT = 0
            OR WS-RUN-STAMP(WS-RUN-COUNT) NOT = WS-NEW-RUN-STAMP
        IF WS-RUN-COUNT >= WS-WINDOW-RUNS
            PERFORM DROP-OLDEST-RUN
        END-IF
        ADD 1 TO WS-RUN-COUNT
        MOVE WS-NEW-RUN-STAMP TO WS-RUN-STAMP(WS-RUN-COUNT)
    END-IF.
    PERFORM UNTIL WS-HIST-COUNT < 20000 OR WS-RUN-COUNT < 2
        PERFORM DROP-OLDEST-RUN
        ADD 1 TO WS-RUNS-SQUEEZED
    END-PERFORM.
    IF WS-HIST-COUNT >= 20000
        ADD 1 TO WS-RECORDS-IGNORED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-HIST-COUNT.
    MOVE SH-RUN-DATE  TO TH-RUN-DATE(WS-HIST-COUNT).
    MOVE SH-RUN-TIME  TO TH-RUN-TIME(WS-HIST-COUNT).
    MOVE SH-GROUP-KEY TO TH-KEY(WS-HIST-COUNT).
    MOVE SH-COUNT     TO TH-COUNT(WS-HIST-COUNT).
    MOVE SH-MEAN      TO TH-MEAN(WS-HIST-COUNT).
    MOVE SH-MEDIAN-SUPPRESSED TO TH-SUPPRESSED(WS-HIST-COUNT).

    MOVE ZERO TO WS-MATCH-INDEX.
    PERFORM VARYING WS-K FROM 1 BY 1
            UNTIL WS-K > WS-KEY-COUNT OR WS-MATCH-INDEX > 0
        IF WS-SPC-KEY(WS-K) = SH-GROUP-KEY
            MOVE WS-K TO WS-MATCH-INDEX
        END-IF
    END-PERFORM.
    IF WS-MATCH-INDEX = 0
        IF WS-KEY-COUNT < 500
            ADD 1 TO WS-KEY-COUNT
            MOVE SH-GROUP-KEY TO WS-SPC-KEY(WS-KEY-COUNT)
        ELSE
            DISPLAY "SPC key table full for " WS-FILENAME
                " - key not charted: " SH-GROUP-KEY
        END-IF
    END-IF.

*> Removes the oldest run stamp and its records, which sit together
*> at the front of the history table, and closes both tables up
DROP-OLDEST-RUN.
    MOVE ZERO TO WS-DROP-ENTRIES.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-HIST-COUNT
               OR TH-RUN-STAMP(WS-I) NOT = WS-RUN-STAMP(1)
        ADD 1 TO WS-DROP-ENTRIES
    END-PERFORM.
    IF WS-DROP-ENTRIES > 0
        PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-HIST-COUNT - WS-DROP-ENTRIES
            MOVE WS-HIST-ENTRY(WS-I + WS-DROP-ENTRIES)
                TO WS-HIST-ENTRY(WS-I)
        END-PERFORM
        SUBTRACT WS-DROP-ENTRIES FROM WS-HIST-COUNT
    END-IF.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-RUN-COUNT
        MOVE WS-RUN-STAMP(WS-I + 1) TO WS-RUN-STAMP(WS-I)
    END-PERFORM.
    SUBTRACT 1 FROM WS-RUN-COUNT.

*> Puts a short history window on the listing ahead of the charts,
*> so limits set from fewer runs than BASELINE= asked for are not
*> mistaken for the full baseline
PRINT-HISTORY-TRUNCATION.
    IF WS-RUNS-SQUEEZED = 0 AND WS-RECORDS-IGNORED = 0
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-TRUNCATED-FEEDS.
    MOVE "Warning: history table full (20000 records) for this feed"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-RUNS-SQUEEZED > 0
        MOVE SPACES TO WS-PRINT-LINE
        MOVE WS-RUN-COUNT TO WS-EDIT-RUNS
        STRING "  Runs held for the chart window: " WS-EDIT-RUNS
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        MOVE WS-WINDOW-RUNS TO WS-EDIT-RUNS
        STRING " of the " WS-EDIT-RUNS " BASELINE+RECENT asked for"
            DELIMITED BY SIZE INTO WS-PRINT-LINE(38:)
        PERFORM WRITE-REPORT-LINE
    END-IF.
    IF WS-RECORDS-IGNORED > 0
        MOVE WS-RECORDS-IGNORED TO WS-EDIT-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "  Records of the latest run not charted: "
            WS-EDIT-COUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> The last RECENT= runs are judged; the BASELINE= runs before them
*> set the limits. With less history than both windows need, the
*> recent window keeps its size and the baseline takes what is left
*> - but never fewer than two runs, or there is no moving range
SET-CHART-WINDOWS.
    IF WS-RUN-COUNT > WS-RECENT-RUNS + 1
        COMPUTE WS-RECENT-START = WS-RUN-COUNT - WS-RECENT-RUNS + 1
    ELSE
        MOVE 3 TO WS-RECENT-START
    END-IF.
    IF WS-RECENT-START > WS-BASELINE-RUNS
        COMPUTE WS-BASELINE-START = WS-RECENT-START - WS-BASELINE-RUNS
    ELSE
        MOVE 1 TO WS-BASELINE-START
    END-IF.

    MOVE "Baseline runs: " TO WS-PRINT-LINE.
    STRING WS-RUN-STAMP(WS-BASELINE-START)(1:10) " "
        WS-RUN-STAMP(WS-BASELINE-START)(11:8) " to "
        WS-RUN-STAMP(WS-RECENT-START - 1)(1:10) " "
        WS-RUN-STAMP(WS-RECENT-START - 1)(11:8)
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 2:).
    PERFORM WRITE-REPORT-LINE.
    MOVE "Judged runs:   " TO WS-PRINT-LINE.
    STRING WS-RUN-STAMP(WS-RECENT-START)(1:10) " "
        WS-RUN-STAMP(WS-RECENT-START)(11:8) " to "
        WS-RUN-STAMP(WS-RUN-COUNT)(1:10) " "
        WS-RUN-STAMP(WS-RUN-COUNT)(11:8)
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 2:).
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> Collects the key's window points, charts the mean and the count,
*> then prints the key's block and sends its signals to the extract.
*> A key that never appears in the judged runs has nothing to judge
CHART-ONE-KEY.
    PERFORM COLLECT-KEY-POINTS.
    IF WS-POINT-COUNT = 0
        EXIT PARAGRAPH
    END-IF.
    IF PT-RUN-INDEX(WS-POINT-COUNT) < WS-RECENT-START
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-KEYS-CHARTED.
    MOVE ZERO TO WS-SIGNAL-COUNT.

    MOVE "MEAN" TO WS-CHART-NAME.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-POINT-COUNT
        MOVE PT-MEAN(WS-P) TO WS-CHART-VALUE(WS-P)
    END-PERFORM.
    PERFORM CALCULATE-CONTROL-LIMITS.
    PERFORM APPLY-RUN-RULES.
    MOVE WS-BASE-POINTS TO WS-MEAN-BASE-POINTS.
    MOVE WS-CENTRE TO WS-MEAN-CENTRE.
    MOVE WS-SIGMA TO WS-MEAN-SIGMA.
    MOVE WS-UCL TO WS-MEAN-UCL.
    MOVE WS-LCL TO WS-MEAN-LCL.
    MOVE WS-LIMITS-FLAG TO WS-MEAN-LIMITS-FLAG.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-POINT-COUNT
        MOVE WS-CHART-SIGMAS(WS-P) TO PT-MEAN-SIGMAS(WS-P)
    END-PERFORM.

    MOVE "COUNT" TO WS-CHART-NAME.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-POINT-COUNT
        MOVE PT-COUNT(WS-P) TO WS-CHART-VALUE(WS-P)
    END-PERFORM.
    PERFORM CALCULATE-CONTROL-LIMITS.
*> A record count cannot go below zero, so neither can its limit
    IF WS-LCL < 0
        MOVE ZERO TO WS-LCL
    END-IF.
    PERFORM APPLY-RUN-RULES.
    MOVE WS-BASE-POINTS TO WS-COUNT-BASE-POINTS.
    MOVE WS-CENTRE TO WS-COUNT-CENTRE.
    MOVE WS-SIGMA TO WS-COUNT-SIGMA.
    MOVE WS-UCL TO WS-COUNT-UCL.
    MOVE WS-LCL TO WS-COUNT-LCL.
    MOVE WS-LIMITS-FLAG TO WS-COUNT-LIMITS-FLAG.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-POINT-COUNT
        MOVE WS-CHART-SIGMAS(WS-P) TO PT-COUNT-SIGMAS(WS-P)
    END-PERFORM.

    PERFORM PRINT-KEY-CHART.
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-SIGNAL-COUNT
        PERFORM WRITE-SPC-EXTRACT
    END-PERFORM.

*> One point per window run that carried the key. The history
*> table is in run order, so the points come out oldest first
COLLECT-KEY-POINTS.
    MOVE ZERO TO WS-POINT-COUNT.
    MOVE WS-BASELINE-START TO WS-K.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HIST-COUNT
        IF TH-KEY(WS-I) = WS-SPC-KEY(WS-KEY-INDEX)
                AND TH-RUN-STAMP(WS-I) NOT <
                    WS-RUN-STAMP(WS-BASELINE-START)
            PERFORM STORE-KEY-POINT
        END-IF
    END-PERFORM.

STORE-KEY-POINT.
    PERFORM UNTIL WS-K >= WS-RUN-COUNT
            OR WS-RUN-STAMP(WS-K) = TH-RUN-STAMP(WS-I)
        ADD 1 TO WS-K
    END-PERFORM.
    IF WS-RUN-STAMP(WS-K) NOT = TH-RUN-STAMP(WS-I)
        EXIT PARAGRAPH
    END-IF.
*> A second record for the same key and run can only be a repeat -
*> the first one stands
    IF WS-POINT-COUNT > 0
        IF PT-RUN-INDEX(WS-POINT-COUNT) = WS-K
            EXIT PARAGRAPH
        END-IF
    END-IF.
    ADD 1 TO WS-POINT-COUNT.
    MOVE TH-RUN-STAMP(WS-I) TO PT-RUN-STAMP(WS-POINT-COUNT).
    MOVE WS-K TO PT-RUN-INDEX(WS-POINT-COUNT).
    MOVE TH-SUPPRESSED(WS-I) TO PT-SUPPRESSED(WS-POINT-COUNT).
    MOVE TH-MEAN(WS-I) TO PT-MEAN(WS-POINT-COUNT).
    MOVE TH-COUNT(WS-I) TO PT-COUNT(WS-POINT-COUNT).
    MOVE ZERO TO PT-MEAN-SIGMAS(WS-POINT-COUNT).
    MOVE ZERO TO PT-COUNT-SIGMAS(WS-POINT-COUNT).

*> Centre line and sigma from the baseline points of the chart in
*> WS-CHART-VALUE, leaving out restart-suppressed runs. At least
*> two usable baseline points are needed for a moving range
CALCULATE-CONTROL-LIMITS.
    MOVE ZERO TO WS-BASE-POINTS WS-BASE-SUM WS-BASE-MR-SUM.
    MOVE ZERO TO WS-CENTRE WS-SIGMA WS-UCL WS-LCL.
    MOVE 0 TO WS-LIMITS-FLAG.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-POINT-COUNT
        IF PT-RUN-INDEX(WS-P) < WS-RECENT-START
                AND NOT PT-IS-SUPPRESSED(WS-P)
            ADD 1 TO WS-BASE-POINTS
            ADD WS-CHART-VALUE(WS-P) TO WS-BASE-SUM
            IF WS-BASE-POINTS > 1
                IF WS-CHART-VALUE(WS-P) > WS-BASE-PREV-VALUE
                    COMPUTE WS-BASE-MR-SUM = WS-BASE-MR-SUM +
                        WS-CHART-VALUE(WS-P) - WS-BASE-PREV-VALUE
                ELSE
                    COMPUTE WS-BASE-MR-SUM = WS-BASE-MR-SUM +
                        WS-BASE-PREV-VALUE - WS-CHART-VALUE(WS-P)
                END-IF
            END-IF
            MOVE WS-CHART-VALUE(WS-P) TO WS-BASE-PREV-VALUE
        END-IF
    END-PERFORM.
    IF WS-BASE-POINTS < 2
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-CENTRE ROUNDED = WS-BASE-SUM / WS-BASE-POINTS.
*> The divisor gets a field of its own so its fraction survives -
*> an unsigned count in the expression would truncate it
    COMPUTE WS-SIGMA-DIVISOR = (WS-BASE-POINTS - 1) * 1.128.
    COMPUTE WS-SIGMA ROUNDED = WS-BASE-MR-SUM / WS-SIGMA-DIVISOR.
    COMPUTE WS-UCL = WS-CENTRE + (3 * WS-SIGMA).
    COMPUTE WS-LCL = WS-CENTRE - (3 * WS-SIGMA).
    SET LIMITS-AVAILABLE TO TRUE.

*> Walks the chart's usable points in run order, baseline included
*> so a pattern may begin before the judged window, but only a
*> point inside the judged window can fire a signal. Rules 1 and 2
*> need a non-zero sigma; rules 3 and 4 only need the centre line.
*> Rules 3 and 4 fire once, on the point that completes the run -
*> a run that carries on past eight (or six) is still the same run
APPLY-RUN-RULES.
    MOVE ZERO TO WS-JUDGED-COUNT WS-SIDE-RUN WS-TREND-RUN.
    MOVE SPACE TO WS-SIDE-SIGN WS-TREND-DIRECTION.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-POINT-COUNT
        MOVE ZERO TO WS-CHART-SIGMAS(WS-P)
    END-PERFORM.
    IF NOT LIMITS-AVAILABLE
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-POINT-COUNT
        IF NOT PT-IS-SUPPRESSED(WS-P)
            PERFORM JUDGE-ONE-POINT
        END-IF
    END-PERFORM.

JUDGE-ONE-POINT.
    ADD 1 TO WS-JUDGED-COUNT.
    MOVE WS-P TO WS-JUDGED-POINT(WS-JUDGED-COUNT).
    IF WS-SIGMA > 0
        COMPUTE WS-CHART-SIGMAS(WS-P) ROUNDED =
            (WS-CHART-VALUE(WS-P) - WS-CENTRE) / WS-SIGMA
        ON SIZE ERROR
            IF WS-CHART-VALUE(WS-P) > WS-CENTRE
                MOVE 99999 TO WS-CHART-SIGMAS(WS-P)
            ELSE
                MOVE -99999 TO WS-CHART-SIGMAS(WS-P)
            END-IF
        END-COMPUTE
    END-IF.

*> Rule 3 bookkeeping - a point on the centre line breaks the run
    EVALUATE TRUE
        WHEN WS-CHART-VALUE(WS-P) > WS-CENTRE
            MOVE "+" TO WS-POINT-SIDE
        WHEN WS-CHART-VALUE(WS-P) < WS-CENTRE
            MOVE "-" TO WS-POINT-SIDE
        WHEN OTHER
            MOVE SPACE TO WS-POINT-SIDE
    END-EVALUATE.
    IF WS-POINT-SIDE = SPACE
        MOVE ZERO TO WS-SIDE-RUN
    ELSE
        IF WS-POINT-SIDE = WS-SIDE-SIGN
            ADD 1 TO WS-SIDE-RUN
        ELSE
            MOVE 1 TO WS-SIDE-RUN
        END-IF
    END-IF.
    MOVE WS-POINT-SIDE TO WS-SIDE-SIGN.

*> Rule 4 bookkeeping - a repeated value breaks the trend
    IF WS-JUDGED-COUNT = 1
        MOVE 1 TO WS-TREND-RUN
        MOVE SPACE TO WS-TREND-DIRECTION
    ELSE
        EVALUATE TRUE
            WHEN WS-CHART-VALUE(WS-P) > WS-PREV-JUDGED-VALUE
                IF WS-TREND-DIRECTION = "U"
                    ADD 1 TO WS-TREND-RUN
                ELSE
                    MOVE 2 TO WS-TREND-RUN
                    MOVE "U" TO WS-TREND-DIRECTION
                END-IF
            WHEN WS-CHART-VALUE(WS-P) < WS-PREV-JUDGED-VALUE
                IF WS-TREND-DIRECTION = "D"
                    ADD 1 TO WS-TREND-RUN
                ELSE
                    MOVE 2 TO WS-TREND-RUN
                    MOVE "D" TO WS-TREND-DIRECTION
                END-IF
            WHEN OTHER
                MOVE 1 TO WS-TREND-RUN
                MOVE SPACE TO WS-TREND-DIRECTION
        END-EVALUATE
    END-IF.
    MOVE WS-CHART-VALUE(WS-P) TO WS-PREV-JUDGED-VALUE.

    IF PT-RUN-INDEX(WS-P) < WS-RECENT-START
        EXIT PARAGRAPH
    END-IF.

    IF WS-SIGMA > 0
        IF WS-CHART-SIGMAS(WS-P) > 3 OR WS-CHART-SIGMAS(WS-P) < -3
            MOVE 1 TO WS-SIGNAL-RULE
            MOVE WS-P TO WS-SIGNAL-FROM
            PERFORM RECORD-SIGNAL
        END-IF
        IF WS-JUDGED-COUNT >= 3
            PERFORM CHECK-TWO-OF-THREE
        END-IF
    END-IF.
    IF WS-SIDE-RUN = 8
        MOVE 3 TO WS-SIGNAL-RULE
        MOVE WS-JUDGED-POINT(WS-JUDGED-COUNT - 7) TO WS-SIGNAL-FROM
        PERFORM RECORD-SIGNAL
    END-IF.
    IF WS-TREND-RUN = 6
        MOVE 4 TO WS-SIGNAL-RULE
        MOVE WS-JUDGED-POINT(WS-JUDGED-COUNT - 5) TO WS-SIGNAL-FROM
        PERFORM RECORD-SIGNAL
    END-IF.

*> Rule 2: the point in hand is beyond 2 sigma and so is at least
*> one of the two usable points before it, on the same side
CHECK-TWO-OF-THREE.
    MOVE ZERO TO WS-ZONE-HITS.
    IF WS-CHART-SIGMAS(WS-P) > 2
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 2
            IF WS-CHART-SIGMAS(WS-JUDGED-POINT(WS-JUDGED-COUNT - WS-K))
                    > 2
                ADD 1 TO WS-ZONE-HITS
            END-IF
        END-PERFORM
    END-IF.
    IF WS-CHART-SIGMAS(WS-P) < -2
        PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 2
            IF WS-CHART-SIGMAS(WS-JUDGED-POINT(WS-JUDGED-COUNT - WS-K))
                    < -2
                ADD 1 TO WS-ZONE-HITS
            END-IF
        END-PERFORM
    END-IF.
    IF WS-ZONE-HITS > 0
        MOVE 2 TO WS-SIGNAL-RULE
        MOVE WS-JUDGED-POINT(WS-JUDGED-COUNT - 2) TO WS-SIGNAL-FROM
        PERFORM RECORD-SIGNAL
    END-IF.

RECORD-SIGNAL.
    IF WS-SIGNAL-COUNT >= 400
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-SIGNAL-COUNT.
    MOVE WS-CHART-NAME TO SG-CHART(WS-SIGNAL-COUNT).
    MOVE WS-SIGNAL-RULE TO SG-RULE(WS-SIGNAL-COUNT).
    MOVE WS-P TO SG-POINT(WS-SIGNAL-COUNT).
    MOVE WS-SIGNAL-FROM TO SG-FROM-POINT(WS-SIGNAL-COUNT).
    ADD 1 TO WS-FILE-SIGNALS WS-TOTAL-SIGNALS.

*> The key's block: both charts' limits, the judged runs with each
*> chart's distance from centre in sigmas, then every signal
PRINT-KEY-CHART.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "KEY " WS-SPC-KEY(WS-KEY-INDEX)
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "  CHART        CENTRE         SIGMA           LCL           UCL  BASE RUNS"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    MOVE "MEAN" TO WS-CHART-NAME.
    MOVE WS-MEAN-BASE-POINTS TO WS-BASE-POINTS.
    MOVE WS-MEAN-CENTRE TO WS-CENTRE.
    MOVE WS-MEAN-SIGMA TO WS-SIGMA.
    MOVE WS-MEAN-UCL TO WS-UCL.
    MOVE WS-MEAN-LCL TO WS-LCL.
    MOVE WS-MEAN-LIMITS-FLAG TO WS-LIMITS-FLAG.
    PERFORM PRINT-LIMITS-LINE.
    MOVE "COUNT" TO WS-CHART-NAME.
    MOVE WS-COUNT-BASE-POINTS TO WS-BASE-POINTS.
    MOVE WS-COUNT-CENTRE TO WS-CENTRE.
    MOVE WS-COUNT-SIGMA TO WS-SIGMA.
    MOVE WS-COUNT-UCL TO WS-UCL.
    MOVE WS-COUNT-LCL TO WS-LCL.
    MOVE WS-COUNT-LIMITS-FLAG TO WS-LIMITS-FLAG.
    PERFORM PRINT-LIMITS-LINE.

    MOVE "  RUN DATE   TIME              MEAN   SIGMAS    COUNT   SIGMAS"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-POINT-COUNT
        IF PT-RUN-INDEX(WS-P) NOT < WS-RECENT-START
            PERFORM PRINT-POINT-LINE
        END-IF
    END-PERFORM.

    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-SIGNAL-COUNT
        PERFORM PRINT-SIGNAL-LINE
    END-PERFORM.
    PERFORM WRITE-REPORT-BLANK-LINE.

PRINT-LIMITS-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-CHART-NAME TO WS-PRINT-LINE(3:5).
    IF NOT LIMITS-AVAILABLE
        MOVE "too few usable baseline runs - not charted"
            TO WS-PRINT-LINE(13:)
        PERFORM WRITE-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CENTRE TO WS-EDIT-VALUE.
    MOVE WS-EDIT-VALUE TO WS-PRINT-LINE(9:13).
    MOVE WS-SIGMA TO WS-EDIT-VALUE.
    MOVE WS-EDIT-VALUE TO WS-PRINT-LINE(23:13).
    MOVE WS-LCL TO WS-EDIT-VALUE.
    MOVE WS-EDIT-VALUE TO WS-PRINT-LINE(37:13).
    MOVE WS-UCL TO WS-EDIT-VALUE.
    MOVE WS-EDIT-VALUE TO WS-PRINT-LINE(51:13).
    MOVE WS-BASE-POINTS TO WS-EDIT-RUNS.
    MOVE WS-EDIT-RUNS TO WS-PRINT-LINE(72:3).
    IF WS-SIGMA = 0
        MOVE "(flat baseline - rules 1/2 not applied)"
            TO WS-PRINT-LINE(77:)
    END-IF.
    PERFORM WRITE-REPORT-LINE.

PRINT-POINT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE PT-RUN-DATE(WS-P) TO WS-PRINT-LINE(3:10).
    MOVE PT-RUN-TIME(WS-P) TO WS-PRINT-LINE(14:8).
    MOVE PT-MEAN(WS-P) TO WS-EDIT-VALUE.
    MOVE WS-EDIT-VALUE TO WS-PRINT-LINE(23:13).
    MOVE PT-COUNT(WS-P) TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(47:7).
    IF PT-IS-SUPPRESSED(WS-P)
        MOVE "restart/split group - not judged"
            TO WS-PRINT-LINE(65:)
    ELSE
        MOVE PT-MEAN-SIGMAS(WS-P) TO WS-EDIT-SIGMAS
        MOVE WS-EDIT-SIGMAS TO WS-PRINT-LINE(37:8)
        MOVE PT-COUNT-SIGMAS(WS-P) TO WS-EDIT-SIGMAS
        MOVE WS-EDIT-SIGMAS TO WS-PRINT-LINE(55:8)
    END-IF.
    PERFORM WRITE-REPORT-LINE.

*> "*** RULE n chart  text  run ..." with the span where it applies
PRINT-SIGNAL-LINE.
    MOVE SG-RULE(WS-J) TO WS-EDIT-RULE.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "  *** RULE " WS-EDIT-RULE " " SG-CHART(WS-J) " "
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    EVALUATE SG-RULE(WS-J)
        WHEN 1
            MOVE "one point beyond 3 sigma" TO WS-PRINT-LINE(21:)
        WHEN 2
            MOVE "two of three beyond 2 sigma" TO WS-PRINT-LINE(21:)
        WHEN 3
            MOVE "eight in a row one side" TO WS-PRINT-LINE(21:)
        WHEN 4
            MOVE "six in a row trending" TO WS-PRINT-LINE(21:)
    END-EVALUATE.
    MOVE SG-POINT(WS-J) TO WS-P.
    MOVE SG-FROM-POINT(WS-J) TO WS-K.
    IF WS-K = WS-P
        STRING "run " PT-RUN-DATE(WS-P) " " PT-RUN-TIME(WS-P)
            DELIMITED BY SIZE INTO WS-PRINT-LINE(50:)
    ELSE
        STRING "runs " PT-RUN-DATE(WS-K) " " PT-RUN-TIME(WS-K)
            " to " PT-RUN-DATE(WS-P) " " PT-RUN-TIME(WS-P)
            DELIMITED BY SIZE INTO WS-PRINT-LINE(50:)
    END-IF.
    PERFORM WRITE-REPORT-LINE.

*> One extract line for the WS-J signal of the key in hand
WRITE-SPC-EXTRACT.
    MOVE SG-POINT(WS-J) TO WS-P.
    MOVE SG-FROM-POINT(WS-J) TO WS-K.
    MOVE SG-RULE(WS-J) TO WS-EDIT-RULE.
    IF SG-CHART(WS-J) = "MEAN"
        MOVE PT-MEAN(WS-P) TO WS-EXT-MEAN
        MOVE WS-MEAN-CENTRE TO WS-CENTRE
        MOVE WS-MEAN-LCL TO WS-LCL
        MOVE WS-MEAN-UCL TO WS-UCL
    ELSE
        MOVE PT-COUNT(WS-P) TO WS-EXT-MEAN
        MOVE WS-COUNT-CENTRE TO WS-CENTRE
        MOVE WS-COUNT-LCL TO WS-LCL
        MOVE WS-COUNT-UCL TO WS-UCL
    END-IF.
    MOVE SPACES TO SPC-EXTRACT-RECORD.
    STRING WS-RUN-DATE-TEXT "|" PT-RUN-DATE(WS-P) "|"
        PT-RUN-TIME(WS-P) "|"
        FUNCTION TRIM(WS-FILENAME TRAILING) "|"
        FUNCTION TRIM(WS-SPC-KEY(WS-KEY-INDEX) TRAILING) "|"
        FUNCTION TRIM(SG-CHART(WS-J) TRAILING) "|"
        WS-EDIT-RULE DELIMITED BY SIZE
        INTO SPC-EXTRACT-RECORD.
    PERFORM APPEND-EXTRACT-MEAN.
    MOVE WS-CENTRE TO WS-EXT-MEAN.
    PERFORM APPEND-EXTRACT-MEAN.
    MOVE WS-LCL TO WS-EXT-MEAN.
    PERFORM APPEND-EXTRACT-MEAN.
    MOVE WS-UCL TO WS-EXT-MEAN.
    PERFORM APPEND-EXTRACT-MEAN.
    STRING "|" PT-RUN-DATE(WS-K) "|" PT-RUN-TIME(WS-K)
        DELIMITED BY SIZE
        INTO SPC-EXTRACT-RECORD(FUNCTION LENGTH(FUNCTION
            TRIM(SPC-EXTRACT-RECORD TRAILING)) + 1:).
    WRITE SPC-EXTRACT-RECORD.

APPEND-EXTRACT-MEAN.
    STRING "|" WS-EXT-MEAN DELIMITED BY SIZE
        INTO SPC-EXTRACT-RECORD(FUNCTION LENGTH(FUNCTION
            TRIM(SPC-EXTRACT-RECORD TRAILING)) + 1:).

PRINT-FILE-SPC-FOOTER.
    IF WS-FILE-SIGNALS = 0
        MOVE "No control-chart signals for this feed." TO WS-PRINT-LINE
    ELSE
        MOVE WS-FILE-SIGNALS TO WS-EDIT-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "Control-chart signals for this feed: "
            WS-EDIT-COUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.

*> Condition code tells the JCL whether anything was flagged:
*> 0 = no signals, 4 = at least one run rule fired or a feed's
*> history did not fit the table
WRAP-UP.
    CLOSE HISTORY-FILE.
    CLOSE SPC-REPORT-FILE.
    CLOSE SPC-EXTRACT-FILE.
    DISPLAY "Keys charted: " WS-KEYS-CHARTED.
    IF WS-TOTAL-SIGNALS > 0
        MOVE 4 TO RETURN-CODE
        DISPLAY "Control-chart signals: " WS-TOTAL-SIGNALS
    ELSE
        DISPLAY "No control-chart signals"
    END-IF.
    IF WS-TRUNCATED-FEEDS > 0
        MOVE 4 TO RETURN-CODE
        DISPLAY "Feeds with history truncated: " WS-TRUNCATED-FEEDS
    END-IF.

*> Prints the page banner: report title, feed name, run date
WRITE-REPORT-HEADING.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE SPACES TO WS-HEADING-LINE.
    STRING "STATISTICAL PROCESS CONTROL CHARTS - PAGE "
        WS-PAGE-COUNT DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE SPC-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE "==================================" TO WS-HEADING-LINE.
    WRITE SPC-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Feed: " WS-FILENAME DELIMITED BY SIZE
        INTO WS-HEADING-LINE.
    WRITE SPC-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Run date: " WS-RUN-DATE-TEXT DELIMITED BY SIZE
        INTO WS-HEADING-LINE.
    WRITE SPC-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO SPC-REPORT-RECORD.
    WRITE SPC-REPORT-RECORD.

    MOVE 5 TO WS-LINE-COUNT.

*> Writes one detail line, rolling to a new page when full
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        MOVE SPACES TO SPC-REPORT-RECORD
        WRITE SPC-REPORT-RECORD AFTER ADVANCING PAGE
        PERFORM WRITE-REPORT-HEADING
    END-IF.
    WRITE SPC-REPORT-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-PRINT-LINE.

*> Writes a blank spacer line between report sections
WRITE-REPORT-BLANK-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
