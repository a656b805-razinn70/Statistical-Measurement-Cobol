IDENTIFICATION DIVISION.
PROGRAM-ID. STATWIND.

*> Batch-window trend and SLA forecast report. Reads the run-timing
*> log STATMEASURE appends to on every run and restart (RUNTIME -
*> one line per run, per feed and per step within a feed) and
*> answers the two questions an overrun raises:
*>    - which feed grew, or which step slowed: each feed's elapsed
*>      time, record volume and records-per-second rate over the
*>      last LOOKBACK= nights, latest against average, with the
*>      per-night trend of each and the time each step (integrity
*>      pre-scan, sort, statistics pass, history write) takes;
*>    - when it will start to matter: tonight's window projected
*>      from each feed's volume trend at its average rate, plus the
*>      job's own overhead, against the SLA-DEADLINE= the batch has
*>      to finish by - and, carrying the same growth forward, the
*>      first night the whole batch is projected to finish late.
*> Steps started before NIGHT-CUTOFF= belong to the previous night's
*> batch, so a window that runs past midnight - or a restart the
*> next morning - is reported as the one night it was. A feed
*> resumed from a checkpoint read only part of its records, so it
*> counts toward the window but not toward the volume or rate
*> trend.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TIMING-FILE ASSIGN TO "RUNTIME"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TIMING-FILE-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "SYSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT WINDOW-REPORT-FILE ASSIGN TO "WINDRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Must stay in step with the TIMING-RECORD STATMEASURE writes
FD  TIMING-FILE.
01  TIMING-RECORD.
    05  TM-RUN-ID         PIC X(8).
    05  FILLER            PIC X(1).
    05  TM-RUN-TYPE       PIC X(7).
    05  FILLER            PIC X(1).
    05  TM-PHASE          PIC X(9).
    05  FILLER            PIC X(1).
    05  TM-START-DATE     PIC X(8).
    05  FILLER            PIC X(1).
    05  TM-START-TIME     PIC X(8).
    05  FILLER            PIC X(1).
    05  TM-END-DATE       PIC X(8).
    05  FILLER            PIC X(1).
    05  TM-END-TIME       PIC X(8).
    05  FILLER            PIC X(1).
    05  TM-ELAPSED-TEXT   PIC X(10).
    05  FILLER            PIC X(1).
    05  TM-RECORDS-TEXT   PIC X(9).
    05  FILLER            PIC X(1).
    05  TM-STATUS         PIC X(13).
    05  FILLER            PIC X(1).
    05  TM-BUSINESS-DATE  PIC X(10).
    05  FILLER            PIC X(1).
    05  TM-FILENAME       PIC X(100).

FD  CONTROL-FILE.
01  CONTROL-RECORD        PIC X(80).

FD  WINDOW-REPORT-FILE.
01  WINDOW-REPORT-RECORD  PIC X(132).

WORKING-STORAGE SECTION.
01  WS-TIMING-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-CONTROL-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-WINDOW-FILE-STATUS PIC XX VALUE ZEROS.

01  WS-TIMING-EOF-FLAG    PIC 9 VALUE 0.
    88  TIMING-END-OF-FILE VALUE 1.
01  WS-SYSIN-EOF-FLAG     PIC 9 VALUE 0.
    88  SYSIN-END-OF-FILE VALUE 1.

*> Control cards - LOOKBACK= nights trended, SLA-DEADLINE= and
*> NIGHT-CUTOFF= as HHMM, START-TIME= tonight's scheduled start
*> (HHMM; the recent average when omitted), AS-OF= the night to
*> forecast (YYYYMMDD; tonight when omitted), HORIZON= how many
*> nights ahead to look for the SLA crossing, WARN-NIGHTS= how near
*> a crossing raises the condition code
01  WS-CONTROL-CARD       PIC X(80).
01  WS-CONTROL-KEYWORD    PIC X(13).
01  WS-CONTROL-VALUE      PIC X(67).
01  WS-CONTROL-DELIM-POS  PIC 9(3) VALUE ZERO.
01  WS-LOOKBACK           PIC 9(3) VALUE 30.
01  WS-SLA-DEADLINE       PIC 9(4) VALUE 0600.
01  WS-NIGHT-CUTOFF       PIC 9(4) VALUE 1200.
01  WS-START-TIME         PIC 9(4) VALUE ZERO.
01  WS-START-SUPPLIED-FLAG PIC 9 VALUE 0.
    88  START-SUPPLIED    VALUE 1.
01  WS-AS-OF-DATE         PIC 9(8) VALUE ZERO.
01  WS-HORIZON            PIC 9(3) VALUE 365.
01  WS-WARN-NIGHTS        PIC 9(3) VALUE 30.
01  WS-HHMM-CARD-FLAG      PIC 9 VALUE 0.
    88  HHMM-CARD-GOOD    VALUE 1.
01  WS-HHMM-WORK          PIC 9(4) VALUE ZERO.
01  WS-HHMM-PARTS REDEFINES WS-HHMM-WORK.
    05  WS-HHMM-HH        PIC 99.
    05  WS-HHMM-MM        PIC 99.

*> Every night on the log within 400 days of the forecast night,
*> in the order first met; WS-ORDER-TABLE lists them by date
01  WS-NIGHT-COUNT        PIC 9(3) VALUE ZERO.
01  WS-NIGHT-TABLE.
    05  WS-NIGHT-ENTRY OCCURS 400 TIMES.
        10  TN-DAY            PIC 9(7).
        10  TN-START-SEC      PIC S9(7).
        10  TN-END-SEC        PIC S9(7).
        10  TN-RUN-SEC        PIC 9(7)V99.
        10  TN-RUN-COUNT      PIC 9(3).
        10  TN-FILE-SEC       PIC 9(7)V99.
        10  TN-FEED-COUNT     PIC 9(3).
        10  TN-RECORDS        PIC 9(11).
        10  TN-RESTART-FLAG   PIC 9.
01  WS-ORDER-TABLE.
    05  WS-ORDER          PIC 9(3) OCCURS 400 TIMES.
01  WS-NIGHT-INDEX        PIC 9(3) VALUE ZERO.
01  WS-LB-FIRST           PIC 9(3) VALUE ZERO.
01  WS-LB-NIGHTS          PIC 9(3) VALUE ZERO.

*> Every feed met, and per feed and night the latest completed
*> FILE line and its step times (1 INTEGRITY, 2 SORT, 3 STATS,
*> 4 HISTORY)
01  WS-FEED-COUNT         PIC 9(3) VALUE ZERO.
01  WS-FEED-TABLE.
    05  WS-FEED-ENTRY OCCURS 100 TIMES.
        10  TF-FILENAME       PIC X(100).
        10  TF-SAMPLES        PIC 9(3).
        10  TF-RESUMED        PIC 9(3).
        10  TF-AVG-SEC        PIC 9(7)V99.
        10  TF-LATEST-SEC     PIC 9(7)V99.
        10  TF-SEC-SLOPE      PIC S9(7)V99.
        10  TF-AVG-RECS       PIC 9(11).
        10  TF-LATEST-RECS    PIC 9(11).
        10  TF-REC-SLOPE      PIC S9(11)V99.
        10  TF-REC-INTERCEPT  PIC S9(13)V99.
        10  TF-AVG-RATE       PIC 9(9)V99.
        10  TF-LATEST-RATE    PIC 9(9)V99.
        10  TF-PROJ-RECS      PIC 9(11).
        10  TF-PROJ-SEC       PIC 9(7)V99.
        10  TF-PHASE-AVG      PIC 9(7)V99 OCCURS 4 TIMES.
        10  TF-PHASE-LATEST   PIC 9(7)V99 OCCURS 4 TIMES.
        10  TF-CELL OCCURS 400 TIMES.
            15  TC-PRESENT        PIC 9.
            15  TC-RESUMED        PIC 9.
            15  TC-FILE-SEC       PIC 9(7)V99.
            15  TC-RECORDS        PIC 9(9).
            15  TC-PHASE-SEC      PIC 9(7)V99 OCCURS 4 TIMES.
01  WS-FEED-INDEX         PIC 9(3) VALUE ZERO.
01  WS-PHASE-INDEX        PIC 9 VALUE ZERO.
01  WS-PHASE-NAMES.
    05  FILLER            PIC X(9) VALUE "INTEGRITY".
    05  FILLER            PIC X(9) VALUE "SORT".
    05  FILLER            PIC X(9) VALUE "STATS".
    05  FILLER            PIC X(9) VALUE "HISTORY".
01  WS-PHASE-NAME-TABLE REDEFINES WS-PHASE-NAMES.
    05  WS-PHASE-NAME     PIC X(9) OCCURS 4 TIMES.

*> One timing line taken apart
01  WS-LINE-DATE          PIC 9(8) VALUE ZERO.
01  WS-LINE-TIME          PIC 9(8) VALUE ZERO.
01  WS-LINE-CLOCK REDEFINES WS-LINE-TIME.
    05  WS-LINE-HH        PIC 99.
    05  WS-LINE-MI        PIC 99.
    05  WS-LINE-SS        PIC 99.
    05  WS-LINE-CC        PIC 99.
01  WS-START-DAY          PIC 9(7) VALUE ZERO.
01  WS-START-SECS         PIC 9(5) VALUE ZERO.
01  WS-END-DAY            PIC 9(7) VALUE ZERO.
01  WS-END-SECS           PIC 9(5) VALUE ZERO.
01  WS-NIGHT-DAY          PIC 9(7) VALUE ZERO.
01  WS-REL-START          PIC S9(7) VALUE ZERO.
01  WS-REL-END            PIC S9(7) VALUE ZERO.
01  WS-LINE-ELAPSED       PIC 9(7)V99 VALUE ZERO.
01  WS-LINE-RECORDS       PIC 9(9) VALUE ZERO.

*> Forecast night, deadline and start, all as seconds from the
*> forecast night's midnight
01  WS-TONIGHT-DAY        PIC 9(7) VALUE ZERO.
01  WS-TONIGHT-DATE       PIC 9(8) VALUE ZERO.
01  WS-EARLIEST-DAY       PIC 9(7) VALUE ZERO.
01  WS-CUTOFF-SECS        PIC 9(5) VALUE ZERO.
01  WS-DEADLINE-SECS      PIC S9(7) VALUE ZERO.
01  WS-PROJ-START-SECS    PIC S9(7) VALUE ZERO.
01  WS-PROJ-END-SECS      PIC S9(9) VALUE ZERO.
01  WS-PROJ-TOTAL-SEC     PIC 9(9)V99 VALUE ZERO.
01  WS-AVG-OVERHEAD       PIC 9(7)V99 VALUE ZERO.
01  WS-MARGIN-SECS        PIC S9(9) VALUE ZERO.
01  WS-MARGIN-MINUTES     PIC S9(7) VALUE ZERO.
01  WS-CROSSING-NIGHTS    PIC 9(4) VALUE ZERO.
01  WS-CROSSING-FOUND-FLAG PIC 9 VALUE 0.
    88  CROSSING-FOUND    VALUE 1.
01  WS-MISS-TONIGHT-FLAG  PIC 9 VALUE 0.
    88  MISS-TONIGHT      VALUE 1.
01  WS-X-VALUE            PIC S9(5) VALUE ZERO.
01  WS-BASE-DAY           PIC 9(7) VALUE ZERO.

*> Least-squares sums for one feed's volume and elapsed time
*> against the night's day number
01  WS-REGRESSION.
    05  WS-SUM-N          PIC 9(5).
    05  WS-SUM-X          PIC S9(9).
    05  WS-SUM-XX         PIC S9(13).
    05  WS-SUM-RECS       PIC S9(13).
    05  WS-SUM-X-RECS     PIC S9(16).
    05  WS-SUM-SEC        PIC S9(11)V99.
    05  WS-SUM-X-SEC      PIC S9(14)V99.
    05  WS-SUM-RATE-SEC   PIC S9(11)V99.
    05  WS-SUM-RATE-RECS  PIC S9(13).
    05  WS-SUM-PHASE      PIC S9(11)V99 OCCURS 4 TIMES.
    05  WS-SUM-ALL        PIC 9(5).
01  WS-DENOMINATOR        PIC S9(17) VALUE ZERO.
01  WS-NUMERATOR          PIC S9(18)V99 VALUE ZERO.
01  WS-WORK-AMOUNT        PIC S9(13)V99 VALUE ZERO.
01  WS-WORK-SECS          PIC S9(9)V99 VALUE ZERO.
01  WS-LATEST-DAY         PIC 9(7) VALUE ZERO.

01  WS-OVERHEAD-SUM       PIC 9(9)V99 VALUE ZERO.
01  WS-OVERHEAD-NIGHTS    PIC 9(3) VALUE ZERO.
01  WS-START-SUM          PIC S9(11) VALUE ZERO.

01  WS-COUNTERS.
    05  WS-LINES-READ     PIC 9(7) VALUE ZERO.
    05  WS-LINES-USED     PIC 9(7) VALUE ZERO.
    05  WS-LINES-BAD      PIC 9(7) VALUE ZERO.
    05  WS-LINES-OUT-OF-RANGE PIC 9(7) VALUE ZERO.
    05  WS-LINES-OVERFLOW PIC 9(7) VALUE ZERO.
    05  WS-LATE-NIGHTS    PIC 9(3) VALUE ZERO.

01  WS-I                  PIC 9(4) VALUE ZERO.
01  WS-J                  PIC 9(4) VALUE ZERO.
01  WS-K                  PIC 9(4) VALUE ZERO.
01  WS-SWAP               PIC 9(3) VALUE ZERO.
01  WS-FOUND-FLAG         PIC 9 VALUE 0.
    88  ENTRY-FOUND       VALUE 1.

*> Clock and duration formatting
01  WS-CLOCK-SECS         PIC S9(9) VALUE ZERO.
01  WS-CLOCK-DAYS         PIC 9(3) VALUE ZERO.
01  WS-CLOCK-REST         PIC 9(5) VALUE ZERO.
01  WS-CLOCK-TEXT.
    05  WS-CLOCK-HH       PIC 99.
    05  FILLER            PIC X VALUE ":".
    05  WS-CLOCK-MI       PIC 99.
    05  FILLER            PIC X VALUE ":".
    05  WS-CLOCK-SS       PIC 99.
    05  WS-CLOCK-DAY-MARK PIC X(3).
01  WS-DURATION-SECS      PIC 9(9)V99 VALUE ZERO.
01  WS-DURATION-WHOLE     PIC 9(9) VALUE ZERO.
01  WS-DURATION-HOURS     PIC 9(5) VALUE ZERO.
01  WS-DURATION-TEXT.
    05  WS-DURATION-HH    PIC ZZ9.
    05  FILLER            PIC X VALUE ":".
    05  WS-DURATION-MI    PIC 99.
    05  FILLER            PIC X VALUE ":".
    05  WS-DURATION-SS    PIC 99.
01  WS-DATE-NUM           PIC 9(8) VALUE ZERO.
01  WS-DATE-DIGITS REDEFINES WS-DATE-NUM PIC X(8).
01  WS-NIGHT-TEXT.
    05  WS-NIGHT-YYYY     PIC X(4).
    05  FILLER            PIC X VALUE "/".
    05  WS-NIGHT-MM       PIC X(2).
    05  FILLER            PIC X VALUE "/".
    05  WS-NIGHT-DD       PIC X(2).

01  WS-RUN-TIMESTAMP      PIC X(21).
01  WS-RUN-DATE-TEXT.
    05  WS-RUN-YYYY       PIC X(4).
    05  FILLER            PIC X VALUE "/".
    05  WS-RUN-MM         PIC X(2).
    05  FILLER            PIC X VALUE "/".
    05  WS-RUN-DD         PIC X(2).
01  WS-RUN-CLOCK-TIME     PIC X(8).
01  WS-RUN-CLOCK-PARTS REDEFINES WS-RUN-CLOCK-TIME.
    05  WS-RUN-CLOCK-HHMM PIC 9(4).
    05  FILLER            PIC X(4).

01  WS-REPORT-CONTROL.
    05  WS-LINE-COUNT     PIC 9(3) VALUE ZERO.
    05  WS-PAGE-COUNT     PIC 9(3) VALUE ZERO.
    05  WS-LINES-PER-PAGE PIC 9(3) VALUE 055.

01  WS-PRINT-LINE         PIC X(132).
01  WS-HEADING-LINE       PIC X(132).

01  WS-EDIT-FIELDS.
    05  WS-EDIT-COUNT     PIC Z(6)9.
    05  WS-EDIT-NIGHTS    PIC ZZ9.
    05  WS-EDIT-RECORDS   PIC Z(10)9.
    05  WS-EDIT-GROWTH    PIC -(9)9.
    05  WS-EDIT-RATE      PIC Z(8)9.9.
    05  WS-EDIT-SLOPE     PIC -(5)9.9.
    05  WS-EDIT-SECS      PIC Z(5)9.9.
    05  WS-EDIT-MINUTES   PIC -(5)9.
    05  WS-EDIT-FLAGS     PIC X(30).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIALIZATION.
    PERFORM LOAD-TIMING-LOG.
    PERFORM ORDER-NIGHTS.
    PERFORM SUMMARIZE-NIGHTS.
    PERFORM PRINT-WINDOW-HISTORY.
    PERFORM ANALYZE-FEEDS.
    PERFORM PRINT-FEED-TRENDS.
    PERFORM PRINT-TONIGHT-FORECAST.
    PERFORM PROJECT-SLA-CROSSING.
    PERFORM WRAP-UP.
    STOP RUN.

INITIALIZATION.
    DISPLAY "BATCH WINDOW TREND AND SLA FORECAST".
    DISPLAY "===================================".

    PERFORM READ-CONTROL-CARDS.

    ACCEPT WS-RUN-TIMESTAMP FROM DATE YYYYMMDD.
    MOVE WS-RUN-TIMESTAMP(1:4) TO WS-RUN-YYYY.
    MOVE WS-RUN-TIMESTAMP(5:2) TO WS-RUN-MM.
    MOVE WS-RUN-TIMESTAMP(7:2) TO WS-RUN-DD.
    ACCEPT WS-RUN-CLOCK-TIME FROM TIME.

    MOVE WS-NIGHT-CUTOFF TO WS-HHMM-WORK.
    COMPUTE WS-CUTOFF-SECS = (WS-HHMM-HH * 3600) + (WS-HHMM-MM * 60).

*> The forecast night: an AS-OF= card, else tonight - which before
*> the cutoff is still last night's batch
    IF WS-AS-OF-DATE > 0
        COMPUTE WS-TONIGHT-DAY = FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
    ELSE
        MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DATE-DIGITS
        COMPUTE WS-TONIGHT-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        IF WS-RUN-CLOCK-HHMM < WS-NIGHT-CUTOFF
            SUBTRACT 1 FROM WS-TONIGHT-DAY
        END-IF
    END-IF.
    COMPUTE WS-TONIGHT-DATE = FUNCTION DATE-OF-INTEGER(WS-TONIGHT-DAY).
    SUBTRACT 399 FROM WS-TONIGHT-DAY GIVING WS-EARLIEST-DAY.

    MOVE WS-SLA-DEADLINE TO WS-HHMM-WORK.
    COMPUTE WS-DEADLINE-SECS = (WS-HHMM-HH * 3600) + (WS-HHMM-MM * 60).
    IF WS-DEADLINE-SECS < WS-CUTOFF-SECS
        ADD 86400 TO WS-DEADLINE-SECS
    END-IF.

    OPEN OUTPUT WINDOW-REPORT-FILE.
    IF WS-WINDOW-FILE-STATUS NOT = "00"
        DISPLAY "Error opening report file: WINDRPT - status "
            WS-WINDOW-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT TIMING-FILE.
    IF WS-TIMING-FILE-STATUS NOT = "00"
        DISPLAY "Error opening run-timing log RUNTIME - status "
            WS-TIMING-FILE-STATUS
        DISPLAY "No timing history means nothing to trend - run abandoned"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-REPORT-HEADING.
    DISPLAY "Batch window report written to WINDRPT".

*> Reads keyword=value control cards from SYSIN
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
        WHEN "LOOKBACK"
            COMPUTE WS-LOOKBACK = FUNCTION NUMVAL(WS-CONTROL-VALUE)
            IF WS-LOOKBACK < 2 OR WS-LOOKBACK > 400
                DISPLAY "LOOKBACK= must be 2 to 400 - 30 used"
                MOVE 30 TO WS-LOOKBACK
            END-IF
        WHEN "SLA-DEADLINE"
            PERFORM PARSE-HHMM-CARD
            IF HHMM-CARD-GOOD
                MOVE WS-HHMM-WORK TO WS-SLA-DEADLINE
            END-IF
        WHEN "NIGHT-CUTOFF"
            PERFORM PARSE-HHMM-CARD
            IF HHMM-CARD-GOOD
                MOVE WS-HHMM-WORK TO WS-NIGHT-CUTOFF
            END-IF
        WHEN "START-TIME"
            PERFORM PARSE-HHMM-CARD
            IF HHMM-CARD-GOOD
                MOVE WS-HHMM-WORK TO WS-START-TIME
                SET START-SUPPLIED TO TRUE
            END-IF
        WHEN "AS-OF"
            IF WS-CONTROL-VALUE(1:8) IS NUMERIC
                MOVE WS-CONTROL-VALUE(1:8) TO WS-AS-OF-DATE
            ELSE
                DISPLAY "Ignoring AS-OF= card - not YYYYMMDD: "
                    WS-CONTROL-VALUE
            END-IF
        WHEN "HORIZON"
            COMPUTE WS-HORIZON = FUNCTION NUMVAL(WS-CONTROL-VALUE)
        WHEN "WARN-NIGHTS"
            COMPUTE WS-WARN-NIGHTS = FUNCTION NUMVAL(WS-CONTROL-VALUE)
        WHEN "DEBUG"
            CONTINUE
        WHEN OTHER
            DISPLAY "Ignoring unknown control card keyword: "
                    WS-CONTROL-KEYWORD
    END-EVALUATE.

*> An HHMM card value into WS-HHMM-WORK, setting HHMM-CARD-GOOD - a
*> card that is not a clock time is reported and leaves the default
*> in place
PARSE-HHMM-CARD.
    MOVE 0 TO WS-HHMM-CARD-FLAG.
    IF WS-CONTROL-VALUE(1:4) IS NOT NUMERIC
            OR WS-CONTROL-VALUE(1:2) NOT < "24"
            OR WS-CONTROL-VALUE(3:2) NOT < "60"
        DISPLAY "Ignoring " FUNCTION TRIM(WS-CONTROL-KEYWORD)
            "= card - not HHMM: " WS-CONTROL-VALUE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CONTROL-VALUE(1:4) TO WS-HHMM-WORK.
    SET HHMM-CARD-GOOD TO TRUE.

*> Reads the whole timing log into the night and feed tables
LOAD-TIMING-LOG.
    PERFORM UNTIL TIMING-END-OF-FILE
        READ TIMING-FILE
            AT END
                SET TIMING-END-OF-FILE TO TRUE
            NOT AT END
                IF TIMING-RECORD NOT = SPACES
                    ADD 1 TO WS-LINES-READ
                    PERFORM LOAD-ONE-TIMING-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TIMING-FILE.

LOAD-ONE-TIMING-LINE.
    IF TM-START-DATE IS NOT NUMERIC OR TM-END-DATE IS NOT NUMERIC
            OR TM-START-TIME IS NOT NUMERIC
            OR TM-END-TIME IS NOT NUMERIC
            OR FUNCTION TEST-NUMVAL(TM-ELAPSED-TEXT) NOT = 0
        ADD 1 TO WS-LINES-BAD
        EXIT PARAGRAPH
    END-IF.

    MOVE TM-START-DATE TO WS-LINE-DATE.
    MOVE TM-START-TIME TO WS-LINE-TIME.
    COMPUTE WS-START-DAY = FUNCTION INTEGER-OF-DATE(WS-LINE-DATE).
    COMPUTE WS-START-SECS =
        (WS-LINE-HH * 3600) + (WS-LINE-MI * 60) + WS-LINE-SS.
    MOVE TM-END-DATE TO WS-LINE-DATE.
    MOVE TM-END-TIME TO WS-LINE-TIME.
    COMPUTE WS-END-DAY = FUNCTION INTEGER-OF-DATE(WS-LINE-DATE).
    COMPUTE WS-END-SECS =
        (WS-LINE-HH * 3600) + (WS-LINE-MI * 60) + WS-LINE-SS.

    MOVE WS-START-DAY TO WS-NIGHT-DAY.
    IF WS-START-SECS < WS-CUTOFF-SECS
        SUBTRACT 1 FROM WS-NIGHT-DAY
    END-IF.
    IF WS-NIGHT-DAY > WS-TONIGHT-DAY OR WS-NIGHT-DAY < WS-EARLIEST-DAY
        ADD 1 TO WS-LINES-OUT-OF-RANGE
        EXIT PARAGRAPH
    END-IF.

    PERFORM FIND-NIGHT.
    IF WS-NIGHT-INDEX = 0
        ADD 1 TO WS-LINES-OVERFLOW
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-LINES-USED.

    COMPUTE WS-REL-START = (WS-START-DAY - WS-NIGHT-DAY) * 86400.
    ADD WS-START-SECS TO WS-REL-START.
    COMPUTE WS-REL-END = (WS-END-DAY - WS-NIGHT-DAY) * 86400.
    ADD WS-END-SECS TO WS-REL-END.
    IF WS-REL-START < TN-START-SEC(WS-NIGHT-INDEX)
        MOVE WS-REL-START TO TN-START-SEC(WS-NIGHT-INDEX)
    END-IF.
    IF WS-REL-END > TN-END-SEC(WS-NIGHT-INDEX)
        MOVE WS-REL-END TO TN-END-SEC(WS-NIGHT-INDEX)
    END-IF.
    IF TM-RUN-TYPE = "RESTART"
        MOVE 1 TO TN-RESTART-FLAG(WS-NIGHT-INDEX)
    END-IF.

    COMPUTE WS-LINE-ELAPSED = FUNCTION NUMVAL(TM-ELAPSED-TEXT).
    MOVE ZERO TO WS-LINE-RECORDS.
    IF FUNCTION TEST-NUMVAL(TM-RECORDS-TEXT) = 0
        COMPUTE WS-LINE-RECORDS = FUNCTION NUMVAL(TM-RECORDS-TEXT)
    END-IF.

    IF TM-PHASE = "RUN"
        ADD WS-LINE-ELAPSED TO TN-RUN-SEC(WS-NIGHT-INDEX)
        ADD 1 TO TN-RUN-COUNT(WS-NIGHT-INDEX)
        EXIT PARAGRAPH
    END-IF.

    PERFORM FIND-FEED.
    IF WS-FEED-INDEX = 0
        ADD 1 TO WS-LINES-OVERFLOW
        EXIT PARAGRAPH
    END-IF.

*> The integrity pre-scan opens every attempt at a feed, so it
*> clears the step times a previous attempt the same night left
    EVALUATE TM-PHASE
        WHEN "INTEGRITY"
            MOVE ZERO TO TC-PHASE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX, 2)
                TC-PHASE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX, 3)
                TC-PHASE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX, 4)
            MOVE WS-LINE-ELAPSED
                TO TC-PHASE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX, 1)
        WHEN "SORT"
            MOVE WS-LINE-ELAPSED
                TO TC-PHASE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX, 2)
        WHEN "STATS"
            MOVE WS-LINE-ELAPSED
                TO TC-PHASE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX, 3)
        WHEN "HISTORY"
            MOVE WS-LINE-ELAPSED
                TO TC-PHASE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX, 4)
        WHEN "FILE"
            IF TM-STATUS = "OK" OR TM-STATUS = "RESUMED"
                MOVE 1 TO TC-PRESENT(WS-FEED-INDEX, WS-NIGHT-INDEX)
                MOVE 0 TO TC-RESUMED(WS-FEED-INDEX, WS-NIGHT-INDEX)
                IF TM-STATUS = "RESUMED"
                    MOVE 1 TO TC-RESUMED(WS-FEED-INDEX, WS-NIGHT-INDEX)
                END-IF
                MOVE WS-LINE-ELAPSED
                    TO TC-FILE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX)
                MOVE WS-LINE-RECORDS
                    TO TC-RECORDS(WS-FEED-INDEX, WS-NIGHT-INDEX)
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> Finds (or adds) the night WS-NIGHT-DAY; zero when the table is
*> full. Only 400 days of log are ever in range, so it never is
FIND-NIGHT.
    MOVE ZERO TO WS-NIGHT-INDEX.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-NIGHT-COUNT OR WS-NIGHT-INDEX > 0
        IF TN-DAY(WS-I) = WS-NIGHT-DAY
            MOVE WS-I TO WS-NIGHT-INDEX
        END-IF
    END-PERFORM.
    IF WS-NIGHT-INDEX > 0 OR WS-NIGHT-COUNT >= 400
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NIGHT-COUNT.
    MOVE WS-NIGHT-COUNT TO WS-NIGHT-INDEX.
    MOVE WS-NIGHT-DAY TO TN-DAY(WS-NIGHT-INDEX).
    MOVE 9999999 TO TN-START-SEC(WS-NIGHT-INDEX).
    MOVE -9999999 TO TN-END-SEC(WS-NIGHT-INDEX).
    MOVE ZERO TO TN-RUN-SEC(WS-NIGHT-INDEX) TN-RUN-COUNT(WS-NIGHT-INDEX)
        TN-FILE-SEC(WS-NIGHT-INDEX) TN-FEED-COUNT(WS-NIGHT-INDEX)
        TN-RECORDS(WS-NIGHT-INDEX) TN-RESTART-FLAG(WS-NIGHT-INDEX).
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-FEED-COUNT
        INITIALIZE TF-CELL(WS-J, WS-NIGHT-INDEX)
    END-PERFORM.

*> Finds (or adds) the feed TM-FILENAME; zero when the table is full
FIND-FEED.
    MOVE ZERO TO WS-FEED-INDEX.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-FEED-COUNT OR WS-FEED-INDEX > 0
        IF TF-FILENAME(WS-I) = TM-FILENAME
            MOVE WS-I TO WS-FEED-INDEX
        END-IF
    END-PERFORM.
    IF WS-FEED-INDEX > 0 OR WS-FEED-COUNT >= 100
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-FEED-COUNT.
    MOVE WS-FEED-COUNT TO WS-FEED-INDEX.
    INITIALIZE WS-FEED-ENTRY(WS-FEED-INDEX).
    MOVE TM-FILENAME TO TF-FILENAME(WS-FEED-INDEX).

*> Lists the nights in date order (insertion sort on the day number)
*> and marks off the last LOOKBACK= of them as the trend window
ORDER-NIGHTS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NIGHT-COUNT
        MOVE WS-I TO WS-ORDER(WS-I)
    END-PERFORM.
    PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-NIGHT-COUNT
        MOVE WS-ORDER(WS-I) TO WS-SWAP
        MOVE WS-I TO WS-J
        PERFORM UNTIL WS-J < 2
                OR TN-DAY(WS-ORDER(WS-J - 1)) <= TN-DAY(WS-SWAP)
            MOVE WS-ORDER(WS-J - 1) TO WS-ORDER(WS-J)
            SUBTRACT 1 FROM WS-J
        END-PERFORM
        MOVE WS-SWAP TO WS-ORDER(WS-J)
    END-PERFORM.
    IF WS-NIGHT-COUNT > WS-LOOKBACK
        COMPUTE WS-LB-FIRST = WS-NIGHT-COUNT - WS-LOOKBACK + 1
    ELSE
        MOVE 1 TO WS-LB-FIRST
    END-IF.
    IF WS-NIGHT-COUNT > 0
        COMPUTE WS-LB-NIGHTS = WS-NIGHT-COUNT - WS-LB-FIRST + 1
        MOVE TN-DAY(WS-ORDER(WS-LB-FIRST)) TO WS-BASE-DAY
    END-IF.

*> Per night: the feeds that completed, their records and time, and
*> the job overhead - run time not spent inside any feed - from the
*> nights that ran clean without a restart
SUMMARIZE-NIGHTS.
    MOVE ZERO TO WS-OVERHEAD-SUM WS-OVERHEAD-NIGHTS WS-START-SUM.
    PERFORM VARYING WS-K FROM WS-LB-FIRST BY 1
            UNTIL WS-K > WS-NIGHT-COUNT
        MOVE WS-ORDER(WS-K) TO WS-NIGHT-INDEX
        PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-FEED-COUNT
            IF TC-PRESENT(WS-J, WS-NIGHT-INDEX) = 1
                ADD 1 TO TN-FEED-COUNT(WS-NIGHT-INDEX)
                ADD TC-RECORDS(WS-J, WS-NIGHT-INDEX)
                    TO TN-RECORDS(WS-NIGHT-INDEX)
                ADD TC-FILE-SEC(WS-J, WS-NIGHT-INDEX)
                    TO TN-FILE-SEC(WS-NIGHT-INDEX)
            END-IF
        END-PERFORM
        ADD TN-START-SEC(WS-NIGHT-INDEX) TO WS-START-SUM
        IF TN-RESTART-FLAG(WS-NIGHT-INDEX) = 0
                AND TN-RUN-COUNT(WS-NIGHT-INDEX) > 0
                AND TN-RUN-SEC(WS-NIGHT-INDEX) >
                    TN-FILE-SEC(WS-NIGHT-INDEX)
            ADD 1 TO WS-OVERHEAD-NIGHTS
            COMPUTE WS-OVERHEAD-SUM = WS-OVERHEAD-SUM
                + TN-RUN-SEC(WS-NIGHT-INDEX) - TN-FILE-SEC(WS-NIGHT-INDEX)
        END-IF
    END-PERFORM.
    IF WS-OVERHEAD-NIGHTS > 0
        COMPUTE WS-AVG-OVERHEAD ROUNDED =
            WS-OVERHEAD-SUM / WS-OVERHEAD-NIGHTS
    END-IF.
    IF START-SUPPLIED
        MOVE WS-START-TIME TO WS-HHMM-WORK
        COMPUTE WS-PROJ-START-SECS =
            (WS-HHMM-HH * 3600) + (WS-HHMM-MM * 60)
        IF WS-PROJ-START-SECS < WS-CUTOFF-SECS
            ADD 86400 TO WS-PROJ-START-SECS
        END-IF
    ELSE
        IF WS-LB-NIGHTS > 0
            COMPUTE WS-PROJ-START-SECS ROUNDED =
                WS-START-SUM / WS-LB-NIGHTS
        ELSE
            MOVE WS-CUTOFF-SECS TO WS-PROJ-START-SECS
        END-IF
    END-IF.

*> Section 1 - the window each night: first step started, last step
*> ended, what ran, whether a restart was needed, and the margin
*> against the SLA deadline
PRINT-WINDOW-HISTORY.
    MOVE "BATCH WINDOW BY NIGHT" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-NIGHT-COUNT = 0
        MOVE "No timing history in range for the forecast night."
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE "NIGHT       START        END            ELAPSED  FEEDS      RECORDS  RESTART  SLA MARGIN (MIN)"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-K FROM WS-LB-FIRST BY 1
            UNTIL WS-K > WS-NIGHT-COUNT
        MOVE WS-ORDER(WS-K) TO WS-NIGHT-INDEX
        PERFORM PRINT-ONE-NIGHT
    END-PERFORM.
    PERFORM WRITE-REPORT-BLANK-LINE.

PRINT-ONE-NIGHT.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE TN-DAY(WS-NIGHT-INDEX) TO WS-NIGHT-DAY.
    PERFORM FORMAT-NIGHT-DATE.
    MOVE WS-NIGHT-TEXT TO WS-PRINT-LINE(1:10).
    MOVE TN-START-SEC(WS-NIGHT-INDEX) TO WS-CLOCK-SECS.
    PERFORM FORMAT-CLOCK-TIME.
    MOVE WS-CLOCK-TEXT TO WS-PRINT-LINE(13:11).
    MOVE TN-END-SEC(WS-NIGHT-INDEX) TO WS-CLOCK-SECS.
    PERFORM FORMAT-CLOCK-TIME.
    MOVE WS-CLOCK-TEXT TO WS-PRINT-LINE(26:11).
    COMPUTE WS-DURATION-SECS =
        TN-END-SEC(WS-NIGHT-INDEX) - TN-START-SEC(WS-NIGHT-INDEX).
    PERFORM FORMAT-DURATION.
    MOVE WS-DURATION-TEXT TO WS-PRINT-LINE(40:9).
    MOVE TN-FEED-COUNT(WS-NIGHT-INDEX) TO WS-EDIT-NIGHTS.
    MOVE WS-EDIT-NIGHTS TO WS-PRINT-LINE(52:3).
    MOVE TN-RECORDS(WS-NIGHT-INDEX) TO WS-EDIT-RECORDS.
    MOVE WS-EDIT-RECORDS TO WS-PRINT-LINE(57:11).
    IF TN-RESTART-FLAG(WS-NIGHT-INDEX) = 1
        MOVE "YES" TO WS-PRINT-LINE(71:3)
    END-IF.
    COMPUTE WS-MARGIN-SECS =
        WS-DEADLINE-SECS - TN-END-SEC(WS-NIGHT-INDEX).
    PERFORM FORMAT-MARGIN-MINUTES.
    MOVE WS-EDIT-MINUTES TO WS-PRINT-LINE(80:6).
    IF WS-MARGIN-SECS < 0
        MOVE "LATE" TO WS-PRINT-LINE(88:4)
        ADD 1 TO WS-LATE-NIGHTS
    END-IF.
    PERFORM WRITE-REPORT-LINE.

*> Per feed over the trend window: average and latest elapsed time,
*> records and rate, each step's time, and least-squares lines of
*> volume and elapsed time against the night - the volume line is
*> what the forecast carries forward
ANALYZE-FEEDS.
    PERFORM VARYING WS-FEED-INDEX FROM 1 BY 1
            UNTIL WS-FEED-INDEX > WS-FEED-COUNT
        PERFORM ANALYZE-ONE-FEED
    END-PERFORM.

ANALYZE-ONE-FEED.
    INITIALIZE WS-REGRESSION.
    MOVE ZERO TO TF-SAMPLES(WS-FEED-INDEX) TF-RESUMED(WS-FEED-INDEX)
        WS-LATEST-DAY.
    PERFORM VARYING WS-K FROM WS-LB-FIRST BY 1
            UNTIL WS-K > WS-NIGHT-COUNT
        MOVE WS-ORDER(WS-K) TO WS-NIGHT-INDEX
        IF TC-PRESENT(WS-FEED-INDEX, WS-NIGHT-INDEX) = 1
            IF TC-RESUMED(WS-FEED-INDEX, WS-NIGHT-INDEX) = 1
                ADD 1 TO TF-RESUMED(WS-FEED-INDEX)
            ELSE
                PERFORM ADD-FEED-SAMPLE
            END-IF
        END-IF
    END-PERFORM.
    MOVE WS-SUM-N TO TF-SAMPLES(WS-FEED-INDEX).
    IF WS-SUM-N = 0
        EXIT PARAGRAPH
    END-IF.

    COMPUTE TF-AVG-SEC(WS-FEED-INDEX) ROUNDED = WS-SUM-SEC / WS-SUM-N.
    COMPUTE TF-AVG-RECS(WS-FEED-INDEX) ROUNDED = WS-SUM-RECS / WS-SUM-N.
    PERFORM VARYING WS-PHASE-INDEX FROM 1 BY 1 UNTIL WS-PHASE-INDEX > 4
        COMPUTE TF-PHASE-AVG(WS-FEED-INDEX, WS-PHASE-INDEX) ROUNDED =
            WS-SUM-PHASE(WS-PHASE-INDEX) / WS-SUM-N
    END-PERFORM.
    MOVE ZERO TO TF-AVG-RATE(WS-FEED-INDEX).
    IF WS-SUM-RATE-SEC > 0
        COMPUTE TF-AVG-RATE(WS-FEED-INDEX) ROUNDED =
            WS-SUM-RATE-RECS / WS-SUM-RATE-SEC
    END-IF.

    MOVE ZERO TO TF-REC-SLOPE(WS-FEED-INDEX) TF-SEC-SLOPE(WS-FEED-INDEX).
    COMPUTE TF-REC-INTERCEPT(WS-FEED-INDEX) = TF-AVG-RECS(WS-FEED-INDEX).
    IF WS-SUM-N > 1
        COMPUTE WS-DENOMINATOR = WS-SUM-N * WS-SUM-XX
        COMPUTE WS-DENOMINATOR = WS-DENOMINATOR - (WS-SUM-X * WS-SUM-X)
        IF WS-DENOMINATOR NOT = 0
            COMPUTE WS-NUMERATOR = WS-SUM-N * WS-SUM-X-RECS
            COMPUTE WS-NUMERATOR = WS-NUMERATOR - (WS-SUM-X * WS-SUM-RECS)
            COMPUTE TF-REC-SLOPE(WS-FEED-INDEX) ROUNDED =
                WS-NUMERATOR / WS-DENOMINATOR
            COMPUTE WS-NUMERATOR = WS-SUM-N * WS-SUM-X-SEC
            COMPUTE WS-NUMERATOR = WS-NUMERATOR - (WS-SUM-X * WS-SUM-SEC)
            COMPUTE TF-SEC-SLOPE(WS-FEED-INDEX) ROUNDED =
                WS-NUMERATOR / WS-DENOMINATOR
            COMPUTE WS-WORK-AMOUNT =
                TF-REC-SLOPE(WS-FEED-INDEX) * WS-SUM-X
            COMPUTE TF-REC-INTERCEPT(WS-FEED-INDEX) ROUNDED =
                (WS-SUM-RECS - WS-WORK-AMOUNT) / WS-SUM-N
        END-IF
    END-IF.

*> One completed, unresumed night of the feed into the sums; the
*> latest one seen is also kept as the feed's "latest" figures
ADD-FEED-SAMPLE.
    COMPUTE WS-X-VALUE = TN-DAY(WS-NIGHT-INDEX) - WS-BASE-DAY.
    ADD 1 TO WS-SUM-N.
    ADD WS-X-VALUE TO WS-SUM-X.
    COMPUTE WS-SUM-XX = WS-SUM-XX + (WS-X-VALUE * WS-X-VALUE).
    ADD TC-RECORDS(WS-FEED-INDEX, WS-NIGHT-INDEX) TO WS-SUM-RECS.
    COMPUTE WS-SUM-X-RECS = WS-SUM-X-RECS
        + (WS-X-VALUE * TC-RECORDS(WS-FEED-INDEX, WS-NIGHT-INDEX)).
    ADD TC-FILE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX) TO WS-SUM-SEC.
    COMPUTE WS-SUM-X-SEC = WS-SUM-X-SEC
        + (WS-X-VALUE * TC-FILE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX)).
    IF TC-FILE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX) > 0
        ADD TC-FILE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX) TO WS-SUM-RATE-SEC
        ADD TC-RECORDS(WS-FEED-INDEX, WS-NIGHT-INDEX) TO WS-SUM-RATE-RECS
    END-IF.
    PERFORM VARYING WS-PHASE-INDEX FROM 1 BY 1 UNTIL WS-PHASE-INDEX > 4
        ADD TC-PHASE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX, WS-PHASE-INDEX)
            TO WS-SUM-PHASE(WS-PHASE-INDEX)
        MOVE TC-PHASE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX, WS-PHASE-INDEX)
            TO TF-PHASE-LATEST(WS-FEED-INDEX, WS-PHASE-INDEX)
    END-PERFORM.
    MOVE TC-FILE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX)
        TO TF-LATEST-SEC(WS-FEED-INDEX).
    MOVE TC-RECORDS(WS-FEED-INDEX, WS-NIGHT-INDEX)
        TO TF-LATEST-RECS(WS-FEED-INDEX).
    MOVE ZERO TO TF-LATEST-RATE(WS-FEED-INDEX).
    IF TC-FILE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX) > 0
        COMPUTE TF-LATEST-RATE(WS-FEED-INDEX) ROUNDED =
            TC-RECORDS(WS-FEED-INDEX, WS-NIGHT-INDEX)
            / TC-FILE-SEC(WS-FEED-INDEX, WS-NIGHT-INDEX)
    END-IF.

*> Section 2 - one block per feed. Flags: VOLUME UP (growing and
*> above its average), SLOWER (latest time 20% over average), RATE
*> DOWN (latest rate 20% under average - the step slowed rather
*> than the feed grew)
PRINT-FEED-TRENDS.
    IF WS-LINE-COUNT > 4
        MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
    END-IF.
    MOVE "FEED ELAPSED-TIME TREND" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-LB-NIGHTS TO WS-EDIT-NIGHTS.
    STRING "Trend window: last " FUNCTION TRIM(WS-EDIT-NIGHTS)
        " nights on the log; steps show average/latest seconds"
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.
    PERFORM VARYING WS-FEED-INDEX FROM 1 BY 1
            UNTIL WS-FEED-INDEX > WS-FEED-COUNT
        IF TF-SAMPLES(WS-FEED-INDEX) > 0 OR TF-RESUMED(WS-FEED-INDEX) > 0
            PERFORM PRINT-ONE-FEED-TREND
        END-IF
    END-PERFORM.

PRINT-ONE-FEED-TREND.
    MOVE SPACES TO WS-EDIT-FLAGS.
    IF TF-SAMPLES(WS-FEED-INDEX) > 0
        IF TF-REC-SLOPE(WS-FEED-INDEX) > 0
                AND TF-LATEST-RECS(WS-FEED-INDEX) >
                    TF-AVG-RECS(WS-FEED-INDEX)
            MOVE "VOLUME UP" TO WS-EDIT-FLAGS(1:10)
        END-IF
        IF TF-LATEST-SEC(WS-FEED-INDEX) * 10 >
                TF-AVG-SEC(WS-FEED-INDEX) * 12
            MOVE "SLOWER" TO WS-EDIT-FLAGS(11:7)
        END-IF
        IF TF-AVG-RATE(WS-FEED-INDEX) > 0
                AND TF-LATEST-RATE(WS-FEED-INDEX) * 10 <
                    TF-AVG-RATE(WS-FEED-INDEX) * 8
            MOVE "RATE DOWN" TO WS-EDIT-FLAGS(19:9)
        END-IF
    END-IF.

    MOVE SPACES TO WS-PRINT-LINE.
    MOVE TF-FILENAME(WS-FEED-INDEX) TO WS-PRINT-LINE(1:60).
    MOVE TF-SAMPLES(WS-FEED-INDEX) TO WS-EDIT-NIGHTS.
    STRING WS-EDIT-NIGHTS " nights" DELIMITED BY SIZE
        INTO WS-PRINT-LINE(62:10).
    IF TF-RESUMED(WS-FEED-INDEX) > 0
        MOVE TF-RESUMED(WS-FEED-INDEX) TO WS-EDIT-NIGHTS
        STRING "+" WS-EDIT-NIGHTS " resumed" DELIMITED BY SIZE
            INTO WS-PRINT-LINE(73:12)
    END-IF.
    MOVE WS-EDIT-FLAGS TO WS-PRINT-LINE(90:30).
    PERFORM WRITE-REPORT-LINE.
    IF TF-SAMPLES(WS-FEED-INDEX) = 0
        MOVE "   only resumed runs in the window - no full-volume sample"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
        EXIT PARAGRAPH
    END-IF.

    MOVE TF-AVG-SEC(WS-FEED-INDEX) TO WS-DURATION-SECS.
    PERFORM FORMAT-DURATION.
    STRING "   elapsed   avg " WS-DURATION-TEXT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    MOVE TF-LATEST-SEC(WS-FEED-INDEX) TO WS-DURATION-SECS.
    PERFORM FORMAT-DURATION.
    MOVE TF-SEC-SLOPE(WS-FEED-INDEX) TO WS-EDIT-SLOPE.
    STRING "   latest " WS-DURATION-TEXT
        "   trend " WS-EDIT-SLOPE " sec/night"
        DELIMITED BY SIZE INTO WS-PRINT-LINE(27:60).
    PERFORM WRITE-REPORT-LINE.

    MOVE TF-AVG-RECS(WS-FEED-INDEX) TO WS-EDIT-RECORDS.
    STRING "   records   avg " WS-EDIT-RECORDS
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    MOVE TF-LATEST-RECS(WS-FEED-INDEX) TO WS-EDIT-RECORDS.
    MOVE TF-REC-SLOPE(WS-FEED-INDEX) TO WS-EDIT-GROWTH.
    STRING "   latest " WS-EDIT-RECORDS
        "   growth " WS-EDIT-GROWTH " /night"
        DELIMITED BY SIZE INTO WS-PRINT-LINE(29:70).
    PERFORM WRITE-REPORT-LINE.

    MOVE TF-AVG-RATE(WS-FEED-INDEX) TO WS-EDIT-RATE.
    STRING "   rate      avg " WS-EDIT-RATE " rec/s"
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    MOVE TF-LATEST-RATE(WS-FEED-INDEX) TO WS-EDIT-RATE.
    STRING "   latest " WS-EDIT-RATE " rec/s"
        DELIMITED BY SIZE INTO WS-PRINT-LINE(35:40).
    PERFORM WRITE-REPORT-LINE.

    MOVE "   steps" TO WS-PRINT-LINE.
    MOVE 12 TO WS-I.
    PERFORM VARYING WS-PHASE-INDEX FROM 1 BY 1 UNTIL WS-PHASE-INDEX > 4
        MOVE WS-PHASE-NAME(WS-PHASE-INDEX) TO WS-PRINT-LINE(WS-I:9)
        ADD 10 TO WS-I
        MOVE TF-PHASE-AVG(WS-FEED-INDEX, WS-PHASE-INDEX) TO WS-EDIT-SECS
        MOVE WS-EDIT-SECS TO WS-PRINT-LINE(WS-I:8)
        ADD 8 TO WS-I
        MOVE "/" TO WS-PRINT-LINE(WS-I:1)
        ADD 1 TO WS-I
        MOVE TF-PHASE-LATEST(WS-FEED-INDEX, WS-PHASE-INDEX)
            TO WS-EDIT-SECS
        MOVE WS-EDIT-SECS TO WS-PRINT-LINE(WS-I:8)
        ADD 10 TO WS-I
    END-PERFORM.
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> Section 3 - tonight: each feed's volume read off its trend line
*> for the forecast night, timed at its average rate, plus the job
*> overhead, from tonight's start
PRINT-TONIGHT-FORECAST.
    IF WS-LINE-COUNT > 4
        MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
    END-IF.
    MOVE "WINDOW FORECAST" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-TONIGHT-DAY TO WS-NIGHT-DAY.
    PERFORM FORMAT-NIGHT-DATE.
    STRING "Forecast night:      " WS-NIGHT-TEXT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.
    MOVE "FEED                                                      PROJECTED RECORDS    RATE REC/S    PROJECTED TIME"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    COMPUTE WS-X-VALUE = WS-TONIGHT-DAY - WS-BASE-DAY.
    PERFORM PROJECT-NIGHT-TOTAL.
    PERFORM VARYING WS-FEED-INDEX FROM 1 BY 1
            UNTIL WS-FEED-INDEX > WS-FEED-COUNT
        IF TF-SAMPLES(WS-FEED-INDEX) > 0
            MOVE SPACES TO WS-PRINT-LINE
            MOVE TF-FILENAME(WS-FEED-INDEX) TO WS-PRINT-LINE(1:56)
            MOVE TF-PROJ-RECS(WS-FEED-INDEX) TO WS-EDIT-RECORDS
            MOVE WS-EDIT-RECORDS TO WS-PRINT-LINE(65:11)
            MOVE TF-AVG-RATE(WS-FEED-INDEX) TO WS-EDIT-RATE
            MOVE WS-EDIT-RATE TO WS-PRINT-LINE(81:11)
            MOVE TF-PROJ-SEC(WS-FEED-INDEX) TO WS-DURATION-SECS
            PERFORM FORMAT-DURATION
            MOVE WS-DURATION-TEXT TO WS-PRINT-LINE(102:9)
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "Job overhead (average of clean nights)" TO WS-PRINT-LINE.
    MOVE WS-AVG-OVERHEAD TO WS-DURATION-SECS.
    PERFORM FORMAT-DURATION.
    MOVE WS-DURATION-TEXT TO WS-PRINT-LINE(102:9).
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.

    MOVE WS-PROJ-TOTAL-SEC TO WS-DURATION-SECS.
    PERFORM FORMAT-DURATION.
    STRING "Projected run time:  " WS-DURATION-TEXT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-PROJ-START-SECS TO WS-CLOCK-SECS.
    PERFORM FORMAT-CLOCK-TIME.
    IF START-SUPPLIED
        STRING "Window start:        " WS-CLOCK-TEXT "  (scheduled)"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
    ELSE
        STRING "Window start:        " WS-CLOCK-TEXT
            "  (average of trend window)"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-PROJ-END-SECS TO WS-CLOCK-SECS.
    PERFORM FORMAT-CLOCK-TIME.
    STRING "Projected end:       " WS-CLOCK-TEXT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-DEADLINE-SECS TO WS-CLOCK-SECS.
    PERFORM FORMAT-CLOCK-TIME.
    STRING "SLA deadline:        " WS-CLOCK-TEXT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    COMPUTE WS-MARGIN-SECS = WS-DEADLINE-SECS - WS-PROJ-END-SECS.
    PERFORM FORMAT-MARGIN-MINUTES.
    STRING "Margin:              " WS-EDIT-MINUTES " minutes"
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-MARGIN-SECS < 0
        SET MISS-TONIGHT TO TRUE
        MOVE "*** BATCH PROJECTED TO FINISH PAST THE SLA DEADLINE TONIGHT ***"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> The whole batch for the night WS-X-VALUE days after the trend
*> window's first night: every feed's projected volume and time,
*> their total with the overhead, and the projected end
PROJECT-NIGHT-TOTAL.
    MOVE WS-AVG-OVERHEAD TO WS-PROJ-TOTAL-SEC.
    PERFORM VARYING WS-FEED-INDEX FROM 1 BY 1
            UNTIL WS-FEED-INDEX > WS-FEED-COUNT
        IF TF-SAMPLES(WS-FEED-INDEX) > 0
            PERFORM PROJECT-ONE-FEED
            ADD TF-PROJ-SEC(WS-FEED-INDEX) TO WS-PROJ-TOTAL-SEC
        END-IF
    END-PERFORM.
    COMPUTE WS-PROJ-END-SECS = WS-PROJ-START-SECS + WS-PROJ-TOTAL-SEC.

*> A feed with no measurable rate (too small to time) is projected
*> at its average elapsed time
PROJECT-ONE-FEED.
    COMPUTE WS-WORK-AMOUNT = TF-REC-SLOPE(WS-FEED-INDEX) * WS-X-VALUE.
    ADD TF-REC-INTERCEPT(WS-FEED-INDEX) TO WS-WORK-AMOUNT.
    IF WS-WORK-AMOUNT < 0
        MOVE ZERO TO WS-WORK-AMOUNT
    END-IF.
    COMPUTE TF-PROJ-RECS(WS-FEED-INDEX) ROUNDED = WS-WORK-AMOUNT.
    IF TF-AVG-RATE(WS-FEED-INDEX) > 0
        COMPUTE TF-PROJ-SEC(WS-FEED-INDEX) ROUNDED =
            TF-PROJ-RECS(WS-FEED-INDEX) / TF-AVG-RATE(WS-FEED-INDEX)
    ELSE
        MOVE TF-AVG-SEC(WS-FEED-INDEX) TO TF-PROJ-SEC(WS-FEED-INDEX)
    END-IF.

*> Section 4 - carries each feed's volume growth forward night by
*> night from the forecast night until the batch would end past the
*> SLA deadline, so capacity can be raised before that night comes
PROJECT-SLA-CROSSING.
    MOVE "SLA CROSSING PROJECTION" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-FEED-COUNT = 0 OR WS-NIGHT-COUNT = 0
        MOVE "No feed history to project from." TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-CROSSING-NIGHTS.
    MOVE 0 TO WS-CROSSING-FOUND-FLAG.
    PERFORM VARYING WS-K FROM 0 BY 1
            UNTIL WS-K > WS-HORIZON OR CROSSING-FOUND
        COMPUTE WS-X-VALUE = WS-TONIGHT-DAY - WS-BASE-DAY
        ADD WS-K TO WS-X-VALUE
        PERFORM PROJECT-NIGHT-TOTAL
        IF WS-PROJ-END-SECS > WS-DEADLINE-SECS
            SET CROSSING-FOUND TO TRUE
            MOVE WS-K TO WS-CROSSING-NIGHTS
        END-IF
    END-PERFORM.

    IF NOT CROSSING-FOUND
        MOVE WS-HORIZON TO WS-EDIT-COUNT
        STRING "No SLA crossing projected within "
            FUNCTION TRIM(WS-EDIT-COUNT)
            " nights at the current growth."
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM PRINT-GROWTH-CONTRIBUTIONS
        EXIT PARAGRAPH
    END-IF.

    COMPUTE WS-NIGHT-DAY = WS-TONIGHT-DAY + WS-CROSSING-NIGHTS.
    PERFORM FORMAT-NIGHT-DATE.
    MOVE WS-CROSSING-NIGHTS TO WS-EDIT-COUNT.
    IF WS-CROSSING-NIGHTS = 0
        STRING "First night projected past the SLA:  " WS-NIGHT-TEXT
            "  (tonight)" DELIMITED BY SIZE INTO WS-PRINT-LINE
    ELSE
        STRING "First night projected past the SLA:  " WS-NIGHT-TEXT
            "  (in " FUNCTION TRIM(WS-EDIT-COUNT) " nights)"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-PROJ-END-SECS TO WS-CLOCK-SECS.
    PERFORM FORMAT-CLOCK-TIME.
    MOVE WS-PROJ-TOTAL-SEC TO WS-DURATION-SECS.
    PERFORM FORMAT-DURATION.
    STRING "Projected end that night:            " WS-CLOCK-TEXT
        "  (run time " WS-DURATION-TEXT ")"
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-CROSSING-NIGHTS <= WS-WARN-NIGHTS
        MOVE WS-WARN-NIGHTS TO WS-EDIT-NIGHTS
        STRING "*** SLA CROSSING WITHIN " FUNCTION TRIM(WS-EDIT-NIGHTS)
            " NIGHTS - RAISE CAPACITY OR MOVE THE WINDOW ***"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    PERFORM PRINT-GROWTH-CONTRIBUTIONS.

*> What each growing feed adds to the window per night - the feeds
*> to look at first when raising capacity
PRINT-GROWTH-CONTRIBUTIONS.
    PERFORM WRITE-REPORT-BLANK-LINE.
    MOVE "FEED                                                      GROWTH REC/NIGHT    ADDS SEC/NIGHT"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-FEED-INDEX FROM 1 BY 1
            UNTIL WS-FEED-INDEX > WS-FEED-COUNT
        IF TF-SAMPLES(WS-FEED-INDEX) > 0
                AND TF-REC-SLOPE(WS-FEED-INDEX) NOT = 0
            MOVE SPACES TO WS-PRINT-LINE
            MOVE TF-FILENAME(WS-FEED-INDEX) TO WS-PRINT-LINE(1:56)
            MOVE TF-REC-SLOPE(WS-FEED-INDEX) TO WS-EDIT-GROWTH
            MOVE WS-EDIT-GROWTH TO WS-PRINT-LINE(65:10)
            MOVE ZERO TO WS-WORK-SECS
            IF TF-AVG-RATE(WS-FEED-INDEX) > 0
                COMPUTE WS-WORK-SECS ROUNDED =
                    TF-REC-SLOPE(WS-FEED-INDEX) / TF-AVG-RATE(WS-FEED-INDEX)
            END-IF
            MOVE WS-WORK-SECS TO WS-EDIT-SLOPE
            MOVE WS-EDIT-SLOPE TO WS-PRINT-LINE(87:8)
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.

*> Seconds from the night's midnight in WS-CLOCK-SECS to HH:MM:SS,
*> with "+1" (and so on) for a time on a following day
FORMAT-CLOCK-TIME.
    MOVE SPACES TO WS-CLOCK-DAY-MARK.
    IF WS-CLOCK-SECS < 0
        MOVE ZERO TO WS-CLOCK-SECS
    END-IF.
    DIVIDE WS-CLOCK-SECS BY 86400 GIVING WS-CLOCK-DAYS
        REMAINDER WS-CLOCK-REST.
    DIVIDE WS-CLOCK-REST BY 3600 GIVING WS-CLOCK-HH
        REMAINDER WS-CLOCK-REST.
    DIVIDE WS-CLOCK-REST BY 60 GIVING WS-CLOCK-MI
        REMAINDER WS-CLOCK-SS.
    IF WS-CLOCK-DAYS > 0
        MOVE WS-CLOCK-DAYS TO WS-EDIT-NIGHTS
        STRING "+" FUNCTION TRIM(WS-EDIT-NIGHTS) DELIMITED BY SIZE
            INTO WS-CLOCK-DAY-MARK
    END-IF.

*> Seconds in WS-DURATION-SECS to HHH:MM:SS
FORMAT-DURATION.
    COMPUTE WS-DURATION-WHOLE ROUNDED = WS-DURATION-SECS.
    DIVIDE WS-DURATION-WHOLE BY 3600 GIVING WS-DURATION-HOURS
        REMAINDER WS-DURATION-WHOLE.
    MOVE WS-DURATION-HOURS TO WS-DURATION-HH.
    DIVIDE WS-DURATION-WHOLE BY 60 GIVING WS-DURATION-MI
        REMAINDER WS-DURATION-SS.

*> Day number in WS-NIGHT-DAY to YYYY/MM/DD
FORMAT-NIGHT-DATE.
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-NIGHT-DAY).
    MOVE WS-DATE-DIGITS(1:4) TO WS-NIGHT-YYYY.
    MOVE WS-DATE-DIGITS(5:2) TO WS-NIGHT-MM.
    MOVE WS-DATE-DIGITS(7:2) TO WS-NIGHT-DD.

*> Margin in WS-MARGIN-SECS to whole minutes, rounded toward the
*> deadline so a late finish never prints as zero
FORMAT-MARGIN-MINUTES.
    IF WS-MARGIN-SECS < 0
        COMPUTE WS-MARGIN-MINUTES = (WS-MARGIN-SECS - 59) / 60
    ELSE
        COMPUTE WS-MARGIN-MINUTES = WS-MARGIN-SECS / 60
    END-IF.
    MOVE WS-MARGIN-MINUTES TO WS-EDIT-MINUTES.

*> Prints the control totals and sets the condition code: 0 on time,
*> 4 when tonight is projected late or the SLA crossing falls within
*> WARN-NIGHTS= nights
WRAP-UP.
    PERFORM WRITE-REPORT-BLANK-LINE.
    MOVE "CONTROL TOTALS" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-LINES-READ TO WS-EDIT-COUNT.
    STRING "   Timing lines read:            " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-LINES-USED TO WS-EDIT-COUNT.
    STRING "   Timing lines used:            " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-LINES-OUT-OF-RANGE TO WS-EDIT-COUNT.
    STRING "   Outside the 400-day range:    " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-LINES-BAD TO WS-EDIT-COUNT.
    STRING "   Unreadable timing lines:      " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-LINES-OVERFLOW > 0
        MOVE WS-LINES-OVERFLOW TO WS-EDIT-COUNT
        STRING "   Ignored - feed table full:    " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE WS-NIGHT-COUNT TO WS-EDIT-COUNT.
    STRING "   Nights on the log:            " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-LATE-NIGHTS TO WS-EDIT-COUNT.
    STRING "   Nights past the SLA deadline: " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    CLOSE WINDOW-REPORT-FILE.
    IF MISS-TONIGHT
            OR (CROSSING-FOUND AND WS-CROSSING-NIGHTS <= WS-WARN-NIGHTS)
        MOVE 4 TO RETURN-CODE
        DISPLAY "SLA at risk - see the window forecast on WINDRPT"
    ELSE
        DISPLAY "Batch window projected inside the SLA"
    END-IF.

*> Prints the page banner: report title and run date
WRITE-REPORT-HEADING.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE SPACES TO WS-HEADING-LINE.
    STRING "BATCH WINDOW TREND AND SLA FORECAST - PAGE "
        WS-PAGE-COUNT DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE WINDOW-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE "===================================" TO WS-HEADING-LINE.
    WRITE WINDOW-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Run date: " WS-RUN-DATE-TEXT DELIMITED BY SIZE
        INTO WS-HEADING-LINE.
    WRITE WINDOW-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WINDOW-REPORT-RECORD.
    WRITE WINDOW-REPORT-RECORD.

    MOVE 4 TO WS-LINE-COUNT.

*> Writes one detail line, rolling to a new page when full
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        MOVE SPACES TO WINDOW-REPORT-RECORD
        WRITE WINDOW-REPORT-RECORD AFTER ADVANCING PAGE
        PERFORM WRITE-REPORT-HEADING
    END-IF.
    WRITE WINDOW-REPORT-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-PRINT-LINE.

*> Writes a blank spacer line between report sections
WRITE-REPORT-BLANK-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
