IDENTIFICATION DIVISION.
PROGRAM-ID. STATPARL.

*> Parallel-run distribution comparison for source-system
*> migrations. While a feed owner moves to a new source system the
*> old and new feeds run side by side for a month; STATMEASURE's
*> MATCH=/TOLERANCE= mode only says whether each key carries the
*> same total, which cannot settle anything once record identities
*> differ between the systems. This step takes the old and new feed
*> for one business date (a PAIR=old,new card per day), reads both
*> in STATMEASURE's own input layouts and compares them per key
*> (and metric) and overall:
*>    - count, mean, median, quartiles and standard deviation side
*>      by side, figured exactly as STATMEASURE figures them;
*>    - a two-sample Kolmogorov-Smirnov test on the whole shape;
*>    - a Welch t-test on the difference in means (no equal-variance
*>      assumption - the new system may well be tighter or looser);
*>    - the histogram bin by bin on common bin edges, so both sides
*>      are counted into the same buckets.
*> A key is flagged when either test rejects at the ALPHA= level, or
*> when it turns up on one side only. The cutover sign-off summary
*> at the end gives the migration board one PASS/FAIL line per
*> business date: a day passes only when no key is flagged, the
*> overall distributions agree, both feeds carry the same header
*> business date and every usable value of both feeds fitted the
*> value table - a day compared on part of its data cannot pass.
*>
*> Records the statistics pass would reject as unconvertible (R001/
*> R002) are left out of both sides and counted; business range
*> limits are not applied, since the point is to see what each
*> system actually sends.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "SYSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT PARALLEL-REPORT-FILE ASSIGN TO "PARLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARALLEL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Must stay in step with the INPUT-FILE layouts STATMEASURE reads
FD  INPUT-FILE.
01  INPUT-RECORD.
    05  IR-KEY            PIC X(10).
    05  IR-VALUE-TEXT     PIC X(10).
    05  IR-WEIGHT-TEXT    PIC X(10).

01  INPUT-HEADER-RECORD REDEFINES INPUT-RECORD.
    05  IH-RECORD-TYPE    PIC X(4).
    05  IH-FEED-ID        PIC X(10).
    05  IH-BUSINESS-DATE  PIC X(8).
    05  FILLER            PIC X(8).

01  INPUT-METRIC-RECORD.
    05  IM-KEY            PIC X(10).
    05  IM-VALUE-TEXT     PIC X(10).
    05  IM-WEIGHT-TEXT    PIC X(10).
    05  IM-METRIC-CODE    PIC X(4).

01  INPUT-CSV-RECORD      PIC X(250).

FD  CONTROL-FILE.
01  CONTROL-RECORD            PIC X(80).

FD  PARALLEL-REPORT-FILE.
01  PARALLEL-REPORT-RECORD    PIC X(132).

WORKING-STORAGE SECTION.
01  WS-INPUT-FILE-STATUS      PIC XX VALUE ZEROS.
01  WS-CONTROL-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-PARALLEL-FILE-STATUS   PIC XX VALUE ZEROS.

*> One PAIR=oldfile,newfile card per business date to compare
01  WS-PAIR-COUNT             PIC 9(2) VALUE ZERO.
01  WS-PAIR-INDEX             PIC 9(2) VALUE ZERO.
01  WS-PAIR-TABLE.
    05  WS-PAIR-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-PAIR-COUNT.
        10  PR-OLD-FILE       PIC X(100).
        10  PR-NEW-FILE       PIC X(100).
        10  PR-OLD-DATE       PIC X(8).
        10  PR-NEW-DATE       PIC X(8).
        10  PR-KEYS           PIC 9(5).
        10  PR-KEYS-FLAGGED   PIC 9(5).
        10  PR-KEYS-ONE-SIDE  PIC 9(5).
        10  PR-OVERALL-FLAG   PIC 9.
        10  PR-OPEN-FAILED    PIC 9.
        10  PR-VALUES-DROPPED PIC 9(7).
        10  PR-VERDICT        PIC X(4).
01  WS-PAIR-COMMA-POS         PIC 9(3) VALUE ZERO.
01  WS-FILENAME               PIC X(100).

*> Feed layout, the same cards STATMEASURE takes, applied to both
*> sides of every pair:
*>    METRICS=Y  FORMAT=CSV  DELIMITER=COMMA|TAB
*>    KEY-COL=1  VALUE-COL=2  WEIGHT-COL=3  METRIC-COL=0
*> and ALPHA=0.10|0.05|0.01, the significance level for both tests
01  WS-METRICS-MODE-FLAG      PIC 9 VALUE ZERO.
    88  METRICS-MODE          VALUE 1.
01  WS-CSV-MODE-FLAG          PIC 9 VALUE ZERO.
    88  CSV-MODE              VALUE 1.
01  WS-CSV-DELIMITER          PIC X VALUE ",".
01  WS-CSV-KEY-COL            PIC 9(2) VALUE 1.
01  WS-CSV-VALUE-COL          PIC 9(2) VALUE 2.
01  WS-CSV-WEIGHT-COL         PIC 9(2) VALUE 3.
01  WS-CSV-METRIC-COL         PIC 9(2) VALUE ZERO.
01  WS-CSV-COL-COUNT          PIC 9(2) VALUE ZERO.
01  WS-CSV-COL-TABLE.
    05  WS-CSV-COL            PIC X(30) OCCURS 20 TIMES.
01  WS-CSV-PARSED-COL         PIC 9(2) VALUE ZERO.
01  WS-COLUMN-CARD-FLAG       PIC 9 VALUE ZERO.
    88  COLUMN-CARD-GOOD      VALUE 1.
01  WS-RAW-RECORD             PIC X(250).

*> Significance level and its critical-value constants: the KS
*> coefficient c(alpha) and the two-sided normal quantile the t
*> critical value is expanded from
01  WS-ALPHA-TEXT             PIC X(4) VALUE "0.05".
01  WS-KS-COEFFICIENT         PIC 9V9(4) VALUE 1.3581.
01  WS-NORMAL-QUANTILE        PIC 9V9(4) VALUE 1.9600.

01  WS-SYSIN-EOF-FLAG         PIC 9 VALUE 0.
    88  SYSIN-END-OF-FILE     VALUE 1.
01  WS-CONTROL-CARD           PIC X(80).
01  WS-CONTROL-KEYWORD        PIC X(10).
01  WS-CONTROL-VALUE          PIC X(70).
01  WS-CONTROL-DELIM-POS      PIC 9(3) VALUE ZERO.
01  WS-NUMVAL-CHECK           PIC 9(4) VALUE ZERO.
01  WS-EOF-FLAG               PIC 9 VALUE 0.
    88  END-OF-FILE           VALUE 1.
01  WS-INPUT-VALUE            PIC S9(6)V99.

*> Every usable value from both feeds of the pair in hand. Sorted
*> first by key, side and value for the per-key comparisons, then
*> by side and value alone for the overall one
01  WS-SIDE                   PIC 9 VALUE ZERO.
01  WS-VALUE-COUNT            PIC 9(7) VALUE ZERO.
01  WS-VALUE-TABLE.
    05  WS-VALUE-ENTRY OCCURS 1 TO 400000 TIMES
                       DEPENDING ON WS-VALUE-COUNT.
        10  CV-KEY            PIC X(14).
        10  CV-SIDE           PIC 9.
        10  CV-VALUE          PIC S9(6)V99.
01  WS-VALUE-TEMP.
    05  WS-TEMP-KEY           PIC X(14).
    05  WS-TEMP-SIDE          PIC 9.
    05  WS-TEMP-VALUE         PIC S9(6)V99.
01  WS-SORT-ORDER             PIC 9 VALUE 1.
    88  SORT-BY-KEY           VALUE 1.
    88  SORT-OVERALL          VALUE 2.
01  WS-CAND-HIGHER-FLAG       PIC 9 VALUE 0.
    88  CAND-IS-HIGHER        VALUE 1.
01  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
01  WS-UNUSABLE-COUNT         PIC 9(7) VALUE ZERO.
01  WS-DROPPED-COUNT          PIC 9(7) VALUE ZERO.
01  WS-SIDE-READ              PIC 9(7) OCCURS 2 TIMES.
01  WS-SIDE-UNUSABLE          PIC 9(7) OCCURS 2 TIMES.

01  WS-SORT-VARS.
    05  WS-I                  PIC 9(7) VALUE ZERO.
    05  WS-J                  PIC S9(7) VALUE ZERO.
    05  WS-GAP                PIC 9(7) VALUE ZERO.
    05  WS-SHIFT-DONE         PIC 9 VALUE ZERO.

*> The two runs of values being compared: old side from WS-A-START
*> for WS-A-COUNT entries, new side from WS-B-START for WS-B-COUNT
01  WS-COMPARE-KEY            PIC X(14).
01  WS-A-START                PIC 9(7) VALUE ZERO.
01  WS-A-COUNT                PIC 9(7) VALUE ZERO.
01  WS-B-START                PIC 9(7) VALUE ZERO.
01  WS-B-COUNT                PIC 9(7) VALUE ZERO.
01  WS-SCAN-INDEX             PIC 9(7) VALUE ZERO.

*> Describing one side - start and count in, figures out
01  WS-DS-START               PIC 9(7) VALUE ZERO.
01  WS-DS-COUNT               PIC 9(7) VALUE ZERO.
01  WS-DS-INDEX               PIC 9(7) VALUE ZERO.
01  WS-DS-DIVISOR             PIC 9(7) VALUE ZERO.
01  WS-DS-SUM                 PIC S9(13)V99 VALUE ZERO.
01  WS-DS-SQUARED-SUM         PIC S9(18)V9(4) VALUE ZERO.
01  WS-DESCRIPTION.
    05  WS-DS-MEAN            PIC S9(9)V9(6) VALUE ZERO.
    05  WS-DS-MEDIAN          PIC S9(6)V99 VALUE ZERO.
    05  WS-DS-Q1              PIC S9(6)V99 VALUE ZERO.
    05  WS-DS-Q3              PIC S9(6)V99 VALUE ZERO.
    05  WS-DS-VARIANCE        PIC S9(12)V9(6) VALUE ZERO.
    05  WS-DS-STD-DEV         PIC S9(9)V9(6) VALUE ZERO.
    05  WS-DS-SAMPLE-VARIANCE PIC S9(12)V9(6) VALUE ZERO.
    05  WS-DS-MIN             PIC S9(6)V99 VALUE ZERO.
    05  WS-DS-MAX             PIC S9(6)V99 VALUE ZERO.
01  WS-OLD-DESCRIPTION        PIC X(106).
01  WS-OLD-FIELDS REDEFINES WS-OLD-DESCRIPTION.
    05  WS-OLD-MEAN           PIC S9(9)V9(6).
    05  WS-OLD-MEDIAN         PIC S9(6)V99.
    05  WS-OLD-Q1             PIC S9(6)V99.
    05  WS-OLD-Q3             PIC S9(6)V99.
    05  WS-OLD-VARIANCE       PIC S9(12)V9(6).
    05  WS-OLD-STD-DEV        PIC S9(9)V9(6).
    05  WS-OLD-SAMPLE-VARIANCE PIC S9(12)V9(6).
    05  WS-OLD-MIN            PIC S9(6)V99.
    05  WS-OLD-MAX            PIC S9(6)V99.
01  WS-NEW-DESCRIPTION        PIC X(106).
01  WS-NEW-FIELDS REDEFINES WS-NEW-DESCRIPTION.
    05  WS-NEW-MEAN           PIC S9(9)V9(6).
    05  WS-NEW-MEDIAN         PIC S9(6)V99.
    05  WS-NEW-Q1             PIC S9(6)V99.
    05  WS-NEW-Q3             PIC S9(6)V99.
    05  WS-NEW-VARIANCE       PIC S9(12)V9(6).
    05  WS-NEW-STD-DEV        PIC S9(9)V9(6).
    05  WS-NEW-SAMPLE-VARIANCE PIC S9(12)V9(6).
    05  WS-NEW-MIN            PIC S9(6)V99.
    05  WS-NEW-MAX            PIC S9(6)V99.

*> Kolmogorov-Smirnov: D is the largest gap between the two
*> empirical distribution functions, walked in one merge pass
01  WS-KS-FIELDS.
    05  WS-KS-D               PIC 9V9(6) VALUE ZERO.
    05  WS-KS-CRITICAL        PIC 9(3)V9(6) VALUE ZERO.
    05  WS-KS-GAP             PIC S9V9(6) VALUE ZERO.
    05  WS-KS-X               PIC S9(6)V99 VALUE ZERO.
    05  WS-KS-A-INDEX         PIC 9(7) VALUE ZERO.
    05  WS-KS-B-INDEX         PIC 9(7) VALUE ZERO.
    05  WS-KS-A-END           PIC 9(7) VALUE ZERO.
    05  WS-KS-B-END           PIC 9(7) VALUE ZERO.
    05  WS-KS-FLAG            PIC 9 VALUE ZERO.
        88  KS-DIFFERS        VALUE 1.

*> Welch t-test: t on the difference in means over the unpooled
*> standard error, Welch-Satterthwaite degrees of freedom, and the
*> two-sided critical value by the Cornish-Fisher expansion of the
*> normal quantile - close enough to the printed tables from three
*> degrees of freedom up, which any real key comfortably has
01  WS-WELCH-FIELDS.
    05  WS-WELCH-A-TERM       PIC S9(12)V9(8) VALUE ZERO.
    05  WS-WELCH-B-TERM       PIC S9(12)V9(8) VALUE ZERO.
    05  WS-WELCH-SE           PIC S9(9)V9(8) VALUE ZERO.
    05  WS-WELCH-T            PIC S9(7)V9(4) VALUE ZERO.
    05  WS-WELCH-DF           PIC 9(9)V99 VALUE ZERO.
    05  WS-WELCH-A-DIVISOR    PIC 9(7) VALUE ZERO.
    05  WS-WELCH-B-DIVISOR    PIC 9(7) VALUE ZERO.
    05  WS-WELCH-CRITICAL     PIC 9(3)V9(4) VALUE ZERO.
    05  WS-Z1                 PIC 9V9(6) VALUE ZERO.
    05  WS-Z3                 PIC 9(3)V9(6) VALUE ZERO.
    05  WS-Z5                 PIC 9(3)V9(6) VALUE ZERO.
    05  WS-Z7                 PIC 9(4)V9(6) VALUE ZERO.
    05  WS-CF-DIVISOR         PIC 9(18)V99 VALUE ZERO.
    05  WS-CF-TERM-1          PIC 9(3)V9(8) VALUE ZERO.
    05  WS-CF-TERM-2          PIC 9(3)V9(8) VALUE ZERO.
    05  WS-CF-TERM-3          PIC 9(3)V9(8) VALUE ZERO.
    05  WS-WELCH-STATE        PIC 9 VALUE ZERO.
        88  WELCH-NOT-RUN     VALUE 0.
        88  WELCH-SAME        VALUE 1.
        88  WELCH-DIFFERS     VALUE 2.

*> Histogram on common edges - the lowest and highest value across
*> both sides, cut into ten equal bins (twenty once the two sides
*> hold 200 values between them, the same rule STATMEASURE uses)
01  WS-HIST-FIELDS.
    05  WS-BIN-COUNT          PIC 9(2) VALUE ZERO.
    05  WS-BIN-INDEX          PIC 9(2) VALUE ZERO.
    05  WS-BIN-STEP           PIC 9(2) VALUE ZERO.
    05  WS-BIN-LOW            PIC S9(6)V99 VALUE ZERO.
    05  WS-BIN-HIGH           PIC S9(6)V99 VALUE ZERO.
    05  WS-BIN-WIDTH          PIC S9(6)V9(6) VALUE ZERO.
    05  WS-BIN-EDGE           PIC S9(7)V99 VALUE ZERO.
    05  WS-BIN-OLD-PCT        PIC S9(3)V99 VALUE ZERO.
    05  WS-BIN-NEW-PCT        PIC S9(3)V99 VALUE ZERO.
    05  WS-BIN-DIFF-PCT       PIC S9(3)V99 VALUE ZERO.
01  WS-BIN-TABLE.
    05  WS-BIN-ENTRY OCCURS 20 TIMES.
        10  BN-OLD-TALLY      PIC 9(7).
        10  BN-NEW-TALLY      PIC 9(7).

01  WS-KEY-FLAG               PIC 9 VALUE ZERO.
    88  KEY-DIFFERS           VALUE 1.
01  WS-FAILED-DAYS            PIC 9(2) VALUE ZERO.
01  WS-TOTAL-DROPPED          PIC 9(7) VALUE ZERO.

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
01  WS-HEADING-FEED           PIC X(100).

01  WS-EDIT-FIELDS.
    05  WS-EDIT-COUNT         PIC Z(6)9.
    05  WS-EDIT-MEAN          PIC -(9)9.99.
    05  WS-EDIT-AMOUNT        PIC -(6)9.99.
    05  WS-EDIT-PCT           PIC -(3)9.99.
    05  WS-EDIT-RATIO         PIC 9.9999.
    05  WS-EDIT-T             PIC -(6)9.99.
    05  WS-EDIT-DF            PIC Z(8)9.9.
    05  WS-EDIT-SMALL         PIC Z(4)9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIALIZATION.
    PERFORM COMPARE-ALL-PAIRS.
    PERFORM PRINT-SIGN-OFF-SUMMARY.
    PERFORM WRAP-UP.
    STOP RUN.

INITIALIZATION.
    DISPLAY "PARALLEL-RUN DISTRIBUTION COMPARISON".
    DISPLAY "====================================".

    PERFORM READ-CONTROL-CARDS.

    IF WS-PAIR-COUNT = 0
        DISPLAY "Error: no PAIR= control card supplied on SYSIN"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    ACCEPT WS-RUN-TIMESTAMP FROM DATE YYYYMMDD.
    MOVE WS-RUN-TIMESTAMP(1:4) TO WS-RUN-YYYY.
    MOVE WS-RUN-TIMESTAMP(5:2) TO WS-RUN-MM.
    MOVE WS-RUN-TIMESTAMP(7:2) TO WS-RUN-DD.

    OPEN OUTPUT PARALLEL-REPORT-FILE.
    IF WS-PARALLEL-FILE-STATUS NOT = "00"
        DISPLAY "Error opening report file: PARLRPT - status "
            WS-PARALLEL-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    DISPLAY "Significance level: " WS-ALPHA-TEXT.
    DISPLAY "Comparison written to PARLRPT".

*> Reads keyword=value control cards from SYSIN - PAIR= names the
*> old and new feed for one business date, the layout cards say how
*> to read them, ALPHA= sets the significance level
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
        WHEN "PAIR"
            PERFORM PARSE-PAIR-CARD
        WHEN "METRICS"
            IF WS-CONTROL-VALUE(1:1) = "Y"
                SET METRICS-MODE TO TRUE
            ELSE
                MOVE 0 TO WS-METRICS-MODE-FLAG
            END-IF
        WHEN "FORMAT"
            EVALUATE WS-CONTROL-VALUE(1:5)
                WHEN "CSV  "
                    SET CSV-MODE TO TRUE
                WHEN "FIXED"
                    MOVE 0 TO WS-CSV-MODE-FLAG
                WHEN OTHER
                    DISPLAY "Ignoring unknown FORMAT= value: "
                        WS-CONTROL-VALUE
            END-EVALUATE
        WHEN "DELIMITER"
            EVALUATE WS-CONTROL-VALUE(1:5)
                WHEN "COMMA"
                    MOVE "," TO WS-CSV-DELIMITER
                WHEN "TAB  "
                    MOVE X"09" TO WS-CSV-DELIMITER
                WHEN OTHER
                    DISPLAY "Ignoring unknown DELIMITER= value: "
                        WS-CONTROL-VALUE
            END-EVALUATE
        WHEN "KEY-COL"
            PERFORM PARSE-COLUMN-CARD
            IF COLUMN-CARD-GOOD
                MOVE WS-CSV-PARSED-COL TO WS-CSV-KEY-COL
            END-IF
        WHEN "VALUE-COL"
            PERFORM PARSE-COLUMN-CARD
            IF COLUMN-CARD-GOOD
                MOVE WS-CSV-PARSED-COL TO WS-CSV-VALUE-COL
            END-IF
        WHEN "WEIGHT-COL"
            PERFORM PARSE-COLUMN-CARD
            IF COLUMN-CARD-GOOD
                MOVE WS-CSV-PARSED-COL TO WS-CSV-WEIGHT-COL
            END-IF
        WHEN "METRIC-COL"
            PERFORM PARSE-COLUMN-CARD
            IF COLUMN-CARD-GOOD
                MOVE WS-CSV-PARSED-COL TO WS-CSV-METRIC-COL
            END-IF
        WHEN "ALPHA"
            EVALUATE WS-CONTROL-VALUE(1:4)
                WHEN "0.10"
                    MOVE 1.2239 TO WS-KS-COEFFICIENT
                    MOVE 1.6449 TO WS-NORMAL-QUANTILE
                    MOVE "0.10" TO WS-ALPHA-TEXT
                WHEN "0.05"
                    MOVE 1.3581 TO WS-KS-COEFFICIENT
                    MOVE 1.9600 TO WS-NORMAL-QUANTILE
                    MOVE "0.05" TO WS-ALPHA-TEXT
                WHEN "0.01"
                    MOVE 1.6276 TO WS-KS-COEFFICIENT
                    MOVE 2.5758 TO WS-NORMAL-QUANTILE
                    MOVE "0.01" TO WS-ALPHA-TEXT
                WHEN OTHER
                    DISPLAY "Ignoring ALPHA= value other than 0.10, "
                        "0.05 or 0.01: " WS-CONTROL-VALUE
            END-EVALUATE
        WHEN "DEBUG"
            CONTINUE
        WHEN OTHER
            DISPLAY "Ignoring unknown control card keyword: "
                    WS-CONTROL-KEYWORD
    END-EVALUATE.

*> Splits a PAIR=oldfile,newfile card on its comma, the same way
*> STATMEASURE splits MATCH=; a card without two names is reported
*> and ignored
PARSE-PAIR-CARD.
    MOVE ZERO TO WS-PAIR-COMMA-POS.
    INSPECT WS-CONTROL-VALUE TALLYING WS-PAIR-COMMA-POS
        FOR CHARACTERS BEFORE INITIAL ",".
    IF WS-PAIR-COMMA-POS = 0 OR WS-PAIR-COMMA-POS >= 70
        DISPLAY "Ignoring malformed PAIR= card: " WS-CONTROL-VALUE
        EXIT PARAGRAPH
    END-IF.
    IF WS-CONTROL-VALUE(WS-PAIR-COMMA-POS + 2:) = SPACES
        DISPLAY "Ignoring malformed PAIR= card: " WS-CONTROL-VALUE
        EXIT PARAGRAPH
    END-IF.
    IF WS-PAIR-COUNT >= 50
        DISPLAY "Ignoring PAIR= card beyond the 50-pair batch "
            "limit: " WS-CONTROL-VALUE
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-PAIR-COUNT.
    MOVE WS-CONTROL-VALUE(1:WS-PAIR-COMMA-POS)
        TO PR-OLD-FILE(WS-PAIR-COUNT).
    MOVE WS-CONTROL-VALUE(WS-PAIR-COMMA-POS + 2:)
        TO PR-NEW-FILE(WS-PAIR-COUNT).
    MOVE SPACES TO PR-OLD-DATE(WS-PAIR-COUNT)
        PR-NEW-DATE(WS-PAIR-COUNT) PR-VERDICT(WS-PAIR-COUNT).
    MOVE ZERO TO PR-KEYS(WS-PAIR-COUNT)
        PR-KEYS-FLAGGED(WS-PAIR-COUNT) PR-KEYS-ONE-SIDE(WS-PAIR-COUNT)
        PR-OVERALL-FLAG(WS-PAIR-COUNT) PR-OPEN-FAILED(WS-PAIR-COUNT)
        PR-VALUES-DROPPED(WS-PAIR-COUNT).

*> Converts a KEY-COL=/VALUE-COL=/WEIGHT-COL=/METRIC-COL= card's
*> value into WS-CSV-PARSED-COL, with STATMEASURE's own checks
PARSE-COLUMN-CARD.
    MOVE 0 TO WS-COLUMN-CARD-FLAG.
    COMPUTE WS-NUMVAL-CHECK =
        FUNCTION TEST-NUMVAL(WS-CONTROL-VALUE(1:2)).
    IF WS-NUMVAL-CHECK NOT = 0 OR WS-CONTROL-VALUE(3:) NOT = SPACES
        DISPLAY "Ignoring malformed column card: " WS-CONTROL-CARD
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-CSV-PARSED-COL =
        FUNCTION NUMVAL(WS-CONTROL-VALUE(1:2)).
    IF WS-CSV-PARSED-COL > 20
        DISPLAY "Ignoring column card beyond the 20-column limit: "
            WS-CONTROL-CARD
        EXIT PARAGRAPH
    END-IF.
    SET COLUMN-CARD-GOOD TO TRUE.

*> One comparison per PAIR= card, each on its own page
COMPARE-ALL-PAIRS.
    PERFORM VARYING WS-PAIR-INDEX FROM 1 BY 1
            UNTIL WS-PAIR-INDEX > WS-PAIR-COUNT
        IF WS-PAIR-INDEX > 1
            MOVE SPACES TO PARALLEL-REPORT-RECORD
            WRITE PARALLEL-REPORT-RECORD AFTER ADVANCING PAGE
        END-IF
        MOVE PR-OLD-FILE(WS-PAIR-INDEX) TO WS-HEADING-FEED
        PERFORM WRITE-REPORT-HEADING
        PERFORM COMPARE-ONE-PAIR
    END-PERFORM.

COMPARE-ONE-PAIR.
    MOVE ZERO TO WS-VALUE-COUNT WS-DROPPED-COUNT.
    MOVE 1 TO WS-SIDE.
    MOVE PR-OLD-FILE(WS-PAIR-INDEX) TO WS-FILENAME.
    PERFORM LOAD-ONE-SIDE.
    MOVE 2 TO WS-SIDE.
    MOVE PR-NEW-FILE(WS-PAIR-INDEX) TO WS-FILENAME.
    PERFORM LOAD-ONE-SIDE.
    MOVE WS-DROPPED-COUNT TO PR-VALUES-DROPPED(WS-PAIR-INDEX).
    ADD WS-DROPPED-COUNT TO WS-TOTAL-DROPPED.

    PERFORM PRINT-PAIR-BANNER.
    IF PR-OPEN-FAILED(WS-PAIR-INDEX) = 1
        MOVE "COMPARISON ABANDONED - a feed of the pair cannot be opened"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE "FAIL" TO PR-VERDICT(WS-PAIR-INDEX)
        EXIT PARAGRAPH
    END-IF.

    SET SORT-BY-KEY TO TRUE.
    PERFORM SORT-VALUE-TABLE.
    MOVE 1 TO WS-SCAN-INDEX.
    PERFORM UNTIL WS-SCAN-INDEX > WS-VALUE-COUNT
        PERFORM FIND-NEXT-KEY-RUNS
        PERFORM COMPARE-KEY-RUNS
    END-PERFORM.

    SET SORT-OVERALL TO TRUE.
    PERFORM SORT-VALUE-TABLE.
    MOVE "ALL KEYS" TO WS-COMPARE-KEY.
    MOVE ZERO TO WS-A-COUNT WS-B-COUNT.
    MOVE 1 TO WS-A-START.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-VALUE-COUNT
        IF CV-SIDE(WS-I) = 1
            ADD 1 TO WS-A-COUNT
        END-IF
    END-PERFORM.
    COMPUTE WS-B-START = WS-A-COUNT + 1.
    COMPUTE WS-B-COUNT = WS-VALUE-COUNT - WS-A-COUNT.
    PERFORM COMPARE-KEY-RUNS.
    IF KEY-DIFFERS
        MOVE 1 TO PR-OVERALL-FLAG(WS-PAIR-INDEX)
    END-IF.

    PERFORM SETTLE-PAIR-VERDICT.

*> Reads one feed of the pair into the value table. The feed
*> owner's header gives the side's business date; header and
*> trailer records take no further part
LOAD-ONE-SIDE.
    MOVE 0 TO WS-EOF-FLAG.
    MOVE ZERO TO WS-SIDE-READ(WS-SIDE) WS-SIDE-UNUSABLE(WS-SIDE).
    OPEN INPUT INPUT-FILE.
    IF WS-INPUT-FILE-STATUS NOT = "00"
        DISPLAY "Error opening file: " WS-FILENAME
            " - status " WS-INPUT-FILE-STATUS
        MOVE 1 TO PR-OPEN-FAILED(WS-PAIR-INDEX)
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL END-OF-FILE
        READ INPUT-FILE INTO WS-RAW-RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                PERFORM BUILD-INPUT-RECORD
                PERFORM TAKE-INPUT-RECORD
        END-READ
    END-PERFORM.
    CLOSE INPUT-FILE.

TAKE-INPUT-RECORD.
    IF INPUT-RECORD(1:4) = "HDR "
        IF WS-SIDE = 1
            MOVE IH-BUSINESS-DATE TO PR-OLD-DATE(WS-PAIR-INDEX)
        ELSE
            MOVE IH-BUSINESS-DATE TO PR-NEW-DATE(WS-PAIR-INDEX)
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF INPUT-RECORD(1:4) = "TRL "
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-SIDE-READ(WS-SIDE).
    COMPUTE WS-NUMVAL-CHECK = FUNCTION TEST-NUMVAL(IR-VALUE-TEXT).
    IF WS-NUMVAL-CHECK NOT = 0
        ADD 1 TO WS-SIDE-UNUSABLE(WS-SIDE)
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-INPUT-VALUE = FUNCTION NUMVAL(IR-VALUE-TEXT)
    ON SIZE ERROR
        ADD 1 TO WS-SIDE-UNUSABLE(WS-SIDE)
        EXIT PARAGRAPH
    END-COMPUTE.
*> A usable value the table has no room for is not unusable - it is
*> counted apart, and the day cannot pass on what is left
    IF WS-VALUE-COUNT >= 400000
        ADD 1 TO WS-DROPPED-COUNT
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-VALUE-COUNT.
    MOVE SPACES TO CV-KEY(WS-VALUE-COUNT).
    MOVE IR-KEY TO CV-KEY(WS-VALUE-COUNT)(1:10).
    IF METRICS-MODE
        MOVE IM-METRIC-CODE TO CV-KEY(WS-VALUE-COUNT)(11:4)
    END-IF.
    MOVE WS-SIDE TO CV-SIDE(WS-VALUE-COUNT).
    MOVE WS-INPUT-VALUE TO CV-VALUE(WS-VALUE-COUNT).

*> Builds the fixed input image from the raw line just read, exactly
*> as STATMEASURE does: a straight move for fixed-layout feeds,
*> column mapping for FORMAT=CSV feeds, HDR/TRL passed through
BUILD-INPUT-RECORD.
    IF NOT CSV-MODE
        MOVE WS-RAW-RECORD(1:34) TO INPUT-METRIC-RECORD
        EXIT PARAGRAPH
    END-IF.
    IF WS-RAW-RECORD(1:4) = "HDR " OR WS-RAW-RECORD(1:4) = "TRL "
        MOVE WS-RAW-RECORD(1:34) TO INPUT-METRIC-RECORD
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-CSV-COL-TABLE.
    MOVE ZERO TO WS-CSV-COL-COUNT.
    UNSTRING WS-RAW-RECORD DELIMITED BY WS-CSV-DELIMITER
        INTO WS-CSV-COL(1) WS-CSV-COL(2) WS-CSV-COL(3)
             WS-CSV-COL(4) WS-CSV-COL(5) WS-CSV-COL(6)
             WS-CSV-COL(7) WS-CSV-COL(8) WS-CSV-COL(9)
             WS-CSV-COL(10) WS-CSV-COL(11) WS-CSV-COL(12)
             WS-CSV-COL(13) WS-CSV-COL(14) WS-CSV-COL(15)
             WS-CSV-COL(16) WS-CSV-COL(17) WS-CSV-COL(18)
             WS-CSV-COL(19) WS-CSV-COL(20)
        TALLYING IN WS-CSV-COL-COUNT
    END-UNSTRING.
    MOVE SPACES TO INPUT-METRIC-RECORD.
    IF WS-CSV-KEY-COL > 0
            AND WS-CSV-KEY-COL <= WS-CSV-COL-COUNT
        MOVE WS-CSV-COL(WS-CSV-KEY-COL) TO IR-KEY
    END-IF.
    IF WS-CSV-VALUE-COL > 0
            AND WS-CSV-VALUE-COL <= WS-CSV-COL-COUNT
        MOVE WS-CSV-COL(WS-CSV-VALUE-COL) TO IR-VALUE-TEXT
    END-IF.
    IF WS-CSV-WEIGHT-COL > 0
            AND WS-CSV-WEIGHT-COL <= WS-CSV-COL-COUNT
        MOVE WS-CSV-COL(WS-CSV-WEIGHT-COL) TO IR-WEIGHT-TEXT
    END-IF.
    IF WS-CSV-METRIC-COL > 0
            AND WS-CSV-METRIC-COL <= WS-CSV-COL-COUNT
        MOVE WS-CSV-COL(WS-CSV-METRIC-COL) TO IM-METRIC-CODE
    END-IF.

*> Same diminishing-gap shell sort STATMEASURE uses, here on whole
*> value entries: by key, side and value, or by side and value only
SORT-VALUE-TABLE.
    COMPUTE WS-GAP = WS-VALUE-COUNT / 2.
    PERFORM UNTIL WS-GAP < 1
        COMPUTE WS-I = WS-GAP + 1
        PERFORM VARYING WS-I FROM WS-I BY 1
                UNTIL WS-I > WS-VALUE-COUNT
            MOVE WS-VALUE-ENTRY(WS-I) TO WS-VALUE-TEMP
            COMPUTE WS-J = WS-I - WS-GAP
            MOVE 0 TO WS-SHIFT-DONE
            PERFORM UNTIL WS-J < 1 OR WS-SHIFT-DONE = 1
                PERFORM COMPARE-SORT-CANDIDATE
                IF CAND-IS-HIGHER
                    MOVE WS-VALUE-ENTRY(WS-J)
                        TO WS-VALUE-ENTRY(WS-J + WS-GAP)
                    COMPUTE WS-J = WS-J - WS-GAP
                ELSE
                    MOVE 1 TO WS-SHIFT-DONE
                END-IF
            END-PERFORM
            COMPUTE WS-J = WS-J + WS-GAP
            MOVE WS-VALUE-TEMP TO WS-VALUE-ENTRY(WS-J)
        END-PERFORM
        COMPUTE WS-GAP = WS-GAP / 2
    END-PERFORM.

*> Sets CAND-IS-HIGHER when entry WS-J sorts after the held entry
COMPARE-SORT-CANDIDATE.
    MOVE 0 TO WS-CAND-HIGHER-FLAG.
    IF SORT-BY-KEY
        IF CV-KEY(WS-J) > WS-TEMP-KEY
            SET CAND-IS-HIGHER TO TRUE
            EXIT PARAGRAPH
        END-IF
        IF CV-KEY(WS-J) < WS-TEMP-KEY
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF CV-SIDE(WS-J) > WS-TEMP-SIDE
        SET CAND-IS-HIGHER TO TRUE
        EXIT PARAGRAPH
    END-IF.
    IF CV-SIDE(WS-J) < WS-TEMP-SIDE
        EXIT PARAGRAPH
    END-IF.
    IF CV-VALUE(WS-J) > WS-TEMP-VALUE
        SET CAND-IS-HIGHER TO TRUE
    END-IF.

*> From WS-SCAN-INDEX in the key-sorted table, marks out the next
*> key's old-side and new-side runs and moves the scan past them
FIND-NEXT-KEY-RUNS.
    MOVE CV-KEY(WS-SCAN-INDEX) TO WS-COMPARE-KEY.
    MOVE ZERO TO WS-A-COUNT WS-B-COUNT.
    MOVE WS-SCAN-INDEX TO WS-A-START.
    PERFORM UNTIL WS-SCAN-INDEX > WS-VALUE-COUNT
            OR CV-KEY(WS-SCAN-INDEX) NOT = WS-COMPARE-KEY
            OR CV-SIDE(WS-SCAN-INDEX) NOT = 1
        ADD 1 TO WS-A-COUNT
        ADD 1 TO WS-SCAN-INDEX
    END-PERFORM.
    MOVE WS-SCAN-INDEX TO WS-B-START.
    PERFORM UNTIL WS-SCAN-INDEX > WS-VALUE-COUNT
            OR CV-KEY(WS-SCAN-INDEX) NOT = WS-COMPARE-KEY
        ADD 1 TO WS-B-COUNT
        ADD 1 TO WS-SCAN-INDEX
    END-PERFORM.

*> The whole comparison for one key (or for all keys together):
*> side-by-side figures, both tests, the histogram, the verdict
COMPARE-KEY-RUNS.
    MOVE 0 TO WS-KEY-FLAG.
    MOVE 0 TO WS-KS-FLAG.
    MOVE 0 TO WS-WELCH-STATE.
    MOVE WS-A-START TO WS-DS-START.
    MOVE WS-A-COUNT TO WS-DS-COUNT.
    PERFORM DESCRIBE-ONE-SIDE.
    MOVE WS-DESCRIPTION TO WS-OLD-DESCRIPTION.
    MOVE WS-B-START TO WS-DS-START.
    MOVE WS-B-COUNT TO WS-DS-COUNT.
    PERFORM DESCRIBE-ONE-SIDE.
    MOVE WS-DESCRIPTION TO WS-NEW-DESCRIPTION.

    IF WS-COMPARE-KEY NOT = "ALL KEYS"
        ADD 1 TO PR-KEYS(WS-PAIR-INDEX)
    END-IF.
    IF WS-A-COUNT = 0 OR WS-B-COUNT = 0
        SET KEY-DIFFERS TO TRUE
        IF WS-COMPARE-KEY NOT = "ALL KEYS"
            ADD 1 TO PR-KEYS-ONE-SIDE(WS-PAIR-INDEX)
        END-IF
    ELSE
        PERFORM RUN-KS-TEST
        PERFORM RUN-WELCH-TEST
        IF KS-DIFFERS OR WELCH-DIFFERS
            SET KEY-DIFFERS TO TRUE
        END-IF
    END-IF.
    IF KEY-DIFFERS AND WS-COMPARE-KEY NOT = "ALL KEYS"
        ADD 1 TO PR-KEYS-FLAGGED(WS-PAIR-INDEX)
    END-IF.

    PERFORM PRINT-KEY-COMPARISON.
    IF WS-A-COUNT > 0 OR WS-B-COUNT > 0
        PERFORM BUILD-COMMON-HISTOGRAM
        PERFORM PRINT-HISTOGRAM
    END-IF.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> Count-weighted figures for the run at WS-DS-START, the mean and
*> population standard deviation as STATMEASURE computes them, the
*> median and quartiles by its same no-interpolation rule (the run
*> is already in value order), plus the sample variance Welch needs
DESCRIBE-ONE-SIDE.
    MOVE ZERO TO WS-DS-MEAN WS-DS-MEDIAN WS-DS-Q1 WS-DS-Q3
        WS-DS-VARIANCE WS-DS-STD-DEV WS-DS-SAMPLE-VARIANCE
        WS-DS-MIN WS-DS-MAX.
    IF WS-DS-COUNT = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-DS-SUM WS-DS-SQUARED-SUM.
    PERFORM VARYING WS-DS-INDEX FROM WS-DS-START BY 1
            UNTIL WS-DS-INDEX > WS-DS-START + WS-DS-COUNT - 1
        ADD CV-VALUE(WS-DS-INDEX) TO WS-DS-SUM
        COMPUTE WS-DS-SQUARED-SUM = WS-DS-SQUARED-SUM +
            (CV-VALUE(WS-DS-INDEX) * CV-VALUE(WS-DS-INDEX))
    END-PERFORM.
    MOVE CV-VALUE(WS-DS-START) TO WS-DS-MIN.
    MOVE CV-VALUE(WS-DS-START + WS-DS-COUNT - 1) TO WS-DS-MAX.
    COMPUTE WS-DS-MEAN = WS-DS-SUM / WS-DS-COUNT.
    COMPUTE WS-DS-VARIANCE = (WS-DS-SQUARED-SUM / WS-DS-COUNT) -
                             (WS-DS-MEAN * WS-DS-MEAN).
    IF WS-DS-VARIANCE > 0
        COMPUTE WS-DS-STD-DEV = FUNCTION SQRT(WS-DS-VARIANCE)
    ELSE
        MOVE ZERO TO WS-DS-VARIANCE
    END-IF.
    IF WS-DS-COUNT > 1
        SUBTRACT 1 FROM WS-DS-COUNT GIVING WS-DS-DIVISOR
        COMPUTE WS-DS-SAMPLE-VARIANCE ROUNDED =
            WS-DS-VARIANCE * WS-DS-COUNT / WS-DS-DIVISOR
    END-IF.

    IF FUNCTION MOD(WS-DS-COUNT, 2) = 1
        COMPUTE WS-DS-INDEX = WS-DS-START + ((WS-DS-COUNT + 1) / 2) - 1
        MOVE CV-VALUE(WS-DS-INDEX) TO WS-DS-MEDIAN
    ELSE
        COMPUTE WS-DS-INDEX = WS-DS-START + (WS-DS-COUNT / 2) - 1
        COMPUTE WS-DS-MEDIAN =
            (CV-VALUE(WS-DS-INDEX) + CV-VALUE(WS-DS-INDEX + 1)) / 2
    END-IF.
    COMPUTE WS-DS-INDEX = (WS-DS-COUNT + 1) / 4.
    IF WS-DS-INDEX < 1
        MOVE 1 TO WS-DS-INDEX
    END-IF.
    MOVE CV-VALUE(WS-DS-START + WS-DS-INDEX - 1) TO WS-DS-Q1.
    COMPUTE WS-DS-INDEX = (3 * (WS-DS-COUNT + 1)) / 4.
    IF WS-DS-INDEX > WS-DS-COUNT
        MOVE WS-DS-COUNT TO WS-DS-INDEX
    END-IF.
    MOVE CV-VALUE(WS-DS-START + WS-DS-INDEX - 1) TO WS-DS-Q3.

*> Walks both value-ordered runs together; at each distinct value
*> both step functions are brought up to date and their gap taken.
*> The critical value is c(alpha) x sqrt((n + m) / (n x m))
RUN-KS-TEST.
    MOVE ZERO TO WS-KS-D.
    MOVE WS-A-START TO WS-KS-A-INDEX.
    MOVE WS-B-START TO WS-KS-B-INDEX.
    COMPUTE WS-KS-A-END = WS-A-START + WS-A-COUNT - 1.
    COMPUTE WS-KS-B-END = WS-B-START + WS-B-COUNT - 1.
    PERFORM UNTIL WS-KS-A-INDEX > WS-KS-A-END
            AND WS-KS-B-INDEX > WS-KS-B-END
        EVALUATE TRUE
            WHEN WS-KS-A-INDEX > WS-KS-A-END
                MOVE CV-VALUE(WS-KS-B-INDEX) TO WS-KS-X
            WHEN WS-KS-B-INDEX > WS-KS-B-END
                MOVE CV-VALUE(WS-KS-A-INDEX) TO WS-KS-X
            WHEN CV-VALUE(WS-KS-A-INDEX) < CV-VALUE(WS-KS-B-INDEX)
                MOVE CV-VALUE(WS-KS-A-INDEX) TO WS-KS-X
            WHEN OTHER
                MOVE CV-VALUE(WS-KS-B-INDEX) TO WS-KS-X
        END-EVALUATE
        PERFORM UNTIL WS-KS-A-INDEX > WS-KS-A-END
                OR CV-VALUE(WS-KS-A-INDEX) NOT = WS-KS-X
            ADD 1 TO WS-KS-A-INDEX
        END-PERFORM
        PERFORM UNTIL WS-KS-B-INDEX > WS-KS-B-END
                OR CV-VALUE(WS-KS-B-INDEX) NOT = WS-KS-X
            ADD 1 TO WS-KS-B-INDEX
        END-PERFORM
        COMPUTE WS-KS-GAP ROUNDED =
            ((WS-KS-A-INDEX - WS-A-START) / WS-A-COUNT) -
            ((WS-KS-B-INDEX - WS-B-START) / WS-B-COUNT)
        IF WS-KS-GAP < 0
            COMPUTE WS-KS-GAP = 0 - WS-KS-GAP
        END-IF
        IF WS-KS-GAP > WS-KS-D
            MOVE WS-KS-GAP TO WS-KS-D
        END-IF
    END-PERFORM.
    COMPUTE WS-KS-CRITICAL ROUNDED = WS-KS-COEFFICIENT *
        FUNCTION SQRT((WS-A-COUNT + WS-B-COUNT) /
                      (WS-A-COUNT * WS-B-COUNT)).
    IF WS-KS-D > WS-KS-CRITICAL
        SET KS-DIFFERS TO TRUE
    END-IF.

*> Needs two values a side for a sample variance. Where neither
*> side varies at all the means either match exactly or they do not
RUN-WELCH-TEST.
    MOVE ZERO TO WS-WELCH-T WS-WELCH-DF WS-WELCH-CRITICAL.
    IF WS-A-COUNT < 2 OR WS-B-COUNT < 2
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-WELCH-A-TERM ROUNDED =
        WS-OLD-SAMPLE-VARIANCE / WS-A-COUNT.
    COMPUTE WS-WELCH-B-TERM ROUNDED =
        WS-NEW-SAMPLE-VARIANCE / WS-B-COUNT.
    IF WS-WELCH-A-TERM + WS-WELCH-B-TERM = 0
        IF WS-OLD-MEAN = WS-NEW-MEAN
            SET WELCH-SAME TO TRUE
        ELSE
            SET WELCH-DIFFERS TO TRUE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-WELCH-SE ROUNDED =
        FUNCTION SQRT(WS-WELCH-A-TERM + WS-WELCH-B-TERM).
    COMPUTE WS-WELCH-T ROUNDED =
        (WS-OLD-MEAN - WS-NEW-MEAN) / WS-WELCH-SE
    ON SIZE ERROR
        IF WS-OLD-MEAN > WS-NEW-MEAN
            MOVE 9999999 TO WS-WELCH-T
        ELSE
            MOVE -9999999 TO WS-WELCH-T
        END-IF
    END-COMPUTE.
    SUBTRACT 1 FROM WS-A-COUNT GIVING WS-WELCH-A-DIVISOR.
    SUBTRACT 1 FROM WS-B-COUNT GIVING WS-WELCH-B-DIVISOR.
    COMPUTE WS-WELCH-DF ROUNDED =
        ((WS-WELCH-A-TERM + WS-WELCH-B-TERM) *
         (WS-WELCH-A-TERM + WS-WELCH-B-TERM)) /
        (((WS-WELCH-A-TERM * WS-WELCH-A-TERM) / WS-WELCH-A-DIVISOR) +
         ((WS-WELCH-B-TERM * WS-WELCH-B-TERM) / WS-WELCH-B-DIVISOR))
    ON SIZE ERROR
        MOVE 999999999 TO WS-WELCH-DF
    END-COMPUTE.
    IF WS-WELCH-DF < 1
        MOVE 1 TO WS-WELCH-DF
    END-IF.
    MOVE WS-NORMAL-QUANTILE TO WS-Z1.
    COMPUTE WS-Z3 = WS-Z1 * WS-Z1 * WS-Z1.
    COMPUTE WS-Z5 = WS-Z3 * WS-Z1 * WS-Z1.
    COMPUTE WS-Z7 = WS-Z5 * WS-Z1 * WS-Z1.
    COMPUTE WS-CF-DIVISOR = 4 * WS-WELCH-DF.
    COMPUTE WS-CF-TERM-1 ROUNDED = (WS-Z3 + WS-Z1) / WS-CF-DIVISOR.
    COMPUTE WS-CF-DIVISOR = 96 * WS-WELCH-DF * WS-WELCH-DF.
    COMPUTE WS-CF-TERM-2 ROUNDED =
        ((5 * WS-Z5) + (16 * WS-Z3) + (3 * WS-Z1)) / WS-CF-DIVISOR.
    COMPUTE WS-CF-DIVISOR =
        384 * WS-WELCH-DF * WS-WELCH-DF * WS-WELCH-DF.
    COMPUTE WS-CF-TERM-3 ROUNDED =
        ((3 * WS-Z7) + (19 * WS-Z5) + (17 * WS-Z3) - (15 * WS-Z1)) /
        WS-CF-DIVISOR.
    COMPUTE WS-WELCH-CRITICAL ROUNDED = WS-Z1 + WS-CF-TERM-1
        + WS-CF-TERM-2 + WS-CF-TERM-3.
    IF WS-WELCH-T > WS-WELCH-CRITICAL
            OR WS-WELCH-T < 0 - WS-WELCH-CRITICAL
        SET WELCH-DIFFERS TO TRUE
    ELSE
        SET WELCH-SAME TO TRUE
    END-IF.

*> Tallies both sides into the same equal-width bins between the
*> lowest and highest value either side holds
BUILD-COMMON-HISTOGRAM.
    PERFORM VARYING WS-BIN-INDEX FROM 1 BY 1 UNTIL WS-BIN-INDEX > 20
        MOVE ZERO TO BN-OLD-TALLY(WS-BIN-INDEX)
        MOVE ZERO TO BN-NEW-TALLY(WS-BIN-INDEX)
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-A-COUNT = 0
            MOVE WS-NEW-MIN TO WS-BIN-LOW
            MOVE WS-NEW-MAX TO WS-BIN-HIGH
        WHEN WS-B-COUNT = 0
            MOVE WS-OLD-MIN TO WS-BIN-LOW
            MOVE WS-OLD-MAX TO WS-BIN-HIGH
        WHEN OTHER
            MOVE WS-OLD-MIN TO WS-BIN-LOW
            IF WS-NEW-MIN < WS-BIN-LOW
                MOVE WS-NEW-MIN TO WS-BIN-LOW
            END-IF
            MOVE WS-OLD-MAX TO WS-BIN-HIGH
            IF WS-NEW-MAX > WS-BIN-HIGH
                MOVE WS-NEW-MAX TO WS-BIN-HIGH
            END-IF
    END-EVALUATE.
    IF WS-A-COUNT + WS-B-COUNT < 200
        MOVE 10 TO WS-BIN-COUNT
    ELSE
        MOVE 20 TO WS-BIN-COUNT
    END-IF.
    IF WS-BIN-HIGH = WS-BIN-LOW
        MOVE 1 TO WS-BIN-COUNT
        MOVE ZERO TO WS-BIN-WIDTH
        MOVE WS-A-COUNT TO BN-OLD-TALLY(1)
        MOVE WS-B-COUNT TO BN-NEW-TALLY(1)
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-BIN-WIDTH = (WS-BIN-HIGH - WS-BIN-LOW) / WS-BIN-COUNT.
    PERFORM VARYING WS-DS-INDEX FROM WS-A-START BY 1
            UNTIL WS-DS-INDEX > WS-A-START + WS-A-COUNT - 1
        PERFORM FIND-VALUE-BIN
        ADD 1 TO BN-OLD-TALLY(WS-BIN-INDEX)
    END-PERFORM.
    PERFORM VARYING WS-DS-INDEX FROM WS-B-START BY 1
            UNTIL WS-DS-INDEX > WS-B-START + WS-B-COUNT - 1
        PERFORM FIND-VALUE-BIN
        ADD 1 TO BN-NEW-TALLY(WS-BIN-INDEX)
    END-PERFORM.

FIND-VALUE-BIN.
    COMPUTE WS-BIN-INDEX =
        ((CV-VALUE(WS-DS-INDEX) - WS-BIN-LOW) / WS-BIN-WIDTH) + 1.
    IF WS-BIN-INDEX > WS-BIN-COUNT
        MOVE WS-BIN-COUNT TO WS-BIN-INDEX
    END-IF.
    IF WS-BIN-INDEX < 1
        MOVE 1 TO WS-BIN-INDEX
    END-IF.

*> The key's side-by-side block and test results
PRINT-KEY-COMPARISON.
    MOVE SPACES TO WS-PRINT-LINE.
    IF WS-COMPARE-KEY = "ALL KEYS"
        MOVE "OVERALL - ALL KEYS" TO WS-PRINT-LINE
    ELSE
        STRING "KEY " WS-COMPARE-KEY(1:10) DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        IF WS-COMPARE-KEY(11:4) NOT = SPACES
            STRING "  METRIC " WS-COMPARE-KEY(11:4) DELIMITED BY SIZE
                INTO WS-PRINT-LINE(15:)
        END-IF
    END-IF.
    IF KEY-DIFFERS
        MOVE "*** DISTRIBUTIONS DIFFER ***" TO WS-PRINT-LINE(40:)
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE "           COUNT          MEAN      MEDIAN          Q1          Q3       STD DEV"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "  OLD" TO WS-PRINT-LINE(1:5).
    MOVE WS-A-COUNT TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(10:7).
    IF WS-A-COUNT > 0
        MOVE WS-OLD-MEAN TO WS-EDIT-MEAN
        MOVE WS-EDIT-MEAN TO WS-PRINT-LINE(18:13)
        MOVE WS-OLD-MEDIAN TO WS-EDIT-AMOUNT
        MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(32:10)
        MOVE WS-OLD-Q1 TO WS-EDIT-AMOUNT
        MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(44:10)
        MOVE WS-OLD-Q3 TO WS-EDIT-AMOUNT
        MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(56:10)
        MOVE WS-OLD-STD-DEV TO WS-EDIT-MEAN
        MOVE WS-EDIT-MEAN TO WS-PRINT-LINE(67:13)
    ELSE
        MOVE "not present on the old feed" TO WS-PRINT-LINE(20:)
    END-IF.
    PERFORM WRITE-REPORT-LINE.

    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "  NEW" TO WS-PRINT-LINE(1:5).
    MOVE WS-B-COUNT TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(10:7).
    IF WS-B-COUNT > 0
        MOVE WS-NEW-MEAN TO WS-EDIT-MEAN
        MOVE WS-EDIT-MEAN TO WS-PRINT-LINE(18:13)
        MOVE WS-NEW-MEDIAN TO WS-EDIT-AMOUNT
        MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(32:10)
        MOVE WS-NEW-Q1 TO WS-EDIT-AMOUNT
        MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(44:10)
        MOVE WS-NEW-Q3 TO WS-EDIT-AMOUNT
        MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(56:10)
        MOVE WS-NEW-STD-DEV TO WS-EDIT-MEAN
        MOVE WS-EDIT-MEAN TO WS-PRINT-LINE(67:13)
    ELSE
        MOVE "not present on the new feed" TO WS-PRINT-LINE(20:)
    END-IF.
    PERFORM WRITE-REPORT-LINE.

    IF WS-A-COUNT = 0 OR WS-B-COUNT = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-KS-D TO WS-EDIT-RATIO.
    STRING "  KS D " WS-EDIT-RATIO DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
    MOVE WS-KS-CRITICAL TO WS-EDIT-RATIO.
    STRING "critical " WS-EDIT-RATIO DELIMITED BY SIZE
        INTO WS-PRINT-LINE(17:).
    IF KS-DIFFERS
        MOVE "DIFFERS" TO WS-PRINT-LINE(36:)
    ELSE
        MOVE "same" TO WS-PRINT-LINE(36:)
    END-IF.
    EVALUATE TRUE
        WHEN WELCH-NOT-RUN
            MOVE "WELCH t not run - fewer than two values a side"
                TO WS-PRINT-LINE(46:)
        WHEN WS-WELCH-DF = 0
            MOVE "WELCH t - no variation on either side"
                TO WS-PRINT-LINE(46:)
        WHEN OTHER
            MOVE WS-WELCH-T TO WS-EDIT-T
            MOVE WS-WELCH-DF TO WS-EDIT-DF
            STRING "WELCH t " WS-EDIT-T "  df " WS-EDIT-DF
                DELIMITED BY SIZE INTO WS-PRINT-LINE(46:)
            MOVE WS-WELCH-CRITICAL TO WS-EDIT-T
            STRING "critical " WS-EDIT-T DELIMITED BY SIZE
                INTO WS-PRINT-LINE(85:)
    END-EVALUATE.
    IF WELCH-DIFFERS
        MOVE "DIFFERS" TO WS-PRINT-LINE(107:)
    END-IF.
    IF WELCH-SAME
        MOVE "same" TO WS-PRINT-LINE(107:)
    END-IF.
    PERFORM WRITE-REPORT-LINE.

*> Bin-by-bin counts and shares on the common edges; the last column
*> is the new share less the old in percentage points
PRINT-HISTOGRAM.
    MOVE "  BIN       FROM          TO      OLD   OLD PCT      NEW   NEW PCT  DIFF PTS"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-BIN-INDEX FROM 1 BY 1
            UNTIL WS-BIN-INDEX > WS-BIN-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        MOVE WS-BIN-INDEX TO WS-EDIT-SMALL
        MOVE WS-EDIT-SMALL TO WS-PRINT-LINE(2:5)
        SUBTRACT 1 FROM WS-BIN-INDEX GIVING WS-BIN-STEP
        COMPUTE WS-BIN-EDGE =
            WS-BIN-LOW + (WS-BIN-STEP * WS-BIN-WIDTH)
        MOVE WS-BIN-EDGE TO WS-EDIT-AMOUNT
        MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(8:10)
        IF WS-BIN-INDEX = WS-BIN-COUNT
            MOVE WS-BIN-HIGH TO WS-BIN-EDGE
        ELSE
            COMPUTE WS-BIN-EDGE =
                WS-BIN-LOW + (WS-BIN-INDEX * WS-BIN-WIDTH)
        END-IF
        MOVE WS-BIN-EDGE TO WS-EDIT-AMOUNT
        MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(20:10)
        MOVE ZERO TO WS-BIN-OLD-PCT WS-BIN-NEW-PCT
        IF WS-A-COUNT > 0
            COMPUTE WS-BIN-OLD-PCT ROUNDED =
                BN-OLD-TALLY(WS-BIN-INDEX) * 100 / WS-A-COUNT
        END-IF
        IF WS-B-COUNT > 0
            COMPUTE WS-BIN-NEW-PCT ROUNDED =
                BN-NEW-TALLY(WS-BIN-INDEX) * 100 / WS-B-COUNT
        END-IF
        COMPUTE WS-BIN-DIFF-PCT = WS-BIN-NEW-PCT - WS-BIN-OLD-PCT
        MOVE BN-OLD-TALLY(WS-BIN-INDEX) TO WS-EDIT-COUNT
        MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(31:7)
        MOVE WS-BIN-OLD-PCT TO WS-EDIT-PCT
        MOVE WS-EDIT-PCT TO WS-PRINT-LINE(40:7)
        MOVE BN-NEW-TALLY(WS-BIN-INDEX) TO WS-EDIT-COUNT
        MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(48:7)
        MOVE WS-BIN-NEW-PCT TO WS-EDIT-PCT
        MOVE WS-EDIT-PCT TO WS-PRINT-LINE(57:7)
        MOVE WS-BIN-DIFF-PCT TO WS-EDIT-PCT
        MOVE WS-EDIT-PCT TO WS-PRINT-LINE(67:7)
        PERFORM WRITE-REPORT-LINE
    END-PERFORM.

*> Feed names, header dates and record counts for the pair
PRINT-PAIR-BANNER.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "Old feed: " PR-OLD-FILE(WS-PAIR-INDEX) DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "New feed: " PR-NEW-FILE(WS-PAIR-INDEX) DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "Business date (header) - old: " PR-OLD-DATE(WS-PAIR-INDEX)
        "  new: " PR-NEW-DATE(WS-PAIR-INDEX) DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-SIDE-READ(1) TO WS-EDIT-COUNT.
    STRING "Records read - old: " WS-EDIT-COUNT DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
    MOVE WS-SIDE-UNUSABLE(1) TO WS-EDIT-COUNT.
    STRING " (unusable " WS-EDIT-COUNT ")" DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 1:).
    MOVE WS-SIDE-READ(2) TO WS-EDIT-COUNT.
    STRING "  new: " WS-EDIT-COUNT DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 1:).
    MOVE WS-SIDE-UNUSABLE(2) TO WS-EDIT-COUNT.
    STRING " (unusable " WS-EDIT-COUNT ")" DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 1:).
    PERFORM WRITE-REPORT-LINE.
    IF WS-DROPPED-COUNT > 0
        MOVE SPACES TO WS-PRINT-LINE
        MOVE WS-DROPPED-COUNT TO WS-EDIT-COUNT
        STRING "*** Value table full (400000) - usable values not "
            "compared: " WS-EDIT-COUNT " - day cannot pass"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "Significance level: " WS-ALPHA-TEXT DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> The day passes only with every key agreeing, the overall shape
*> agreeing, both feeds dated the same business day and nothing
*> left out of the comparison for want of table room
SETTLE-PAIR-VERDICT.
    IF PR-KEYS-FLAGGED(WS-PAIR-INDEX) = 0
            AND PR-OVERALL-FLAG(WS-PAIR-INDEX) = 0
            AND PR-OLD-DATE(WS-PAIR-INDEX) = PR-NEW-DATE(WS-PAIR-INDEX)
            AND PR-VALUES-DROPPED(WS-PAIR-INDEX) = 0
        MOVE "PASS" TO PR-VERDICT(WS-PAIR-INDEX)
    ELSE
        MOVE "FAIL" TO PR-VERDICT(WS-PAIR-INDEX)
    END-IF.

*> One line per business date for the migration board
PRINT-SIGN-OFF-SUMMARY.
    MOVE SPACES TO PARALLEL-REPORT-RECORD.
    WRITE PARALLEL-REPORT-RECORD AFTER ADVANCING PAGE.
    MOVE "ALL PAIRS" TO WS-HEADING-FEED.
    PERFORM WRITE-REPORT-HEADING.
    MOVE "CUTOVER SIGN-OFF SUMMARY" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "BUS DATE  KEYS FLAGGED ONE-SIDE OVERALL  VERDICT  OLD FEED / NEW FEED"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-PAIR-INDEX FROM 1 BY 1
            UNTIL WS-PAIR-INDEX > WS-PAIR-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        IF PR-OLD-DATE(WS-PAIR-INDEX) = SPACES
            MOVE "(none)" TO WS-PRINT-LINE(1:8)
        ELSE
            MOVE PR-OLD-DATE(WS-PAIR-INDEX) TO WS-PRINT-LINE(1:8)
        END-IF
        MOVE PR-KEYS(WS-PAIR-INDEX) TO WS-EDIT-SMALL
        MOVE WS-EDIT-SMALL TO WS-PRINT-LINE(10:5)
        MOVE PR-KEYS-FLAGGED(WS-PAIR-INDEX) TO WS-EDIT-SMALL
        MOVE WS-EDIT-SMALL TO WS-PRINT-LINE(17:5)
        MOVE PR-KEYS-ONE-SIDE(WS-PAIR-INDEX) TO WS-EDIT-SMALL
        MOVE WS-EDIT-SMALL TO WS-PRINT-LINE(26:5)
        EVALUATE TRUE
            WHEN PR-OPEN-FAILED(WS-PAIR-INDEX) = 1
                MOVE "NO FEED" TO WS-PRINT-LINE(33:7)
            WHEN PR-OVERALL-FLAG(WS-PAIR-INDEX) = 1
                MOVE "DIFFERS" TO WS-PRINT-LINE(33:7)
            WHEN OTHER
                MOVE "same" TO WS-PRINT-LINE(33:7)
        END-EVALUATE
        MOVE PR-VERDICT(WS-PAIR-INDEX) TO WS-PRINT-LINE(42:4)
        STRING FUNCTION TRIM(PR-OLD-FILE(WS-PAIR-INDEX) TRAILING)
            " / " FUNCTION TRIM(PR-NEW-FILE(WS-PAIR-INDEX) TRAILING)
            DELIMITED BY SIZE INTO WS-PRINT-LINE(51:)
        PERFORM WRITE-REPORT-LINE
        IF PR-OLD-DATE(WS-PAIR-INDEX) NOT = PR-NEW-DATE(WS-PAIR-INDEX)
            MOVE SPACES TO WS-PRINT-LINE
            STRING "          business dates differ - new feed header "
                "carries " PR-NEW-DATE(WS-PAIR-INDEX)
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            PERFORM WRITE-REPORT-LINE
        END-IF
        IF PR-VALUES-DROPPED(WS-PAIR-INDEX) > 0
            MOVE SPACES TO WS-PRINT-LINE
            MOVE PR-VALUES-DROPPED(WS-PAIR-INDEX) TO WS-EDIT-COUNT
            STRING "          value table full - usable values not "
                "compared: " WS-EDIT-COUNT
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            PERFORM WRITE-REPORT-LINE
        END-IF
        IF PR-VERDICT(WS-PAIR-INDEX) = "FAIL"
            ADD 1 TO WS-FAILED-DAYS
        END-IF
    END-PERFORM.
    PERFORM WRITE-REPORT-BLANK-LINE.
    MOVE WS-PAIR-COUNT TO WS-EDIT-SMALL.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "Business days compared: " WS-EDIT-SMALL DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-FAILED-DAYS TO WS-EDIT-SMALL.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "Days failing sign-off:  " WS-EDIT-SMALL DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-TOTAL-DROPPED TO WS-EDIT-COUNT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "Values not compared (table full): " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

*> Condition code tells the JCL whether cutover can be signed off:
*> 0 = every day passed, 4 = at least one day failed
WRAP-UP.
    CLOSE PARALLEL-REPORT-FILE.
    IF WS-FAILED-DAYS > 0
        MOVE 4 TO RETURN-CODE
        DISPLAY "Days failing sign-off: " WS-FAILED-DAYS
    ELSE
        DISPLAY "Every day passed the parallel-run comparison"
    END-IF.

*> Prints the page banner: report title, feed name, run date
WRITE-REPORT-HEADING.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE SPACES TO WS-HEADING-LINE.
    STRING "PARALLEL-RUN DISTRIBUTION COMPARISON - PAGE "
        WS-PAGE-COUNT DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE PARALLEL-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE "====================================" TO WS-HEADING-LINE.
    WRITE PARALLEL-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Feed: " WS-HEADING-FEED DELIMITED BY SIZE
        INTO WS-HEADING-LINE.
    WRITE PARALLEL-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Run date: " WS-RUN-DATE-TEXT DELIMITED BY SIZE
        INTO WS-HEADING-LINE.
    WRITE PARALLEL-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO PARALLEL-REPORT-RECORD.
    WRITE PARALLEL-REPORT-RECORD.

    MOVE 5 TO WS-LINE-COUNT.

*> Writes one detail line, rolling to a new page when full
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        MOVE SPACES TO PARALLEL-REPORT-RECORD
        WRITE PARALLEL-REPORT-RECORD AFTER ADVANCING PAGE
        PERFORM WRITE-REPORT-HEADING
    END-IF.
    WRITE PARALLEL-REPORT-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-PRINT-LINE.

*> Writes a blank spacer line between report sections
WRITE-REPORT-BLANK-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
