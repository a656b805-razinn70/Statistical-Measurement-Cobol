IDENTIFICATION DIVISION.
PROGRAM-ID. STATSAMP.

*> Reproducible audit sample of the input records behind one run's
*> statistics, for internal audit's quarterly test of detail. Reads
*> a feed (FILE= card) in STATMEASURE's own input layouts - fixed,
*> METRICS=Y and the FORMAT=CSV column mapping - stratifies it by
*> IR-KEY (and metric), and draws a sample from every stratum:
*>    METHOD=RANDOM        equal chance for every record, SAMPLE-SIZE=
*>                         records from each stratum;
*>    METHOD=PROPORTIONAL  SAMPLE-SIZE= records for the whole feed,
*>                         shared out over the strata by record count,
*>                         then drawn at random within each;
*>    METHOD=MONETARY      monetary-unit selection - SAMPLE-SIZE= for
*>                         the whole feed shared out by value, then a
*>                         systematic pass over the cumulative absolute
*>                         value from a random start, so the chance a
*>                         record is picked grows with its amount and
*>                         any record at or over the interval is
*>                         picked for certain.
*> SAMPLE-PCT= instead of SAMPLE-SIZE= draws that percentage of
*> every stratum's records (rounded up) under any method.
*>
*> Every random draw comes from a Lehmer generator started from the
*> SEED= card, and the seed is printed at the top of the listing:
*> the same feed, cards and seed always redraw the same sample. The
*> sample file carries each picked record's line number in the feed
*> and its image as received; the listing shows per stratum the
*> population count, value total and what was drawn. An AUDITLOG-
*> style control line ties the population back to the run's own
*> AUDITLOG entry - the records-read count must agree before the
*> sample can be said to come from the figures audit is testing.
*>
*> Values that do not convert (STATMEASURE's R001/R002) cannot be
*> tested against a figure and are left out of the population and
*> counted; business range limits are not applied, since a record
*> the run rejected on range is still one audit may want to see.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "SYSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT SAMPLE-FILE ASSIGN TO "SAMPOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SAMPLE-FILE-STATUS.

    SELECT SAMPLE-CONTROL-FILE ASSIGN TO "SAMPCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SAMPLE-CONTROL-STATUS.

    SELECT SAMPLE-REPORT-FILE ASSIGN TO "SAMPRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SAMPLE-REPORT-STATUS.

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

*> Must stay in step with the AUDIT-RECORD layout STATMEASURE writes
FD  AUDIT-FILE.
01  AUDIT-RECORD.
    05  AR-RUN-DATE       PIC X(10).
    05  FILLER            PIC X(1).
    05  AR-RUN-TIME       PIC X(8).
    05  FILLER            PIC X(1).
    05  AR-FILENAME       PIC X(100).
    05  FILLER            PIC X(1).
    05  AR-RECORDS-READ   PIC X(7).
    05  FILLER            PIC X(1).
    05  AR-RECORDS-REJECTED PIC X(7).
    05  FILLER            PIC X(1).
    05  AR-POSITIVE-COUNT PIC X(7).
    05  FILLER            PIC X(1).
    05  AR-NON-ZERO-COUNT PIC X(7).
    05  FILLER            PIC X(1).
    05  AR-RUN-STATUS     PIC X(13).

*> One line per picked record, in feed order: the line number in
*> the feed as received (header included), the stratum, the value,
*> how many monetary units landed on it (1 under the other methods)
*> and the record image exactly as read
FD  SAMPLE-FILE.
01  SAMPLE-RECORD.
    05  SM-RECORD-NUMBER  PIC 9(9).
    05  FILLER            PIC X(1).
    05  SM-KEY            PIC X(10).
    05  FILLER            PIC X(1).
    05  SM-METRIC-CODE    PIC X(4).
    05  FILLER            PIC X(1).
    05  SM-VALUE          PIC -(6)9.99.
    05  FILLER            PIC X(1).
    05  SM-HITS           PIC Z(3)9.
    05  FILLER            PIC X(1).
    05  SM-IMAGE          PIC X(250).

*> The AUDITLOG columns, so the line reads exactly like the run's
*> own control-totals line it is tied to, with the sample's seed,
*> method and size appended after them
FD  SAMPLE-CONTROL-FILE.
01  SAMPLE-CONTROL-RECORD.
    05  SC-RUN-DATE       PIC X(10).
    05  FILLER            PIC X(1).
    05  SC-RUN-TIME       PIC X(8).
    05  FILLER            PIC X(1).
    05  SC-FILENAME       PIC X(100).
    05  FILLER            PIC X(1).
    05  SC-RECORDS-READ   PIC Z(6)9.
    05  FILLER            PIC X(1).
    05  SC-RECORDS-REJECTED PIC Z(6)9.
    05  FILLER            PIC X(1).
    05  SC-POSITIVE-COUNT PIC Z(6)9.
    05  FILLER            PIC X(1).
    05  SC-NON-ZERO-COUNT PIC Z(6)9.
    05  FILLER            PIC X(1).
*> SAMPLE-TIED / SAMPLE-DIFF (records read disagree with the run's
*> AUDITLOG line) / SAMPLE-NOAUD (no AUDITLOG line for the feed)
    05  SC-RUN-STATUS     PIC X(13).
    05  FILLER            PIC X(1).
    05  SC-SEED           PIC 9(10).
    05  FILLER            PIC X(1).
    05  SC-METHOD         PIC X(12).
    05  FILLER            PIC X(1).
    05  SC-SAMPLE-COUNT   PIC Z(6)9.
    05  FILLER            PIC X(1).
    05  SC-SAMPLED-ON     PIC X(10).

FD  SAMPLE-REPORT-FILE.
01  SAMPLE-REPORT-RECORD      PIC X(132).

WORKING-STORAGE SECTION.
01  WS-INPUT-FILE-STATUS      PIC XX VALUE ZEROS.
01  WS-CONTROL-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-AUDIT-FILE-STATUS      PIC XX VALUE ZEROS.
01  WS-SAMPLE-FILE-STATUS     PIC XX VALUE ZEROS.
01  WS-SAMPLE-CONTROL-STATUS  PIC XX VALUE ZEROS.
01  WS-SAMPLE-REPORT-STATUS   PIC XX VALUE ZEROS.

01  WS-FILENAME               PIC X(100) VALUE SPACES.

*> Feed layout, the same cards STATMEASURE takes:
*>    METRICS=Y  FORMAT=CSV  DELIMITER=COMMA|TAB
*>    KEY-COL=1  VALUE-COL=2  WEIGHT-COL=3  METRIC-COL=0
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

*> Sampling cards - METHOD=, SAMPLE-SIZE= or SAMPLE-PCT=, SEED=, and
*> AUDIT-DATE= (YYYY/MM/DD) to tie to a particular day's AUDITLOG
*> line rather than the feed's latest one
01  WS-METHOD                 PIC X(12) VALUE "RANDOM".
    88  METHOD-RANDOM         VALUE "RANDOM".
    88  METHOD-PROPORTIONAL   VALUE "PROPORTIONAL".
    88  METHOD-MONETARY       VALUE "MONETARY".
01  WS-SAMPLE-SIZE            PIC 9(7) VALUE 25.
01  WS-SAMPLE-PCT             PIC 9(3)V99 VALUE ZERO.
01  WS-PCT-MODE-FLAG          PIC 9 VALUE ZERO.
    88  PCT-MODE              VALUE 1.
01  WS-SEED                   PIC 9(10) VALUE ZERO.
01  WS-SEED-SUPPLIED-FLAG     PIC 9 VALUE ZERO.
    88  SEED-SUPPLIED         VALUE 1.
01  WS-AUDIT-DATE             PIC X(10) VALUE SPACES.

01  WS-SYSIN-EOF-FLAG         PIC 9 VALUE 0.
    88  SYSIN-END-OF-FILE     VALUE 1.
01  WS-CONTROL-CARD           PIC X(80).
01  WS-CONTROL-KEYWORD        PIC X(11).
01  WS-CONTROL-VALUE          PIC X(69).
01  WS-CONTROL-DELIM-POS      PIC 9(3) VALUE ZERO.
01  WS-NUMVAL-CHECK           PIC 9(4) VALUE ZERO.
01  WS-EOF-FLAG               PIC 9 VALUE 0.
    88  END-OF-FILE           VALUE 1.
01  WS-AUDIT-EOF-FLAG         PIC 9 VALUE 0.
    88  AUDIT-END-OF-FILE     VALUE 1.
01  WS-INPUT-VALUE            PIC S9(6)V99.
01  WS-ABS-VALUE              PIC 9(6)V99.
01  WS-USABLE-FLAG            PIC 9 VALUE 0.
    88  RECORD-USABLE         VALUE 1.
01  WS-PASS                   PIC 9 VALUE 1.
    88  COUNTING-PASS         VALUE 1.
    88  SELECTING-PASS        VALUE 2.

*> Lehmer ("minimal standard") generator: state times 16807 modulo
*> 2**31 - 1. Plain integer arithmetic, so the same seed gives the
*> same stream on any machine and any compiler
01  WS-RANDOM-STATE           PIC 9(10) VALUE 1.
01  WS-RANDOM-PRODUCT         PIC 9(15) VALUE ZERO.
01  WS-RANDOM-QUOTIENT        PIC 9(10) VALUE ZERO.
01  WS-RANDOM-FRACTION        PIC V9(9) VALUE ZERO.
01  WS-RANDOM-MODULUS         PIC 9(10) VALUE 2147483647.

*> One entry per key (and metric) met, in the order first met;
*> WS-STRATUM-ORDER lists them in key order for the listing
01  WS-STRATUM-COUNT          PIC 9(4) VALUE ZERO.
01  WS-STRATUM-TABLE.
    05  WS-STRATUM-ENTRY OCCURS 1000 TIMES.
        10  ST-KEY            PIC X(14).
        10  ST-POPULATION     PIC 9(9).
        10  ST-UNUSABLE       PIC 9(9).
        10  ST-NON-ZERO       PIC 9(9).
        10  ST-VALUE-TOTAL    PIC S9(13)V99.
        10  ST-ABS-TOTAL      PIC 9(13)V99.
        10  ST-PLANNED        PIC 9(9).
        10  ST-DRAWN          PIC 9(9).
        10  ST-DRAWN-VALUE    PIC S9(13)V99.
        10  ST-SEEN           PIC 9(9).
        10  ST-INTERVAL       PIC 9(13)V9(4).
        10  ST-NEXT-HIT       PIC 9(13)V9(4).
        10  ST-CUMULATIVE     PIC 9(13)V99.
01  WS-STRATUM-ORDER-TABLE.
    05  WS-STRATUM-ORDER      PIC 9(4) OCCURS 1000 TIMES.
01  WS-STRATUM-INDEX          PIC 9(4) VALUE ZERO.
01  WS-STRATUM-KEY            PIC X(14).
01  WS-STRATA-OVERFLOW        PIC 9(7) VALUE ZERO.

*> Every pick, kept so the listing can show them under their stratum
01  WS-PICK-COUNT             PIC 9(5) VALUE ZERO.
01  WS-PICK-TABLE.
    05  WS-PICK-ENTRY OCCURS 50000 TIMES.
        10  PK-STRATUM        PIC 9(4).
        10  PK-RECORD-NUMBER  PIC 9(9).
        10  PK-VALUE          PIC S9(6)V99.
        10  PK-HITS           PIC 9(4).
01  WS-PICKS-NOT-LISTED       PIC 9(7) VALUE ZERO.
01  WS-HITS                   PIC 9(4) VALUE ZERO.

*> Feed-level totals
01  WS-LINE-NUMBER            PIC 9(9) VALUE ZERO.
01  WS-RECORDS-READ           PIC 9(9) VALUE ZERO.
01  WS-UNUSABLE-COUNT         PIC 9(9) VALUE ZERO.
01  WS-POSITIVE-COUNT         PIC 9(9) VALUE ZERO.
01  WS-NON-ZERO-COUNT         PIC 9(9) VALUE ZERO.
01  WS-POPULATION             PIC 9(9) VALUE ZERO.
01  WS-VALUE-TOTAL            PIC S9(15)V99 VALUE ZERO.
01  WS-ABS-TOTAL              PIC 9(15)V99 VALUE ZERO.
01  WS-PLANNED-TOTAL          PIC 9(9) VALUE ZERO.
01  WS-DRAWN-TOTAL            PIC 9(9) VALUE ZERO.
01  WS-DRAWN-VALUE-TOTAL      PIC S9(15)V99 VALUE ZERO.
01  WS-FEED-ID                PIC X(10) VALUE SPACES.
01  WS-BUSINESS-DATE          PIC X(8) VALUE SPACES.

*> Allocation and selection work fields
*> A stratum's share of the feed - a lone stratum's share is 1
01  WS-SHARE                  PIC 9V9(9) VALUE ZERO.
01  WS-ALLOCATION             PIC 9(11)V9(4) VALUE ZERO.
01  WS-ALLOCATION-WHOLE       PIC 9(9) VALUE ZERO.
01  WS-SELECTABLE             PIC 9(9) VALUE ZERO.
01  WS-REMAINING              PIC 9(9) VALUE ZERO.
01  WS-NEEDED                 PIC 9(9) VALUE ZERO.
01  WS-THRESHOLD              PIC 9(9)V9(9) VALUE ZERO.
01  WS-CUMULATIVE-AFTER       PIC 9(13)V99 VALUE ZERO.
01  WS-PICKED-FLAG            PIC 9 VALUE 0.
    88  RECORD-PICKED         VALUE 1.

*> The run's own AUDITLOG line for the feed - the latest one, or the
*> latest on the AUDIT-DATE= day
01  WS-AUDIT-FOUND-FLAG       PIC 9 VALUE 0.
    88  AUDIT-LINE-FOUND      VALUE 1.
01  WS-AUDIT-AVAILABLE-FLAG   PIC 9 VALUE 0.
    88  AUDIT-AVAILABLE       VALUE 1.
01  WS-AUDIT-LINE.
    05  WS-AUD-RUN-DATE       PIC X(10).
    05  WS-AUD-RUN-TIME       PIC X(8).
    05  WS-AUD-READ           PIC 9(9).
    05  WS-AUD-REJECTED       PIC 9(9).
    05  WS-AUD-POSITIVE       PIC 9(9).
    05  WS-AUD-NON-ZERO       PIC 9(9).
    05  WS-AUD-STATUS         PIC X(13).
01  WS-TIE-STATUS             PIC X(13) VALUE SPACES.
    88  TIE-AGREES            VALUE "SAMPLE-TIED".

01  WS-I                      PIC 9(5) VALUE ZERO.
01  WS-J                      PIC 9(5) VALUE ZERO.
01  WS-K                      PIC 9(5) VALUE ZERO.
01  WS-SWAP                   PIC 9(4) VALUE ZERO.

01  WS-RUN-TIMESTAMP          PIC X(21).
01  WS-RUN-DATE-TEXT.
    05  WS-RUN-YYYY           PIC X(4).
    05  FILLER                PIC X VALUE "/".
    05  WS-RUN-MM             PIC X(2).
    05  FILLER                PIC X VALUE "/".
    05  WS-RUN-DD             PIC X(2).
01  WS-RUN-CLOCK-TIME         PIC 9(8).

01  WS-REPORT-CONTROL.
    05  WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
    05  WS-PAGE-COUNT         PIC 9(3) VALUE ZERO.
    05  WS-LINES-PER-PAGE     PIC 9(3) VALUE 055.

01  WS-PRINT-LINE             PIC X(132).
01  WS-HEADING-LINE           PIC X(132).

01  WS-EDIT-FIELDS.
    05  WS-EDIT-COUNT         PIC Z(8)9.
    05  WS-EDIT-SMALL         PIC Z(3)9.
    05  WS-EDIT-AMOUNT        PIC -(6)9.99.
    05  WS-EDIT-TOTAL         PIC -(13)9.99.
    05  WS-EDIT-INTERVAL      PIC Z(12)9.99.
    05  WS-EDIT-PCT           PIC ZZ9.99.
    05  WS-EDIT-SEED          PIC Z(9)9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIALIZATION.
    PERFORM COUNT-POPULATION.
    PERFORM ALLOCATE-SAMPLE.
    PERFORM DRAW-SAMPLE.
    PERFORM FIND-AUDIT-LINE.
    PERFORM PRINT-SELECTION-LISTING.
    PERFORM PRINT-AUDIT-TIE-OUT.
    PERFORM WRITE-SAMPLE-CONTROL-LINE.
    PERFORM WRAP-UP.
    STOP RUN.

INITIALIZATION.
    DISPLAY "AUDIT SAMPLE OF INPUT RECORDS".
    DISPLAY "=============================".

    PERFORM READ-CONTROL-CARDS.

    IF WS-FILENAME = SPACES
        DISPLAY "Error: no FILE= control card supplied on SYSIN"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    ACCEPT WS-RUN-TIMESTAMP FROM DATE YYYYMMDD.
    MOVE WS-RUN-TIMESTAMP(1:4) TO WS-RUN-YYYY.
    MOVE WS-RUN-TIMESTAMP(5:2) TO WS-RUN-MM.
    MOVE WS-RUN-TIMESTAMP(7:2) TO WS-RUN-DD.

*> Without a SEED= card the seed is taken from the clock - still
*> printed, so even an unplanned sample can be redrawn
    IF NOT SEED-SUPPLIED
        ACCEPT WS-RUN-CLOCK-TIME FROM TIME
        MOVE WS-RUN-CLOCK-TIME TO WS-SEED
        DISPLAY "Warning: no SEED= card - seed taken from the clock"
    END-IF.
    DIVIDE WS-SEED BY WS-RANDOM-MODULUS GIVING WS-RANDOM-QUOTIENT
        REMAINDER WS-RANDOM-STATE.
    IF WS-RANDOM-STATE = 0
        MOVE 1 TO WS-RANDOM-STATE
    END-IF.

    OPEN OUTPUT SAMPLE-REPORT-FILE.
    IF WS-SAMPLE-REPORT-STATUS NOT = "00"
        DISPLAY "Error opening report file: SAMPRPT - status "
            WS-SAMPLE-REPORT-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT SAMPLE-FILE.
    IF WS-SAMPLE-FILE-STATUS NOT = "00"
        DISPLAY "Error opening sample file: SAMPOUT - status "
            WS-SAMPLE-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-REPORT-HEADING.
    PERFORM PRINT-SAMPLE-PARAMETERS.

    DISPLAY "Feed: " FUNCTION TRIM(WS-FILENAME).
    DISPLAY "Method: " FUNCTION TRIM(WS-METHOD) "  seed: " WS-SEED.
    DISPLAY "Sample written to SAMPOUT, listing to SAMPRPT".

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
        WHEN "FILE"
            IF WS-FILENAME NOT = SPACES
                DISPLAY "Ignoring second FILE= card - one feed per "
                    "sample: " WS-CONTROL-VALUE
            ELSE
                MOVE WS-CONTROL-VALUE TO WS-FILENAME
            END-IF
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
        WHEN "METHOD"
            EVALUATE WS-CONTROL-VALUE(1:12)
                WHEN "RANDOM"
                WHEN "PROPORTIONAL"
                WHEN "MONETARY"
                    MOVE WS-CONTROL-VALUE(1:12) TO WS-METHOD
                WHEN OTHER
                    DISPLAY "Ignoring METHOD= value other than RANDOM, "
                        "PROPORTIONAL or MONETARY: " WS-CONTROL-VALUE
            END-EVALUATE
        WHEN "SAMPLE-SIZE"
            COMPUTE WS-NUMVAL-CHECK = FUNCTION TEST-NUMVAL(WS-CONTROL-VALUE)
            IF WS-NUMVAL-CHECK NOT = 0
                DISPLAY "Ignoring malformed SAMPLE-SIZE= card: "
                    WS-CONTROL-VALUE
            ELSE
                COMPUTE WS-SAMPLE-SIZE = FUNCTION NUMVAL(WS-CONTROL-VALUE)
                MOVE 0 TO WS-PCT-MODE-FLAG
            END-IF
        WHEN "SAMPLE-PCT"
            COMPUTE WS-NUMVAL-CHECK = FUNCTION TEST-NUMVAL(WS-CONTROL-VALUE)
            IF WS-NUMVAL-CHECK NOT = 0
                DISPLAY "Ignoring malformed SAMPLE-PCT= card: "
                    WS-CONTROL-VALUE
            ELSE
                COMPUTE WS-SAMPLE-PCT = FUNCTION NUMVAL(WS-CONTROL-VALUE)
                IF WS-SAMPLE-PCT = 0 OR WS-SAMPLE-PCT > 100
                    DISPLAY "Ignoring SAMPLE-PCT= outside 0 to 100: "
                        WS-CONTROL-VALUE
                ELSE
                    SET PCT-MODE TO TRUE
                END-IF
            END-IF
        WHEN "SEED"
            COMPUTE WS-NUMVAL-CHECK = FUNCTION TEST-NUMVAL(WS-CONTROL-VALUE)
            IF WS-NUMVAL-CHECK NOT = 0
                DISPLAY "Ignoring malformed SEED= card: " WS-CONTROL-VALUE
            ELSE
                COMPUTE WS-SEED = FUNCTION NUMVAL(WS-CONTROL-VALUE)
                SET SEED-SUPPLIED TO TRUE
            END-IF
        WHEN "AUDIT-DATE"
            MOVE WS-CONTROL-VALUE(1:10) TO WS-AUDIT-DATE
        WHEN "DEBUG"
            CONTINUE
        WHEN OTHER
            DISPLAY "Ignoring unknown control card keyword: "
                    WS-CONTROL-KEYWORD
    END-EVALUATE.

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

*> First pass: every stratum's record count and value totals, which
*> the allocation needs before a single record can be picked
COUNT-POPULATION.
    SET COUNTING-PASS TO TRUE.
    PERFORM READ-WHOLE-FEED.

*> Second pass over the same feed: the same records in the same
*> order, now picked as they go by
DRAW-SAMPLE.
    SET SELECTING-PASS TO TRUE.
    PERFORM READ-WHOLE-FEED.
    CLOSE SAMPLE-FILE.

READ-WHOLE-FEED.
    MOVE 0 TO WS-EOF-FLAG.
    MOVE ZERO TO WS-LINE-NUMBER.
    OPEN INPUT INPUT-FILE.
    IF WS-INPUT-FILE-STATUS NOT = "00"
        DISPLAY "Error opening file: " WS-FILENAME
            " - status " WS-INPUT-FILE-STATUS
        MOVE "SAMPLE ABANDONED - the feed cannot be opened"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        CLOSE SAMPLE-REPORT-FILE SAMPLE-FILE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL END-OF-FILE
        READ INPUT-FILE INTO WS-RAW-RECORD
            AT END
                SET END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-LINE-NUMBER
                PERFORM BUILD-INPUT-RECORD
                PERFORM TAKE-INPUT-RECORD
        END-READ
    END-PERFORM.
    CLOSE INPUT-FILE.

*> One record of either pass. The feed owner's header gives the
*> feed id and business date for the listing; header and trailer
*> take no further part, exactly as in the statistics pass
TAKE-INPUT-RECORD.
    IF INPUT-RECORD(1:4) = "HDR "
        IF COUNTING-PASS
            MOVE IH-FEED-ID TO WS-FEED-ID
            MOVE IH-BUSINESS-DATE TO WS-BUSINESS-DATE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF INPUT-RECORD(1:4) = "TRL "
        EXIT PARAGRAPH
    END-IF.

    MOVE 0 TO WS-USABLE-FLAG.
    MOVE ZERO TO WS-INPUT-VALUE.
    COMPUTE WS-NUMVAL-CHECK = FUNCTION TEST-NUMVAL(IR-VALUE-TEXT).
    IF WS-NUMVAL-CHECK = 0
        SET RECORD-USABLE TO TRUE
        COMPUTE WS-INPUT-VALUE = FUNCTION NUMVAL(IR-VALUE-TEXT)
        ON SIZE ERROR
            MOVE 0 TO WS-USABLE-FLAG
            MOVE ZERO TO WS-INPUT-VALUE
        END-COMPUTE
    END-IF.

    MOVE SPACES TO WS-STRATUM-KEY.
    MOVE IR-KEY TO WS-STRATUM-KEY(1:10).
    IF METRICS-MODE
        MOVE IM-METRIC-CODE TO WS-STRATUM-KEY(11:4)
    END-IF.

    IF COUNTING-PASS
        PERFORM COUNT-ONE-RECORD
    ELSE
        PERFORM SELECT-ONE-RECORD
    END-IF.

COUNT-ONE-RECORD.
    ADD 1 TO WS-RECORDS-READ.
    PERFORM FIND-STRATUM.
    IF NOT RECORD-USABLE
        ADD 1 TO WS-UNUSABLE-COUNT
        IF WS-STRATUM-INDEX > 0
            ADD 1 TO ST-UNUSABLE(WS-STRATUM-INDEX)
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF WS-INPUT-VALUE > 0
        ADD 1 TO WS-POSITIVE-COUNT
    END-IF.
    IF WS-INPUT-VALUE NOT = 0
        ADD 1 TO WS-NON-ZERO-COUNT
    END-IF.
    IF WS-STRATUM-INDEX = 0
        ADD 1 TO WS-STRATA-OVERFLOW
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-INPUT-VALUE TO WS-ABS-VALUE.
    ADD 1 TO ST-POPULATION(WS-STRATUM-INDEX).
    ADD WS-INPUT-VALUE TO ST-VALUE-TOTAL(WS-STRATUM-INDEX).
    ADD WS-ABS-VALUE TO ST-ABS-TOTAL(WS-STRATUM-INDEX).
    IF WS-INPUT-VALUE NOT = 0
        ADD 1 TO ST-NON-ZERO(WS-STRATUM-INDEX)
    END-IF.

*> Finds (or adds) the stratum WS-STRATUM-KEY; zero when the table
*> is full, and the record then stays outside every stratum
FIND-STRATUM.
    MOVE ZERO TO WS-STRATUM-INDEX.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-STRATUM-COUNT OR WS-STRATUM-INDEX > 0
        IF ST-KEY(WS-I) = WS-STRATUM-KEY
            MOVE WS-I TO WS-STRATUM-INDEX
        END-IF
    END-PERFORM.
    IF WS-STRATUM-INDEX > 0 OR WS-STRATUM-COUNT >= 1000
            OR SELECTING-PASS
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-STRATUM-COUNT.
    MOVE WS-STRATUM-COUNT TO WS-STRATUM-INDEX.
    INITIALIZE WS-STRATUM-ENTRY(WS-STRATUM-INDEX).
    MOVE WS-STRATUM-KEY TO ST-KEY(WS-STRATUM-INDEX).

*> Sets every stratum's planned sample size, then - under MONETARY -
*> its sampling interval and random start. Strata are taken in the
*> order first met in the feed, which fixes the order of the draws
ALLOCATE-SAMPLE.
    PERFORM VARYING WS-STRATUM-INDEX FROM 1 BY 1
            UNTIL WS-STRATUM-INDEX > WS-STRATUM-COUNT
        ADD ST-POPULATION(WS-STRATUM-INDEX) TO WS-POPULATION
        ADD ST-VALUE-TOTAL(WS-STRATUM-INDEX) TO WS-VALUE-TOTAL
        ADD ST-ABS-TOTAL(WS-STRATUM-INDEX) TO WS-ABS-TOTAL
    END-PERFORM.
    PERFORM VARYING WS-STRATUM-INDEX FROM 1 BY 1
            UNTIL WS-STRATUM-INDEX > WS-STRATUM-COUNT
        PERFORM ALLOCATE-ONE-STRATUM
        ADD ST-PLANNED(WS-STRATUM-INDEX) TO WS-PLANNED-TOTAL
    END-PERFORM.

ALLOCATE-ONE-STRATUM.
    IF METHOD-MONETARY
        MOVE ST-NON-ZERO(WS-STRATUM-INDEX) TO WS-SELECTABLE
    ELSE
        MOVE ST-POPULATION(WS-STRATUM-INDEX) TO WS-SELECTABLE
    END-IF.
    MOVE ZERO TO ST-PLANNED(WS-STRATUM-INDEX).
    IF WS-SELECTABLE = 0
        EXIT PARAGRAPH
    END-IF.

    EVALUATE TRUE
        WHEN PCT-MODE
            COMPUTE WS-ALLOCATION =
                ST-POPULATION(WS-STRATUM-INDEX) * WS-SAMPLE-PCT
            DIVIDE WS-ALLOCATION BY 100 GIVING WS-ALLOCATION
        WHEN METHOD-PROPORTIONAL
            COMPUTE WS-SHARE =
                ST-POPULATION(WS-STRATUM-INDEX) / WS-POPULATION
            COMPUTE WS-ALLOCATION = WS-SAMPLE-SIZE * WS-SHARE
        WHEN METHOD-MONETARY
            COMPUTE WS-SHARE =
                ST-ABS-TOTAL(WS-STRATUM-INDEX) / WS-ABS-TOTAL
            COMPUTE WS-ALLOCATION = WS-SAMPLE-SIZE * WS-SHARE
        WHEN OTHER
            MOVE WS-SAMPLE-SIZE TO WS-ALLOCATION
    END-EVALUATE.

*> A percentage rounds up so no stratum goes untested; a share of a
*> feed-wide total rounds to nearest, but never below one
    IF PCT-MODE
        MOVE WS-ALLOCATION TO WS-ALLOCATION-WHOLE
        IF WS-ALLOCATION > WS-ALLOCATION-WHOLE
            ADD 1 TO WS-ALLOCATION-WHOLE
        END-IF
    ELSE
        COMPUTE WS-ALLOCATION-WHOLE ROUNDED = WS-ALLOCATION
    END-IF.
    IF WS-ALLOCATION-WHOLE = 0
        MOVE 1 TO WS-ALLOCATION-WHOLE
    END-IF.
    IF WS-ALLOCATION-WHOLE > WS-SELECTABLE
        MOVE WS-SELECTABLE TO WS-ALLOCATION-WHOLE
    END-IF.
    MOVE WS-ALLOCATION-WHOLE TO ST-PLANNED(WS-STRATUM-INDEX).

    IF METHOD-MONETARY
        COMPUTE ST-INTERVAL(WS-STRATUM-INDEX) =
            ST-ABS-TOTAL(WS-STRATUM-INDEX) / ST-PLANNED(WS-STRATUM-INDEX)
        PERFORM NEXT-RANDOM
        COMPUTE ST-NEXT-HIT(WS-STRATUM-INDEX) =
            ST-INTERVAL(WS-STRATUM-INDEX) * WS-RANDOM-FRACTION
    END-IF.

*> Advances the generator one step and gives the new draw as a
*> fraction strictly between zero and one
NEXT-RANDOM.
    COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-STATE * 16807.
    DIVIDE WS-RANDOM-PRODUCT BY WS-RANDOM-MODULUS
        GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM-STATE.
    COMPUTE WS-RANDOM-FRACTION = WS-RANDOM-STATE / WS-RANDOM-MODULUS.

*> Second-pass decision for one record. RANDOM and PROPORTIONAL use
*> selection sampling: with n still wanted from r records not yet
*> seen in the stratum, the record is taken with chance n/r, which
*> draws exactly the planned number with every record equally
*> likely, in one pass. MONETARY takes the record when the hit point
*> falls inside its span of the stratum's cumulative absolute value
SELECT-ONE-RECORD.
    IF NOT RECORD-USABLE
        EXIT PARAGRAPH
    END-IF.
    PERFORM FIND-STRATUM.
    IF WS-STRATUM-INDEX = 0
        EXIT PARAGRAPH
    END-IF.
    IF ST-PLANNED(WS-STRATUM-INDEX) = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-PICKED-FLAG.
    MOVE ZERO TO WS-HITS.

    IF METHOD-MONETARY
        IF WS-INPUT-VALUE = 0
            EXIT PARAGRAPH
        END-IF
        MOVE WS-INPUT-VALUE TO WS-ABS-VALUE
        COMPUTE WS-CUMULATIVE-AFTER =
            ST-CUMULATIVE(WS-STRATUM-INDEX) + WS-ABS-VALUE
        PERFORM UNTIL ST-NEXT-HIT(WS-STRATUM-INDEX) >= WS-CUMULATIVE-AFTER
            ADD 1 TO WS-HITS
            ADD ST-INTERVAL(WS-STRATUM-INDEX)
                TO ST-NEXT-HIT(WS-STRATUM-INDEX)
        END-PERFORM
        MOVE WS-CUMULATIVE-AFTER TO ST-CUMULATIVE(WS-STRATUM-INDEX)
        IF WS-HITS > 0
            SET RECORD-PICKED TO TRUE
        END-IF
    ELSE
        COMPUTE WS-REMAINING =
            ST-POPULATION(WS-STRATUM-INDEX) - ST-SEEN(WS-STRATUM-INDEX)
        COMPUTE WS-NEEDED =
            ST-PLANNED(WS-STRATUM-INDEX) - ST-DRAWN(WS-STRATUM-INDEX)
        ADD 1 TO ST-SEEN(WS-STRATUM-INDEX)
        IF WS-NEEDED > 0
            PERFORM NEXT-RANDOM
            COMPUTE WS-THRESHOLD = WS-RANDOM-FRACTION * WS-REMAINING
            IF WS-THRESHOLD < WS-NEEDED
                SET RECORD-PICKED TO TRUE
                MOVE 1 TO WS-HITS
            END-IF
        END-IF
    END-IF.

    IF RECORD-PICKED
        PERFORM WRITE-SAMPLE-RECORD
    END-IF.

*> Writes one pick to the sample file and notes it for the listing
WRITE-SAMPLE-RECORD.
    ADD 1 TO ST-DRAWN(WS-STRATUM-INDEX).
    ADD WS-INPUT-VALUE TO ST-DRAWN-VALUE(WS-STRATUM-INDEX).
    ADD 1 TO WS-DRAWN-TOTAL.
    ADD WS-INPUT-VALUE TO WS-DRAWN-VALUE-TOTAL.

    MOVE SPACES TO SAMPLE-RECORD.
    MOVE WS-LINE-NUMBER TO SM-RECORD-NUMBER.
    MOVE IR-KEY TO SM-KEY.
    IF METRICS-MODE
        MOVE IM-METRIC-CODE TO SM-METRIC-CODE
    END-IF.
    MOVE WS-INPUT-VALUE TO SM-VALUE.
    MOVE WS-HITS TO SM-HITS.
    MOVE WS-RAW-RECORD TO SM-IMAGE.
    WRITE SAMPLE-RECORD.

    IF WS-PICK-COUNT >= 50000
        ADD 1 TO WS-PICKS-NOT-LISTED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-PICK-COUNT.
    MOVE WS-STRATUM-INDEX TO PK-STRATUM(WS-PICK-COUNT).
    MOVE WS-LINE-NUMBER TO PK-RECORD-NUMBER(WS-PICK-COUNT).
    MOVE WS-INPUT-VALUE TO PK-VALUE(WS-PICK-COUNT).
    MOVE WS-HITS TO PK-HITS(WS-PICK-COUNT).

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

*> Picks the run's AUDITLOG line for the feed: the last statistics
*> run of the filename (OK, UNVERIFIED or RESTATED - never a
*> reconciliation, missed-feed or failed run, which measured nothing
*> to sample), on the AUDIT-DATE= day when one is given. A log that
*> cannot be opened leaves the sample untied, not abandoned
FIND-AUDIT-LINE.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "Warning: cannot open audit log AUDITLOG - status "
            WS-AUDIT-FILE-STATUS
        EXIT PARAGRAPH
    END-IF.
    SET AUDIT-AVAILABLE TO TRUE.
    PERFORM UNTIL AUDIT-END-OF-FILE
        READ AUDIT-FILE
            AT END
                SET AUDIT-END-OF-FILE TO TRUE
            NOT AT END
                IF AR-FILENAME = WS-FILENAME
                        AND (AR-RUN-STATUS = "OK"
                             OR AR-RUN-STATUS = "UNVERIFIED"
                             OR AR-RUN-STATUS = "RESTATED")
                        AND (WS-AUDIT-DATE = SPACES
                             OR AR-RUN-DATE = WS-AUDIT-DATE)
                    PERFORM TAKE-AUDIT-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AUDIT-FILE.

TAKE-AUDIT-LINE.
    SET AUDIT-LINE-FOUND TO TRUE.
    MOVE AR-RUN-DATE TO WS-AUD-RUN-DATE.
    MOVE AR-RUN-TIME TO WS-AUD-RUN-TIME.
    MOVE AR-RUN-STATUS TO WS-AUD-STATUS.
    MOVE ZERO TO WS-AUD-READ WS-AUD-REJECTED WS-AUD-POSITIVE
        WS-AUD-NON-ZERO.
    IF FUNCTION TEST-NUMVAL(AR-RECORDS-READ) = 0
        COMPUTE WS-AUD-READ = FUNCTION NUMVAL(AR-RECORDS-READ)
    END-IF.
    IF FUNCTION TEST-NUMVAL(AR-RECORDS-REJECTED) = 0
        COMPUTE WS-AUD-REJECTED = FUNCTION NUMVAL(AR-RECORDS-REJECTED)
    END-IF.
    IF FUNCTION TEST-NUMVAL(AR-POSITIVE-COUNT) = 0
        COMPUTE WS-AUD-POSITIVE = FUNCTION NUMVAL(AR-POSITIVE-COUNT)
    END-IF.
    IF FUNCTION TEST-NUMVAL(AR-NON-ZERO-COUNT) = 0
        COMPUTE WS-AUD-NON-ZERO = FUNCTION NUMVAL(AR-NON-ZERO-COUNT)
    END-IF.

*> The cards the sample was drawn under - with the seed, everything
*> needed to redraw it
PRINT-SAMPLE-PARAMETERS.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "Feed:                " WS-FILENAME
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF CSV-MODE
        MOVE "Layout:              CSV (column mapping)"
            TO WS-PRINT-LINE
    ELSE
        MOVE "Layout:              FIXED" TO WS-PRINT-LINE
    END-IF.
    IF METRICS-MODE
        MOVE ", METRICS=Y - strata are key plus metric"
            TO WS-PRINT-LINE(43:50)
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    STRING "Selection method:    " WS-METHOD
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF PCT-MODE
        MOVE WS-SAMPLE-PCT TO WS-EDIT-PCT
        STRING "Sample size:         " WS-EDIT-PCT
            " percent of each stratum"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
    ELSE
        MOVE WS-SAMPLE-SIZE TO WS-EDIT-COUNT
        IF METHOD-RANDOM
            STRING "Sample size:         " WS-EDIT-COUNT
                " records per stratum"
                DELIMITED BY SIZE INTO WS-PRINT-LINE
        ELSE
            STRING "Sample size:         " WS-EDIT-COUNT
                " records for the feed, shared over the strata"
                DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-IF
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-SEED TO WS-EDIT-SEED.
    IF SEED-SUPPLIED
        STRING "Random seed:         " WS-EDIT-SEED
            DELIMITED BY SIZE INTO WS-PRINT-LINE
    ELSE
        STRING "Random seed:         " WS-EDIT-SEED
            "  (taken from the clock - quote it to redraw)"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> One line per stratum in key order - population, value total, what
*> was planned and drawn - followed by the records picked from it
PRINT-SELECTION-LISTING.
    IF WS-FEED-ID NOT = SPACES OR WS-BUSINESS-DATE NOT = SPACES
        STRING "Feed id:             " WS-FEED-ID
            "   business date " WS-BUSINESS-DATE
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
    END-IF.
    MOVE "SELECTION BY STRATUM" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "KEY        METRIC  POPULATION  UNUSABLE         VALUE TOTAL   PLANNED     DRAWN        DRAWN VALUE     MONETARY INTERVAL"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-STRATUM-COUNT
        MOVE WS-I TO WS-STRATUM-ORDER(WS-I)
    END-PERFORM.
    PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-STRATUM-COUNT
        MOVE WS-STRATUM-ORDER(WS-I) TO WS-SWAP
        MOVE WS-I TO WS-J
        PERFORM UNTIL WS-J < 2
                OR ST-KEY(WS-STRATUM-ORDER(WS-J - 1)) <= ST-KEY(WS-SWAP)
            MOVE WS-STRATUM-ORDER(WS-J - 1) TO WS-STRATUM-ORDER(WS-J)
            SUBTRACT 1 FROM WS-J
        END-PERFORM
        MOVE WS-SWAP TO WS-STRATUM-ORDER(WS-J)
    END-PERFORM.

    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-STRATUM-COUNT
        MOVE WS-STRATUM-ORDER(WS-K) TO WS-STRATUM-INDEX
        PERFORM PRINT-ONE-STRATUM
    END-PERFORM.

    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "FEED TOTAL" TO WS-PRINT-LINE(1:10).
    MOVE WS-POPULATION TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(20:9).
    MOVE WS-UNUSABLE-COUNT TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(30:9).
    MOVE WS-VALUE-TOTAL TO WS-EDIT-TOTAL.
    MOVE WS-EDIT-TOTAL TO WS-PRINT-LINE(40:17).
    MOVE WS-PLANNED-TOTAL TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(60:9).
    MOVE WS-DRAWN-TOTAL TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(70:9).
    MOVE WS-DRAWN-VALUE-TOTAL TO WS-EDIT-TOTAL.
    MOVE WS-EDIT-TOTAL TO WS-PRINT-LINE(80:17).
    PERFORM WRITE-REPORT-LINE.
    IF WS-STRATA-OVERFLOW > 0
        MOVE WS-STRATA-OVERFLOW TO WS-EDIT-COUNT
        STRING "*** " WS-EDIT-COUNT " records beyond the 1000-stratum "
            "limit were not sampled ***"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    PERFORM WRITE-REPORT-BLANK-LINE.

PRINT-ONE-STRATUM.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE ST-KEY(WS-STRATUM-INDEX)(1:10) TO WS-PRINT-LINE(1:10).
    MOVE ST-KEY(WS-STRATUM-INDEX)(11:4) TO WS-PRINT-LINE(12:4).
    MOVE ST-POPULATION(WS-STRATUM-INDEX) TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(20:9).
    MOVE ST-UNUSABLE(WS-STRATUM-INDEX) TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(30:9).
    MOVE ST-VALUE-TOTAL(WS-STRATUM-INDEX) TO WS-EDIT-TOTAL.
    MOVE WS-EDIT-TOTAL TO WS-PRINT-LINE(40:17).
    MOVE ST-PLANNED(WS-STRATUM-INDEX) TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(60:9).
    MOVE ST-DRAWN(WS-STRATUM-INDEX) TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(70:9).
    MOVE ST-DRAWN-VALUE(WS-STRATUM-INDEX) TO WS-EDIT-TOTAL.
    MOVE WS-EDIT-TOTAL TO WS-PRINT-LINE(80:17).
    IF METHOD-MONETARY AND ST-PLANNED(WS-STRATUM-INDEX) > 0
        MOVE ST-INTERVAL(WS-STRATUM-INDEX) TO WS-EDIT-INTERVAL
        MOVE WS-EDIT-INTERVAL TO WS-PRINT-LINE(100:16)
    END-IF.
    PERFORM WRITE-REPORT-LINE.

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PICK-COUNT
        IF PK-STRATUM(WS-I) = WS-STRATUM-INDEX
            MOVE SPACES TO WS-PRINT-LINE
            MOVE PK-RECORD-NUMBER(WS-I) TO WS-EDIT-COUNT
            MOVE PK-VALUE(WS-I) TO WS-EDIT-AMOUNT
            STRING "      record " WS-EDIT-COUNT "   value "
                WS-EDIT-AMOUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
            IF PK-HITS(WS-I) > 1
                MOVE PK-HITS(WS-I) TO WS-EDIT-SMALL
                STRING "   " WS-EDIT-SMALL " monetary units"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE(47:30)
            END-IF
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.

*> Population counts against the run's AUDITLOG line. Records read
*> must agree for the sample to be tied; the other columns are shown
*> alongside since the run's rejects also cover weight and business
*> range failures this step does not apply
PRINT-AUDIT-TIE-OUT.
    IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 14
        MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
    END-IF.
    MOVE "TIE-OUT TO AUDITLOG" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    EVALUATE TRUE
        WHEN NOT AUDIT-AVAILABLE
            MOVE "SAMPLE-NOAUD" TO WS-TIE-STATUS
            MOVE "No audit log could be read - the sample is not tied to a run"
                TO WS-PRINT-LINE
            PERFORM WRITE-REPORT-LINE
            EXIT PARAGRAPH
        WHEN NOT AUDIT-LINE-FOUND
            MOVE "SAMPLE-NOAUD" TO WS-TIE-STATUS
            MOVE "No AUDITLOG line for this feed - the sample is not tied to a run"
                TO WS-PRINT-LINE
            PERFORM WRITE-REPORT-LINE
            EXIT PARAGRAPH
        WHEN WS-AUD-READ = WS-RECORDS-READ
            MOVE "SAMPLE-TIED" TO WS-TIE-STATUS
        WHEN OTHER
            MOVE "SAMPLE-DIFF" TO WS-TIE-STATUS
    END-EVALUATE.

    STRING "AUDITLOG run:        " WS-AUD-RUN-DATE " " WS-AUD-RUN-TIME
        "   status " WS-AUD-STATUS
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "                          THIS FEED    AUDITLOG" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "   Records read" TO WS-PRINT-LINE.
    MOVE WS-RECORDS-READ TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(28:9).
    MOVE WS-AUD-READ TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(40:9).
    IF WS-AUD-READ = WS-RECORDS-READ
        MOVE "AGREES" TO WS-PRINT-LINE(52:6)
    ELSE
        MOVE "*** DIFFERS ***" TO WS-PRINT-LINE(52:15)
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE "   Rejected/unusable" TO WS-PRINT-LINE.
    MOVE WS-UNUSABLE-COUNT TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(28:9).
    MOVE WS-AUD-REJECTED TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(40:9).
    PERFORM WRITE-REPORT-LINE.
    MOVE "   Positive values" TO WS-PRINT-LINE.
    MOVE WS-POSITIVE-COUNT TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(28:9).
    MOVE WS-AUD-POSITIVE TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(40:9).
    PERFORM WRITE-REPORT-LINE.
    MOVE "   Non-zero values" TO WS-PRINT-LINE.
    MOVE WS-NON-ZERO-COUNT TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(28:9).
    MOVE WS-AUD-NON-ZERO TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(40:9).
    PERFORM WRITE-REPORT-LINE.
    IF NOT TIE-AGREES
        MOVE "*** POPULATION DOES NOT TIE TO THE RUN - FEED CHANGED SINCE IT WAS MEASURED ***"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.

*> Appends the sample's control line to the standing SAMPCTL log,
*> dated and timed as the AUDITLOG line it ties to
WRITE-SAMPLE-CONTROL-LINE.
    OPEN EXTEND SAMPLE-CONTROL-FILE.
    IF WS-SAMPLE-CONTROL-STATUS NOT = "00"
            AND WS-SAMPLE-CONTROL-STATUS NOT = "05"
        OPEN OUTPUT SAMPLE-CONTROL-FILE
    END-IF.
    IF WS-SAMPLE-CONTROL-STATUS NOT = "00"
            AND WS-SAMPLE-CONTROL-STATUS NOT = "05"
        DISPLAY "Error opening control log: SAMPCTL - status "
            WS-SAMPLE-CONTROL-STATUS
        MOVE 12 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO SAMPLE-CONTROL-RECORD.
    IF AUDIT-LINE-FOUND
        MOVE WS-AUD-RUN-DATE TO SC-RUN-DATE
        MOVE WS-AUD-RUN-TIME TO SC-RUN-TIME
    END-IF.
    MOVE WS-FILENAME TO SC-FILENAME.
    MOVE WS-RECORDS-READ TO SC-RECORDS-READ.
    MOVE WS-UNUSABLE-COUNT TO SC-RECORDS-REJECTED.
    MOVE WS-POSITIVE-COUNT TO SC-POSITIVE-COUNT.
    MOVE WS-NON-ZERO-COUNT TO SC-NON-ZERO-COUNT.
    MOVE WS-TIE-STATUS TO SC-RUN-STATUS.
    MOVE WS-SEED TO SC-SEED.
    MOVE WS-METHOD TO SC-METHOD.
    MOVE WS-DRAWN-TOTAL TO SC-SAMPLE-COUNT.
    MOVE WS-RUN-DATE-TEXT TO SC-SAMPLED-ON.
    WRITE SAMPLE-CONTROL-RECORD.
    CLOSE SAMPLE-CONTROL-FILE.

*> Prints the control totals and sets the condition code: 0 when the
*> sample ties to its run, 4 when it does not (or strata overflowed)
WRAP-UP.
    PERFORM WRITE-REPORT-BLANK-LINE.
    MOVE "CONTROL TOTALS" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RECORDS-READ TO WS-EDIT-COUNT.
    STRING "   Data records read:         " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-UNUSABLE-COUNT TO WS-EDIT-COUNT.
    STRING "   Not convertible:           " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-STRATUM-COUNT TO WS-EDIT-COUNT.
    STRING "   Strata:                    " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-DRAWN-TOTAL TO WS-EDIT-COUNT.
    STRING "   Records sampled:           " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-PICKS-NOT-LISTED > 0
        MOVE WS-PICKS-NOT-LISTED TO WS-EDIT-COUNT
        STRING "   On SAMPOUT, not listed:    " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    CLOSE SAMPLE-REPORT-FILE.

    IF RETURN-CODE = 0
        IF NOT TIE-AGREES OR WS-STRATA-OVERFLOW > 0
            MOVE 4 TO RETURN-CODE
            DISPLAY "Sample drawn but not tied to its AUDITLOG run - "
                "see SAMPRPT"
        ELSE
            DISPLAY "Sample drawn and tied to AUDITLOG run "
                WS-AUD-RUN-DATE " " WS-AUD-RUN-TIME
        END-IF
    END-IF.

*> Prints the page banner: report title and run date
WRITE-REPORT-HEADING.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE SPACES TO WS-HEADING-LINE.
    STRING "AUDIT SAMPLE OF INPUT RECORDS - PAGE "
        WS-PAGE-COUNT DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE SAMPLE-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE "=============================" TO WS-HEADING-LINE.
    WRITE SAMPLE-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Run date: " WS-RUN-DATE-TEXT DELIMITED BY SIZE
        INTO WS-HEADING-LINE.
    WRITE SAMPLE-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO SAMPLE-REPORT-RECORD.
    WRITE SAMPLE-REPORT-RECORD.

    MOVE 4 TO WS-LINE-COUNT.

*> Writes one detail line, rolling to a new page when full
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        MOVE SPACES TO SAMPLE-REPORT-RECORD
        WRITE SAMPLE-REPORT-RECORD AFTER ADVANCING PAGE
        PERFORM WRITE-REPORT-HEADING
    END-IF.
    WRITE SAMPLE-REPORT-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-PRINT-LINE.

*> Writes a blank spacer line between report sections
WRITE-REPORT-BLANK-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
