IDENTIFICATION DIVISION.
PROGRAM-ID. STATROLL.

*> Organizational hierarchy rollup. Each IR-KEY is a branch or
*> product code and STATMEASURE prints one block per key plus a
*> grand total, but the business reviews by region and division -
*> figures that were being rebuilt by hand from STATEXT. This step
*> takes one run of a feed off the statistics history master (the
*> latest, or the one named by RUN-DATE=/RUN-TIME= cards), places
*> each key in the tree from the HIERMAST key-hierarchy master
*> (key to region to division to reporting line, as in force on the
*> run's business date) and pools the key figures at every level:
*> record count, combined mean, pooled standard deviation, min of
*> mins, max of maxes, outlier total, and how many keys beneath the
*> node failed tolerance validation (taken from that run's STATEXT
*> verdicts). The tree is printed indented on ROLLRPT with a
*> matching pipe-delimited ROLLEXT extract. A key with no hierarchy
*> in force is not dropped - it is pooled under an UNASSIGNED node
*> and listed, so the master can be put right. Metric-qualified
*> feeds are rolled up separately per metric; pooling different
*> measures together would mean nothing.
*>
*> HIERMAST record layout (fixed columns, two blanks between
*> fields): key X(10), effective-from date X(10), effective-to date
*> X(10), region X(10), division X(10), reporting line X(10). Dates
*> are YYYY/MM/DD; a blank effective-to date means the mapping is
*> still in force. A re-org closes the old record and adds a new one
*> rather than changing it, so a rerun of an old business date rolls
*> up under the tree that stood on that date.
*>
*> The pooled standard deviation is the whole-population figure the
*> key blocks themselves carry: each key's sum of squares is rebuilt
*> as count x (std-dev squared + mean squared), summed, and the
*> node's variance taken as that total over the node count less the
*> combined mean squared - the same figure STATMEASURE would print
*> had every record under the node been one group.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "STATHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-RECORD-KEY
        FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT HIERARCHY-FILE ASSIGN TO "HIERMAST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIERARCHY-FILE-STATUS.

    SELECT EXTRACT-FILE ASSIGN TO "STATEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "SYSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT ROLLUP-REPORT-FILE ASSIGN TO "ROLLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROLLUP-FILE-STATUS.

    SELECT ROLLUP-EXTRACT-FILE ASSIGN TO "ROLLEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROLLUP-EXT-STATUS.

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

FD  HIERARCHY-FILE.
01  HIERARCHY-RECORD.
    05  HM-KEY                PIC X(10).
    05  FILLER                PIC X(2).
    05  HM-EFFECTIVE-FROM     PIC X(10).
    05  FILLER                PIC X(2).
    05  HM-EFFECTIVE-TO       PIC X(10).
    05  FILLER                PIC X(2).
    05  HM-REGION             PIC X(10).
    05  FILLER                PIC X(2).
    05  HM-DIVISION           PIC X(10).
    05  FILLER                PIC X(2).
    05  HM-LINE               PIC X(10).

*> The pipe-delimited statistics extract - only the run stamp, the
*> filename, the block key and the trailing validation verdict are
*> wanted here
FD  EXTRACT-FILE.
01  EXTRACT-RECORD            PIC X(400).

FD  CONTROL-FILE.
01  CONTROL-RECORD            PIC X(80).

FD  ROLLUP-REPORT-FILE.
01  ROLLUP-REPORT-RECORD      PIC X(132).

*> One pipe-delimited record per node of the printed tree, in the
*> same order:
*>   run date | run time | filename | level (FEED, LINE, DIVISION,
*>   REGION, KEY) | reporting line | division | region | key |
*>   metric | keys | record count | mean | std dev | min | max |
*>   outliers | keys failing validation
*> The UNASSIGNED node carries UNASSIGNED in its reporting line
FD  ROLLUP-EXTRACT-FILE.
01  ROLLUP-EXTRACT-RECORD     PIC X(300).

WORKING-STORAGE SECTION.
01  WS-HISTORY-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-HIERARCHY-FILE-STATUS  PIC XX VALUE ZEROS.
01  WS-EXTRACT-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-CONTROL-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-ROLLUP-FILE-STATUS     PIC XX VALUE ZEROS.
01  WS-ROLLUP-EXT-STATUS      PIC XX VALUE ZEROS.

*> One FILE= card per feed to roll up, same card layout the other
*> steps read, so the same SYSIN member can drive the whole window
01  WS-FILE-COUNT             PIC 9(2) VALUE ZERO.
01  WS-FILE-INDEX             PIC 9(2) VALUE ZERO.
01  WS-FILE-LIST-TABLE.
    05  WS-FILE-LIST          PIC X(100) OCCURS 1 TO 50 TIMES
                              DEPENDING ON WS-FILE-COUNT.
01  WS-FILENAME               PIC X(100).

*> Run selection, overridable by SYSIN cards: RUN-DATE=YYYYMMDD
*> takes the last run on that business date, RUN-TIME=HHMMSS narrows
*> it to one run; with neither, each feed's latest run is used
01  WS-SELECT-DATE-TEXT       PIC X(10) VALUE SPACES.
01  WS-SELECT-TIME-TEXT       PIC X(8) VALUE SPACES.

01  WS-SYSIN-EOF-FLAG         PIC 9 VALUE 0.
    88  SYSIN-END-OF-FILE     VALUE 1.
01  WS-CONTROL-CARD           PIC X(80).
01  WS-CONTROL-KEYWORD        PIC X(10).
01  WS-CONTROL-VALUE          PIC X(70).
01  WS-CONTROL-DELIM-POS      PIC 9(3) VALUE ZERO.
01  WS-NUMVAL-CHECK           PIC 9(4) VALUE ZERO.

01  WS-HISTORY-EOF-FLAG       PIC 9 VALUE 0.
    88  HISTORY-END-OF-FILE   VALUE 1.
01  WS-HIERARCHY-EOF-FLAG     PIC 9 VALUE 0.
    88  HIERARCHY-END-OF-FILE VALUE 1.
01  WS-EXTRACT-EOF-FLAG       PIC 9 VALUE 0.
    88  EXTRACT-END-OF-FILE   VALUE 1.

*> The whole hierarchy master, loaded once
01  WS-HIER-COUNT             PIC 9(4) VALUE ZERO.
01  WS-HIER-TABLE.
    05  WS-HIER-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-HIER-COUNT.
        10  HT-KEY            PIC X(10).
        10  HT-EFFECTIVE-FROM PIC X(10).
        10  HT-EFFECTIVE-TO   PIC X(10).
        10  HT-REGION         PIC X(10).
        10  HT-DIVISION       PIC X(10).
        10  HT-LINE           PIC X(10).
01  WS-HIER-INDEX             PIC 9(4) VALUE ZERO.
01  WS-HIER-MATCH             PIC 9(4) VALUE ZERO.

*> The selected run's key blocks, one entry per history record. The
*> leading sort key orders them metric, assigned before unassigned,
*> then down the tree, so one pass in that order meets every node
*> before the keys beneath it
01  WS-RUN-STAMP              PIC X(18) VALUE SPACES.
01  WS-HIST-STAMP-WORK        PIC X(18).
01  WS-LEAF-COUNT             PIC 9(4) VALUE ZERO.
01  WS-LEAF-TABLE.
    05  WS-LEAF-ENTRY OCCURS 1 TO 3000 TIMES
                      DEPENDING ON WS-LEAF-COUNT.
        10  LF-SORT-KEY.
            15  LF-METRIC     PIC X(4).
            15  LF-UNASSIGNED PIC X.
            15  LF-LINE       PIC X(10).
            15  LF-DIVISION   PIC X(10).
            15  LF-REGION     PIC X(10).
            15  LF-KEY        PIC X(16).
        10  LF-COUNT          PIC 9(7).
        10  LF-MEAN           PIC S9(9)V9(6).
        10  LF-STD-DEV        PIC S9(9)V9(6).
        10  LF-MIN-VALUE      PIC S9(6)V99.
        10  LF-MAX-VALUE      PIC S9(6)V99.
        10  LF-OUTLIERS       PIC 9(7).
        10  LF-SUPPRESSED     PIC 9.
        10  LF-VALIDATION     PIC X.
01  WS-LEAF-INDEX             PIC 9(4) VALUE ZERO.
01  WS-LEAF-TEMP              PIC X(113).
01  WS-METRIC-FEED-FLAG       PIC 9 VALUE 0.
    88  METRIC-FEED           VALUE 1.

*> The printed tree in print order. Levels: 0 feed total (per
*> metric), 1 reporting line, 2 division, 3 region, 4 key. Each
*> node's accumulators take in every key beneath it
01  WS-NODE-COUNT             PIC 9(4) VALUE ZERO.
01  WS-NODE-TABLE.
    05  WS-NODE-ENTRY OCCURS 1 TO 8000 TIMES
                      DEPENDING ON WS-NODE-COUNT.
        10  ND-LEVEL          PIC 9.
        10  ND-METRIC         PIC X(4).
        10  ND-LINE           PIC X(10).
        10  ND-DIVISION       PIC X(10).
        10  ND-REGION         PIC X(10).
        10  ND-KEY            PIC X(16).
        10  ND-KEYS           PIC 9(5).
        10  ND-COUNT          PIC 9(9).
        10  ND-SUM-X          PIC S9(18)V9(6).
        10  ND-SUM-X2         PIC S9(22)V9(6).
        10  ND-MIN-VALUE      PIC S9(6)V99.
        10  ND-MAX-VALUE      PIC S9(6)V99.
        10  ND-OUTLIERS       PIC 9(9).
        10  ND-FAILED         PIC 9(5).
        10  ND-PARTIAL        PIC 9(5).
01  WS-NODE-INDEX             PIC 9(4) VALUE ZERO.
01  WS-FEED-NODE              PIC 9(4) VALUE ZERO.
01  WS-LINE-NODE              PIC 9(4) VALUE ZERO.
01  WS-DIVISION-NODE          PIC 9(4) VALUE ZERO.
01  WS-REGION-NODE            PIC 9(4) VALUE ZERO.
01  WS-NEW-LEVEL              PIC 9 VALUE ZERO.
01  WS-PREV-SORT-KEY.
    05  WS-PREV-METRIC        PIC X(4).
    05  WS-PREV-UNASSIGNED    PIC X.
    05  WS-PREV-LINE          PIC X(10).
    05  WS-PREV-DIVISION      PIC X(10).
    05  WS-PREV-REGION        PIC X(10).
    05  WS-PREV-KEY           PIC X(16).

*> Pooled figures for the node being printed
01  WS-POOL-FIELDS.
    05  WS-POOL-MEAN          PIC S9(9)V9(6) VALUE ZERO.
    05  WS-POOL-VARIANCE      PIC S9(18)V9(6) VALUE ZERO.
    05  WS-POOL-STD-DEV       PIC S9(9)V9(6) VALUE ZERO.

*> The extract record unstrung on its pipes - the first four fields
*> and the last populated one (the validation verdict) are looked
*> at, so field-count growth upstream stays harmless
01  WS-EXT-FIELD-COUNT        PIC 9(2) VALUE ZERO.
01  WS-EXT-FIELD-TABLE.
    05  WS-EXT-FIELD          PIC X(100) OCCURS 30 TIMES.

01  WS-UNASSIGNED-KEYS        PIC 9(5) VALUE ZERO.
01  WS-PARTIAL-KEYS           PIC 9(5) VALUE ZERO.
01  WS-TOTAL-UNASSIGNED       PIC 9(5) VALUE ZERO.
01  WS-FEEDS-NOT-FOUND        PIC 9(2) VALUE ZERO.

01  WS-SORT-VARS.
    05  WS-I                  PIC 9(5) VALUE ZERO.
    05  WS-J                  PIC S9(5) VALUE ZERO.
    05  WS-GAP                PIC 9(5) VALUE ZERO.
    05  WS-SHIFT-DONE         PIC 9 VALUE ZERO.

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
01  WS-NODE-LABEL             PIC X(40).
01  WS-LEVEL-NAME             PIC X(8).
01  WS-INDENT                 PIC 9(2) VALUE ZERO.

01  WS-EDIT-FIELDS.
    05  WS-EDIT-COUNT         PIC Z(8)9.
    05  WS-EDIT-KEYS          PIC Z(4)9.
    05  WS-EDIT-MEAN          PIC -(9)9.99.
    05  WS-EDIT-AMOUNT        PIC -(6)9.99.
    05  WS-EDIT-SMALL         PIC Z(4)9.

*> Fixed-width explicitly-signed pictures for the extract, so every
*> field parses without trimming on the consuming side
01  WS-EXTRACT-EDIT-FIELDS.
    05  WS-EXT-COUNT          PIC 9(9).
    05  WS-EXT-AMOUNT         PIC +9(7).99.
    05  WS-EXT-MEAN           PIC +9(9).9(6).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIALIZATION.
    PERFORM ROLL-UP-ALL-FILES.
    PERFORM WRAP-UP.
    STOP RUN.

INITIALIZATION.
    DISPLAY "ORGANIZATIONAL HIERARCHY ROLLUP".
    DISPLAY "===============================".

    PERFORM READ-CONTROL-CARDS.

    IF WS-FILE-COUNT = 0
        DISPLAY "Error: no FILE= control card supplied on SYSIN"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    ACCEPT WS-RUN-TIMESTAMP FROM DATE YYYYMMDD.
    MOVE WS-RUN-TIMESTAMP(1:4) TO WS-RUN-YYYY.
    MOVE WS-RUN-TIMESTAMP(5:2) TO WS-RUN-MM.
    MOVE WS-RUN-TIMESTAMP(7:2) TO WS-RUN-DD.

    OPEN OUTPUT ROLLUP-REPORT-FILE.
    IF WS-ROLLUP-FILE-STATUS NOT = "00"
        DISPLAY "Error opening report file: ROLLRPT - status "
            WS-ROLLUP-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT ROLLUP-EXTRACT-FILE.
    IF WS-ROLLUP-EXT-STATUS NOT = "00"
        DISPLAY "Error opening extract file: ROLLEXT - status "
            WS-ROLLUP-EXT-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT HISTORY-FILE.
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "Error opening history master STATHIST - status "
            WS-HISTORY-FILE-STATUS
        DISPLAY "No history means nothing to roll up - run abandoned"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM LOAD-HIERARCHY-MASTER.

    DISPLAY "Rollup written to ROLLRPT / ROLLEXT".

*> Reads keyword=value control cards from SYSIN - FILE= names the
*> feeds to roll up (as recorded on the history master), RUN-DATE=
*> and RUN-TIME= pick the run
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
        WHEN "RUN-DATE"
            PERFORM PARSE-RUN-DATE-CARD
        WHEN "RUN-TIME"
            PERFORM PARSE-RUN-TIME-CARD
        WHEN "DEBUG"
            CONTINUE
        WHEN OTHER
            DISPLAY "Ignoring unknown control card keyword: "
                    WS-CONTROL-KEYWORD
    END-EVALUATE.

*> A date card that is not eight digits is reported and ignored
*> rather than silently selecting nothing
PARSE-RUN-DATE-CARD.
    COMPUTE WS-NUMVAL-CHECK =
        FUNCTION TEST-NUMVAL(WS-CONTROL-VALUE(1:8)).
    IF WS-NUMVAL-CHECK NOT = 0 OR WS-CONTROL-VALUE(9:) NOT = SPACES
        DISPLAY "Ignoring malformed RUN-DATE= card: " WS-CONTROL-VALUE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CONTROL-VALUE(1:4) TO WS-SELECT-DATE-TEXT(1:4).
    MOVE "/" TO WS-SELECT-DATE-TEXT(5:1).
    MOVE WS-CONTROL-VALUE(5:2) TO WS-SELECT-DATE-TEXT(6:2).
    MOVE "/" TO WS-SELECT-DATE-TEXT(8:1).
    MOVE WS-CONTROL-VALUE(7:2) TO WS-SELECT-DATE-TEXT(9:2).

PARSE-RUN-TIME-CARD.
    COMPUTE WS-NUMVAL-CHECK =
        FUNCTION TEST-NUMVAL(WS-CONTROL-VALUE(1:6)).
    IF WS-NUMVAL-CHECK NOT = 0 OR WS-CONTROL-VALUE(7:) NOT = SPACES
        DISPLAY "Ignoring malformed RUN-TIME= card: " WS-CONTROL-VALUE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CONTROL-VALUE(1:2) TO WS-SELECT-TIME-TEXT(1:2).
    MOVE ":" TO WS-SELECT-TIME-TEXT(3:1).
    MOVE WS-CONTROL-VALUE(3:2) TO WS-SELECT-TIME-TEXT(4:2).
    MOVE ":" TO WS-SELECT-TIME-TEXT(6:1).
    MOVE WS-CONTROL-VALUE(5:2) TO WS-SELECT-TIME-TEXT(7:2).

*> Loads the hierarchy master once. Without it every key would be
*> unassigned - the run goes ahead so the figures are still seen,
*> but the whole tree collapses to the UNASSIGNED node
LOAD-HIERARCHY-MASTER.
    MOVE ZERO TO WS-HIER-COUNT.
    OPEN INPUT HIERARCHY-FILE.
    IF WS-HIERARCHY-FILE-STATUS NOT = "00"
        DISPLAY "No hierarchy master (HIERMAST status "
            WS-HIERARCHY-FILE-STATUS ") - all keys unassigned"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL HIERARCHY-END-OF-FILE
        READ HIERARCHY-FILE
            AT END
                SET HIERARCHY-END-OF-FILE TO TRUE
            NOT AT END
                IF HIERARCHY-RECORD NOT = SPACES
                    IF WS-HIER-COUNT >= 5000
                        DISPLAY "Warning: hierarchy table full - "
                            "record ignored for key " HM-KEY
                    ELSE
                        ADD 1 TO WS-HIER-COUNT
                        MOVE HM-KEY TO HT-KEY(WS-HIER-COUNT)
                        MOVE HM-EFFECTIVE-FROM
                            TO HT-EFFECTIVE-FROM(WS-HIER-COUNT)
                        MOVE HM-EFFECTIVE-TO
                            TO HT-EFFECTIVE-TO(WS-HIER-COUNT)
                        MOVE HM-REGION TO HT-REGION(WS-HIER-COUNT)
                        MOVE HM-DIVISION TO HT-DIVISION(WS-HIER-COUNT)
                        MOVE HM-LINE TO HT-LINE(WS-HIER-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HIERARCHY-FILE.
    DISPLAY "Hierarchy records loaded: " WS-HIER-COUNT.

*> One rollup per FILE= card: find the run, place its keys in the
*> tree, pool, print
ROLL-UP-ALL-FILES.
    PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
            UNTIL WS-FILE-INDEX > WS-FILE-COUNT
        MOVE WS-FILE-LIST(WS-FILE-INDEX) TO WS-FILENAME
        MOVE ZERO TO WS-UNASSIGNED-KEYS
        IF WS-FILE-INDEX > 1
            MOVE SPACES TO ROLLUP-REPORT-RECORD
            WRITE ROLLUP-REPORT-RECORD AFTER ADVANCING PAGE
        END-IF
        PERFORM WRITE-REPORT-HEADING
        PERFORM LOAD-RUN-FOR-FILE
        IF WS-LEAF-COUNT = 0
            ADD 1 TO WS-FEEDS-NOT-FOUND
            MOVE "No history records for this feed match the run "
                TO WS-PRINT-LINE
            STRING "selection - nothing to roll up." DELIMITED BY SIZE
                INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
                    TRIM(WS-PRINT-LINE TRAILING)) + 2:)
            PERFORM WRITE-REPORT-LINE
        ELSE
            PERFORM GATHER-VALIDATION-VERDICTS
            PERFORM ASSIGN-LEAVES-TO-TREE
            PERFORM SORT-LEAF-TABLE
            PERFORM BUILD-NODE-TABLE
            PERFORM PRINT-ROLLUP-TREE
            PERFORM PRINT-UNASSIGNED-KEYS
        END-IF
    END-PERFORM.

*> One pass over the history master keeps the feed's records for the
*> selected run. Records arrive in run order, so when a newer
*> qualifying run stamp appears the table starts over and what is
*> left at the end is the last qualifying run. The GRAND-TOTAL block
*> is the whole file again, not a key of the tree
LOAD-RUN-FOR-FILE.
    MOVE ZERO TO WS-LEAF-COUNT.
    MOVE SPACES TO WS-RUN-STAMP.
    MOVE 0 TO WS-METRIC-FEED-FLAG.
    MOVE 0 TO WS-HISTORY-EOF-FLAG.
    MOVE LOW-VALUES TO SH-RECORD-KEY.
    START HISTORY-FILE KEY NOT < SH-RECORD-KEY
        INVALID KEY
            SET HISTORY-END-OF-FILE TO TRUE
    END-START.
    PERFORM UNTIL HISTORY-END-OF-FILE
        READ HISTORY-FILE NEXT RECORD
            AT END
                SET HISTORY-END-OF-FILE TO TRUE
            NOT AT END
                IF SH-FILENAME = WS-FILENAME
                        AND SH-GROUP-KEY NOT = "GRAND-TOTAL"
                        AND (WS-SELECT-DATE-TEXT = SPACES
                             OR SH-RUN-DATE = WS-SELECT-DATE-TEXT)
                        AND (WS-SELECT-TIME-TEXT = SPACES
                             OR SH-RUN-TIME = WS-SELECT-TIME-TEXT)
                    PERFORM STORE-RUN-RECORD
                END-IF
        END-READ
    END-PERFORM.

    IF WS-LEAF-COUNT > 0
        MOVE "Run rolled up: " TO WS-PRINT-LINE
        STRING WS-RUN-STAMP(1:10) " " WS-RUN-STAMP(11:8)
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
                TRIM(WS-PRINT-LINE TRAILING)) + 2:)
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
    END-IF.

STORE-RUN-RECORD.
    MOVE SH-RUN-DATE TO WS-HIST-STAMP-WORK(1:10).
    MOVE SH-RUN-TIME TO WS-HIST-STAMP-WORK(11:8).
    IF WS-HIST-STAMP-WORK NOT = WS-RUN-STAMP
        MOVE WS-HIST-STAMP-WORK TO WS-RUN-STAMP
        MOVE ZERO TO WS-LEAF-COUNT
        MOVE 0 TO WS-METRIC-FEED-FLAG
    END-IF.
    IF WS-LEAF-COUNT >= 3000
        DISPLAY "Warning: rollup key table full for " WS-FILENAME
            " - key not rolled up: " SH-GROUP-KEY
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-LEAF-COUNT.
    MOVE SPACES TO LF-SORT-KEY(WS-LEAF-COUNT).
    MOVE SH-GROUP-KEY TO LF-KEY(WS-LEAF-COUNT).
    MOVE SH-GROUP-KEY(12:4) TO LF-METRIC(WS-LEAF-COUNT).
    IF SH-GROUP-KEY(12:4) NOT = SPACES
        SET METRIC-FEED TO TRUE
    END-IF.
    MOVE SH-COUNT TO LF-COUNT(WS-LEAF-COUNT).
    MOVE SH-MEAN TO LF-MEAN(WS-LEAF-COUNT).
    MOVE SH-STD-DEV TO LF-STD-DEV(WS-LEAF-COUNT).
    MOVE SH-MIN-VALUE TO LF-MIN-VALUE(WS-LEAF-COUNT).
    MOVE SH-MAX-VALUE TO LF-MAX-VALUE(WS-LEAF-COUNT).
    MOVE SH-OUTLIER-COUNT TO LF-OUTLIERS(WS-LEAF-COUNT).
    MOVE SH-MEDIAN-SUPPRESSED TO LF-SUPPRESSED(WS-LEAF-COUNT).
    MOVE SPACE TO LF-VALIDATION(WS-LEAF-COUNT).

*> Picks up each key's validation verdict for the selected run from
*> the statistics extract. Without the extract the failure counts
*> show zero and the listing says why
GATHER-VALIDATION-VERDICTS.
    MOVE 0 TO WS-EXTRACT-EOF-FLAG.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-FILE-STATUS NOT = "00"
        MOVE "No statistics extract (STATEXT) - validation failures "
            TO WS-PRINT-LINE
        STRING "are not counted." DELIMITED BY SIZE
            INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
                TRIM(WS-PRINT-LINE TRAILING)) + 2:)
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL EXTRACT-END-OF-FILE
        READ EXTRACT-FILE
            AT END
                SET EXTRACT-END-OF-FILE TO TRUE
            NOT AT END
                IF EXTRACT-RECORD NOT = SPACES
                    PERFORM NOTE-EXTRACT-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EXTRACT-FILE.

NOTE-EXTRACT-RECORD.
    IF EXTRACT-RECORD(1:10) NOT = WS-RUN-STAMP(1:10)
            OR EXTRACT-RECORD(12:8) NOT = WS-RUN-STAMP(11:8)
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-EXT-FIELD-TABLE.
    MOVE ZERO TO WS-EXT-FIELD-COUNT.
    UNSTRING EXTRACT-RECORD DELIMITED BY "|"
        INTO WS-EXT-FIELD(1) WS-EXT-FIELD(2) WS-EXT-FIELD(3)
             WS-EXT-FIELD(4) WS-EXT-FIELD(5) WS-EXT-FIELD(6)
             WS-EXT-FIELD(7) WS-EXT-FIELD(8) WS-EXT-FIELD(9)
             WS-EXT-FIELD(10) WS-EXT-FIELD(11) WS-EXT-FIELD(12)
             WS-EXT-FIELD(13) WS-EXT-FIELD(14) WS-EXT-FIELD(15)
             WS-EXT-FIELD(16) WS-EXT-FIELD(17) WS-EXT-FIELD(18)
             WS-EXT-FIELD(19) WS-EXT-FIELD(20) WS-EXT-FIELD(21)
             WS-EXT-FIELD(22) WS-EXT-FIELD(23) WS-EXT-FIELD(24)
             WS-EXT-FIELD(25) WS-EXT-FIELD(26) WS-EXT-FIELD(27)
             WS-EXT-FIELD(28) WS-EXT-FIELD(29) WS-EXT-FIELD(30)
        TALLYING IN WS-EXT-FIELD-COUNT
    END-UNSTRING.
    IF WS-EXT-FIELD-COUNT < 5
        EXIT PARAGRAPH
    END-IF.
    IF WS-EXT-FIELD(3) NOT = WS-FILENAME
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-LEAF-INDEX FROM 1 BY 1
            UNTIL WS-LEAF-INDEX > WS-LEAF-COUNT
        IF LF-KEY(WS-LEAF-INDEX) = WS-EXT-FIELD(4)(1:16)
            MOVE WS-EXT-FIELD(WS-EXT-FIELD-COUNT)(1:1)
                TO LF-VALIDATION(WS-LEAF-INDEX)
        END-IF
    END-PERFORM.

*> Finds each key's place in the tree as it stood on the run's
*> business date: a master record for the key whose effective-from
*> is on or before the run date and whose effective-to is blank or
*> on or after it. Where overlapping records both qualify the most
*> recently effective one wins
ASSIGN-LEAVES-TO-TREE.
    PERFORM VARYING WS-LEAF-INDEX FROM 1 BY 1
            UNTIL WS-LEAF-INDEX > WS-LEAF-COUNT
        MOVE ZERO TO WS-HIER-MATCH
        PERFORM VARYING WS-HIER-INDEX FROM 1 BY 1
                UNTIL WS-HIER-INDEX > WS-HIER-COUNT
            IF HT-KEY(WS-HIER-INDEX) = LF-KEY(WS-LEAF-INDEX)(1:10)
                    AND HT-EFFECTIVE-FROM(WS-HIER-INDEX)
                        NOT > WS-RUN-STAMP(1:10)
                    AND (HT-EFFECTIVE-TO(WS-HIER-INDEX) = SPACES
                         OR HT-EFFECTIVE-TO(WS-HIER-INDEX)
                            NOT < WS-RUN-STAMP(1:10))
                IF WS-HIER-MATCH = 0
                    MOVE WS-HIER-INDEX TO WS-HIER-MATCH
                ELSE
                    IF HT-EFFECTIVE-FROM(WS-HIER-INDEX) >
                            HT-EFFECTIVE-FROM(WS-HIER-MATCH)
                        MOVE WS-HIER-INDEX TO WS-HIER-MATCH
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WS-HIER-MATCH = 0
            MOVE "1" TO LF-UNASSIGNED(WS-LEAF-INDEX)
            MOVE "UNASSIGNED" TO LF-LINE(WS-LEAF-INDEX)
            ADD 1 TO WS-UNASSIGNED-KEYS WS-TOTAL-UNASSIGNED
        ELSE
            MOVE "0" TO LF-UNASSIGNED(WS-LEAF-INDEX)
            MOVE HT-LINE(WS-HIER-MATCH) TO LF-LINE(WS-LEAF-INDEX)
            MOVE HT-DIVISION(WS-HIER-MATCH)
                TO LF-DIVISION(WS-LEAF-INDEX)
            MOVE HT-REGION(WS-HIER-MATCH) TO LF-REGION(WS-LEAF-INDEX)
        END-IF
    END-PERFORM.

*> Same diminishing-gap shell sort STATMEASURE uses on its input
*> buffer, here on the leaf sort key
SORT-LEAF-TABLE.
    COMPUTE WS-GAP = WS-LEAF-COUNT / 2.
    PERFORM UNTIL WS-GAP < 1
        COMPUTE WS-I = WS-GAP + 1
        PERFORM VARYING WS-I FROM WS-I BY 1
                UNTIL WS-I > WS-LEAF-COUNT
            MOVE WS-LEAF-ENTRY(WS-I) TO WS-LEAF-TEMP
            COMPUTE WS-J = WS-I - WS-GAP
            MOVE 0 TO WS-SHIFT-DONE
            PERFORM UNTIL WS-J < 1 OR WS-SHIFT-DONE = 1
                IF LF-SORT-KEY(WS-J) > WS-LEAF-TEMP(1:51)
                    MOVE WS-LEAF-ENTRY(WS-J)
                        TO WS-LEAF-ENTRY(WS-J + WS-GAP)
                    COMPUTE WS-J = WS-J - WS-GAP
                ELSE
                    MOVE 1 TO WS-SHIFT-DONE
                END-IF
            END-PERFORM
            COMPUTE WS-J = WS-J + WS-GAP
            MOVE WS-LEAF-TEMP TO WS-LEAF-ENTRY(WS-J)
        END-PERFORM
        COMPUTE WS-GAP = WS-GAP / 2
    END-PERFORM.

*> Walks the sorted keys once, opening a node whenever the metric,
*> reporting line, division or region changes, and adding each key
*> into every node above it. Unassigned keys hang straight off the
*> UNASSIGNED node - they have no division or region to show
BUILD-NODE-TABLE.
    MOVE ZERO TO WS-NODE-COUNT.
    MOVE HIGH-VALUES TO WS-PREV-SORT-KEY.
    PERFORM VARYING WS-LEAF-INDEX FROM 1 BY 1
            UNTIL WS-LEAF-INDEX > WS-LEAF-COUNT
        EVALUATE TRUE
            WHEN LF-METRIC(WS-LEAF-INDEX) NOT = WS-PREV-METRIC
                MOVE 0 TO WS-NEW-LEVEL
            WHEN LF-UNASSIGNED(WS-LEAF-INDEX) NOT = WS-PREV-UNASSIGNED
                    OR LF-LINE(WS-LEAF-INDEX) NOT = WS-PREV-LINE
                MOVE 1 TO WS-NEW-LEVEL
            WHEN LF-DIVISION(WS-LEAF-INDEX) NOT = WS-PREV-DIVISION
                MOVE 2 TO WS-NEW-LEVEL
            WHEN LF-REGION(WS-LEAF-INDEX) NOT = WS-PREV-REGION
                MOVE 3 TO WS-NEW-LEVEL
            WHEN OTHER
                MOVE 4 TO WS-NEW-LEVEL
        END-EVALUATE
        MOVE LF-SORT-KEY(WS-LEAF-INDEX) TO WS-PREV-SORT-KEY
        IF WS-NEW-LEVEL = 0
            PERFORM OPEN-NODE
            MOVE WS-NODE-COUNT TO WS-FEED-NODE
            MOVE 1 TO WS-NEW-LEVEL
        END-IF
        IF WS-NEW-LEVEL = 1
            PERFORM OPEN-NODE
            MOVE WS-NODE-COUNT TO WS-LINE-NODE
            MOVE 2 TO WS-NEW-LEVEL
        END-IF
        IF LF-UNASSIGNED(WS-LEAF-INDEX) = "1"
            MOVE ZERO TO WS-DIVISION-NODE WS-REGION-NODE
        ELSE
            IF WS-NEW-LEVEL = 2
                PERFORM OPEN-NODE
                MOVE WS-NODE-COUNT TO WS-DIVISION-NODE
                MOVE 3 TO WS-NEW-LEVEL
            END-IF
            IF WS-NEW-LEVEL = 3
                PERFORM OPEN-NODE
                MOVE WS-NODE-COUNT TO WS-REGION-NODE
            END-IF
        END-IF
        MOVE 4 TO WS-NEW-LEVEL
        PERFORM OPEN-NODE
        PERFORM ADD-LEAF-TO-NODE
        MOVE WS-FEED-NODE TO WS-NODE-INDEX
        PERFORM ADD-LEAF-TO-NODE
        MOVE WS-LINE-NODE TO WS-NODE-INDEX
        PERFORM ADD-LEAF-TO-NODE
        IF WS-DIVISION-NODE > 0
            MOVE WS-DIVISION-NODE TO WS-NODE-INDEX
            PERFORM ADD-LEAF-TO-NODE
            MOVE WS-REGION-NODE TO WS-NODE-INDEX
            PERFORM ADD-LEAF-TO-NODE
        END-IF
    END-PERFORM.

*> Adds an empty node at level WS-NEW-LEVEL for the leaf in hand and
*> leaves WS-NODE-INDEX on it
OPEN-NODE.
    IF WS-NODE-COUNT >= 8000
        DISPLAY "Warning: rollup node table full for " WS-FILENAME
        MOVE WS-NODE-COUNT TO WS-NODE-INDEX
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-NODE-COUNT.
    MOVE WS-NODE-COUNT TO WS-NODE-INDEX.
    MOVE WS-NEW-LEVEL TO ND-LEVEL(WS-NODE-INDEX).
    MOVE LF-METRIC(WS-LEAF-INDEX) TO ND-METRIC(WS-NODE-INDEX).
    MOVE SPACES TO ND-LINE(WS-NODE-INDEX) ND-DIVISION(WS-NODE-INDEX)
        ND-REGION(WS-NODE-INDEX) ND-KEY(WS-NODE-INDEX).
    IF WS-NEW-LEVEL > 0
        MOVE LF-LINE(WS-LEAF-INDEX) TO ND-LINE(WS-NODE-INDEX)
    END-IF.
    IF WS-NEW-LEVEL > 1
        MOVE LF-DIVISION(WS-LEAF-INDEX) TO ND-DIVISION(WS-NODE-INDEX)
    END-IF.
    IF WS-NEW-LEVEL > 2
        MOVE LF-REGION(WS-LEAF-INDEX) TO ND-REGION(WS-NODE-INDEX)
    END-IF.
    IF WS-NEW-LEVEL = 4
        MOVE LF-KEY(WS-LEAF-INDEX) TO ND-KEY(WS-NODE-INDEX)
    END-IF.
    MOVE ZERO TO ND-KEYS(WS-NODE-INDEX) ND-COUNT(WS-NODE-INDEX)
        ND-SUM-X(WS-NODE-INDEX) ND-SUM-X2(WS-NODE-INDEX)
        ND-OUTLIERS(WS-NODE-INDEX) ND-FAILED(WS-NODE-INDEX)
        ND-PARTIAL(WS-NODE-INDEX).
    MOVE LF-MIN-VALUE(WS-LEAF-INDEX) TO ND-MIN-VALUE(WS-NODE-INDEX).
    MOVE LF-MAX-VALUE(WS-LEAF-INDEX) TO ND-MAX-VALUE(WS-NODE-INDEX).

*> Folds the leaf in hand into node WS-NODE-INDEX. A key block with
*> no records carries no min/max worth keeping
ADD-LEAF-TO-NODE.
    ADD 1 TO ND-KEYS(WS-NODE-INDEX).
    IF LF-COUNT(WS-LEAF-INDEX) > 0
        IF ND-COUNT(WS-NODE-INDEX) = 0
                OR LF-MIN-VALUE(WS-LEAF-INDEX)
                   < ND-MIN-VALUE(WS-NODE-INDEX)
            MOVE LF-MIN-VALUE(WS-LEAF-INDEX)
                TO ND-MIN-VALUE(WS-NODE-INDEX)
        END-IF
        IF ND-COUNT(WS-NODE-INDEX) = 0
                OR LF-MAX-VALUE(WS-LEAF-INDEX)
                   > ND-MAX-VALUE(WS-NODE-INDEX)
            MOVE LF-MAX-VALUE(WS-LEAF-INDEX)
                TO ND-MAX-VALUE(WS-NODE-INDEX)
        END-IF
    END-IF.
    ADD LF-COUNT(WS-LEAF-INDEX) TO ND-COUNT(WS-NODE-INDEX).
    COMPUTE ND-SUM-X(WS-NODE-INDEX) = ND-SUM-X(WS-NODE-INDEX) +
        (LF-COUNT(WS-LEAF-INDEX) * LF-MEAN(WS-LEAF-INDEX)).
    COMPUTE ND-SUM-X2(WS-NODE-INDEX) = ND-SUM-X2(WS-NODE-INDEX) +
        (LF-COUNT(WS-LEAF-INDEX) *
            ((LF-STD-DEV(WS-LEAF-INDEX) * LF-STD-DEV(WS-LEAF-INDEX)) +
             (LF-MEAN(WS-LEAF-INDEX) * LF-MEAN(WS-LEAF-INDEX)))).
    ADD LF-OUTLIERS(WS-LEAF-INDEX) TO ND-OUTLIERS(WS-NODE-INDEX).
    IF LF-VALIDATION(WS-LEAF-INDEX) = "F"
        ADD 1 TO ND-FAILED(WS-NODE-INDEX)
    END-IF.
    IF LF-SUPPRESSED(WS-LEAF-INDEX) = 1
        ADD 1 TO ND-PARTIAL(WS-NODE-INDEX)
    END-IF.

*> Prints the tree top down, each level indented two more columns
*> than its parent, and writes the matching extract line per node
PRINT-ROLLUP-TREE.
    MOVE "HIERARCHY ROLLUP" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "NODE                                 KEYS    COUNT         MEAN       STD DEV         MIN         MAX OUTLIERS FAILED"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-NODE-INDEX FROM 1 BY 1
            UNTIL WS-NODE-INDEX > WS-NODE-COUNT
        IF ND-LEVEL(WS-NODE-INDEX) = 0
                AND WS-NODE-INDEX > 1
            PERFORM WRITE-REPORT-BLANK-LINE
        END-IF
        PERFORM CALCULATE-POOLED-FIGURES
        PERFORM PRINT-NODE-LINE
        PERFORM WRITE-ROLLUP-EXTRACT
    END-PERFORM.
    MOVE ZERO TO WS-PARTIAL-KEYS.
    PERFORM VARYING WS-NODE-INDEX FROM 1 BY 1
            UNTIL WS-NODE-INDEX > WS-NODE-COUNT
        IF ND-LEVEL(WS-NODE-INDEX) = 0
            ADD ND-PARTIAL(WS-NODE-INDEX) TO WS-PARTIAL-KEYS
        END-IF
    END-PERFORM.
    IF WS-PARTIAL-KEYS = 0
        EXIT PARAGRAPH
    END-IF.
    PERFORM WRITE-REPORT-BLANK-LINE.
    MOVE "Keys flagged (partial) come from a restarted run or a group"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "split across a restart; their figures are pooled as they"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "stand on the history master." TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

*> Combined mean and whole-population standard deviation for the
*> node in hand. Rounding in the key blocks can leave a tiny
*> negative variance on a node of identical values - that is zero
CALCULATE-POOLED-FIGURES.
    MOVE ZERO TO WS-POOL-MEAN WS-POOL-VARIANCE WS-POOL-STD-DEV.
    IF ND-COUNT(WS-NODE-INDEX) = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-POOL-MEAN ROUNDED =
        ND-SUM-X(WS-NODE-INDEX) / ND-COUNT(WS-NODE-INDEX).
    COMPUTE WS-POOL-VARIANCE ROUNDED =
        (ND-SUM-X2(WS-NODE-INDEX) / ND-COUNT(WS-NODE-INDEX)) -
        (WS-POOL-MEAN * WS-POOL-MEAN).
    IF WS-POOL-VARIANCE > 0
        COMPUTE WS-POOL-STD-DEV ROUNDED =
            FUNCTION SQRT(WS-POOL-VARIANCE)
    END-IF.

PRINT-NODE-LINE.
    EVALUATE ND-LEVEL(WS-NODE-INDEX)
        WHEN 0
            MOVE "FEED" TO WS-LEVEL-NAME
        WHEN 1
            MOVE "LINE" TO WS-LEVEL-NAME
        WHEN 2
            MOVE "DIVISION" TO WS-LEVEL-NAME
        WHEN 3
            MOVE "REGION" TO WS-LEVEL-NAME
        WHEN OTHER
            MOVE "KEY" TO WS-LEVEL-NAME
    END-EVALUATE.
    MOVE SPACES TO WS-NODE-LABEL.
    EVALUATE ND-LEVEL(WS-NODE-INDEX)
        WHEN 0
            IF METRIC-FEED
                STRING "FEED TOTAL - METRIC " ND-METRIC(WS-NODE-INDEX)
                    DELIMITED BY SIZE INTO WS-NODE-LABEL
            ELSE
                MOVE "FEED TOTAL" TO WS-NODE-LABEL
            END-IF
        WHEN 1
            IF ND-LINE(WS-NODE-INDEX) = "UNASSIGNED"
                MOVE "  UNASSIGNED" TO WS-NODE-LABEL
            ELSE
                STRING "  LINE " ND-LINE(WS-NODE-INDEX)
                    DELIMITED BY SIZE INTO WS-NODE-LABEL
            END-IF
        WHEN 2
            STRING "    DIVISION " ND-DIVISION(WS-NODE-INDEX)
                DELIMITED BY SIZE INTO WS-NODE-LABEL
        WHEN 3
            STRING "      REGION " ND-REGION(WS-NODE-INDEX)
                DELIMITED BY SIZE INTO WS-NODE-LABEL
        WHEN OTHER
            STRING "        " ND-KEY(WS-NODE-INDEX)
                DELIMITED BY SIZE INTO WS-NODE-LABEL
    END-EVALUATE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-NODE-LABEL TO WS-PRINT-LINE(1:36).
    MOVE ND-KEYS(WS-NODE-INDEX) TO WS-EDIT-KEYS.
    MOVE WS-EDIT-KEYS TO WS-PRINT-LINE(37:5).
    MOVE ND-COUNT(WS-NODE-INDEX) TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(42:9).
    MOVE WS-POOL-MEAN TO WS-EDIT-MEAN.
    MOVE WS-EDIT-MEAN TO WS-PRINT-LINE(51:13).
    MOVE WS-POOL-STD-DEV TO WS-EDIT-MEAN.
    MOVE WS-EDIT-MEAN TO WS-PRINT-LINE(65:13).
    MOVE ND-MIN-VALUE(WS-NODE-INDEX) TO WS-EDIT-AMOUNT.
    MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(80:10).
    MOVE ND-MAX-VALUE(WS-NODE-INDEX) TO WS-EDIT-AMOUNT.
    MOVE WS-EDIT-AMOUNT TO WS-PRINT-LINE(92:10).
    MOVE ND-OUTLIERS(WS-NODE-INDEX) TO WS-EDIT-COUNT.
    MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(102:9).
    MOVE ND-FAILED(WS-NODE-INDEX) TO WS-EDIT-SMALL.
    MOVE WS-EDIT-SMALL TO WS-PRINT-LINE(113:5).
    IF ND-PARTIAL(WS-NODE-INDEX) > 0
        MOVE "(partial)" TO WS-PRINT-LINE(119:9)
    END-IF.
    PERFORM WRITE-REPORT-LINE.

WRITE-ROLLUP-EXTRACT.
    MOVE SPACES TO ROLLUP-EXTRACT-RECORD.
    STRING WS-RUN-STAMP(1:10) "|" WS-RUN-STAMP(11:8) "|"
        FUNCTION TRIM(WS-FILENAME TRAILING) "|"
        FUNCTION TRIM(WS-LEVEL-NAME TRAILING) "|"
        FUNCTION TRIM(ND-LINE(WS-NODE-INDEX) TRAILING) "|"
        FUNCTION TRIM(ND-DIVISION(WS-NODE-INDEX) TRAILING) "|"
        FUNCTION TRIM(ND-REGION(WS-NODE-INDEX) TRAILING) "|"
        FUNCTION TRIM(ND-KEY(WS-NODE-INDEX)(1:10) TRAILING) "|"
        FUNCTION TRIM(ND-METRIC(WS-NODE-INDEX) TRAILING) "|"
        DELIMITED BY SIZE
        INTO ROLLUP-EXTRACT-RECORD.
    MOVE ND-KEYS(WS-NODE-INDEX) TO WS-EXT-COUNT.
    STRING WS-EXT-COUNT "|" DELIMITED BY SIZE
        INTO ROLLUP-EXTRACT-RECORD(FUNCTION LENGTH(FUNCTION
            TRIM(ROLLUP-EXTRACT-RECORD TRAILING)) + 1:).
    MOVE ND-COUNT(WS-NODE-INDEX) TO WS-EXT-COUNT.
    STRING WS-EXT-COUNT DELIMITED BY SIZE
        INTO ROLLUP-EXTRACT-RECORD(FUNCTION LENGTH(FUNCTION
            TRIM(ROLLUP-EXTRACT-RECORD TRAILING)) + 1:).
    MOVE WS-POOL-MEAN TO WS-EXT-MEAN.
    PERFORM APPEND-EXTRACT-MEAN.
    MOVE WS-POOL-STD-DEV TO WS-EXT-MEAN.
    PERFORM APPEND-EXTRACT-MEAN.
    MOVE ND-MIN-VALUE(WS-NODE-INDEX) TO WS-EXT-AMOUNT.
    PERFORM APPEND-EXTRACT-AMOUNT.
    MOVE ND-MAX-VALUE(WS-NODE-INDEX) TO WS-EXT-AMOUNT.
    PERFORM APPEND-EXTRACT-AMOUNT.
    MOVE ND-OUTLIERS(WS-NODE-INDEX) TO WS-EXT-COUNT.
    STRING "|" WS-EXT-COUNT DELIMITED BY SIZE
        INTO ROLLUP-EXTRACT-RECORD(FUNCTION LENGTH(FUNCTION
            TRIM(ROLLUP-EXTRACT-RECORD TRAILING)) + 1:).
    MOVE ND-FAILED(WS-NODE-INDEX) TO WS-EXT-COUNT.
    STRING "|" WS-EXT-COUNT DELIMITED BY SIZE
        INTO ROLLUP-EXTRACT-RECORD(FUNCTION LENGTH(FUNCTION
            TRIM(ROLLUP-EXTRACT-RECORD TRAILING)) + 1:).
    WRITE ROLLUP-EXTRACT-RECORD.

APPEND-EXTRACT-AMOUNT.
    STRING "|" WS-EXT-AMOUNT DELIMITED BY SIZE
        INTO ROLLUP-EXTRACT-RECORD(FUNCTION LENGTH(FUNCTION
            TRIM(ROLLUP-EXTRACT-RECORD TRAILING)) + 1:).

APPEND-EXTRACT-MEAN.
    STRING "|" WS-EXT-MEAN DELIMITED BY SIZE
        INTO ROLLUP-EXTRACT-RECORD(FUNCTION LENGTH(FUNCTION
            TRIM(ROLLUP-EXTRACT-RECORD TRAILING)) + 1:).

*> Lists every key that had no hierarchy in force on the run date,
*> so the master can be put right before the next review
PRINT-UNASSIGNED-KEYS.
    PERFORM WRITE-REPORT-BLANK-LINE.
    IF WS-UNASSIGNED-KEYS = 0
        MOVE "Every key is mapped on the hierarchy master."
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE "KEYS NOT ON THE HIERARCHY MASTER FOR THIS RUN DATE"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-LEAF-INDEX FROM 1 BY 1
            UNTIL WS-LEAF-INDEX > WS-LEAF-COUNT
        IF LF-UNASSIGNED(WS-LEAF-INDEX) = "1"
            MOVE SPACES TO WS-PRINT-LINE
            MOVE LF-KEY(WS-LEAF-INDEX) TO WS-PRINT-LINE(3:16)
            MOVE LF-COUNT(WS-LEAF-INDEX) TO WS-EDIT-COUNT
            STRING "records: " WS-EDIT-COUNT DELIMITED BY SIZE
                INTO WS-PRINT-LINE(21:)
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.
    MOVE WS-UNASSIGNED-KEYS TO WS-EDIT-SMALL.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "Unassigned keys: " WS-EDIT-SMALL DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

*> Condition code tells the JCL whether the tree needs attention:
*> 0 = every key mapped, 4 = unassigned keys or a feed with no run
WRAP-UP.
    CLOSE HISTORY-FILE.
    CLOSE ROLLUP-REPORT-FILE.
    CLOSE ROLLUP-EXTRACT-FILE.
    IF WS-TOTAL-UNASSIGNED > 0 OR WS-FEEDS-NOT-FOUND > 0
        MOVE 4 TO RETURN-CODE
        DISPLAY "Unassigned keys: " WS-TOTAL-UNASSIGNED
            "  Feeds with no run: " WS-FEEDS-NOT-FOUND
    ELSE
        DISPLAY "Every key mapped on the hierarchy master"
    END-IF.

*> Prints the page banner: report title, feed name, run date
WRITE-REPORT-HEADING.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE SPACES TO WS-HEADING-LINE.
    STRING "ORGANIZATIONAL HIERARCHY ROLLUP - PAGE "
        WS-PAGE-COUNT DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE ROLLUP-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE "===============================" TO WS-HEADING-LINE.
    WRITE ROLLUP-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Feed: " WS-FILENAME DELIMITED BY SIZE
        INTO WS-HEADING-LINE.
    WRITE ROLLUP-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Run date: " WS-RUN-DATE-TEXT DELIMITED BY SIZE
        INTO WS-HEADING-LINE.
    WRITE ROLLUP-REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO ROLLUP-REPORT-RECORD.
    WRITE ROLLUP-REPORT-RECORD.

    MOVE 5 TO WS-LINE-COUNT.

*> Writes one detail line, rolling to a new page when full
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        MOVE SPACES TO ROLLUP-REPORT-RECORD
        WRITE ROLLUP-REPORT-RECORD AFTER ADVANCING PAGE
        PERFORM WRITE-REPORT-HEADING
    END-IF.
    WRITE ROLLUP-REPORT-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-PRINT-LINE.

*> Writes a blank spacer line between report sections
WRITE-REPORT-BLANK-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
