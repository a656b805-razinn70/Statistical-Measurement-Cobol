        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CALENDAR-FILE-STATUS.

    SELECT PROFILE-FILE ASSIGN TO "PROFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.

    SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNREG-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

    SELECT OUTLIER-FILE ASSIGN TO "OUTLIERS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUTLIER-FILE-STATUS.

    SELECT CASE-FILE ASSIGN TO "OUTCASES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASE-FILE-STATUS.

    SELECT HISTORY-FILE ASSIGN TO "STATHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-RECORD-KEY
        FILE STATUS IS WS-HISTORY-FILE-STATUS.

    SELECT TIMING-FILE ASSIGN TO "RUNTIME"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TIMING-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Keyed so one feed can carry several sub-populations (branch,
    05  FILLER            PIC X(2).
    05  CD-DAY-TEXT       PIC X(2).

*> Feed-profile master, one record per feed shape, kept current by
*> the STATPROF maintenance program. A profile is matched either on
*> the FILE= name (match type FILE) or on the feed owner's header
*> feed id (match type FEED), and carries everything the SYSIN
*> FORMAT=/DELIMITER=/KEY-COL=/VALUE-COL=/WEIGHT-COL=/METRIC-COL=/
*> SORT=/METRICS= cards would otherwise set for the whole run, plus
*> the checkpoint interval (zero or blank = the standard interval) -
*> so one batch can mix fixed, delimited, sorted and metric feeds
FD  PROFILE-FILE.
01  PROFILE-RECORD.
    05  PF-PROFILE-ID     PIC X(8).
    05  FILLER            PIC X(2).
    05  PF-MATCH-TYPE     PIC X(4).
    05  FILLER            PIC X(2).
    05  PF-FORMAT         PIC X(5).
    05  FILLER            PIC X(2).
    05  PF-DELIMITER      PIC X(5).
    05  FILLER            PIC X(2).
    05  PF-KEY-COL-TEXT   PIC X(2).
    05  FILLER            PIC X(1).
    05  PF-VALUE-COL-TEXT PIC X(2).
    05  FILLER            PIC X(1).
    05  PF-WEIGHT-COL-TEXT PIC X(2).
    05  FILLER            PIC X(1).
    05  PF-METRIC-COL-TEXT PIC X(2).
    05  FILLER            PIC X(2).
    05  PF-SORT-FLAG      PIC X(1).
    05  FILLER            PIC X(2).
    05  PF-METRICS-FLAG   PIC X(1).
    05  FILLER            PIC X(2).
    05  PF-CHECKPOINT-TEXT PIC X(7).
    05  FILLER            PIC X(2).
    05  PF-MATCH-VALUE    PIC X(100).

*> Active-run registry - a single record naming the run currently
*> holding the batch window. A second STATMEASURE starting while an
*> ACTIVE record names a different RUNID= fails fast with a clear
FD  EXTRACT-FILE.
01  EXTRACT-RECORD        PIC X(400).

*> Outlier detail - one record per value a group's quartile fences
*> flagged, so an investigation starts from the records themselves
*> instead of a re-scan of the raw feed. Carries which fence the
*> value broke, the quartile it is measured from and how far beyond
*> that quartile it sits, plus the standing case (if any) the value
*> already has on the outlier case master: NEW when it has none,
*> otherwise the case's OPEN / EXPLAINED / CONFIRMED-ERROR status,
*> so a known, explained recurring value reads as explained rather
*> than being re-flagged as new every night. STATCASE reads it
FD  OUTLIER-FILE.
01  OUTLIER-RECORD.
    05  OL-RUN-DATE       PIC X(10).
    05  FILLER            PIC X(1).
    05  OL-RUN-TIME       PIC X(8).
    05  FILLER            PIC X(1).
    05  OL-FILENAME       PIC X(100).
    05  FILLER            PIC X(1).
    05  OL-KEY            PIC X(10).
    05  FILLER            PIC X(1).
    05  OL-METRIC         PIC X(4).
    05  FILLER            PIC X(1).
    05  OL-VALUE          PIC -(6)9.99.
    05  FILLER            PIC X(1).
    05  OL-FENCE          PIC X(4).
    05  FILLER            PIC X(1).
    05  OL-QUARTILE       PIC -(6)9.99.
    05  FILLER            PIC X(1).
    05  OL-DISTANCE       PIC -(7)9.99.
    05  FILLER            PIC X(1).
    05  OL-CASE-STATUS    PIC X(15).
    05  FILLER            PIC X(1).
    05  OL-CASE-ID        PIC X(8).

*> Must stay in step with the outlier case master STATCASE writes -
*> only the identifying fields and the status are used here
FD  CASE-FILE.
01  CASE-RECORD.
    05  OC-CASE-ID        PIC X(8).
    05  FILLER            PIC X(2).
    05  OC-STATUS         PIC X(15).
    05  FILLER            PIC X(2).
    05  OC-FILENAME       PIC X(100).
    05  FILLER            PIC X(2).
    05  OC-KEY            PIC X(10).
    05  FILLER            PIC X(2).
    05  OC-METRIC         PIC X(4).
    05  FILLER            PIC X(2).
    05  OC-VALUE-TEXT     PIC X(10).
    05  FILLER            PIC X(2).
    05  OC-FENCE          PIC X(4).
    05  FILLER            PIC X(2).
    05  OC-FIRST-SEEN     PIC X(10).
    05  FILLER            PIC X(2).
    05  OC-LAST-SEEN      PIC X(10).
    05  FILLER            PIC X(2).
    05  OC-TIMES-SEEN     PIC X(5).
    05  FILLER            PIC X(2).
    05  OC-STATUS-DATE    PIC X(10).
    05  FILLER            PIC X(2).
    05  OC-ANALYST        PIC X(8).
    05  FILLER            PIC X(2).
    05  OC-NOTE           PIC X(40).

*> Standing per-key statistics history master - one record per
*> statistics block per run, keyed by run date/time plus filename
*> plus group key so several runs (and several files in one batch
*> mistake those zeros for real values
    05  SH-MEDIAN-SUPPRESSED  PIC 9.

*> Standing batch-window timing log - one line appended per timed
*> step on every run, restarts included, so elapsed time can be
*> trended feed by feed and step by step. RUN spans the whole job;
*> FILE one feed from its open to its audit line; INTEGRITY, SORT
*> (SORT=Y feeds only), STATS and HISTORY the steps inside it.
*> HISTORY is the total of the feed's STATHIST writes, from the
*> start of the first to the end of the last, with the number of
*> history records written in the records column; STATS excludes
*> that time, so a feed's steps add up to its FILE line. Start and
*> end are YYYYMMDD and HHMMSSCC; elapsed is in seconds. Records
*> read are those read by this run - a feed resumed from a
*> checkpoint shows RESUMED and counts only what it read after the
*> restart
FD  TIMING-FILE.
01  TIMING-RECORD.
    05  TM-RUN-ID         PIC X(8).
    05  FILLER            PIC X(1).
*> FRESH or RESTART - the whole run's type, on every line it writes
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
    05  TM-ELAPSED        PIC Z(6)9.99.
    05  FILLER            PIC X(1).
    05  TM-RECORDS-READ   PIC Z(8)9.
    05  FILLER            PIC X(1).
*> OK / UNVERIFIED / INTEGRITY-ERR / OPEN-FAILED / RESUMED, and
*> COMPLETE on the RUN line
    05  TM-STATUS         PIC X(13).
    05  FILLER            PIC X(1).
    05  TM-BUSINESS-DATE  PIC X(10).
    05  FILLER            PIC X(1).
    05  TM-FILENAME       PIC X(100).

WORKING-STORAGE SECTION.
01  WS-FILENAME           PIC X(100).

01  WS-EFFECTIVE-DOM        PIC 9(2) VALUE ZERO.
01  WS-MISSED-FEED-COUNT    PIC 9(3) VALUE ZERO.

*> Added for the feed-profile master - loaded once at start-up like
*> the limits master. The SYSIN format/mapping/sort/metrics cards
*> are saved as the run's defaults once SYSIN is read; every file is
*> put back on those defaults before its profile (if any) is laid
*> over them, so one feed's profile never leaks into the next file
01  WS-PROFILE-FILE-STATUS  PIC XX VALUE ZEROS.
01  WS-PROFILE-EOF-FLAG     PIC 9 VALUE 0.
    88  PROFILE-END-OF-FILE VALUE 1.
01  WS-PROFILE-COUNT        PIC 9(3) VALUE ZERO.
01  WS-PROFILE-TABLE.
    05  WS-PROFILE-ENTRY OCCURS 1 TO 200 TIMES
                         DEPENDING ON WS-PROFILE-COUNT.
        10  TP-PROFILE-ID     PIC X(8).
        10  TP-MATCH-TYPE     PIC X(4).
        10  TP-MATCH-VALUE    PIC X(100).
        10  TP-CSV-FLAG       PIC 9.
        10  TP-DELIMITER      PIC X.
        10  TP-KEY-COL        PIC 9(2).
        10  TP-VALUE-COL      PIC 9(2).
        10  TP-WEIGHT-COL     PIC 9(2).
        10  TP-METRIC-COL     PIC 9(2).
        10  TP-SORT-FLAG      PIC 9.
        10  TP-METRICS-FLAG   PIC 9.
        10  TP-CHECKPOINT-INTERVAL PIC 9(7).
01  WS-PROFILE-INDEX        PIC 9(3) VALUE ZERO.
01  WS-PROFILE-FEED-ID      PIC X(10) VALUE SPACES.
01  WS-PROFILE-LABEL        PIC X(60) VALUE "SYSIN control cards".
01  WS-SYSIN-DEFAULTS.
    05  WS-DEFAULT-CSV-FLAG      PIC 9 VALUE ZERO.
    05  WS-DEFAULT-DELIMITER     PIC X VALUE ",".
    05  WS-DEFAULT-KEY-COL       PIC 9(2) VALUE 1.
    05  WS-DEFAULT-VALUE-COL     PIC 9(2) VALUE 2.
    05  WS-DEFAULT-WEIGHT-COL    PIC 9(2) VALUE 3.
    05  WS-DEFAULT-METRIC-COL    PIC 9(2) VALUE ZERO.
    05  WS-DEFAULT-SORT-FLAG     PIC 9 VALUE ZERO.
    05  WS-DEFAULT-METRICS-FLAG  PIC 9 VALUE ZERO.
    05  WS-DEFAULT-CHECKPOINT-INTERVAL PIC 9(7) VALUE 10000.

*> Verdict fields for the block being printed: how the group fared
*> against its limits, and the figures behind a failure
01  WS-GROUP-VALIDATION.
01  WS-HISTORY-AVAILABLE-FLAG PIC 9 VALUE ZERO.
    88  HISTORY-AVAILABLE  VALUE 1.

*> Added for the run-timing log - three running start stamps: slot
*> 1 the whole run, slot 2 the feed in hand, slot 3 the step in
*> hand. Each is kept as printed date/time and as hundredths of a
*> second on a day-number clock, so a step that runs past midnight
*> still times correctly. STATHIST writes are timed one by one and
*> totalled, since they are scattered through the statistics pass
01  WS-TIMING-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-TIMING-AVAILABLE-FLAG PIC 9 VALUE ZERO.
    88  TIMING-AVAILABLE  VALUE 1.
01  WS-TIMING-NOW.
    05  WS-TIMING-NOW-DATE PIC 9(8).
    05  WS-TIMING-NOW-TIME PIC 9(8).
    05  WS-TIMING-NOW-CLOCK REDEFINES WS-TIMING-NOW-TIME.
        10  WS-TIMING-NOW-HH PIC 99.
        10  WS-TIMING-NOW-MI PIC 99.
        10  WS-TIMING-NOW-SS PIC 99.
        10  WS-TIMING-NOW-CC PIC 99.
    05  WS-TIMING-NOW-HS  PIC 9(15).
01  WS-TIMING-SLOT-TABLE.
    05  WS-TIMING-SLOT OCCURS 3 TIMES.
        10  TT-START-DATE PIC 9(8).
        10  TT-START-TIME PIC 9(8).
        10  TT-START-HS   PIC 9(15).
01  WS-TIMING-SLOT-INDEX  PIC 9 VALUE ZERO.
01  WS-TIMING-RUN-TYPE    PIC X(7) VALUE "FRESH".
01  WS-TIMING-PHASE       PIC X(9) VALUE SPACES.
01  WS-TIMING-STATUS      PIC X(13) VALUE SPACES.
01  WS-TIMING-RECORDS     PIC 9(9) VALUE ZERO.
01  WS-TIMING-PASS-RECORDS PIC 9(9) VALUE ZERO.
01  WS-TIMING-RUN-RECORDS PIC 9(9) VALUE ZERO.
01  WS-TIMING-DEDUCT-HS   PIC 9(11) VALUE ZERO.
01  WS-TIMING-ELAPSED-HS  PIC S9(11) VALUE ZERO.
01  WS-HISTORY-TIMING.
    05  WS-HIST-WRITES    PIC 9(7) VALUE ZERO.
    05  WS-HIST-ELAPSED-HS PIC 9(11) VALUE ZERO.
    05  WS-HIST-CALL-HS   PIC 9(15) VALUE ZERO.
    05  WS-HIST-FIRST-DATE PIC 9(8) VALUE ZERO.
    05  WS-HIST-FIRST-TIME PIC 9(8) VALUE ZERO.
    05  WS-HIST-LAST-DATE PIC 9(8) VALUE ZERO.
    05  WS-HIST-LAST-TIME PIC 9(8) VALUE ZERO.

*> Added for the machine-readable statistics extract - fixed-width
*> explicitly-signed pictures so every field parses without any
*> trimming on the consuming side
    05  WS-EXT-SHAPE      PIC +9(7).9(4).
    05  WS-EXT-SUPPRESSED PIC X.
    05  WS-EXT-VALIDATION PIC X.
*> Added for the outlier detail file and the outlier case master -
*> the case master is loaded once at start-up so each flagged value
*> can be matched to a standing case on file name, key, metric and
*> the value itself
01  WS-OUTLIER-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-CASE-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-CASE-EOF-FLAG       PIC 9 VALUE 0.
    88  CASE-END-OF-FILE   VALUE 1.
01  WS-CASE-COUNT          PIC 9(4) VALUE ZERO.
01  WS-CASE-TABLE.
    05  WS-CASE-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-CASE-COUNT.
        10  TK-CASE-ID     PIC X(8).
        10  TK-STATUS      PIC X(15).
        10  TK-FILENAME    PIC X(100).
        10  TK-KEY         PIC X(10).
        10  TK-METRIC      PIC X(4).
        10  TK-VALUE       PIC S9(6)V99.
01  WS-CASE-INDEX          PIC 9(4) VALUE ZERO.
01  WS-CASE-SEARCH         PIC 9(4) VALUE ZERO.
01  WS-OUTLIER-DISTANCE    PIC S9(7)V99 VALUE ZERO.
01  WS-OUTLIER-EXPLAINED-COUNT PIC 9(7) VALUE ZERO.
01  WS-INPUT-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-REPORT-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-SUSPENSE-FILE-STATUS PIC XX VALUE ZEROS.
    PERFORM INITIALIZATION.
    IF RECON-MODE
        PERFORM RECONCILIATION-PROCESSING
        COMPUTE WS-TIMING-RUN-RECORDS =
            WS-RECON-READ-A + WS-RECON-READ-B
    ELSE
        PERFORM PROCESS-ALL-FILES
    END-IF.
    PERFORM FINISH-RUN-TIMING.
    CLOSE REPORT-FILE.
    CLOSE SUSPENSE-FILE.
    CLOSE AUDIT-FILE.
    IF TIMING-AVAILABLE
        CLOSE TIMING-FILE
    END-IF.
    CLOSE EXTRACT-FILE.
    CLOSE OUTLIER-FILE.
    IF HISTORY-AVAILABLE
        CLOSE HISTORY-FILE
    END-IF.
    DISPLAY "STATISTICAL MEASURES PROGRAM".
    DISPLAY "============================".

*> The run's clock starts before anything else is done, so the RUN
*> timing line covers start-up and the master loads too
    MOVE 1 TO WS-TIMING-SLOT-INDEX.
    PERFORM START-TIMING-SLOT.

    PERFORM READ-CONTROL-CARDS.

    IF WS-FILE-COUNT = 0 AND NOT RECON-MODE
        STOP RUN
    END-IF.

    PERFORM SAVE-SYSIN-DEFAULTS.

*> The registry gate runs before anything is opened or written, so
*> a second batch colliding with an in-flight one leaves no mark at
*> all on the first run's files
        STOP RUN
    END-IF.

*> Outlier detail follows the same restart rule as the extract
    IF BATCH-IS-RESTART
        OPEN EXTEND OUTLIER-FILE
        IF WS-OUTLIER-FILE-STATUS = "05"
            OPEN OUTPUT OUTLIER-FILE
        END-IF
    ELSE
        OPEN OUTPUT OUTLIER-FILE
    END-IF.
    IF WS-OUTLIER-FILE-STATUS NOT = "00"
        DISPLAY "Error opening outlier detail file: OUTLIERS - status "
            WS-OUTLIER-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN EXTEND AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS NOT = "00" AND WS-AUDIT-FILE-STATUS NOT = "05"
        OPEN OUTPUT AUDIT-FILE
    END-IF.

*> The timing log is appended to like the audit log. Losing it costs
*> only the window trend, so a log that cannot be opened is reported
*> and the run carries on untimed
    OPEN EXTEND TIMING-FILE.
    IF WS-TIMING-FILE-STATUS NOT = "00" AND WS-TIMING-FILE-STATUS NOT = "05"
        OPEN OUTPUT TIMING-FILE
    END-IF.
    IF WS-TIMING-FILE-STATUS = "00" OR WS-TIMING-FILE-STATUS = "05"
        MOVE 1 TO WS-TIMING-AVAILABLE-FLAG
    ELSE
        DISPLAY "Warning: cannot open run-timing log RUNTIME - "
            "status " WS-TIMING-FILE-STATUS
        DISPLAY "Run continues; no timing records will be written"
    END-IF.
    IF BATCH-IS-RESTART
        MOVE "RESTART" TO WS-TIMING-RUN-TYPE
    END-IF.

*> The history master is a standing dataset - opened I-O so this
*> run's records are added alongside every prior run's, created
*> fresh on the first run ever (status 35). A master that cannot

    PERFORM LOAD-LIMITS-MASTER.
    PERFORM LOAD-PROCESSING-CALENDAR.
    PERFORM LOAD-PROFILE-MASTER.
    PERFORM LOAD-OUTLIER-CASES.

    DISPLAY "Statistics report written to RPTOUT".

    END-IF.
    MOVE 0 TO CL-DELIVERED(WS-CALENDAR-COUNT).

*> Loads the feed-profile master into its table. A missing master
*> is not an error - every file simply runs under the SYSIN cards as
*> it always has - but a malformed record is dropped with a message
*> so a bad hand edit cannot half-load silently
LOAD-PROFILE-MASTER.
    MOVE 0 TO WS-PROFILE-EOF-FLAG.
    OPEN INPUT PROFILE-FILE.
    IF WS-PROFILE-FILE-STATUS NOT = "00"
        DISPLAY "No feed-profile master (PROFILES status "
            WS-PROFILE-FILE-STATUS ") - SYSIN cards apply to every file"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL PROFILE-END-OF-FILE
        READ PROFILE-FILE
            AT END
                SET PROFILE-END-OF-FILE TO TRUE
            NOT AT END
                IF PROFILE-RECORD NOT = SPACES
                    PERFORM LOAD-ONE-PROFILE-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PROFILE-FILE.
    DISPLAY "Feed profiles loaded: " WS-PROFILE-COUNT.

LOAD-ONE-PROFILE-RECORD.
    IF WS-PROFILE-COUNT >= 200
        DISPLAY "Profile table full - record ignored: " PF-PROFILE-ID
        EXIT PARAGRAPH
    END-IF.
    IF (PF-MATCH-TYPE NOT = "FILE" AND PF-MATCH-TYPE NOT = "FEED")
            OR PF-MATCH-VALUE = SPACES
            OR (PF-FORMAT NOT = "FIXED" AND PF-FORMAT NOT = "CSV  ")
            OR (PF-DELIMITER NOT = "COMMA" AND PF-DELIMITER NOT = "TAB  "
                AND PF-DELIMITER NOT = SPACES)
            OR (PF-SORT-FLAG NOT = "Y" AND PF-SORT-FLAG NOT = "N")
            OR (PF-METRICS-FLAG NOT = "Y" AND PF-METRICS-FLAG NOT = "N")
        DISPLAY "Malformed profile record ignored: " PF-PROFILE-ID
        EXIT PARAGRAPH
    END-IF.
    IF PF-CHECKPOINT-TEXT NOT = SPACES
        COMPUTE WS-NUMVAL-CHECK =
            FUNCTION TEST-NUMVAL(PF-CHECKPOINT-TEXT)
        IF WS-NUMVAL-CHECK NOT = 0
            DISPLAY "Malformed profile record ignored: " PF-PROFILE-ID
            EXIT PARAGRAPH
        END-IF
    END-IF.
*> Column positions only mean something on a delimited feed; a
*> fixed-layout profile keeps the standard mapping whatever its
*> column fields hold
    IF PF-FORMAT = "CSV  "
        COMPUTE WS-NUMVAL-CHECK =
            FUNCTION TEST-NUMVAL(PF-KEY-COL-TEXT)
        IF WS-NUMVAL-CHECK = 0
            COMPUTE WS-NUMVAL-CHECK =
                FUNCTION TEST-NUMVAL(PF-VALUE-COL-TEXT)
        END-IF
        IF WS-NUMVAL-CHECK = 0
            COMPUTE WS-NUMVAL-CHECK =
                FUNCTION TEST-NUMVAL(PF-WEIGHT-COL-TEXT)
        END-IF
        IF WS-NUMVAL-CHECK = 0
            COMPUTE WS-NUMVAL-CHECK =
                FUNCTION TEST-NUMVAL(PF-METRIC-COL-TEXT)
        END-IF
        IF WS-NUMVAL-CHECK NOT = 0
            DISPLAY "Malformed profile record ignored: " PF-PROFILE-ID
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(PF-KEY-COL-TEXT) > 20
                OR FUNCTION NUMVAL(PF-VALUE-COL-TEXT) > 20
                OR FUNCTION NUMVAL(PF-WEIGHT-COL-TEXT) > 20
                OR FUNCTION NUMVAL(PF-METRIC-COL-TEXT) > 20
            DISPLAY "Malformed profile record ignored: " PF-PROFILE-ID
            EXIT PARAGRAPH
        END-IF
    END-IF.

    ADD 1 TO WS-PROFILE-COUNT.
    MOVE PF-PROFILE-ID TO TP-PROFILE-ID(WS-PROFILE-COUNT).
    MOVE PF-MATCH-TYPE TO TP-MATCH-TYPE(WS-PROFILE-COUNT).
    MOVE PF-MATCH-VALUE TO TP-MATCH-VALUE(WS-PROFILE-COUNT).
    IF PF-FORMAT = "CSV  "
        MOVE 1 TO TP-CSV-FLAG(WS-PROFILE-COUNT)
        COMPUTE TP-KEY-COL(WS-PROFILE-COUNT) =
            FUNCTION NUMVAL(PF-KEY-COL-TEXT)
        COMPUTE TP-VALUE-COL(WS-PROFILE-COUNT) =
            FUNCTION NUMVAL(PF-VALUE-COL-TEXT)
        COMPUTE TP-WEIGHT-COL(WS-PROFILE-COUNT) =
            FUNCTION NUMVAL(PF-WEIGHT-COL-TEXT)
        COMPUTE TP-METRIC-COL(WS-PROFILE-COUNT) =
            FUNCTION NUMVAL(PF-METRIC-COL-TEXT)
    ELSE
        MOVE 0 TO TP-CSV-FLAG(WS-PROFILE-COUNT)
        MOVE 1 TO TP-KEY-COL(WS-PROFILE-COUNT)
        MOVE 2 TO TP-VALUE-COL(WS-PROFILE-COUNT)
        MOVE 3 TO TP-WEIGHT-COL(WS-PROFILE-COUNT)
        MOVE 0 TO TP-METRIC-COL(WS-PROFILE-COUNT)
    END-IF.
    IF PF-DELIMITER = "TAB  "
        MOVE X"09" TO TP-DELIMITER(WS-PROFILE-COUNT)
    ELSE
        MOVE "," TO TP-DELIMITER(WS-PROFILE-COUNT)
    END-IF.
    IF PF-SORT-FLAG = "Y"
        MOVE 1 TO TP-SORT-FLAG(WS-PROFILE-COUNT)
    ELSE
        MOVE 0 TO TP-SORT-FLAG(WS-PROFILE-COUNT)
    END-IF.
    IF PF-METRICS-FLAG = "Y"
        MOVE 1 TO TP-METRICS-FLAG(WS-PROFILE-COUNT)
    ELSE
        MOVE 0 TO TP-METRICS-FLAG(WS-PROFILE-COUNT)
    END-IF.
    IF PF-CHECKPOINT-TEXT = SPACES
        MOVE ZERO TO TP-CHECKPOINT-INTERVAL(WS-PROFILE-COUNT)
    ELSE
        COMPUTE TP-CHECKPOINT-INTERVAL(WS-PROFILE-COUNT) =
            FUNCTION NUMVAL(PF-CHECKPOINT-TEXT)
    END-IF.

*> Loads the outlier case master into its table. A missing master
*> is not an error - every flagged value is simply NEW - and a
*> record whose value will not convert is dropped with a message
LOAD-OUTLIER-CASES.
    MOVE 0 TO WS-CASE-EOF-FLAG.
    OPEN INPUT CASE-FILE.
    IF WS-CASE-FILE-STATUS NOT = "00"
        DISPLAY "No outlier case master (OUTCASES status "
            WS-CASE-FILE-STATUS ") - every outlier reported as new"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL CASE-END-OF-FILE
        READ CASE-FILE
            AT END
                SET CASE-END-OF-FILE TO TRUE
            NOT AT END
                IF CASE-RECORD NOT = SPACES
                    PERFORM LOAD-ONE-CASE-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CASE-FILE.
    DISPLAY "Outlier cases loaded: " WS-CASE-COUNT.

LOAD-ONE-CASE-RECORD.
    IF WS-CASE-COUNT >= 5000
        DISPLAY "Case table full - record ignored: " OC-CASE-ID
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-NUMVAL-CHECK = FUNCTION TEST-NUMVAL(OC-VALUE-TEXT).
    IF WS-NUMVAL-CHECK NOT = 0
        DISPLAY "Malformed case record ignored: " OC-CASE-ID
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-CASE-COUNT.
    MOVE OC-CASE-ID TO TK-CASE-ID(WS-CASE-COUNT).
    MOVE OC-STATUS TO TK-STATUS(WS-CASE-COUNT).
    MOVE OC-FILENAME TO TK-FILENAME(WS-CASE-COUNT).
    MOVE OC-KEY TO TK-KEY(WS-CASE-COUNT).
    MOVE OC-METRIC TO TK-METRIC(WS-CASE-COUNT).
    COMPUTE TK-VALUE(WS-CASE-COUNT) = FUNCTION NUMVAL(OC-VALUE-TEXT).

*> Keeps the format/mapping/sort/metrics settings the SYSIN cards
*> left behind, so a file with no profile of its own runs exactly
*> the way every file did before profiles existed
SAVE-SYSIN-DEFAULTS.
    MOVE WS-CSV-MODE-FLAG TO WS-DEFAULT-CSV-FLAG.
    MOVE WS-CSV-DELIMITER TO WS-DEFAULT-DELIMITER.
    MOVE WS-CSV-KEY-COL TO WS-DEFAULT-KEY-COL.
    MOVE WS-CSV-VALUE-COL TO WS-DEFAULT-VALUE-COL.
    MOVE WS-CSV-WEIGHT-COL TO WS-DEFAULT-WEIGHT-COL.
    MOVE WS-CSV-METRIC-COL TO WS-DEFAULT-METRIC-COL.
    MOVE WS-SORT-MODE-FLAG TO WS-DEFAULT-SORT-FLAG.
    MOVE WS-METRICS-MODE-FLAG TO WS-DEFAULT-METRICS-FLAG.
    MOVE WS-CHECKPOINT-INTERVAL TO WS-DEFAULT-CHECKPOINT-INTERVAL.

*> Puts the file about to be processed under its feed profile: back
*> to the SYSIN defaults first, then a profile matched on the FILE=
*> name, or failing that one matched on the feed id in the owner's
*> header record, laid over them. The header is peeked with a quick
*> open/read/close of its own - the profile decides how the file is
*> read, so it must be settled before the integrity pre-scan starts
APPLY-FEED-PROFILE.
    MOVE WS-DEFAULT-CSV-FLAG TO WS-CSV-MODE-FLAG.
    MOVE WS-DEFAULT-DELIMITER TO WS-CSV-DELIMITER.
    MOVE WS-DEFAULT-KEY-COL TO WS-CSV-KEY-COL.
    MOVE WS-DEFAULT-VALUE-COL TO WS-CSV-VALUE-COL.
    MOVE WS-DEFAULT-WEIGHT-COL TO WS-CSV-WEIGHT-COL.
    MOVE WS-DEFAULT-METRIC-COL TO WS-CSV-METRIC-COL.
    MOVE WS-DEFAULT-SORT-FLAG TO WS-SORT-MODE-FLAG.
    MOVE WS-DEFAULT-METRICS-FLAG TO WS-METRICS-MODE-FLAG.
    MOVE WS-DEFAULT-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL.
    MOVE "SYSIN control cards" TO WS-PROFILE-LABEL.
    IF WS-PROFILE-COUNT = 0
        EXIT PARAGRAPH
    END-IF.

    MOVE ZERO TO WS-PROFILE-INDEX.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PROFILE-COUNT
        IF WS-PROFILE-INDEX = 0
                AND TP-MATCH-TYPE(WS-I) = "FILE"
                AND TP-MATCH-VALUE(WS-I) = WS-FILENAME
            MOVE WS-I TO WS-PROFILE-INDEX
        END-IF
    END-PERFORM.
    IF WS-PROFILE-INDEX > 0
        MOVE SPACES TO WS-PROFILE-LABEL
        STRING TP-PROFILE-ID(WS-PROFILE-INDEX)
            " (matched on file name)" DELIMITED BY SIZE
            INTO WS-PROFILE-LABEL
    ELSE
        PERFORM PEEK-FEED-HEADER
        IF WS-PROFILE-FEED-ID = SPACES
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PROFILE-COUNT
            IF WS-PROFILE-INDEX = 0
                    AND TP-MATCH-TYPE(WS-I) = "FEED"
                    AND TP-MATCH-VALUE(WS-I) = WS-PROFILE-FEED-ID
                MOVE WS-I TO WS-PROFILE-INDEX
            END-IF
        END-PERFORM
        IF WS-PROFILE-INDEX = 0
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO WS-PROFILE-LABEL
        STRING TP-PROFILE-ID(WS-PROFILE-INDEX)
            " (matched on feed id " WS-PROFILE-FEED-ID ")"
            DELIMITED BY SIZE INTO WS-PROFILE-LABEL
    END-IF.

    MOVE TP-CSV-FLAG(WS-PROFILE-INDEX) TO WS-CSV-MODE-FLAG.
    MOVE TP-DELIMITER(WS-PROFILE-INDEX) TO WS-CSV-DELIMITER.
    MOVE TP-KEY-COL(WS-PROFILE-INDEX) TO WS-CSV-KEY-COL.
    MOVE TP-VALUE-COL(WS-PROFILE-INDEX) TO WS-CSV-VALUE-COL.
    MOVE TP-WEIGHT-COL(WS-PROFILE-INDEX) TO WS-CSV-WEIGHT-COL.
    MOVE TP-METRIC-COL(WS-PROFILE-INDEX) TO WS-CSV-METRIC-COL.
    MOVE TP-SORT-FLAG(WS-PROFILE-INDEX) TO WS-SORT-MODE-FLAG.
    MOVE TP-METRICS-FLAG(WS-PROFILE-INDEX) TO WS-METRICS-MODE-FLAG.
    IF TP-CHECKPOINT-INTERVAL(WS-PROFILE-INDEX) > 0
        MOVE TP-CHECKPOINT-INTERVAL(WS-PROFILE-INDEX)
            TO WS-CHECKPOINT-INTERVAL
    END-IF.
    DISPLAY "Feed profile " TP-PROFILE-ID(WS-PROFILE-INDEX)
        " applied to " WS-FILENAME.

*> Reads just the first record of the file for the owner's header
*> feed id. A file that will not open, or carries no header, leaves
*> the feed id blank - the real open further on reports the failure
PEEK-FEED-HEADER.
    MOVE SPACES TO WS-PROFILE-FEED-ID.
    OPEN INPUT INPUT-FILE.
    IF WS-INPUT-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    READ INPUT-FILE INTO WS-RAW-RECORD
        AT END
            CONTINUE
        NOT AT END
            IF WS-RAW-RECORD(1:4) = "HDR "
                MOVE WS-RAW-RECORD(5:10) TO WS-PROFILE-FEED-ID
            END-IF
    END-READ.
    CLOSE INPUT-FILE.

*> The run-level effective date before any header is seen: the
*> AS-OF= card when one was supplied, the system date otherwise
SET-DEFAULT-EFFECTIVE-DATE.
            MOVE 0 TO FS-INTEGRITY-FAILED(WS-FILE-INDEX)
            MOVE 0 TO FS-OPEN-FAILED(WS-FILE-INDEX)
        ELSE
            PERFORM APPLY-FEED-PROFILE
            PERFORM RESET-RUN-ACCUMULATORS
            MOVE 2 TO WS-TIMING-SLOT-INDEX
            PERFORM START-TIMING-SLOT

            IF WS-FILE-INDEX > 1
                MOVE SPACES TO REPORT-RECORD
                PERFORM WRITE-AUDIT-OPEN-FAIL
                MOVE 8 TO WS-RC-CANDIDATE
                PERFORM RAISE-CONDITION-CODE
                MOVE ZERO TO WS-TIMING-PASS-RECORDS
                MOVE "OPEN-FAILED" TO WS-TIMING-STATUS
                PERFORM FINISH-FILE-TIMING
            ELSE
                MOVE 3 TO WS-TIMING-SLOT-INDEX
                PERFORM START-TIMING-SLOT
                PERFORM VERIFY-FILE-INTEGRITY
                PERFORM SET-EFFECTIVE-DATE
                PERFORM FINISH-INTEGRITY-TIMING
                IF INTEGRITY-FAILED
                    PERFORM REJECT-FILE-INTEGRITY
                    MOVE 8 TO WS-RC-CANDIDATE
                    PERFORM RAISE-CONDITION-CODE
                    MOVE WS-IV-DATA-COUNT TO WS-TIMING-PASS-RECORDS
                    MOVE "INTEGRITY-ERR" TO WS-TIMING-STATUS
                    PERFORM FINISH-FILE-TIMING
                ELSE
                    OPEN INPUT INPUT-FILE
                    PERFORM PRINT-INTEGRITY-STATUS
                    PERFORM PROCESS-DATA
                    PERFORM WRITE-AUDIT-LOG
                    IF RESTARTED-RUN
                        MOVE "RESUMED" TO WS-TIMING-STATUS
                    ELSE
                        MOVE "OK" TO WS-TIMING-STATUS
                    END-IF
                    PERFORM FINISH-FILE-TIMING
                    PERFORM CAPTURE-FILE-SUMMARY
                    IF WS-TOTAL-REJECT-COUNT > 0
                        MOVE 4 TO WS-RC-CANDIDATE
*> block covering every record on the file is printed.
PROCESS-DATA.
    IF NOT SORT-MODE
        PERFORM START-STATS-TIMING
        PERFORM CHECK-FOR-CHECKPOINT
        PERFORM SKIP-CHECKPOINTED-RECORDS
    ELSE
        MOVE 3 TO WS-TIMING-SLOT-INDEX
        PERFORM START-TIMING-SLOT
        PERFORM LOAD-AND-SORT-INPUT
        MOVE "SORT" TO WS-TIMING-PHASE
        COMPUTE WS-TIMING-RECORDS =
            WS-SORTED-COUNT + WS-TOTAL-REJECT-COUNT
        MOVE "OK" TO WS-TIMING-STATUS
        PERFORM FINISH-TIMING-SLOT
        PERFORM START-STATS-TIMING
    END-IF.
    PERFORM GET-NEXT-DATA-RECORD.
    PERFORM UNTIL END-OF-FILE
    PERFORM PRINT-UNLISTED-KEYS.
    PERFORM CLEAR-CHECKPOINT.
    CLOSE INPUT-FILE.
    PERFORM FINISH-STATS-TIMING.

*> Delivers the next data record into INPUT-RECORD: straight off
*> the file normally, or off the key-sequenced buffer under SORT=Y
                INTO WS-BLOCK-LABEL
        END-IF
        PERFORM SET-GROUP-VALIDATION
        PERFORM WRITE-OUTLIER-DETAILS
        PERFORM PRINT-STATS-BLOCK
        PERFORM WRITE-HISTORY-RECORD
        PERFORM WRITE-EXTRACT-RECORD
*> a stale count here would fail the next group's validation
    MOVE ZERO TO WS-GROUP-RANGE-REJECTS.

*> Writes one outlier detail record per value of the finished group
*> lying beyond its quartile fences. Only group blocks write detail -
*> the grand total is the same records again under file-wide fences,
*> and listing them twice would double every investigation. A group
*> resumed mid-way at a restart, or one whose quartiles were
*> suppressed, has fences that do not represent the group, so it
*> writes no detail - the case tracker would otherwise open cases on
*> figures the history and the report both disown
WRITE-OUTLIER-DETAILS.
    MOVE ZERO TO WS-OUTLIER-EXPLAINED-COUNT.
    IF WS-OUTLIER-COUNT = 0 OR GROUP-PARTIAL OR QUARTILES-SUPPRESSED
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DATA-COUNT
        IF WS-X(WS-I) < WS-LOWER-FENCE OR WS-X(WS-I) > WS-UPPER-FENCE
            PERFORM WRITE-ONE-OUTLIER
        END-IF
    END-PERFORM.

*> Distance is measured from the quartile on the broken side (Q1 for
*> a low value, Q3 for a high one), always as a positive amount
WRITE-ONE-OUTLIER.
    MOVE SPACES TO OUTLIER-RECORD.
    MOVE WS-EFFECTIVE-DATE-TEXT TO OL-RUN-DATE.
    MOVE WS-RUN-TIME-TEXT TO OL-RUN-TIME.
    MOVE WS-FILENAME TO OL-FILENAME.
    MOVE WS-PREV-KEY TO OL-KEY.
    MOVE WS-PREV-METRIC TO OL-METRIC.
    MOVE WS-X(WS-I) TO OL-VALUE.
    IF WS-X(WS-I) < WS-LOWER-FENCE
        MOVE "LOW" TO OL-FENCE
        MOVE WS-Q1 TO OL-QUARTILE
        COMPUTE WS-OUTLIER-DISTANCE = WS-Q1 - WS-X(WS-I)
    ELSE
        MOVE "HIGH" TO OL-FENCE
        MOVE WS-Q3 TO OL-QUARTILE
        COMPUTE WS-OUTLIER-DISTANCE = WS-X(WS-I) - WS-Q3
    END-IF.
    MOVE WS-OUTLIER-DISTANCE TO OL-DISTANCE.

    PERFORM FIND-OUTLIER-CASE.
    IF WS-CASE-INDEX = 0
        MOVE "NEW" TO OL-CASE-STATUS
    ELSE
        MOVE TK-STATUS(WS-CASE-INDEX) TO OL-CASE-STATUS
        MOVE TK-CASE-ID(WS-CASE-INDEX) TO OL-CASE-ID
        IF TK-STATUS(WS-CASE-INDEX) = "EXPLAINED"
            ADD 1 TO WS-OUTLIER-EXPLAINED-COUNT
        END-IF
    END-IF.
    WRITE OUTLIER-RECORD.

*> Finds the standing case for the outlier in hand - same feed,
*> key, metric and value - leaving its index in WS-CASE-INDEX
FIND-OUTLIER-CASE.
    MOVE ZERO TO WS-CASE-INDEX.
    PERFORM VARYING WS-CASE-SEARCH FROM 1 BY 1
            UNTIL WS-CASE-SEARCH > WS-CASE-COUNT
                OR WS-CASE-INDEX > 0
        IF TK-FILENAME(WS-CASE-SEARCH) = WS-FILENAME
                AND TK-KEY(WS-CASE-SEARCH) = WS-PREV-KEY
                AND TK-METRIC(WS-CASE-SEARCH) = WS-PREV-METRIC
                AND TK-VALUE(WS-CASE-SEARCH) = WS-X(WS-I)
            MOVE WS-CASE-SEARCH TO WS-CASE-INDEX
        END-IF
    END-PERFORM.

*> Looks up the limits entry for the record in hand, caching the
*> answer until the key changes so a million-row group costs one
*> table search, not a million. A key with no entry is remembered
*> group fields and reuses the normal calculation/print paragraphs
*> to produce the final all-groups summary block
GRAND-TOTAL-PROCESSING.
    MOVE ZERO TO WS-OUTLIER-EXPLAINED-COUNT.
    IF GT-DATA-COUNT > 0
        MOVE GT-DATA-COUNT     TO WS-DATA-COUNT
        MOVE GT-POS-COUNT      TO WS-POS-COUNT
    IF NOT HISTORY-AVAILABLE
        EXIT PARAGRAPH
    END-IF.
    PERFORM TAKE-TIMING-STAMP.
    MOVE WS-TIMING-NOW-HS TO WS-HIST-CALL-HS.
    IF WS-HIST-WRITES = 0
        MOVE WS-TIMING-NOW-DATE TO WS-HIST-FIRST-DATE
        MOVE WS-TIMING-NOW-TIME TO WS-HIST-FIRST-TIME
    END-IF.
*> A rerun of a corrected feed replaces the business date's prior
*> records for this block instead of dropping the corrected figures
*> on a duplicate key - done before the new record is built, since
                DISPLAY "Use RERUN=Y to restate a corrected feed"
            END-IF
    END-WRITE.
    PERFORM TAKE-TIMING-STAMP.
    COMPUTE WS-HIST-ELAPSED-HS =
        WS-HIST-ELAPSED-HS + WS-TIMING-NOW-HS - WS-HIST-CALL-HS.
    ADD 1 TO WS-HIST-WRITES.
    MOVE WS-TIMING-NOW-DATE TO WS-HIST-LAST-DATE.
    MOVE WS-TIMING-NOW-TIME TO WS-HIST-LAST-TIME.

*> Finds (and removes) the standing history records that the block
*> in hand restates: same business date, same feed, same group key,
    END-IF.
    WRITE AUDIT-RECORD.

*> Reads the clock into WS-TIMING-NOW - date, time of day, and the
*> two folded into hundredths of a second since day zero so that
*> elapsed times are a plain subtraction, midnight or not
TAKE-TIMING-STAMP.
    ACCEPT WS-TIMING-NOW-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TIMING-NOW-TIME FROM TIME.
    COMPUTE WS-TIMING-NOW-HS =
        FUNCTION INTEGER-OF-DATE(WS-TIMING-NOW-DATE) * 8640000.
    COMPUTE WS-TIMING-NOW-HS = WS-TIMING-NOW-HS
        + (WS-TIMING-NOW-HH * 360000) + (WS-TIMING-NOW-MI * 6000)
        + (WS-TIMING-NOW-SS * 100) + WS-TIMING-NOW-CC.

*> Starts the clock on timing slot WS-TIMING-SLOT-INDEX
START-TIMING-SLOT.
    PERFORM TAKE-TIMING-STAMP.
    MOVE WS-TIMING-NOW-DATE TO TT-START-DATE(WS-TIMING-SLOT-INDEX).
    MOVE WS-TIMING-NOW-TIME TO TT-START-TIME(WS-TIMING-SLOT-INDEX).
    MOVE WS-TIMING-NOW-HS TO TT-START-HS(WS-TIMING-SLOT-INDEX).

*> Stops the clock on slot WS-TIMING-SLOT-INDEX and logs the step
*> named in WS-TIMING-PHASE, less any WS-TIMING-DEDUCT-HS the caller
*> has already logged as a step of its own
FINISH-TIMING-SLOT.
    PERFORM TAKE-TIMING-STAMP.
    COMPUTE WS-TIMING-ELAPSED-HS = WS-TIMING-NOW-HS
        - TT-START-HS(WS-TIMING-SLOT-INDEX) - WS-TIMING-DEDUCT-HS.
    IF WS-TIMING-ELAPSED-HS < 0
        MOVE ZERO TO WS-TIMING-ELAPSED-HS
    END-IF.
    MOVE ZERO TO WS-TIMING-DEDUCT-HS.
    MOVE SPACES TO TIMING-RECORD.
    MOVE TT-START-DATE(WS-TIMING-SLOT-INDEX) TO TM-START-DATE.
    MOVE TT-START-TIME(WS-TIMING-SLOT-INDEX) TO TM-START-TIME.
    MOVE WS-TIMING-NOW-DATE TO TM-END-DATE.
    MOVE WS-TIMING-NOW-TIME TO TM-END-TIME.
    PERFORM WRITE-TIMING-RECORD.

*> Completes and appends the timing line whose start/end stamps the
*> caller has already set
WRITE-TIMING-RECORD.
    IF NOT TIMING-AVAILABLE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RUN-ID TO TM-RUN-ID.
    MOVE WS-TIMING-RUN-TYPE TO TM-RUN-TYPE.
    MOVE WS-TIMING-PHASE TO TM-PHASE.
    COMPUTE TM-ELAPSED = WS-TIMING-ELAPSED-HS / 100.
    MOVE WS-TIMING-RECORDS TO TM-RECORDS-READ.
    MOVE WS-TIMING-STATUS TO TM-STATUS.
    IF WS-TIMING-PHASE = "RUN"
        MOVE SPACES TO TM-BUSINESS-DATE TM-FILENAME
    ELSE
        MOVE WS-EFFECTIVE-DATE-TEXT TO TM-BUSINESS-DATE
        MOVE WS-FILENAME TO TM-FILENAME
    END-IF.
    WRITE TIMING-RECORD.

*> Logs the integrity pre-scan, which reads every data record once
FINISH-INTEGRITY-TIMING.
    MOVE 3 TO WS-TIMING-SLOT-INDEX.
    MOVE "INTEGRITY" TO WS-TIMING-PHASE.
    MOVE WS-IV-DATA-COUNT TO WS-TIMING-RECORDS.
    EVALUATE TRUE
        WHEN INTEGRITY-VERIFIED
            MOVE "OK" TO WS-TIMING-STATUS
        WHEN INTEGRITY-FAILED
            MOVE "INTEGRITY-ERR" TO WS-TIMING-STATUS
        WHEN OTHER
            MOVE "UNVERIFIED" TO WS-TIMING-STATUS
    END-EVALUATE.
    PERFORM FINISH-TIMING-SLOT.

*> The statistics pass starts its clock (and the STATHIST write
*> totals) after any SORT=Y buffering, so the two steps never overlap
START-STATS-TIMING.
    MOVE 3 TO WS-TIMING-SLOT-INDEX.
    PERFORM START-TIMING-SLOT.
    INITIALIZE WS-HISTORY-TIMING.

*> Logs the statistics pass net of its STATHIST writes, then the
*> writes themselves as the HISTORY step. Records read are those
*> this run actually read - a checkpoint restart's restored counts
*> were read by the run that abended
FINISH-STATS-TIMING.
    COMPUTE WS-TIMING-PASS-RECORDS =
        GT-DATA-COUNT + WS-TOTAL-REJECT-COUNT.
    IF NOT SORT-MODE AND RESTARTED-RUN
        IF WS-TIMING-PASS-RECORDS > WS-RESTART-SKIP-COUNT
            SUBTRACT WS-RESTART-SKIP-COUNT FROM WS-TIMING-PASS-RECORDS
        ELSE
            MOVE ZERO TO WS-TIMING-PASS-RECORDS
        END-IF
    END-IF.
    MOVE 3 TO WS-TIMING-SLOT-INDEX.
    MOVE "STATS" TO WS-TIMING-PHASE.
    MOVE WS-TIMING-PASS-RECORDS TO WS-TIMING-RECORDS.
    IF RESTARTED-RUN
        MOVE "RESUMED" TO WS-TIMING-STATUS
    ELSE
        MOVE "OK" TO WS-TIMING-STATUS
    END-IF.
    MOVE WS-HIST-ELAPSED-HS TO WS-TIMING-DEDUCT-HS.
    PERFORM FINISH-TIMING-SLOT.

    IF WS-HIST-WRITES > 0
        MOVE SPACES TO TIMING-RECORD
        MOVE WS-HIST-FIRST-DATE TO TM-START-DATE
        MOVE WS-HIST-FIRST-TIME TO TM-START-TIME
        MOVE WS-HIST-LAST-DATE TO TM-END-DATE
        MOVE WS-HIST-LAST-TIME TO TM-END-TIME
        MOVE "HISTORY" TO WS-TIMING-PHASE
        MOVE WS-HIST-ELAPSED-HS TO WS-TIMING-ELAPSED-HS
        MOVE WS-HIST-WRITES TO WS-TIMING-RECORDS
        MOVE "OK" TO WS-TIMING-STATUS
        PERFORM WRITE-TIMING-RECORD
    END-IF.

*> Logs the feed just finished - WS-TIMING-STATUS and the records it
*> read (WS-TIMING-PASS-RECORDS) are set by the caller for whichever
*> way the feed ended - and adds its records to the run's total
FINISH-FILE-TIMING.
    MOVE 2 TO WS-TIMING-SLOT-INDEX.
    MOVE "FILE" TO WS-TIMING-PHASE.
    MOVE WS-TIMING-PASS-RECORDS TO WS-TIMING-RECORDS.
    ADD WS-TIMING-PASS-RECORDS TO WS-TIMING-RUN-RECORDS.
    PERFORM FINISH-TIMING-SLOT.

*> Logs the whole run once every feed in it has been handled
FINISH-RUN-TIMING.
    MOVE 1 TO WS-TIMING-SLOT-INDEX.
    MOVE "RUN" TO WS-TIMING-PHASE.
    MOVE WS-TIMING-RUN-RECORDS TO WS-TIMING-RECORDS.
    MOVE "COMPLETE" TO WS-TIMING-STATUS.
    PERFORM FINISH-TIMING-SLOT.

*> Stamps the reject date and writes the suspense record built by
*> the caller - one place to keep the date column consistent across
*> every reason code
            STRING "   Outliers (beyond 1.5*IQR): " WS-EDIT-COUNT
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            PERFORM WRITE-REPORT-LINE

            IF WS-OUTLIER-EXPLAINED-COUNT > 0
                MOVE WS-OUTLIER-EXPLAINED-COUNT TO WS-EDIT-COUNT
                STRING "   Of which explained cases:  " WS-EDIT-COUNT
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                PERFORM WRITE-REPORT-LINE
            END-IF
        END-IF

        PERFORM PRINT-DISTRIBUTION-SECTION
        INTO WS-HEADING-LINE.
    WRITE REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Processing profile: " WS-PROFILE-LABEL DELIMITED BY SIZE
        INTO WS-HEADING-LINE.
    WRITE REPORT-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Run date: " WS-RUN-DATE-TEXT DELIMITED BY SIZE
        INTO WS-HEADING-LINE.
    MOVE SPACES TO REPORT-RECORD.
    WRITE REPORT-RECORD.

    MOVE 6 TO WS-LINE-COUNT.

*> Writes one detail line, rolling to a new page when full
WRITE-REPORT-LINE.
