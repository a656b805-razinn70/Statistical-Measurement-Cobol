IDENTIFICATION DIVISION.
PROGRAM-ID. STATSIGN.

*> Business sign-off register and warehouse release. STATEXT used
*> to go to the data warehouse the moment STATMEASURE finished, even
*> when a group printed "VALIDATION: *** FAILED ***", the AUDITLOG
*> line said INTEGRITY-ERR or the report named split groups. This
*> step keeps a sign-off register (SIGNREG in, SIGNRGNW out) with
*> one entry per run - run date, run time and filename, exactly as
*> AUDITLOG and STATEXT carry them - and only the extract records of
*> approved runs ever reach the warehouse release file. Each run:
*>    - every statistics run new on AUDITLOG (status OK, UNVERIFIED
*>      or RESTATED) is registered PENDING, with its audit status.
*>      Missed-feed, open-failure, integrity-failure and
*>      reconciliation lines produce no extract, so there is nothing
*>      to sign off - they are only counted;
*>    - a RESTATED line (STATMEASURE under RERUN=Y) supersedes every
*>      earlier run of the same feed and business date, whatever its
*>      sign-off said, so a corrected figure can never go out under
*>      the old approval - the restated run waits for a reviewer of
*>      its own;
*>    - the day's STATEXT is scanned for failed group validations
*>      and split groups (a key appearing twice in one run), and its
*>      records join the hold file (SIGNHOLD in, SIGNHLNW out) until
*>      their run is decided;
*>    - reviewer cards (SIGNTXN) APPROVE, REJECT or HOLD a run with
*>      a reviewer id and reason; malformed cards go to SIGNSUS;
*>    - a run still PENDING with nothing against it - audit status
*>      OK, no failed group, no split, not a restatement - is
*>      approved by rule as AUTO-APPROVED (AUTO-APPROVE=N on SYSIN
*>      turns the rule off);
*>    - the held records of every approved run are copied to the
*>      release file (WHSREL) between a header and a trailer, and the
*>      run is marked RELEASED with the date, time and record count.
*> The listing (SIGNRPT) shows runs registered, sign-offs reopened,
*> reviewer decisions before/after, what was released, and the
*> pending approvals still waiting with their reasons and age.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGISTER-FILE ASSIGN TO "SIGNREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-FILE-STATUS.

    SELECT NEW-REGISTER-FILE ASSIGN TO "SIGNRGNW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-REGISTER-STATUS.

    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT EXTRACT-FILE ASSIGN TO "STATEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

    SELECT HOLD-FILE ASSIGN TO "SIGNHOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-FILE-STATUS.

    SELECT NEW-HOLD-FILE ASSIGN TO "SIGNHLNW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-HOLD-STATUS.

    SELECT RELEASE-FILE ASSIGN TO "WHSREL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RELEASE-FILE-STATUS.

    SELECT TRANS-FILE ASSIGN TO "SIGNTXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT TRANS-SUSPENSE-FILE ASSIGN TO "SIGNSUS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-SUSP-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "SYSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT LISTING-FILE ASSIGN TO "SIGNRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTING-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The sign-off register - one entry per STATMEASURE run. Status is
*> PENDING, HOLD, APPROVED, AUTO-APPROVED, REJECTED, RELEASED or
*> SUPERSEDED. Decided runs are kept, not purged, so a later
*> restatement still finds the sign-off it reopens
FD  REGISTER-FILE.
01  REGISTER-RECORD.
    05  RG-RUN-DATE       PIC X(10).
    05  FILLER            PIC X(2).
    05  RG-RUN-TIME       PIC X(8).
    05  FILLER            PIC X(2).
    05  RG-STATUS         PIC X(13).
    05  FILLER            PIC X(2).
    05  RG-AUDIT-STATUS   PIC X(13).
    05  FILLER            PIC X(2).
    05  RG-FAILED-GROUPS  PIC X(5).
    05  FILLER            PIC X(2).
    05  RG-SPLIT-GROUPS   PIC X(5).
    05  FILLER            PIC X(2).
    05  RG-HELD-RECORDS   PIC X(7).
    05  FILLER            PIC X(2).
    05  RG-REVIEWER       PIC X(8).
    05  FILLER            PIC X(2).
    05  RG-DECISION-DATE  PIC X(10).
    05  FILLER            PIC X(2).
    05  RG-REASON         PIC X(40).
    05  FILLER            PIC X(2).
    05  RG-RELEASE-DATE   PIC X(10).
    05  FILLER            PIC X(2).
    05  RG-RELEASE-TIME   PIC X(8).
    05  FILLER            PIC X(2).
    05  RG-RELEASED-RECORDS PIC X(7).
    05  FILLER            PIC X(2).
    05  RG-FILENAME       PIC X(100).

FD  NEW-REGISTER-FILE.
01  NEW-REGISTER-RECORD.
    05  NR-RUN-DATE       PIC X(10).
    05  FILLER            PIC X(2).
    05  NR-RUN-TIME       PIC X(8).
    05  FILLER            PIC X(2).
    05  NR-STATUS         PIC X(13).
    05  FILLER            PIC X(2).
    05  NR-AUDIT-STATUS   PIC X(13).
    05  FILLER            PIC X(2).
    05  NR-FAILED-GROUPS  PIC X(5).
    05  FILLER            PIC X(2).
    05  NR-SPLIT-GROUPS   PIC X(5).
    05  FILLER            PIC X(2).
    05  NR-HELD-RECORDS   PIC X(7).
    05  FILLER            PIC X(2).
    05  NR-REVIEWER       PIC X(8).
    05  FILLER            PIC X(2).
    05  NR-DECISION-DATE  PIC X(10).
    05  FILLER            PIC X(2).
    05  NR-REASON         PIC X(40).
    05  FILLER            PIC X(2).
    05  NR-RELEASE-DATE   PIC X(10).
    05  FILLER            PIC X(2).
    05  NR-RELEASE-TIME   PIC X(8).
    05  FILLER            PIC X(2).
    05  NR-RELEASED-RECORDS PIC X(7).
    05  FILLER            PIC X(2).
    05  NR-FILENAME       PIC X(100).

*> Must stay in step with the AUDIT-RECORD STATMEASURE appends
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

*> STATEXT and the hold file carry the same pipe-delimited records
*> STATMEASURE writes - date | time | filename | block key | ... |
*> suppressed | validation (P/F/N/-)
FD  EXTRACT-FILE.
01  EXTRACT-RECORD        PIC X(400).

FD  HOLD-FILE.
01  HOLD-RECORD           PIC X(400).

FD  NEW-HOLD-FILE.
01  NEW-HOLD-RECORD       PIC X(400).

*> The warehouse release: a header, the released extract records
*> unchanged, and a trailer carrying the record and run counts
*>   HDR|STATSIGN|release date|release time
*>   TRL|records released|runs released
FD  RELEASE-FILE.
01  RELEASE-RECORD        PIC X(400).

*> One reviewer card per decision:
*>   <APPROVE|REJECT|HOLD> <run date> <run time> <reviewer id>
*>   <reason> <filename>
*> A reason is required to reject or hold, and to approve a run that
*> has anything against it - it is the only record of why
FD  TRANS-FILE.
01  TRANS-RECORD.
    05  TX-ACTION         PIC X(8).
    05  FILLER            PIC X(2).
    05  TX-RUN-DATE       PIC X(10).
    05  FILLER            PIC X(2).
    05  TX-RUN-TIME       PIC X(8).
    05  FILLER            PIC X(2).
    05  TX-REVIEWER       PIC X(8).
    05  FILLER            PIC X(2).
    05  TX-REASON         PIC X(40).
    05  FILLER            PIC X(2).
    05  TX-FILENAME       PIC X(100).

*> Rejected cards, sent back with the card image intact
FD  TRANS-SUSPENSE-FILE.
01  TRANS-SUSPENSE-RECORD.
    05  TS-TXN-IMAGE      PIC X(184).
    05  FILLER            PIC X(2).
    05  TS-REASON-CODE    PIC X(4).
    05  FILLER            PIC X(2).
    05  TS-REASON-TEXT    PIC X(40).

FD  CONTROL-FILE.
01  CONTROL-RECORD        PIC X(80).

FD  LISTING-FILE.
01  LISTING-RECORD        PIC X(132).

WORKING-STORAGE SECTION.
01  WS-REGISTER-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-NEW-REGISTER-STATUS PIC XX VALUE ZEROS.
01  WS-AUDIT-FILE-STATUS  PIC XX VALUE ZEROS.
01  WS-EXTRACT-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-HOLD-FILE-STATUS   PIC XX VALUE ZEROS.
01  WS-NEW-HOLD-STATUS    PIC XX VALUE ZEROS.
01  WS-RELEASE-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-TRANS-FILE-STATUS  PIC XX VALUE ZEROS.
01  WS-TRANS-SUSP-STATUS  PIC XX VALUE ZEROS.
01  WS-CONTROL-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-LISTING-FILE-STATUS PIC XX VALUE ZEROS.

01  WS-REGISTER-EOF-FLAG  PIC 9 VALUE 0.
    88  REGISTER-END-OF-FILE VALUE 1.
01  WS-AUDIT-EOF-FLAG     PIC 9 VALUE 0.
    88  AUDIT-END-OF-FILE VALUE 1.
01  WS-EXTRACT-EOF-FLAG   PIC 9 VALUE 0.
    88  EXTRACT-END-OF-FILE VALUE 1.
01  WS-HOLD-EOF-FLAG      PIC 9 VALUE 0.
    88  HOLD-END-OF-FILE  VALUE 1.
01  WS-TRANS-EOF-FLAG     PIC 9 VALUE 0.
    88  TRANS-END-OF-FILE VALUE 1.
01  WS-SYSIN-EOF-FLAG     PIC 9 VALUE 0.
    88  SYSIN-END-OF-FILE VALUE 1.

*> Control cards - AUTO-APPROVE=Y|N, the approve-by-rule switch
01  WS-CONTROL-CARD       PIC X(80).
01  WS-CONTROL-KEYWORD    PIC X(12).
01  WS-CONTROL-VALUE      PIC X(68).
01  WS-CONTROL-DELIM-POS  PIC 9(3) VALUE ZERO.
01  WS-AUTO-APPROVE-FLAG  PIC 9 VALUE 1.
    88  AUTO-APPROVE-ON   VALUE 1.
01  WS-EXTRACT-PRESENT-FLAG PIC 9 VALUE 0.
    88  EXTRACT-PRESENT   VALUE 1.

*> The working copy of the register - every step updates it in
*> place and the whole table is written out at the end.
*> TR-HELD-AT-START marks a run whose records were already on the
*> hold file when this step began, so a STATEXT read again (or a
*> restarted batch's appended one) cannot hold them twice. A run
*> already RELEASED, REJECTED or SUPERSEDED holds nothing, so its
*> records on a re-read STATEXT are not counted against it either
01  WS-REG-COUNT          PIC 9(5) VALUE ZERO.
01  WS-REG-TABLE.
    05  WS-REG-ENTRY OCCURS 1 TO 20000 TIMES
                     DEPENDING ON WS-REG-COUNT.
        10  TR-RUN-KEY.
            15  TR-RUN-DATE       PIC X(10).
            15  TR-RUN-TIME       PIC X(8).
            15  TR-FILENAME       PIC X(100).
        10  TR-STATUS             PIC X(13).
        10  TR-AUDIT-STATUS       PIC X(13).
        10  TR-FAILED-GROUPS      PIC 9(5).
        10  TR-SPLIT-GROUPS       PIC 9(5).
        10  TR-HELD-RECORDS       PIC 9(7).
        10  TR-REVIEWER           PIC X(8).
        10  TR-DECISION-DATE      PIC X(10).
        10  TR-REASON             PIC X(40).
        10  TR-RELEASE-DATE       PIC X(10).
        10  TR-RELEASE-TIME       PIC X(8).
        10  TR-RELEASED-RECORDS   PIC 9(7).
        10  TR-HELD-AT-START      PIC 9.
        10  TR-RELEASING          PIC 9.

*> The run the record in hand belongs to, cut from its first three
*> pipe-delimited fields; the last match is remembered because a
*> run's records arrive together
01  WS-LOOKUP-KEY.
    05  WS-LOOKUP-DATE    PIC X(10).
    05  WS-LOOKUP-TIME    PIC X(8).
    05  WS-LOOKUP-FILENAME PIC X(100).
01  WS-LAST-MATCH         PIC 9(5) VALUE ZERO.
01  WS-MATCH-INDEX        PIC 9(5) VALUE ZERO.
01  WS-EXT-BLOCK-KEY      PIC X(16).
01  WS-EXT-VERDICT        PIC X.
01  WS-EXT-LENGTH         PIC 9(3) VALUE ZERO.

*> Block keys seen so far in the run being scanned - a second block
*> for the same key means the feed arrived out of sequence and the
*> group was split
01  WS-SEEN-RUN           PIC 9(5) VALUE ZERO.
01  WS-SEEN-COUNT         PIC 9(4) VALUE ZERO.
01  WS-SEEN-TABLE.
    05  WS-SEEN-KEY       PIC X(16) OCCURS 1 TO 2000 TIMES
                          DEPENDING ON WS-SEEN-COUNT.
01  WS-SEEN-FLAG          PIC 9 VALUE 0.
    88  KEY-ALREADY-SEEN  VALUE 1.

*> Runs already decided by a card in this batch - a second card for
*> the same run is a duplicate and goes to suspense
01  WS-TOUCHED-COUNT      PIC 9(4) VALUE ZERO.
01  WS-TOUCHED-TABLE.
    05  WS-TOUCHED-INDEX  PIC 9(5) OCCURS 1 TO 2000 TIMES
                          DEPENDING ON WS-TOUCHED-COUNT.
01  WS-KEY-TOUCHED-FLAG   PIC 9 VALUE ZERO.
    88  KEY-ALREADY-TOUCHED VALUE 1.

01  WS-COUNTERS.
    05  WS-RUNS-LOADED    PIC 9(5) VALUE ZERO.
    05  WS-AUDIT-READ     PIC 9(7) VALUE ZERO.
    05  WS-RUNS-REGISTERED PIC 9(5) VALUE ZERO.
    05  WS-RUNS-SUPERSEDED PIC 9(5) VALUE ZERO.
    05  WS-RELEASED-RESTATED PIC 9(5) VALUE ZERO.
    05  WS-EXTRACT-READ   PIC 9(7) VALUE ZERO.
    05  WS-EXTRACT-ALREADY-HELD PIC 9(7) VALUE ZERO.
    05  WS-EXTRACT-ALREADY-DECIDED PIC 9(7) VALUE ZERO.
    05  WS-TRANS-READ     PIC 9(5) VALUE ZERO.
    05  WS-TRANS-APPLIED  PIC 9(5) VALUE ZERO.
    05  WS-TRANS-REJECTED PIC 9(5) VALUE ZERO.
    05  WS-RUNS-AUTO-APPROVED PIC 9(5) VALUE ZERO.
    05  WS-RUNS-RELEASED  PIC 9(5) VALUE ZERO.
    05  WS-RECORDS-RELEASED PIC 9(9) VALUE ZERO.
    05  WS-RECORDS-DROPPED PIC 9(7) VALUE ZERO.
    05  WS-RECORDS-STILL-HELD PIC 9(7) VALUE ZERO.
    05  WS-RUNS-PENDING   PIC 9(5) VALUE ZERO.
    05  WS-AUDIT-NOT-RUNS PIC 9(5) VALUE ZERO.

01  WS-I                  PIC 9(5) VALUE ZERO.
01  WS-J                  PIC 9(5) VALUE ZERO.
01  WS-NUMVAL-CHECK       PIC 9(4) VALUE ZERO.
01  WS-ROUTE-RECORD       PIC X(400).
01  WS-ROUTE-FROM-HOLD    PIC 9 VALUE 0.
    88  ROUTING-HELD-RECORD VALUE 1.
01  WS-STATUS-BEFORE      PIC X(13).
01  WS-RUN-CLEAN-FLAG     PIC 9 VALUE 0.
    88  RUN-IS-CLEAN      VALUE 1.

*> Reason for the card in hand, set before REJECT-TRANSACTION is
*> performed - it clears and rebuilds the whole suspense record
01  WS-REJECT-REASON.
    05  WS-REJECT-CODE    PIC X(4) VALUE SPACES.
    05  WS-REJECT-TEXT    PIC X(40) VALUE SPACES.

*> Days a run has been waiting, from its run date (YYYY/MM/DD)
01  WS-TODAY-INTEGER      PIC 9(7) VALUE ZERO.
01  WS-RUN-DATE-NUM       PIC 9(8) VALUE ZERO.
01  WS-RUN-INTEGER        PIC 9(7) VALUE ZERO.
01  WS-DAYS-WAITING       PIC S9(5) VALUE ZERO.
01  WS-DAYS-KNOWN-FLAG    PIC 9 VALUE ZERO.
    88  DAYS-KNOWN        VALUE 1.

01  WS-RUN-TIMESTAMP      PIC X(21).
01  WS-RUN-DATE-TEXT.
    05  WS-RUN-YYYY       PIC X(4).
    05  FILLER            PIC X VALUE "/".
    05  WS-RUN-MM         PIC X(2).
    05  FILLER            PIC X VALUE "/".
    05  WS-RUN-DD         PIC X(2).
01  WS-RUN-CLOCK-TIME     PIC X(8).
01  WS-RUN-TIME-TEXT.
    05  WS-RUN-HH         PIC X(2).
    05  FILLER            PIC X VALUE ":".
    05  WS-RUN-MI         PIC X(2).
    05  FILLER            PIC X VALUE ":".
    05  WS-RUN-SS         PIC X(2).

01  WS-REPORT-CONTROL.
    05  WS-LINE-COUNT     PIC 9(3) VALUE ZERO.
    05  WS-PAGE-COUNT     PIC 9(3) VALUE ZERO.
    05  WS-LINES-PER-PAGE PIC 9(3) VALUE 055.

01  WS-PRINT-LINE         PIC X(132).
01  WS-HEADING-LINE       PIC X(132).

01  WS-EDIT-FIELDS.
    05  WS-EDIT-COUNT     PIC Z(6)9.
    05  WS-EDIT-GROUPS    PIC Z(4)9.
    05  WS-EDIT-DAYS      PIC Z(4)9.
    05  WS-EDIT-BIG-COUNT PIC 9(9).
    05  WS-EDIT-RUNS      PIC 9(5).

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIALIZATION.
    PERFORM REGISTER-AUDITED-RUNS.
    PERFORM SCAN-EXTRACT-FOR-FAILURES.
    PERFORM APPLY-ALL-TRANSACTIONS.
    PERFORM APPLY-AUTO-APPROVAL.
    PERFORM RELEASE-APPROVED-RUNS.
    PERFORM WRITE-NEW-REGISTER.
    PERFORM PRINT-PENDING-APPROVALS.
    PERFORM WRAP-UP.
    STOP RUN.

INITIALIZATION.
    DISPLAY "SIGN-OFF REGISTER AND RELEASE".
    DISPLAY "=============================".

    ACCEPT WS-RUN-TIMESTAMP FROM DATE YYYYMMDD.
    MOVE WS-RUN-TIMESTAMP(1:4) TO WS-RUN-YYYY.
    MOVE WS-RUN-TIMESTAMP(5:2) TO WS-RUN-MM.
    MOVE WS-RUN-TIMESTAMP(7:2) TO WS-RUN-DD.
    ACCEPT WS-RUN-CLOCK-TIME FROM TIME.
    MOVE WS-RUN-CLOCK-TIME(1:2) TO WS-RUN-HH.
    MOVE WS-RUN-CLOCK-TIME(3:2) TO WS-RUN-MI.
    MOVE WS-RUN-CLOCK-TIME(5:2) TO WS-RUN-SS.
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-TIMESTAMP(1:8))).

    PERFORM READ-CONTROL-CARDS.

    OPEN OUTPUT LISTING-FILE.
    IF WS-LISTING-FILE-STATUS NOT = "00"
        DISPLAY "Error opening listing file: SIGNRPT - status "
            WS-LISTING-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT TRANS-SUSPENSE-FILE.
    IF WS-TRANS-SUSP-STATUS NOT = "00"
        DISPLAY "Error opening suspense file: SIGNSUS - status "
            WS-TRANS-SUSP-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-REPORT-HEADING.
    IF NOT AUTO-APPROVE-ON
        MOVE "Approval by rule is off (AUTO-APPROVE=N) - every run needs a reviewer card"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    PERFORM LOAD-REGISTER.

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
        WHEN "AUTO-APPROVE"
            IF WS-CONTROL-VALUE(1:1) = "N"
                MOVE 0 TO WS-AUTO-APPROVE-FLAG
            ELSE
                SET AUTO-APPROVE-ON TO TRUE
            END-IF
        WHEN "DEBUG"
            CONTINUE
        WHEN OTHER
            DISPLAY "Ignoring unknown control card keyword: "
                    WS-CONTROL-KEYWORD
    END-EVALUATE.

*> A register that does not exist yet is an empty register - the
*> first run simply registers every run on AUDITLOG
LOAD-REGISTER.
    MOVE 0 TO WS-REGISTER-EOF-FLAG.
    OPEN INPUT REGISTER-FILE.
    IF WS-REGISTER-FILE-STATUS NOT = "00"
        DISPLAY "No existing sign-off register (SIGNREG status "
            WS-REGISTER-FILE-STATUS ") - starting from empty"
        MOVE "No existing sign-off register - starting from empty"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL REGISTER-END-OF-FILE
        READ REGISTER-FILE
            AT END
                SET REGISTER-END-OF-FILE TO TRUE
            NOT AT END
                IF REGISTER-RECORD NOT = SPACES
                    PERFORM LOAD-ONE-REGISTER-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REGISTER-FILE.
    MOVE WS-REG-COUNT TO WS-RUNS-LOADED.
    MOVE WS-REG-COUNT TO WS-EDIT-COUNT.
    STRING "Sign-off register loaded: " WS-EDIT-COUNT " runs"
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> Register records were written by an earlier run of this program;
*> a count column that will not convert is taken as zero
LOAD-ONE-REGISTER-RECORD.
    IF WS-REG-COUNT >= 20000
        DISPLAY "Register table full - entry ignored: " RG-RUN-DATE
            " " RG-RUN-TIME " " FUNCTION TRIM(RG-FILENAME TRAILING)
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-REG-COUNT.
    MOVE RG-RUN-DATE TO TR-RUN-DATE(WS-REG-COUNT).
    MOVE RG-RUN-TIME TO TR-RUN-TIME(WS-REG-COUNT).
    MOVE RG-FILENAME TO TR-FILENAME(WS-REG-COUNT).
    MOVE RG-STATUS TO TR-STATUS(WS-REG-COUNT).
    MOVE RG-AUDIT-STATUS TO TR-AUDIT-STATUS(WS-REG-COUNT).
    MOVE ZERO TO TR-FAILED-GROUPS(WS-REG-COUNT)
        TR-SPLIT-GROUPS(WS-REG-COUNT) TR-HELD-RECORDS(WS-REG-COUNT)
        TR-RELEASED-RECORDS(WS-REG-COUNT).
    IF FUNCTION TEST-NUMVAL(RG-FAILED-GROUPS) = 0
        COMPUTE TR-FAILED-GROUPS(WS-REG-COUNT) =
            FUNCTION NUMVAL(RG-FAILED-GROUPS)
    END-IF.
    IF FUNCTION TEST-NUMVAL(RG-SPLIT-GROUPS) = 0
        COMPUTE TR-SPLIT-GROUPS(WS-REG-COUNT) =
            FUNCTION NUMVAL(RG-SPLIT-GROUPS)
    END-IF.
    IF FUNCTION TEST-NUMVAL(RG-HELD-RECORDS) = 0
        COMPUTE TR-HELD-RECORDS(WS-REG-COUNT) =
            FUNCTION NUMVAL(RG-HELD-RECORDS)
    END-IF.
    IF FUNCTION TEST-NUMVAL(RG-RELEASED-RECORDS) = 0
        COMPUTE TR-RELEASED-RECORDS(WS-REG-COUNT) =
            FUNCTION NUMVAL(RG-RELEASED-RECORDS)
    END-IF.
    MOVE RG-REVIEWER TO TR-REVIEWER(WS-REG-COUNT).
    MOVE RG-DECISION-DATE TO TR-DECISION-DATE(WS-REG-COUNT).
    MOVE RG-REASON TO TR-REASON(WS-REG-COUNT).
    MOVE RG-RELEASE-DATE TO TR-RELEASE-DATE(WS-REG-COUNT).
    MOVE RG-RELEASE-TIME TO TR-RELEASE-TIME(WS-REG-COUNT).
    IF TR-HELD-RECORDS(WS-REG-COUNT) > 0
        MOVE 1 TO TR-HELD-AT-START(WS-REG-COUNT)
    ELSE
        MOVE 0 TO TR-HELD-AT-START(WS-REG-COUNT)
    END-IF.
    MOVE 0 TO TR-RELEASING(WS-REG-COUNT).

*> Registers every run on the standing AUDITLOG that is not on the
*> register yet. The log is append-only and in run order, so a
*> RESTATED line always follows the run it restates
REGISTER-AUDITED-RUNS.
    MOVE "RUNS REGISTERED / SIGN-OFFS REOPENED" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 0 TO WS-AUDIT-EOF-FLAG.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "No audit log (AUDITLOG status "
            WS-AUDIT-FILE-STATUS ") - no new runs to register"
        MOVE "No audit log supplied - no new runs registered"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL AUDIT-END-OF-FILE
        READ AUDIT-FILE
            AT END
                SET AUDIT-END-OF-FILE TO TRUE
            NOT AT END
                IF AUDIT-RECORD NOT = SPACES
                    ADD 1 TO WS-AUDIT-READ
                    PERFORM REGISTER-ONE-AUDIT-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AUDIT-FILE.
    IF WS-RUNS-REGISTERED = 0
        MOVE "No new runs on the audit log." TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    PERFORM WRITE-REPORT-BLANK-LINE.

REGISTER-ONE-AUDIT-LINE.
    IF AR-RUN-STATUS NOT = "OK" AND AR-RUN-STATUS NOT = "UNVERIFIED"
            AND AR-RUN-STATUS NOT = "RESTATED"
        ADD 1 TO WS-AUDIT-NOT-RUNS
        EXIT PARAGRAPH
    END-IF.
    MOVE AR-RUN-DATE TO WS-LOOKUP-DATE.
    MOVE AR-RUN-TIME TO WS-LOOKUP-TIME.
    MOVE AR-FILENAME TO WS-LOOKUP-FILENAME.
    PERFORM FIND-REGISTER-ENTRY.
    IF WS-MATCH-INDEX > 0
        EXIT PARAGRAPH
    END-IF.
    IF AR-RUN-STATUS = "RESTATED"
        PERFORM SUPERSEDE-EARLIER-RUNS
    END-IF.
    PERFORM ADD-REGISTER-ENTRY.
    IF WS-MATCH-INDEX = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE AR-RUN-STATUS TO TR-AUDIT-STATUS(WS-MATCH-INDEX).
    ADD 1 TO WS-RUNS-REGISTERED.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "REGISTERED " DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM APPEND-RUN-IMAGE.
    PERFORM WRITE-REPORT-LINE.

*> A restatement reopens the sign-off of every earlier run of the
*> same feed and business date. Whatever those runs were - pending,
*> approved, even already released - they are SUPERSEDED and can
*> never be released now; only the restated run can go forward, and
*> only on its own approval
SUPERSEDE-EARLIER-RUNS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REG-COUNT
        IF TR-RUN-DATE(WS-I) = AR-RUN-DATE
                AND TR-FILENAME(WS-I) = AR-FILENAME
                AND TR-STATUS(WS-I) NOT = "SUPERSEDED"
            MOVE TR-STATUS(WS-I) TO WS-STATUS-BEFORE
            MOVE "SUPERSEDED" TO TR-STATUS(WS-I)
            MOVE WS-RUN-DATE-TEXT TO TR-DECISION-DATE(WS-I)
            MOVE SPACES TO TR-REASON(WS-I)
            STRING "RESTATED BY RUN AT " AR-RUN-TIME
                DELIMITED BY SIZE INTO TR-REASON(WS-I)
            ADD 1 TO WS-RUNS-SUPERSEDED
            MOVE WS-I TO WS-MATCH-INDEX
            MOVE SPACES TO WS-PRINT-LINE
            STRING "REOPENED   " DELIMITED BY SIZE INTO WS-PRINT-LINE
            PERFORM APPEND-RUN-IMAGE
            STRING "  was " WS-STATUS-BEFORE DELIMITED BY SIZE
                INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
                    TRIM(WS-PRINT-LINE TRAILING)) + 1:)
            PERFORM WRITE-REPORT-LINE
            IF WS-STATUS-BEFORE = "RELEASED"
                ADD 1 TO WS-RELEASED-RESTATED
                MOVE "           *** figures already released to the warehouse - restated run must replace them"
                    TO WS-PRINT-LINE
                PERFORM WRITE-REPORT-LINE
            END-IF
        END-IF
    END-PERFORM.

*> Opens a PENDING entry for the WS-LOOKUP-KEY run and leaves its
*> index in WS-MATCH-INDEX (zero if the table is full)
ADD-REGISTER-ENTRY.
    IF WS-REG-COUNT >= 20000
        DISPLAY "Register table full - run not registered: "
            WS-LOOKUP-DATE " " WS-LOOKUP-TIME " "
            FUNCTION TRIM(WS-LOOKUP-FILENAME TRAILING)
        MOVE ZERO TO WS-MATCH-INDEX
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-REG-COUNT.
    MOVE WS-REG-COUNT TO WS-MATCH-INDEX.
    MOVE WS-LOOKUP-KEY TO TR-RUN-KEY(WS-MATCH-INDEX).
    MOVE "PENDING" TO TR-STATUS(WS-MATCH-INDEX).
    MOVE SPACES TO TR-AUDIT-STATUS(WS-MATCH-INDEX)
        TR-REVIEWER(WS-MATCH-INDEX) TR-DECISION-DATE(WS-MATCH-INDEX)
        TR-REASON(WS-MATCH-INDEX) TR-RELEASE-DATE(WS-MATCH-INDEX)
        TR-RELEASE-TIME(WS-MATCH-INDEX).
    MOVE ZERO TO TR-FAILED-GROUPS(WS-MATCH-INDEX)
        TR-SPLIT-GROUPS(WS-MATCH-INDEX) TR-HELD-RECORDS(WS-MATCH-INDEX)
        TR-RELEASED-RECORDS(WS-MATCH-INDEX).
    MOVE 0 TO TR-HELD-AT-START(WS-MATCH-INDEX).
    MOVE 0 TO TR-RELEASING(WS-MATCH-INDEX).
    MOVE ZERO TO WS-LAST-MATCH.

*> Finds the WS-LOOKUP-KEY run on the register, trying the last
*> match first; WS-MATCH-INDEX is zero when it is not there
FIND-REGISTER-ENTRY.
    MOVE ZERO TO WS-MATCH-INDEX.
    IF WS-LAST-MATCH > 0
        IF TR-RUN-KEY(WS-LAST-MATCH) = WS-LOOKUP-KEY
            MOVE WS-LAST-MATCH TO WS-MATCH-INDEX
            EXIT PARAGRAPH
        END-IF
    END-IF.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-REG-COUNT OR WS-MATCH-INDEX > 0
        IF TR-RUN-KEY(WS-I) = WS-LOOKUP-KEY
            MOVE WS-I TO WS-MATCH-INDEX
        END-IF
    END-PERFORM.
    IF WS-MATCH-INDEX > 0
        MOVE WS-MATCH-INDEX TO WS-LAST-MATCH
    END-IF.

*> Cuts run date, run time and filename off an extract record in
*> WS-ROUTE-RECORD, plus its block key and validation verdict
SPLIT-EXTRACT-RECORD.
    MOVE SPACES TO WS-LOOKUP-KEY WS-EXT-BLOCK-KEY.
    UNSTRING WS-ROUTE-RECORD DELIMITED BY "|"
        INTO WS-LOOKUP-DATE WS-LOOKUP-TIME WS-LOOKUP-FILENAME
             WS-EXT-BLOCK-KEY
    END-UNSTRING.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROUTE-RECORD TRAILING))
        TO WS-EXT-LENGTH.
    MOVE WS-ROUTE-RECORD(WS-EXT-LENGTH:1) TO WS-EXT-VERDICT.

*> First pass over the day's STATEXT: counts each run's failed group
*> validations and split groups onto its register entry, and how
*> many of its records the hold file is about to take. A run with
*> no audit line yet (an interrupted batch) is registered from here
SCAN-EXTRACT-FOR-FAILURES.
    MOVE 0 TO WS-EXTRACT-EOF-FLAG.
    MOVE ZERO TO WS-LAST-MATCH WS-SEEN-RUN WS-SEEN-COUNT.
    OPEN INPUT EXTRACT-FILE.
    IF WS-EXTRACT-FILE-STATUS NOT = "00"
        DISPLAY "No statistics extract (STATEXT status "
            WS-EXTRACT-FILE-STATUS ") - nothing new to hold"
        EXIT PARAGRAPH
    END-IF.
    SET EXTRACT-PRESENT TO TRUE.
    PERFORM UNTIL EXTRACT-END-OF-FILE
        READ EXTRACT-FILE INTO WS-ROUTE-RECORD
            AT END
                SET EXTRACT-END-OF-FILE TO TRUE
            NOT AT END
                IF WS-ROUTE-RECORD NOT = SPACES
                    ADD 1 TO WS-EXTRACT-READ
                    PERFORM SCAN-ONE-EXTRACT-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EXTRACT-FILE.

SCAN-ONE-EXTRACT-RECORD.
    PERFORM SPLIT-EXTRACT-RECORD.
    PERFORM FIND-REGISTER-ENTRY.
    IF WS-MATCH-INDEX = 0
        PERFORM ADD-REGISTER-ENTRY
        IF WS-MATCH-INDEX = 0
            EXIT PARAGRAPH
        END-IF
        MOVE "NO AUDIT LINE" TO TR-AUDIT-STATUS(WS-MATCH-INDEX)
        MOVE WS-MATCH-INDEX TO WS-LAST-MATCH
        ADD 1 TO WS-RUNS-REGISTERED
        MOVE SPACES TO WS-PRINT-LINE
        STRING "REGISTERED " DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM APPEND-RUN-IMAGE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    IF TR-HELD-AT-START(WS-MATCH-INDEX) = 1
        ADD 1 TO WS-EXTRACT-ALREADY-HELD
        EXIT PARAGRAPH
    END-IF.
    IF TR-STATUS(WS-MATCH-INDEX) = "RELEASED"
            OR TR-STATUS(WS-MATCH-INDEX) = "REJECTED"
            OR TR-STATUS(WS-MATCH-INDEX) = "SUPERSEDED"
        ADD 1 TO WS-EXTRACT-ALREADY-DECIDED
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TR-HELD-RECORDS(WS-MATCH-INDEX).
    IF WS-EXT-VERDICT = "F"
        ADD 1 TO TR-FAILED-GROUPS(WS-MATCH-INDEX)
    END-IF.
    IF WS-EXT-BLOCK-KEY = "GRAND-TOTAL"
        EXIT PARAGRAPH
    END-IF.
    IF WS-SEEN-RUN NOT = WS-MATCH-INDEX
        MOVE WS-MATCH-INDEX TO WS-SEEN-RUN
        MOVE ZERO TO WS-SEEN-COUNT
    END-IF.
    MOVE 0 TO WS-SEEN-FLAG.
    PERFORM VARYING WS-J FROM 1 BY 1
            UNTIL WS-J > WS-SEEN-COUNT OR KEY-ALREADY-SEEN
        IF WS-SEEN-KEY(WS-J) = WS-EXT-BLOCK-KEY
            SET KEY-ALREADY-SEEN TO TRUE
        END-IF
    END-PERFORM.
    IF KEY-ALREADY-SEEN
        ADD 1 TO TR-SPLIT-GROUPS(WS-MATCH-INDEX)
    ELSE
        IF WS-SEEN-COUNT < 2000
            ADD 1 TO WS-SEEN-COUNT
            MOVE WS-EXT-BLOCK-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
        END-IF
    END-IF.

APPLY-ALL-TRANSACTIONS.
    MOVE "REVIEWER DECISIONS APPLIED (BEFORE / AFTER)"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 0 TO WS-TRANS-EOF-FLAG.
    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "No reviewer cards (SIGNTXN status "
            WS-TRANS-FILE-STATUS ") - rule approvals only"
        MOVE "No reviewer cards supplied" TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL TRANS-END-OF-FILE
        READ TRANS-FILE
            AT END
                SET TRANS-END-OF-FILE TO TRUE
            NOT AT END
                IF TRANS-RECORD NOT = SPACES
                    ADD 1 TO WS-TRANS-READ
                    PERFORM APPLY-ONE-TRANSACTION
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TRANS-FILE.
    PERFORM WRITE-REPORT-BLANK-LINE.

APPLY-ONE-TRANSACTION.
    IF TX-ACTION NOT = "APPROVE" AND TX-ACTION NOT = "REJECT"
            AND TX-ACTION NOT = "HOLD"
        MOVE "S001" TO WS-REJECT-CODE
        MOVE "UNKNOWN ACTION ON REVIEWER CARD" TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.

    MOVE TX-RUN-DATE TO WS-LOOKUP-DATE.
    MOVE TX-RUN-TIME TO WS-LOOKUP-TIME.
    MOVE TX-FILENAME TO WS-LOOKUP-FILENAME.
    PERFORM FIND-REGISTER-ENTRY.
    IF WS-MATCH-INDEX = 0
        MOVE "S002" TO WS-REJECT-CODE
        MOVE "RUN NOT ON SIGN-OFF REGISTER" TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-KEY-TOUCHED.
    IF KEY-ALREADY-TOUCHED
        MOVE "S007" TO WS-REJECT-CODE
        MOVE "DUPLICATE CARD FOR RUN" TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.

    IF TX-REVIEWER = SPACES
        MOVE "S003" TO WS-REJECT-CODE
        MOVE "REVIEWER ID MISSING" TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    IF TR-STATUS(WS-MATCH-INDEX) = "RELEASED"
        MOVE "S005" TO WS-REJECT-CODE
        MOVE "RUN ALREADY RELEASED" TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    IF TR-STATUS(WS-MATCH-INDEX) = "SUPERSEDED"
        MOVE "S006" TO WS-REJECT-CODE
        MOVE "RUN SUPERSEDED BY A RESTATEMENT" TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    IF TX-REASON = SPACES
        IF TX-ACTION NOT = "APPROVE"
            MOVE "S004" TO WS-REJECT-CODE
            MOVE "REASON REQUIRED TO REJECT OR HOLD" TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION
            EXIT PARAGRAPH
        END-IF
        PERFORM CHECK-RUN-IS-CLEAN
        IF NOT RUN-IS-CLEAN
            MOVE "S004" TO WS-REJECT-CODE
            MOVE "REASON REQUIRED TO APPROVE OVER FAILURE"
                TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION
            EXIT PARAGRAPH
        END-IF
    END-IF.

    MOVE SPACES TO WS-PRINT-LINE.
    STRING TX-ACTION " by " TX-REVIEWER "  "
        FUNCTION TRIM(TX-REASON TRAILING)
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "   was:" TO WS-PRINT-LINE.
    PERFORM APPEND-RUN-IMAGE.
    PERFORM WRITE-REPORT-LINE.

    EVALUATE TX-ACTION
        WHEN "APPROVE"
            MOVE "APPROVED" TO TR-STATUS(WS-MATCH-INDEX)
        WHEN "REJECT"
            MOVE "REJECTED" TO TR-STATUS(WS-MATCH-INDEX)
        WHEN OTHER
            MOVE "HOLD" TO TR-STATUS(WS-MATCH-INDEX)
    END-EVALUATE.
    MOVE TX-REVIEWER TO TR-REVIEWER(WS-MATCH-INDEX).
    MOVE WS-RUN-DATE-TEXT TO TR-DECISION-DATE(WS-MATCH-INDEX).
    MOVE TX-REASON TO TR-REASON(WS-MATCH-INDEX).
    ADD 1 TO WS-TRANS-APPLIED.
    PERFORM NOTE-KEY-TOUCHED.

    MOVE "   now:" TO WS-PRINT-LINE.
    PERFORM APPEND-RUN-IMAGE.
    PERFORM WRITE-REPORT-LINE.

*> Sets RUN-IS-CLEAN when the WS-MATCH-INDEX run has nothing
*> against it: audit status OK, no failed group, no split group
CHECK-RUN-IS-CLEAN.
    MOVE 0 TO WS-RUN-CLEAN-FLAG.
    IF TR-AUDIT-STATUS(WS-MATCH-INDEX) = "OK"
            AND TR-FAILED-GROUPS(WS-MATCH-INDEX) = 0
            AND TR-SPLIT-GROUPS(WS-MATCH-INDEX) = 0
        SET RUN-IS-CLEAN TO TRUE
    END-IF.

CHECK-KEY-TOUCHED.
    MOVE 0 TO WS-KEY-TOUCHED-FLAG.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOUCHED-COUNT
        IF WS-TOUCHED-INDEX(WS-I) = WS-MATCH-INDEX
            SET KEY-ALREADY-TOUCHED TO TRUE
        END-IF
    END-PERFORM.

NOTE-KEY-TOUCHED.
    IF WS-TOUCHED-COUNT < 2000
        ADD 1 TO WS-TOUCHED-COUNT
        MOVE WS-MATCH-INDEX TO WS-TOUCHED-INDEX(WS-TOUCHED-COUNT)
    END-IF.

*> Sends the card to suspense with its image intact and notes the
*> rejection on the listing; WS-REJECT-CODE/TEXT are set by the
*> caller before arriving here
REJECT-TRANSACTION.
    MOVE SPACES TO TRANS-SUSPENSE-RECORD.
    MOVE TRANS-RECORD TO TS-TXN-IMAGE.
    MOVE WS-REJECT-CODE TO TS-REASON-CODE.
    MOVE WS-REJECT-TEXT TO TS-REASON-TEXT.
    WRITE TRANS-SUSPENSE-RECORD.
    ADD 1 TO WS-TRANS-REJECTED.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "REJECTED  " TX-ACTION " " TX-RUN-DATE " " TX-RUN-TIME
        " " FUNCTION TRIM(TX-FILENAME TRAILING) "  " WS-REJECT-CODE
        " " WS-REJECT-TEXT DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

*> The approve-by-rule pass: a run still PENDING with nothing at all
*> against it needs no reviewer. A restated run always does - it is
*> replacing figures somebody already looked at - and so does one
*> whose trailer could not be verified
APPLY-AUTO-APPROVAL.
    IF NOT AUTO-APPROVE-ON
        EXIT PARAGRAPH
    END-IF.
    MOVE "APPROVED BY RULE (AUDIT OK, NO FAILED OR SPLIT GROUPS)"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-MATCH-INDEX FROM 1 BY 1
            UNTIL WS-MATCH-INDEX > WS-REG-COUNT
        IF TR-STATUS(WS-MATCH-INDEX) = "PENDING"
            PERFORM CHECK-RUN-IS-CLEAN
            IF RUN-IS-CLEAN
                MOVE "AUTO-APPROVED" TO TR-STATUS(WS-MATCH-INDEX)
                MOVE "AUTO" TO TR-REVIEWER(WS-MATCH-INDEX)
                MOVE WS-RUN-DATE-TEXT
                    TO TR-DECISION-DATE(WS-MATCH-INDEX)
                MOVE "NO FAILURES - APPROVED BY RULE"
                    TO TR-REASON(WS-MATCH-INDEX)
                ADD 1 TO WS-RUNS-AUTO-APPROVED
                MOVE "APPROVED   " TO WS-PRINT-LINE
                PERFORM APPEND-RUN-IMAGE
                PERFORM WRITE-REPORT-LINE
            END-IF
        END-IF
    END-PERFORM.
    IF WS-RUNS-AUTO-APPROVED = 0
        MOVE "No runs approved by rule." TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> Second pass: every held record (the old hold file, then the day's
*> STATEXT) goes to the warehouse release if its run is approved,
*> back onto the new hold file if its run is still waiting, and
*> nowhere if its run was rejected or superseded
RELEASE-APPROVED-RUNS.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REG-COUNT
        IF TR-STATUS(WS-I) = "APPROVED"
                OR TR-STATUS(WS-I) = "AUTO-APPROVED"
            MOVE 1 TO TR-RELEASING(WS-I)
        END-IF
    END-PERFORM.

    OPEN OUTPUT RELEASE-FILE.
    IF WS-RELEASE-FILE-STATUS NOT = "00"
        DISPLAY "Error opening release file: WHSREL - status "
            WS-RELEASE-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT NEW-HOLD-FILE.
    IF WS-NEW-HOLD-STATUS NOT = "00"
        DISPLAY "Error opening new hold file: SIGNHLNW - status "
            WS-NEW-HOLD-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO RELEASE-RECORD.
    STRING "HDR|STATSIGN|" WS-RUN-DATE-TEXT "|" WS-RUN-TIME-TEXT
        DELIMITED BY SIZE INTO RELEASE-RECORD.
    WRITE RELEASE-RECORD.

    MOVE ZERO TO WS-LAST-MATCH.
    MOVE 1 TO WS-ROUTE-FROM-HOLD.
    MOVE 0 TO WS-HOLD-EOF-FLAG.
    OPEN INPUT HOLD-FILE.
    IF WS-HOLD-FILE-STATUS = "00"
        PERFORM UNTIL HOLD-END-OF-FILE
            READ HOLD-FILE INTO WS-ROUTE-RECORD
                AT END
                    SET HOLD-END-OF-FILE TO TRUE
                NOT AT END
                    IF WS-ROUTE-RECORD NOT = SPACES
                        PERFORM ROUTE-ONE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HOLD-FILE
    ELSE
        DISPLAY "No existing hold file (SIGNHOLD status "
            WS-HOLD-FILE-STATUS ") - starting from empty"
    END-IF.

    MOVE 0 TO WS-ROUTE-FROM-HOLD.
    IF EXTRACT-PRESENT
        MOVE 0 TO WS-EXTRACT-EOF-FLAG
        OPEN INPUT EXTRACT-FILE
        PERFORM UNTIL EXTRACT-END-OF-FILE
            READ EXTRACT-FILE INTO WS-ROUTE-RECORD
                AT END
                    SET EXTRACT-END-OF-FILE TO TRUE
                NOT AT END
                    IF WS-ROUTE-RECORD NOT = SPACES
                        PERFORM ROUTE-ONE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXTRACT-FILE
    END-IF.

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REG-COUNT
        IF TR-RELEASING(WS-I) = 1
            MOVE "RELEASED" TO TR-STATUS(WS-I)
            MOVE WS-RUN-DATE-TEXT TO TR-RELEASE-DATE(WS-I)
            MOVE WS-RUN-TIME-TEXT TO TR-RELEASE-TIME(WS-I)
            MOVE ZERO TO TR-HELD-RECORDS(WS-I)
            ADD 1 TO WS-RUNS-RELEASED
        END-IF
        IF TR-STATUS(WS-I) = "REJECTED"
                OR TR-STATUS(WS-I) = "SUPERSEDED"
            MOVE ZERO TO TR-HELD-RECORDS(WS-I)
        END-IF
    END-PERFORM.

    MOVE SPACES TO RELEASE-RECORD.
    MOVE WS-RECORDS-RELEASED TO WS-EDIT-BIG-COUNT.
    MOVE WS-RUNS-RELEASED TO WS-EDIT-RUNS.
    STRING "TRL|" WS-EDIT-BIG-COUNT "|" WS-EDIT-RUNS
        DELIMITED BY SIZE INTO RELEASE-RECORD.
    WRITE RELEASE-RECORD.
    CLOSE RELEASE-FILE.
    CLOSE NEW-HOLD-FILE.
    PERFORM PRINT-RELEASED-RUNS.

*> Routes one extract record in WS-ROUTE-RECORD by its run's status.
*> A day's STATEXT record whose run was already held at the start is
*> a second copy of what the hold file carries and is dropped
ROUTE-ONE-RECORD.
    PERFORM SPLIT-EXTRACT-RECORD.
    PERFORM FIND-REGISTER-ENTRY.
    IF WS-MATCH-INDEX = 0
        ADD 1 TO WS-RECORDS-DROPPED
        EXIT PARAGRAPH
    END-IF.
    IF NOT ROUTING-HELD-RECORD
        IF TR-HELD-AT-START(WS-MATCH-INDEX) = 1
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF TR-RELEASING(WS-MATCH-INDEX) = 1
        WRITE RELEASE-RECORD FROM WS-ROUTE-RECORD
        ADD 1 TO WS-RECORDS-RELEASED
        ADD 1 TO TR-RELEASED-RECORDS(WS-MATCH-INDEX)
        EXIT PARAGRAPH
    END-IF.
    IF TR-STATUS(WS-MATCH-INDEX) = "PENDING"
            OR TR-STATUS(WS-MATCH-INDEX) = "HOLD"
        WRITE NEW-HOLD-RECORD FROM WS-ROUTE-RECORD
        ADD 1 TO WS-RECORDS-STILL-HELD
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-RECORDS-DROPPED.

*> What went to the warehouse this run, and when
PRINT-RELEASED-RUNS.
    MOVE "RELEASED TO WAREHOUSE (WHSREL)" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-RUNS-RELEASED = 0
        MOVE "No runs released this run." TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE "RUN DATE   TIME      RECORDS  APPROVED BY  FILE"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REG-COUNT
        IF TR-RELEASING(WS-I) = 1
            MOVE SPACES TO WS-PRINT-LINE
            MOVE TR-RUN-DATE(WS-I) TO WS-PRINT-LINE(1:10)
            MOVE TR-RUN-TIME(WS-I) TO WS-PRINT-LINE(12:8)
            MOVE TR-RELEASED-RECORDS(WS-I) TO WS-EDIT-COUNT
            MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(21:7)
            MOVE TR-REVIEWER(WS-I) TO WS-PRINT-LINE(30:8)
            MOVE TR-FILENAME(WS-I) TO WS-PRINT-LINE(43:90)
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.
    MOVE WS-RECORDS-RELEASED TO WS-EDIT-COUNT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "Released " WS-RUN-DATE-TEXT " " WS-RUN-TIME-TEXT
        " - records: " WS-EDIT-COUNT DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> Appends the WS-MATCH-INDEX run's key, status and failure counts
*> to the partly built WS-PRINT-LINE
APPEND-RUN-IMAGE.
    STRING TR-RUN-DATE(WS-MATCH-INDEX) " " TR-RUN-TIME(WS-MATCH-INDEX)
        " " TR-STATUS(WS-MATCH-INDEX) " "
        FUNCTION TRIM(TR-AUDIT-STATUS(WS-MATCH-INDEX) TRAILING)
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 2:).
    STRING FUNCTION TRIM(TR-FILENAME(WS-MATCH-INDEX) TRAILING)
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 2:).

*> Writes every run back out in register layout - the output dataset
*> replaces SIGNREG for the next run, as SIGNHLNW replaces SIGNHOLD
WRITE-NEW-REGISTER.
    OPEN OUTPUT NEW-REGISTER-FILE.
    IF WS-NEW-REGISTER-STATUS NOT = "00"
        DISPLAY "Error opening new register: SIGNRGNW - status "
            WS-NEW-REGISTER-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REG-COUNT
        MOVE SPACES TO NEW-REGISTER-RECORD
        MOVE TR-RUN-DATE(WS-I) TO NR-RUN-DATE
        MOVE TR-RUN-TIME(WS-I) TO NR-RUN-TIME
        MOVE TR-STATUS(WS-I) TO NR-STATUS
        MOVE TR-AUDIT-STATUS(WS-I) TO NR-AUDIT-STATUS
        MOVE TR-FAILED-GROUPS(WS-I) TO WS-EDIT-GROUPS
        MOVE WS-EDIT-GROUPS TO NR-FAILED-GROUPS
        MOVE TR-SPLIT-GROUPS(WS-I) TO WS-EDIT-GROUPS
        MOVE WS-EDIT-GROUPS TO NR-SPLIT-GROUPS
        MOVE TR-HELD-RECORDS(WS-I) TO WS-EDIT-COUNT
        MOVE WS-EDIT-COUNT TO NR-HELD-RECORDS
        MOVE TR-REVIEWER(WS-I) TO NR-REVIEWER
        MOVE TR-DECISION-DATE(WS-I) TO NR-DECISION-DATE
        MOVE TR-REASON(WS-I) TO NR-REASON
        MOVE TR-RELEASE-DATE(WS-I) TO NR-RELEASE-DATE
        MOVE TR-RELEASE-TIME(WS-I) TO NR-RELEASE-TIME
        MOVE TR-RELEASED-RECORDS(WS-I) TO WS-EDIT-COUNT
        MOVE WS-EDIT-COUNT TO NR-RELEASED-RECORDS
        MOVE TR-FILENAME(WS-I) TO NR-FILENAME
        WRITE NEW-REGISTER-RECORD
    END-PERFORM.
    CLOSE NEW-REGISTER-FILE.

*> Every run still waiting on a reviewer, with what is against it
*> and how many days it has waited since its run date
PRINT-PENDING-APPROVALS.
    MOVE "PENDING APPROVALS" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REG-COUNT
        IF TR-STATUS(WS-I) = "PENDING" OR TR-STATUS(WS-I) = "HOLD"
            ADD 1 TO WS-RUNS-PENDING
        END-IF
    END-PERFORM.
    IF WS-RUNS-PENDING = 0
        MOVE "No runs awaiting sign-off." TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE "RUN DATE   TIME      STATUS   AUDIT STATUS   FAILED  SPLIT  HELD  DAYS  FILE / REASON"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-REG-COUNT
        IF TR-STATUS(WS-I) = "PENDING" OR TR-STATUS(WS-I) = "HOLD"
            PERFORM PRINT-PENDING-LINE
        END-IF
    END-PERFORM.

PRINT-PENDING-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE TR-RUN-DATE(WS-I) TO WS-PRINT-LINE(1:10).
    MOVE TR-RUN-TIME(WS-I) TO WS-PRINT-LINE(12:8).
    MOVE TR-STATUS(WS-I) TO WS-PRINT-LINE(21:8).
    MOVE TR-AUDIT-STATUS(WS-I) TO WS-PRINT-LINE(30:13).
    MOVE TR-FAILED-GROUPS(WS-I) TO WS-EDIT-GROUPS.
    MOVE WS-EDIT-GROUPS TO WS-PRINT-LINE(45:5).
    MOVE TR-SPLIT-GROUPS(WS-I) TO WS-EDIT-GROUPS.
    MOVE WS-EDIT-GROUPS TO WS-PRINT-LINE(52:5).
    MOVE TR-HELD-RECORDS(WS-I) TO WS-EDIT-GROUPS.
    MOVE WS-EDIT-GROUPS TO WS-PRINT-LINE(58:5).
    PERFORM CALCULATE-DAYS-WAITING.
    IF DAYS-KNOWN
        MOVE WS-DAYS-WAITING TO WS-EDIT-DAYS
        MOVE WS-EDIT-DAYS TO WS-PRINT-LINE(64:5)
    END-IF.
    MOVE TR-FILENAME(WS-I) TO WS-PRINT-LINE(71:62).
    PERFORM WRITE-REPORT-LINE.
    IF TR-REASON(WS-I) NOT = SPACES
        MOVE SPACES TO WS-PRINT-LINE
        STRING TR-REVIEWER(WS-I) " " TR-REASON(WS-I)
            DELIMITED BY SIZE INTO WS-PRINT-LINE(71:)
        PERFORM WRITE-REPORT-LINE
    END-IF.

*> Days since the run's date (YYYY/MM/DD)
CALCULATE-DAYS-WAITING.
    MOVE 0 TO WS-DAYS-KNOWN-FLAG.
    MOVE ZERO TO WS-DAYS-WAITING.
    IF FUNCTION TEST-NUMVAL(TR-RUN-DATE(WS-I)(1:4)) NOT = 0
            OR FUNCTION TEST-NUMVAL(TR-RUN-DATE(WS-I)(6:2)) NOT = 0
            OR FUNCTION TEST-NUMVAL(TR-RUN-DATE(WS-I)(9:2)) NOT = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-RUN-DATE-NUM =
        (FUNCTION NUMVAL(TR-RUN-DATE(WS-I)(1:4)) * 10000) +
        (FUNCTION NUMVAL(TR-RUN-DATE(WS-I)(6:2)) * 100) +
        FUNCTION NUMVAL(TR-RUN-DATE(WS-I)(9:2)).
    COMPUTE WS-RUN-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
    ON SIZE ERROR
        EXIT PARAGRAPH
    END-COMPUTE.
    IF WS-RUN-INTEGER = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-DAYS-WAITING = WS-TODAY-INTEGER - WS-RUN-INTEGER.
    IF WS-DAYS-WAITING < 0
        MOVE ZERO TO WS-DAYS-WAITING
    END-IF.
    SET DAYS-KNOWN TO TRUE.

*> Prints the control totals and sets the condition code: 0 nothing
*> awaiting a reviewer, 4 a card was rejected or runs still wait
WRAP-UP.
    PERFORM WRITE-REPORT-BLANK-LINE.
    MOVE "CONTROL TOTALS" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-LOADED TO WS-EDIT-COUNT.
    STRING "   Runs on register at start:    " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-AUDIT-READ TO WS-EDIT-COUNT.
    STRING "   Audit lines read:             " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-REGISTERED TO WS-EDIT-COUNT.
    STRING "   New runs registered:          " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-SUPERSEDED TO WS-EDIT-COUNT.
    STRING "   Sign-offs reopened (restated):" WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-RELEASED-RESTATED > 0
        MOVE WS-RELEASED-RESTATED TO WS-EDIT-COUNT
        STRING "   Released runs restated:       " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE WS-EXTRACT-READ TO WS-EDIT-COUNT.
    STRING "   Extract records read:         " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-EXTRACT-ALREADY-HELD > 0
        MOVE WS-EXTRACT-ALREADY-HELD TO WS-EDIT-COUNT
        STRING "   Extract records already held: " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    IF WS-EXTRACT-ALREADY-DECIDED > 0
        MOVE WS-EXTRACT-ALREADY-DECIDED TO WS-EDIT-COUNT
        STRING "   Extract records, runs decided:" WS-EDIT-COUNT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
    STRING "   Reviewer cards read:          " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-TRANS-APPLIED TO WS-EDIT-COUNT.
    STRING "   Reviewer cards applied:       " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-TRANS-REJECTED TO WS-EDIT-COUNT.
    STRING "   Reviewer cards rejected:      " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-AUDIT-NOT-RUNS TO WS-EDIT-COUNT.
    STRING "   Audit lines with no extract:  " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-AUTO-APPROVED TO WS-EDIT-COUNT.
    STRING "   Runs approved by rule:        " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-RELEASED TO WS-EDIT-COUNT.
    STRING "   Runs released:                " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RECORDS-RELEASED TO WS-EDIT-COUNT.
    STRING "   Extract records released:     " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RECORDS-STILL-HELD TO WS-EDIT-COUNT.
    STRING "   Extract records still held:   " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RECORDS-DROPPED TO WS-EDIT-COUNT.
    STRING "   Records dropped (rejected/superseded):" WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-PENDING TO WS-EDIT-COUNT.
    STRING "   Runs awaiting sign-off:       " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-REG-COUNT TO WS-EDIT-COUNT.
    STRING "   Runs on new register:         " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    CLOSE LISTING-FILE.
    CLOSE TRANS-SUSPENSE-FILE.
    DISPLAY "Runs registered " WS-RUNS-REGISTERED
        " reopened " WS-RUNS-SUPERSEDED
        " released " WS-RUNS-RELEASED
        " pending " WS-RUNS-PENDING.
    DISPLAY "Cards read " WS-TRANS-READ
        " applied " WS-TRANS-APPLIED
        " rejected " WS-TRANS-REJECTED.
    IF WS-TRANS-REJECTED > 0 OR WS-RUNS-PENDING > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

*> Prints the page banner: listing title and run date/time
WRITE-REPORT-HEADING.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE SPACES TO WS-HEADING-LINE.
    STRING "SIGN-OFF REGISTER AND RELEASE LISTING - PAGE "
        WS-PAGE-COUNT DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE LISTING-RECORD FROM WS-HEADING-LINE.

    MOVE "=========================================" TO WS-HEADING-LINE.
    WRITE LISTING-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Run date: " WS-RUN-DATE-TEXT "  "
        WS-RUN-TIME-TEXT DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE LISTING-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO LISTING-RECORD.
    WRITE LISTING-RECORD.

    MOVE 4 TO WS-LINE-COUNT.

*> Writes one detail line, rolling to a new page when full
WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        MOVE SPACES TO LISTING-RECORD
        WRITE LISTING-RECORD AFTER ADVANCING PAGE
        PERFORM WRITE-REPORT-HEADING
    END-IF.
    WRITE LISTING-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-PRINT-LINE.

*> Writes a blank spacer line between report sections
WRITE-REPORT-BLANK-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
