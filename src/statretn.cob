IDENTIFICATION DIVISION.
PROGRAM-ID. STATRETN.

*> Feed-owner reject return package. SUSPENSE is one combined file
*> across every feed; this step cuts it up by owner so nobody has to
*> do it by hand. Each reject's feed is looked up on the feed-owner
*> master (OWNERS, kept by STATOWNR) - first on its file name, then
*> on the feed id in the file's own header record, the same order
*> STATMEASURE applies feed profiles in - and every owner with
*> rejects gets:
*>    - an outbound return file of their own, named by the
*>      RETURN-PREFIX= card plus the owner id, bracketed by a header
*>      and a trailer in the same "HDR "/"TRL " form the owners'
*>      feeds carry: the trailer holds the record count and a control
*>      total of the value field (columns 11-20) of every reject
*>      whose value is numeric. Each reject goes out in its SUSPENSE
*>      layout unchanged, R001-R008 reason code and text included;
*>    - a transmittal cover sheet on RETNRPT summarizing the return
*>      by reason code and by feed, with the correction due date.
*> Every reject returned is logged on the sent-returns file (RETSENT
*> in, RETSNTNW out), so a reject still on SUSPENSE tomorrow - or on
*> a restarted batch's extended SUSPENSE - is never sent twice. A
*> corrections file in STATRESUB's layout (CORRECTS), when supplied,
*> closes the returns it answers; a return still open past the
*> owner's agreed turnaround goes on the escalation listing
*> (RETNESC). Rejects whose feed has no owner are listed on RETNRPT
*> and held back - they are picked up on the first run after the
*> feed is given an owner.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

    SELECT OWNER-FILE ASSIGN TO "OWNERS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OWNER-FILE-STATUS.

    SELECT SENT-FILE ASSIGN TO "RETSENT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENT-FILE-STATUS.

    SELECT NEW-SENT-FILE ASSIGN TO "RETSNTNW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-SENT-STATUS.

    SELECT CORRECTION-FILE ASSIGN TO "CORRECTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CORRECTION-STATUS.

    SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.

    SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-FILENAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETURN-FILE-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "SYSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

    SELECT LISTING-FILE ASSIGN TO "RETNRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTING-FILE-STATUS.

    SELECT ESCALATION-FILE ASSIGN TO "RETNESC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ESCALATION-STATUS.

DATA DIVISION.
FILE SECTION.
*> Must stay in step with the SUSPENSE-RECORD STATMEASURE writes
FD  SUSPENSE-FILE.
01  SUSPENSE-RECORD.
    05  SR-FILENAME       PIC X(100).
    05  FILLER            PIC X(2).
    05  SR-ORIGINAL-TEXT  PIC X(30).
    05  FILLER            PIC X(2).
    05  SR-REASON-CODE    PIC X(4).
    05  FILLER            PIC X(2).
    05  SR-REASON-TEXT    PIC X(40).
    05  FILLER            PIC X(2).
    05  SR-RUN-DATE       PIC X(10).
    05  FILLER            PIC X(2).
    05  SR-METRIC-CODE    PIC X(4).

*> Must stay in step with the OWNER-RECORD layout STATOWNR maintains
FD  OWNER-FILE.
01  OWNER-RECORD.
    05  OW-OWNER-ID       PIC X(8).
    05  FILLER            PIC X(2).
    05  OW-MATCH-TYPE     PIC X(4).
    05  FILLER            PIC X(2).
    05  OW-TURNAROUND-TEXT PIC X(3).
    05  FILLER            PIC X(2).
    05  OW-CONTACT        PIC X(60).
    05  FILLER            PIC X(2).
    05  OW-MATCH-VALUE    PIC X(100).

*> One line per reject ever returned. Status SENT until a correction
*> for it arrives, then CORRECTED; corrected lines are kept for the
*> RETAIN-DAYS= period so a late duplicate on SUSPENSE is still
*> recognized, then dropped
FD  SENT-FILE.
01  SENT-RECORD.
    05  SL-OWNER-ID       PIC X(8).
    05  FILLER            PIC X(2).
    05  SL-STATUS         PIC X(9).
    05  FILLER            PIC X(2).
    05  SL-SENT-DATE      PIC X(10).
    05  FILLER            PIC X(2).
    05  SL-DUE-DATE       PIC X(10).
    05  FILLER            PIC X(2).
    05  SL-CORRECTED-DATE PIC X(10).
    05  FILLER            PIC X(2).
    05  SL-REASON-CODE    PIC X(4).
    05  FILLER            PIC X(2).
    05  SL-RUN-DATE       PIC X(10).
    05  FILLER            PIC X(2).
    05  SL-METRIC-CODE    PIC X(4).
    05  FILLER            PIC X(2).
    05  SL-ORIGINAL-TEXT  PIC X(30).
    05  FILLER            PIC X(2).
    05  SL-FILENAME       PIC X(100).

FD  NEW-SENT-FILE.
01  NEW-SENT-RECORD.
    05  NS-OWNER-ID       PIC X(8).
    05  FILLER            PIC X(2).
    05  NS-STATUS         PIC X(9).
    05  FILLER            PIC X(2).
    05  NS-SENT-DATE      PIC X(10).
    05  FILLER            PIC X(2).
    05  NS-DUE-DATE       PIC X(10).
    05  FILLER            PIC X(2).
    05  NS-CORRECTED-DATE PIC X(10).
    05  FILLER            PIC X(2).
    05  NS-REASON-CODE    PIC X(4).
    05  FILLER            PIC X(2).
    05  NS-RUN-DATE       PIC X(10).
    05  FILLER            PIC X(2).
    05  NS-METRIC-CODE    PIC X(4).
    05  FILLER            PIC X(2).
    05  NS-ORIGINAL-TEXT  PIC X(30).
    05  FILLER            PIC X(2).
    05  NS-FILENAME       PIC X(100).

*> Must stay in step with the CORRECTION-RECORD STATRESUB reads
FD  CORRECTION-FILE.
01  CORRECTION-RECORD.
    05  CR-FILENAME       PIC X(100).
    05  FILLER            PIC X(2).
    05  CR-ORIGINAL-TEXT  PIC X(30).
    05  FILLER            PIC X(2).
    05  CR-CORRECTED-TEXT PIC X(30).

*> Only the first record of a feed is ever read here, for its header
FD  INPUT-FILE.
01  INPUT-RECORD          PIC X(250).

*> The outbound return: header, one detail per reject carrying the
*> SUSPENSE record unchanged, trailer. Header and trailer follow the
*> feed-owner bracketing records STATMEASURE verifies, so an owner
*> can check the return with the same tooling they build feeds with
FD  RETURN-FILE.
01  RETURN-RECORD.
    05  RR-RECORD-TYPE    PIC X(4).
    05  RR-SUSPENSE-IMAGE PIC X(198).

01  RETURN-HEADER-RECORD.
    05  RH-RECORD-TYPE    PIC X(4).
    05  RH-OWNER-ID       PIC X(10).
    05  RH-RETURN-DATE    PIC X(8).
    05  FILLER            PIC X(2).
    05  RH-RETURN-TIME    PIC X(8).
    05  FILLER            PIC X(2).
    05  RH-DUE-DATE       PIC X(10).
    05  FILLER            PIC X(2).
    05  RH-CONTACT        PIC X(60).

01  RETURN-TRAILER-RECORD.
    05  RT-RECORD-TYPE    PIC X(4).
    05  RT-COUNT          PIC 9(8).
    05  RT-CONTROL-TOTAL  PIC -(14)9.99.

FD  CONTROL-FILE.
01  CONTROL-RECORD        PIC X(80).

FD  LISTING-FILE.
01  LISTING-RECORD        PIC X(132).

FD  ESCALATION-FILE.
01  ESCALATION-RECORD     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-SUSPENSE-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-OWNER-FILE-STATUS  PIC XX VALUE ZEROS.
01  WS-SENT-FILE-STATUS   PIC XX VALUE ZEROS.
01  WS-NEW-SENT-STATUS    PIC XX VALUE ZEROS.
01  WS-CORRECTION-STATUS  PIC XX VALUE ZEROS.
01  WS-INPUT-FILE-STATUS  PIC XX VALUE ZEROS.
01  WS-RETURN-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-CONTROL-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-LISTING-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-ESCALATION-STATUS  PIC XX VALUE ZEROS.

01  WS-SUSPENSE-EOF-FLAG  PIC 9 VALUE 0.
    88  SUSPENSE-END-OF-FILE VALUE 1.
01  WS-OWNER-EOF-FLAG     PIC 9 VALUE 0.
    88  OWNER-END-OF-FILE VALUE 1.
01  WS-SENT-EOF-FLAG      PIC 9 VALUE 0.
    88  SENT-END-OF-FILE  VALUE 1.
01  WS-CORRECTION-EOF-FLAG PIC 9 VALUE 0.
    88  CORRECTION-END-OF-FILE VALUE 1.
01  WS-SYSIN-EOF-FLAG     PIC 9 VALUE 0.
    88  SYSIN-END-OF-FILE VALUE 1.

01  WS-FILENAME           PIC X(100) VALUE SPACES.
01  WS-RETURN-FILENAME    PIC X(100) VALUE SPACES.

*> Control cards - RETURN-PREFIX= names the return files (the owner
*> id is appended), RETAIN-DAYS= how long a corrected return stays
*> on the sent-returns file
01  WS-CONTROL-CARD       PIC X(80).
01  WS-CONTROL-KEYWORD    PIC X(13).
01  WS-CONTROL-VALUE      PIC X(67).
01  WS-CONTROL-DELIM-POS  PIC 9(3) VALUE ZERO.
01  WS-RETURN-PREFIX      PIC X(60) VALUE "RETURN.".
01  WS-RETAIN-DAYS        PIC 9(4) VALUE 90.

*> The feed-owner master, one entry per feed assignment
01  WS-ASSIGN-COUNT       PIC 9(3) VALUE ZERO.
01  WS-ASSIGN-TABLE.
    05  WS-ASSIGN-ENTRY OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-ASSIGN-COUNT.
        10  TA-MATCH-TYPE     PIC X(4).
        10  TA-MATCH-VALUE    PIC X(100).
        10  TA-OWNER-INDEX    PIC 9(3).

*> The distinct owners on the master, with what this run returns to
*> each and how much of their earlier returns is overdue
01  WS-OWNER-COUNT        PIC 9(3) VALUE ZERO.
01  WS-OWNER-TABLE.
    05  WS-OWNER-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-OWNER-COUNT.
        10  TO-OWNER-ID       PIC X(8).
        10  TO-CONTACT        PIC X(60).
        10  TO-TURNAROUND     PIC 9(3).
        10  TO-DUE-DATE       PIC X(10).
        10  TO-RETURN-COUNT   PIC 9(7).
        10  TO-CONTROL-TOTAL  PIC S9(13)V99.
        10  TO-ALREADY-SENT   PIC 9(7).
        10  TO-OVERDUE-COUNT  PIC 9(7).

*> Every distinct file name on SUSPENSE, resolved to its owner once
*> (zero when no owner claims it), with its reject counts
01  WS-FEED-COUNT         PIC 9(3) VALUE ZERO.
01  WS-FEED-TABLE.
    05  WS-FEED-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-FEED-COUNT.
        10  TF-FILENAME       PIC X(100).
        10  TF-FEED-ID        PIC X(10).
        10  TF-OWNER-INDEX    PIC 9(3).
        10  TF-REJECT-COUNT   PIC 9(7).
        10  TF-RETURN-COUNT   PIC 9(7).
01  WS-FEED-INDEX         PIC 9(3) VALUE ZERO.
01  WS-PEEK-FEED-ID       PIC X(10) VALUE SPACES.

*> The rejects going out this run, in SUSPENSE order
01  WS-RETURN-COUNT       PIC 9(5) VALUE ZERO.
01  WS-RETURN-TABLE.
    05  WS-RETURN-ENTRY OCCURS 1 TO 50000 TIMES
                        DEPENDING ON WS-RETURN-COUNT.
        10  TR-OWNER-INDEX    PIC 9(3).
        10  TR-FEED-INDEX     PIC 9(3).
        10  TR-IMAGE          PIC X(198).

*> The sent-returns log - loaded whole, extended with this run's
*> returns, and written back out at the end
01  WS-SENT-COUNT         PIC 9(6) VALUE ZERO.
01  WS-SENT-TABLE.
    05  WS-SENT-ENTRY OCCURS 1 TO 100000 TIMES
                      DEPENDING ON WS-SENT-COUNT.
        10  TS-OWNER-ID       PIC X(8).
        10  TS-STATUS         PIC X(9).
        10  TS-SENT-DATE      PIC X(10).
        10  TS-DUE-DATE       PIC X(10).
        10  TS-CORRECTED-DATE PIC X(10).
        10  TS-REJECT-KEY.
            15  TS-FILENAME       PIC X(100).
            15  TS-ORIGINAL-TEXT  PIC X(30).
            15  TS-REASON-CODE    PIC X(4).
            15  TS-RUN-DATE       PIC X(10).
            15  TS-METRIC-CODE    PIC X(4).
        10  TS-OWNER-INDEX    PIC 9(3).

01  WS-REJECT-KEY.
    05  WS-KEY-FILENAME   PIC X(100).
    05  WS-KEY-ORIGINAL-TEXT PIC X(30).
    05  WS-KEY-REASON-CODE PIC X(4).
    05  WS-KEY-RUN-DATE   PIC X(10).
    05  WS-KEY-METRIC-CODE PIC X(4).
01  WS-SENT-MATCH         PIC 9(6) VALUE ZERO.
01  WS-LAST-ESC-OWNER     PIC X(8) VALUE SPACES.

*> Reason-code and feed summaries for the cover sheet in hand
01  WS-REASON-COUNT       PIC 9(2) VALUE ZERO.
01  WS-REASON-TABLE.
    05  WS-REASON-ENTRY OCCURS 1 TO 20 TIMES
                        DEPENDING ON WS-REASON-COUNT.
        10  TX-REASON-CODE    PIC X(4).
        10  TX-REASON-TEXT    PIC X(40).
        10  TX-REASON-TALLY   PIC 9(7).
01  WS-REASON-INDEX       PIC 9(2) VALUE ZERO.

01  WS-COUNTERS.
    05  WS-SUSPENSE-READ  PIC 9(7) VALUE ZERO.
    05  WS-RETURNED-TOTAL PIC 9(7) VALUE ZERO.
    05  WS-ALREADY-SENT-TOTAL PIC 9(7) VALUE ZERO.
    05  WS-UNASSIGNED-TOTAL PIC 9(7) VALUE ZERO.
    05  WS-OVERFLOW-TOTAL PIC 9(7) VALUE ZERO.
    05  WS-RETURN-FILES   PIC 9(5) VALUE ZERO.
    05  WS-CORRECTIONS-READ PIC 9(7) VALUE ZERO.
    05  WS-RETURNS-CLOSED PIC 9(7) VALUE ZERO.
    05  WS-ESCALATED-TOTAL PIC 9(7) VALUE ZERO.
    05  WS-SENT-LOADED    PIC 9(7) VALUE ZERO.
    05  WS-SENT-PURGED    PIC 9(7) VALUE ZERO.
    05  WS-SENT-WRITTEN   PIC 9(7) VALUE ZERO.

01  WS-I                  PIC 9(6) VALUE ZERO.
01  WS-J                  PIC 9(6) VALUE ZERO.
01  WS-OWNER-INDEX        PIC 9(3) VALUE ZERO.
01  WS-VALUE-AMOUNT       PIC S9(13)V99 VALUE ZERO.
01  WS-VALUE-TEXT         PIC X(10).
01  WS-FOUND-FLAG         PIC 9 VALUE 0.
    88  ENTRY-FOUND       VALUE 1.

*> Dates as day numbers: today, a due date, and a date text in
*> YYYY/MM/DD converted for comparison
01  WS-TODAY-INTEGER      PIC 9(7) VALUE ZERO.
01  WS-DATE-INTEGER       PIC 9(7) VALUE ZERO.
01  WS-DATE-NUM           PIC 9(8) VALUE ZERO.
01  WS-DATE-WORK          PIC X(10).
01  WS-DATE-KNOWN-FLAG    PIC 9 VALUE 0.
    88  DATE-KNOWN        VALUE 1.
01  WS-DAYS-OVERDUE       PIC S9(5) VALUE ZERO.
01  WS-DUE-DATE-TEXT.
    05  WS-DUE-YYYY       PIC X(4).
    05  FILLER            PIC X VALUE "/".
    05  WS-DUE-MM         PIC X(2).
    05  FILLER            PIC X VALUE "/".
    05  WS-DUE-DD         PIC X(2).
01  WS-DUE-DATE-NUM       PIC 9(8) VALUE ZERO.
01  WS-DUE-DATE-DIGITS REDEFINES WS-DUE-DATE-NUM PIC X(8).

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
    05  WS-ESC-LINE-COUNT PIC 9(3) VALUE ZERO.
    05  WS-ESC-PAGE-COUNT PIC 9(3) VALUE ZERO.

01  WS-PRINT-LINE         PIC X(132).
01  WS-HEADING-LINE       PIC X(132).

01  WS-EDIT-FIELDS.
    05  WS-EDIT-COUNT     PIC Z(6)9.
    05  WS-EDIT-DAYS      PIC ZZZ9.
    05  WS-EDIT-TOTAL     PIC -(12)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIALIZATION.
    PERFORM LOAD-OWNER-MASTER.
    PERFORM LOAD-SENT-LOG.
    PERFORM APPLY-CORRECTIONS.
    PERFORM ROUTE-SUSPENSE-RECORDS.
    PERFORM WRITE-RETURN-PACKAGES.
    PERFORM PRINT-UNASSIGNED-REJECTS.
    PERFORM PRINT-ESCALATIONS.
    PERFORM WRITE-NEW-SENT-LOG.
    PERFORM WRAP-UP.
    STOP RUN.

INITIALIZATION.
    DISPLAY "FEED-OWNER REJECT RETURN".
    DISPLAY "========================".

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
        DISPLAY "Error opening listing file: RETNRPT - status "
            WS-LISTING-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT ESCALATION-FILE.
    IF WS-ESCALATION-STATUS NOT = "00"
        DISPLAY "Error opening escalation listing: RETNESC - status "
            WS-ESCALATION-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSPENSE-FILE-STATUS NOT = "00"
        DISPLAY "Error opening suspense file: SUSPENSE - status "
            WS-SUSPENSE-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-REPORT-HEADING.

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
        WHEN "RETURN-PREFIX"
            IF WS-CONTROL-VALUE NOT = SPACES
                MOVE WS-CONTROL-VALUE TO WS-RETURN-PREFIX
            END-IF
        WHEN "RETAIN-DAYS"
            IF FUNCTION TEST-NUMVAL(WS-CONTROL-VALUE) = 0
                COMPUTE WS-RETAIN-DAYS =
                    FUNCTION NUMVAL(WS-CONTROL-VALUE)
            ELSE
                DISPLAY "Ignoring non-numeric RETAIN-DAYS card: "
                    WS-CONTROL-VALUE
            END-IF
        WHEN "DEBUG"
            CONTINUE
        WHEN OTHER
            DISPLAY "Ignoring unknown control card keyword: "
                    WS-CONTROL-KEYWORD
    END-EVALUATE.

*> With no owner master every reject is unassigned - the run still
*> lists them, it just has nobody to send them to
LOAD-OWNER-MASTER.
    MOVE 0 TO WS-OWNER-EOF-FLAG.
    OPEN INPUT OWNER-FILE.
    IF WS-OWNER-FILE-STATUS NOT = "00"
        DISPLAY "No feed-owner master (OWNERS status "
            WS-OWNER-FILE-STATUS ") - no rejects can be returned"
        MOVE "No feed-owner master - no rejects can be returned"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL OWNER-END-OF-FILE
        READ OWNER-FILE
            AT END
                SET OWNER-END-OF-FILE TO TRUE
            NOT AT END
                IF OWNER-RECORD NOT = SPACES
                    PERFORM LOAD-ONE-OWNER-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OWNER-FILE.
    DISPLAY "Feed assignments loaded: " WS-ASSIGN-COUNT
        " owners: " WS-OWNER-COUNT.

*> STATOWNR keeps one contact and turnaround per owner, so the first
*> assignment seen for an owner speaks for all of them
LOAD-ONE-OWNER-RECORD.
    IF WS-ASSIGN-COUNT >= 500
        DISPLAY "Owner table full - record ignored: " OW-OWNER-ID
        EXIT PARAGRAPH
    END-IF.
    IF (OW-MATCH-TYPE NOT = "FILE" AND OW-MATCH-TYPE NOT = "FEED")
            OR OW-MATCH-VALUE = SPACES OR OW-OWNER-ID = SPACES
        DISPLAY "Malformed owner record ignored: " OW-OWNER-ID
        EXIT PARAGRAPH
    END-IF.
    MOVE ZERO TO WS-OWNER-INDEX.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-OWNER-COUNT OR WS-OWNER-INDEX > 0
        IF TO-OWNER-ID(WS-I) = OW-OWNER-ID
            MOVE WS-I TO WS-OWNER-INDEX
        END-IF
    END-PERFORM.
    IF WS-OWNER-INDEX = 0
        ADD 1 TO WS-OWNER-COUNT
        MOVE WS-OWNER-COUNT TO WS-OWNER-INDEX
        MOVE OW-OWNER-ID TO TO-OWNER-ID(WS-OWNER-INDEX)
        MOVE OW-CONTACT TO TO-CONTACT(WS-OWNER-INDEX)
        MOVE ZERO TO TO-TURNAROUND(WS-OWNER-INDEX)
        IF FUNCTION TEST-NUMVAL(OW-TURNAROUND-TEXT) = 0
            COMPUTE TO-TURNAROUND(WS-OWNER-INDEX) =
                FUNCTION NUMVAL(OW-TURNAROUND-TEXT)
        END-IF
        MOVE ZERO TO TO-RETURN-COUNT(WS-OWNER-INDEX)
            TO-CONTROL-TOTAL(WS-OWNER-INDEX)
            TO-ALREADY-SENT(WS-OWNER-INDEX)
            TO-OVERDUE-COUNT(WS-OWNER-INDEX)
        COMPUTE WS-DATE-INTEGER =
            WS-TODAY-INTEGER + TO-TURNAROUND(WS-OWNER-INDEX)
        PERFORM FORMAT-DUE-DATE
        MOVE WS-DUE-DATE-TEXT TO TO-DUE-DATE(WS-OWNER-INDEX)
    END-IF.
    ADD 1 TO WS-ASSIGN-COUNT.
    MOVE OW-MATCH-TYPE TO TA-MATCH-TYPE(WS-ASSIGN-COUNT).
    MOVE OW-MATCH-VALUE TO TA-MATCH-VALUE(WS-ASSIGN-COUNT).
    MOVE WS-OWNER-INDEX TO TA-OWNER-INDEX(WS-ASSIGN-COUNT).

*> Turns the day number in WS-DATE-INTEGER into WS-DUE-DATE-TEXT
FORMAT-DUE-DATE.
    COMPUTE WS-DUE-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
    MOVE WS-DUE-DATE-DIGITS(1:4) TO WS-DUE-YYYY.
    MOVE WS-DUE-DATE-DIGITS(5:2) TO WS-DUE-MM.
    MOVE WS-DUE-DATE-DIGITS(7:2) TO WS-DUE-DD.

*> A sent-returns file that does not exist yet is an empty one - the
*> first run simply returns everything on SUSPENSE
LOAD-SENT-LOG.
    MOVE 0 TO WS-SENT-EOF-FLAG.
    OPEN INPUT SENT-FILE.
    IF WS-SENT-FILE-STATUS NOT = "00"
        DISPLAY "No sent-returns file (RETSENT status "
            WS-SENT-FILE-STATUS ") - starting from empty"
        MOVE "No sent-returns file - starting from empty"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL SENT-END-OF-FILE
        READ SENT-FILE
            AT END
                SET SENT-END-OF-FILE TO TRUE
            NOT AT END
                IF SENT-RECORD NOT = SPACES
                    PERFORM LOAD-ONE-SENT-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SENT-FILE.
    MOVE WS-SENT-COUNT TO WS-SENT-LOADED.

LOAD-ONE-SENT-RECORD.
    IF WS-SENT-COUNT >= 100000
        DISPLAY "Sent-returns table full - record ignored: "
            SL-OWNER-ID " " SL-SENT-DATE
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-SENT-COUNT.
    MOVE SL-OWNER-ID TO TS-OWNER-ID(WS-SENT-COUNT).
    MOVE SL-STATUS TO TS-STATUS(WS-SENT-COUNT).
    MOVE SL-SENT-DATE TO TS-SENT-DATE(WS-SENT-COUNT).
    MOVE SL-DUE-DATE TO TS-DUE-DATE(WS-SENT-COUNT).
    MOVE SL-CORRECTED-DATE TO TS-CORRECTED-DATE(WS-SENT-COUNT).
    MOVE SL-FILENAME TO TS-FILENAME(WS-SENT-COUNT).
    MOVE SL-ORIGINAL-TEXT TO TS-ORIGINAL-TEXT(WS-SENT-COUNT).
    MOVE SL-REASON-CODE TO TS-REASON-CODE(WS-SENT-COUNT).
    MOVE SL-RUN-DATE TO TS-RUN-DATE(WS-SENT-COUNT).
    MOVE SL-METRIC-CODE TO TS-METRIC-CODE(WS-SENT-COUNT).
    MOVE ZERO TO TS-OWNER-INDEX(WS-SENT-COUNT).
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OWNER-COUNT
        IF TO-OWNER-ID(WS-I) = SL-OWNER-ID
            MOVE WS-I TO TS-OWNER-INDEX(WS-SENT-COUNT)
        END-IF
    END-PERFORM.

*> Corrections coming back in STATRESUB's layout close every open
*> return for the same feed and original record image. No
*> corrections file simply means nothing came back today
APPLY-CORRECTIONS.
    MOVE 0 TO WS-CORRECTION-EOF-FLAG.
    OPEN INPUT CORRECTION-FILE.
    IF WS-CORRECTION-STATUS NOT = "00"
        DISPLAY "No corrections file (CORRECTS status "
            WS-CORRECTION-STATUS ") - no returns closed"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL CORRECTION-END-OF-FILE
        READ CORRECTION-FILE
            AT END
                SET CORRECTION-END-OF-FILE TO TRUE
            NOT AT END
                IF CORRECTION-RECORD NOT = SPACES
                    ADD 1 TO WS-CORRECTIONS-READ
                    PERFORM APPLY-ONE-CORRECTION
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CORRECTION-FILE.

APPLY-ONE-CORRECTION.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SENT-COUNT
        IF TS-STATUS(WS-I) = "SENT"
                AND TS-FILENAME(WS-I) = CR-FILENAME
                AND TS-ORIGINAL-TEXT(WS-I) = CR-ORIGINAL-TEXT
            MOVE "CORRECTED" TO TS-STATUS(WS-I)
            MOVE WS-RUN-DATE-TEXT TO TS-CORRECTED-DATE(WS-I)
            ADD 1 TO WS-RETURNS-CLOSED
        END-IF
    END-PERFORM.

*> Reads the day's SUSPENSE, settling each reject's owner and
*> whether it has already gone out
ROUTE-SUSPENSE-RECORDS.
    PERFORM UNTIL SUSPENSE-END-OF-FILE
        READ SUSPENSE-FILE
            AT END
                SET SUSPENSE-END-OF-FILE TO TRUE
            NOT AT END
                IF SUSPENSE-RECORD NOT = SPACES
                    ADD 1 TO WS-SUSPENSE-READ
                    PERFORM ROUTE-ONE-REJECT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SUSPENSE-FILE.

ROUTE-ONE-REJECT.
    PERFORM RESOLVE-FEED-OWNER.
    IF WS-FEED-INDEX = 0
        ADD 1 TO WS-UNASSIGNED-TOTAL
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO TF-REJECT-COUNT(WS-FEED-INDEX).
    MOVE TF-OWNER-INDEX(WS-FEED-INDEX) TO WS-OWNER-INDEX.
    IF WS-OWNER-INDEX = 0
        ADD 1 TO WS-UNASSIGNED-TOTAL
        EXIT PARAGRAPH
    END-IF.

    MOVE SR-FILENAME TO WS-KEY-FILENAME.
    MOVE SR-ORIGINAL-TEXT TO WS-KEY-ORIGINAL-TEXT.
    MOVE SR-REASON-CODE TO WS-KEY-REASON-CODE.
    MOVE SR-RUN-DATE TO WS-KEY-RUN-DATE.
    MOVE SR-METRIC-CODE TO WS-KEY-METRIC-CODE.
    MOVE ZERO TO WS-SENT-MATCH.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-SENT-COUNT OR WS-SENT-MATCH > 0
        IF TS-REJECT-KEY(WS-I) = WS-REJECT-KEY
            MOVE WS-I TO WS-SENT-MATCH
        END-IF
    END-PERFORM.
    IF WS-SENT-MATCH > 0
        ADD 1 TO WS-ALREADY-SENT-TOTAL
        ADD 1 TO TO-ALREADY-SENT(WS-OWNER-INDEX)
        EXIT PARAGRAPH
    END-IF.

    IF WS-RETURN-COUNT >= 50000 OR WS-SENT-COUNT >= 100000
        ADD 1 TO WS-OVERFLOW-TOTAL
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-RETURN-COUNT.
    MOVE WS-OWNER-INDEX TO TR-OWNER-INDEX(WS-RETURN-COUNT).
    MOVE WS-FEED-INDEX TO TR-FEED-INDEX(WS-RETURN-COUNT).
    MOVE SUSPENSE-RECORD TO TR-IMAGE(WS-RETURN-COUNT).
    ADD 1 TO TO-RETURN-COUNT(WS-OWNER-INDEX).
    ADD 1 TO TF-RETURN-COUNT(WS-FEED-INDEX).
    ADD 1 TO WS-RETURNED-TOTAL.
    MOVE SR-ORIGINAL-TEXT(11:10) TO WS-VALUE-TEXT.
    IF FUNCTION TEST-NUMVAL(WS-VALUE-TEXT) = 0
        COMPUTE WS-VALUE-AMOUNT = FUNCTION NUMVAL(WS-VALUE-TEXT)
        ADD WS-VALUE-AMOUNT TO TO-CONTROL-TOTAL(WS-OWNER-INDEX)
    END-IF.

    ADD 1 TO WS-SENT-COUNT.
    MOVE TO-OWNER-ID(WS-OWNER-INDEX) TO TS-OWNER-ID(WS-SENT-COUNT).
    MOVE "SENT" TO TS-STATUS(WS-SENT-COUNT).
    MOVE WS-RUN-DATE-TEXT TO TS-SENT-DATE(WS-SENT-COUNT).
    MOVE TO-DUE-DATE(WS-OWNER-INDEX) TO TS-DUE-DATE(WS-SENT-COUNT).
    MOVE SPACES TO TS-CORRECTED-DATE(WS-SENT-COUNT).
    MOVE WS-REJECT-KEY TO TS-REJECT-KEY(WS-SENT-COUNT).
    MOVE WS-OWNER-INDEX TO TS-OWNER-INDEX(WS-SENT-COUNT).

*> Finds (or adds) the feed-table entry for SR-FILENAME, settling its
*> owner the first time the file is seen: an owner assigned on the
*> file name wins, then one assigned on the feed id in the file's
*> own header. WS-FEED-INDEX is zero only when the table is full
RESOLVE-FEED-OWNER.
    MOVE ZERO TO WS-FEED-INDEX.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-FEED-COUNT OR WS-FEED-INDEX > 0
        IF TF-FILENAME(WS-I) = SR-FILENAME
            MOVE WS-I TO WS-FEED-INDEX
        END-IF
    END-PERFORM.
    IF WS-FEED-INDEX > 0
        EXIT PARAGRAPH
    END-IF.
    IF WS-FEED-COUNT >= 500
        DISPLAY "Feed table full - rejects not returned for: "
            FUNCTION TRIM(SR-FILENAME TRAILING)
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-FEED-COUNT.
    MOVE WS-FEED-COUNT TO WS-FEED-INDEX.
    MOVE SR-FILENAME TO TF-FILENAME(WS-FEED-INDEX).
    MOVE SPACES TO TF-FEED-ID(WS-FEED-INDEX).
    MOVE ZERO TO TF-OWNER-INDEX(WS-FEED-INDEX)
        TF-REJECT-COUNT(WS-FEED-INDEX) TF-RETURN-COUNT(WS-FEED-INDEX).

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ASSIGN-COUNT
        IF TF-OWNER-INDEX(WS-FEED-INDEX) = 0
                AND TA-MATCH-TYPE(WS-I) = "FILE"
                AND TA-MATCH-VALUE(WS-I) = SR-FILENAME
            MOVE TA-OWNER-INDEX(WS-I) TO TF-OWNER-INDEX(WS-FEED-INDEX)
        END-IF
    END-PERFORM.
    IF TF-OWNER-INDEX(WS-FEED-INDEX) > 0
        EXIT PARAGRAPH
    END-IF.

    MOVE SR-FILENAME TO WS-FILENAME.
    PERFORM PEEK-FEED-HEADER.
    MOVE WS-PEEK-FEED-ID TO TF-FEED-ID(WS-FEED-INDEX).
    IF WS-PEEK-FEED-ID = SPACES
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ASSIGN-COUNT
        IF TF-OWNER-INDEX(WS-FEED-INDEX) = 0
                AND TA-MATCH-TYPE(WS-I) = "FEED"
                AND TA-MATCH-VALUE(WS-I) = WS-PEEK-FEED-ID
            MOVE TA-OWNER-INDEX(WS-I) TO TF-OWNER-INDEX(WS-FEED-INDEX)
        END-IF
    END-PERFORM.

*> Reads just the first record of the feed for the owner's header
*> feed id. A feed that is no longer there, or carries no header,
*> leaves the feed id blank
PEEK-FEED-HEADER.
    MOVE SPACES TO WS-PEEK-FEED-ID.
    OPEN INPUT INPUT-FILE.
    IF WS-INPUT-FILE-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    READ INPUT-FILE
        AT END
            CONTINUE
        NOT AT END
            IF INPUT-RECORD(1:4) = "HDR "
                MOVE INPUT-RECORD(5:10) TO WS-PEEK-FEED-ID
            END-IF
    END-READ.
    CLOSE INPUT-FILE.

*> One return file and one cover sheet per owner with rejects to go
WRITE-RETURN-PACKAGES.
    PERFORM VARYING WS-OWNER-INDEX FROM 1 BY 1
            UNTIL WS-OWNER-INDEX > WS-OWNER-COUNT
        IF TO-RETURN-COUNT(WS-OWNER-INDEX) > 0
            PERFORM WRITE-ONE-RETURN-FILE
            PERFORM PRINT-COVER-SHEET
        END-IF
    END-PERFORM.
    IF WS-RETURN-FILES = 0
        MOVE "No new rejects to return this run." TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
    END-IF.

WRITE-ONE-RETURN-FILE.
    MOVE SPACES TO WS-RETURN-FILENAME.
    STRING FUNCTION TRIM(WS-RETURN-PREFIX TRAILING)
        FUNCTION TRIM(TO-OWNER-ID(WS-OWNER-INDEX) TRAILING)
        DELIMITED BY SIZE INTO WS-RETURN-FILENAME.
    OPEN OUTPUT RETURN-FILE.
    IF WS-RETURN-FILE-STATUS NOT = "00"
        DISPLAY "Error opening return file: "
            FUNCTION TRIM(WS-RETURN-FILENAME TRAILING)
            " - status " WS-RETURN-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-RETURN-FILES.

    MOVE SPACES TO RETURN-HEADER-RECORD.
    MOVE "HDR " TO RH-RECORD-TYPE.
    MOVE TO-OWNER-ID(WS-OWNER-INDEX) TO RH-OWNER-ID.
    MOVE WS-RUN-TIMESTAMP(1:8) TO RH-RETURN-DATE.
    MOVE WS-RUN-TIME-TEXT TO RH-RETURN-TIME.
    MOVE TO-DUE-DATE(WS-OWNER-INDEX) TO RH-DUE-DATE.
    MOVE TO-CONTACT(WS-OWNER-INDEX) TO RH-CONTACT.
    WRITE RETURN-HEADER-RECORD.

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RETURN-COUNT
        IF TR-OWNER-INDEX(WS-I) = WS-OWNER-INDEX
            MOVE SPACES TO RETURN-RECORD
            MOVE "DTL " TO RR-RECORD-TYPE
            MOVE TR-IMAGE(WS-I) TO RR-SUSPENSE-IMAGE
            WRITE RETURN-RECORD
        END-IF
    END-PERFORM.

    MOVE SPACES TO RETURN-TRAILER-RECORD.
    MOVE "TRL " TO RT-RECORD-TYPE.
    MOVE TO-RETURN-COUNT(WS-OWNER-INDEX) TO RT-COUNT.
    MOVE TO-CONTROL-TOTAL(WS-OWNER-INDEX) TO RT-CONTROL-TOTAL.
    WRITE RETURN-TRAILER-RECORD.
    CLOSE RETURN-FILE.

*> The transmittal that goes with the return: who it is for, what
*> file carries it, when corrections are due, and the rejects
*> summarized by reason code and by feed. Each owner starts a page
PRINT-COVER-SHEET.
    IF WS-LINE-COUNT > 4
        MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
    END-IF.
    MOVE "REJECT RETURN TRANSMITTAL" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "========================================" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    STRING "To owner:            " TO-OWNER-ID(WS-OWNER-INDEX)
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    STRING "Contact:             " TO-CONTACT(WS-OWNER-INDEX)
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    STRING "Return file:         "
        FUNCTION TRIM(WS-RETURN-FILENAME TRAILING)
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    STRING "Returned:            " WS-RUN-DATE-TEXT " " WS-RUN-TIME-TEXT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE TO-TURNAROUND(WS-OWNER-INDEX) TO WS-EDIT-DAYS.
    STRING "Corrections due by:  " TO-DUE-DATE(WS-OWNER-INDEX)
        "  (agreed turnaround " WS-EDIT-DAYS " days)"
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE TO-RETURN-COUNT(WS-OWNER-INDEX) TO WS-EDIT-COUNT.
    STRING "Records returned:    " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE TO-CONTROL-TOTAL(WS-OWNER-INDEX) TO WS-EDIT-TOTAL.
    STRING "Control total:       " WS-EDIT-TOTAL
        "  (value field of numeric rejects)"
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.

    PERFORM TALLY-OWNER-REASONS.
    MOVE "REASON  DESCRIPTION                               RECORDS"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
            UNTIL WS-REASON-INDEX > WS-REASON-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        MOVE TX-REASON-CODE(WS-REASON-INDEX) TO WS-PRINT-LINE(1:4)
        MOVE TX-REASON-TEXT(WS-REASON-INDEX) TO WS-PRINT-LINE(9:40)
        MOVE TX-REASON-TALLY(WS-REASON-INDEX) TO WS-EDIT-COUNT
        MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(51:7)
        PERFORM WRITE-REPORT-LINE
    END-PERFORM.
    PERFORM WRITE-REPORT-BLANK-LINE.

    MOVE "FEED                                                         RECORDS"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-FEED-COUNT
        IF TF-OWNER-INDEX(WS-J) = WS-OWNER-INDEX
                AND TF-RETURN-COUNT(WS-J) > 0
            MOVE SPACES TO WS-PRINT-LINE
            MOVE TF-FILENAME(WS-J) TO WS-PRINT-LINE(1:58)
            MOVE TF-RETURN-COUNT(WS-J) TO WS-EDIT-COUNT
            MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(62:7)
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.
    IF TO-ALREADY-SENT(WS-OWNER-INDEX) > 0
        PERFORM WRITE-REPORT-BLANK-LINE
        MOVE TO-ALREADY-SENT(WS-OWNER-INDEX) TO WS-EDIT-COUNT
        STRING "Not repeated:        " WS-EDIT-COUNT
            " rejects already returned on an earlier run"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> Counts the owner's returned rejects by reason code, in the order
*> the codes are first met, with the first reason text seen for each
TALLY-OWNER-REASONS.
    MOVE ZERO TO WS-REASON-COUNT.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RETURN-COUNT
        IF TR-OWNER-INDEX(WS-I) = WS-OWNER-INDEX
            MOVE TR-IMAGE(WS-I) TO SUSPENSE-RECORD
            PERFORM TALLY-ONE-REASON
        END-IF
    END-PERFORM.

TALLY-ONE-REASON.
    MOVE ZERO TO WS-REASON-INDEX.
    PERFORM VARYING WS-J FROM 1 BY 1
            UNTIL WS-J > WS-REASON-COUNT OR WS-REASON-INDEX > 0
        IF TX-REASON-CODE(WS-J) = SR-REASON-CODE
            MOVE WS-J TO WS-REASON-INDEX
        END-IF
    END-PERFORM.
    IF WS-REASON-INDEX = 0
        IF WS-REASON-COUNT >= 20
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-REASON-COUNT
        MOVE WS-REASON-COUNT TO WS-REASON-INDEX
        MOVE SR-REASON-CODE TO TX-REASON-CODE(WS-REASON-INDEX)
        MOVE SR-REASON-TEXT TO TX-REASON-TEXT(WS-REASON-INDEX)
        MOVE ZERO TO TX-REASON-TALLY(WS-REASON-INDEX)
    END-IF.
    ADD 1 TO TX-REASON-TALLY(WS-REASON-INDEX).

*> Feeds on SUSPENSE that no owner claims - their rejects stay
*> unreturned until STATOWNR assigns the feed
PRINT-UNASSIGNED-REJECTS.
    IF WS-UNASSIGNED-TOTAL = 0
        EXIT PARAGRAPH
    END-IF.
    IF WS-LINE-COUNT > 4
        MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
    END-IF.
    MOVE "REJECTS WITH NO FEED OWNER - NOT RETURNED" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "FEED                                                FEED ID        REJECTS"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-FEED-COUNT
        IF TF-OWNER-INDEX(WS-J) = 0
            MOVE SPACES TO WS-PRINT-LINE
            MOVE TF-FILENAME(WS-J) TO WS-PRINT-LINE(1:50)
            IF TF-FEED-ID(WS-J) = SPACES
                MOVE "(no header)" TO WS-PRINT-LINE(53:11)
            ELSE
                MOVE TF-FEED-ID(WS-J) TO WS-PRINT-LINE(53:10)
            END-IF
            MOVE TF-REJECT-COUNT(WS-J) TO WS-EDIT-COUNT
            MOVE WS-EDIT-COUNT TO WS-PRINT-LINE(68:7)
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> Every return still open past its due date, owner by owner, on its
*> own listing for whoever chases the owners
PRINT-ESCALATIONS.
    PERFORM WRITE-ESCALATION-HEADING.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SENT-COUNT
        IF TS-STATUS(WS-I) = "SENT"
            MOVE TS-DUE-DATE(WS-I) TO WS-DATE-WORK
            PERFORM CONVERT-DATE-WORK
            IF DATE-KNOWN AND WS-DATE-INTEGER < WS-TODAY-INTEGER
                ADD 1 TO WS-ESCALATED-TOTAL
                IF TS-OWNER-INDEX(WS-I) > 0
                    ADD 1 TO TO-OVERDUE-COUNT(TS-OWNER-INDEX(WS-I))
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    IF WS-ESCALATED-TOTAL = 0
        MOVE "No returns past their owner's turnaround." TO WS-PRINT-LINE
        PERFORM WRITE-ESCALATION-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-OWNER-INDEX FROM 1 BY 1
            UNTIL WS-OWNER-INDEX > WS-OWNER-COUNT
        IF TO-OVERDUE-COUNT(WS-OWNER-INDEX) > 0
            PERFORM PRINT-OWNER-ESCALATIONS
        END-IF
    END-PERFORM.
    MOVE ZERO TO WS-OWNER-INDEX.
    PERFORM PRINT-OWNER-ESCALATIONS.

*> Prints the overdue returns of the WS-OWNER-INDEX owner - or, for
*> index zero, those of owners no longer on the master
PRINT-OWNER-ESCALATIONS.
    MOVE ZERO TO WS-J.
    MOVE SPACES TO WS-LAST-ESC-OWNER.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SENT-COUNT
        IF TS-STATUS(WS-I) = "SENT"
                AND TS-OWNER-INDEX(WS-I) = WS-OWNER-INDEX
            MOVE TS-DUE-DATE(WS-I) TO WS-DATE-WORK
            PERFORM CONVERT-DATE-WORK
            IF DATE-KNOWN AND WS-DATE-INTEGER < WS-TODAY-INTEGER
                IF WS-J = 0 OR TS-OWNER-ID(WS-I) NOT = WS-LAST-ESC-OWNER
                    MOVE TS-OWNER-ID(WS-I) TO WS-LAST-ESC-OWNER
                    PERFORM PRINT-ESCALATION-OWNER-LINE
                END-IF
                ADD 1 TO WS-J
                PERFORM PRINT-ESCALATION-DETAIL
            END-IF
        END-IF
    END-PERFORM.
    IF WS-J > 0
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM WRITE-ESCALATION-LINE
    END-IF.

PRINT-ESCALATION-OWNER-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    IF WS-OWNER-INDEX = 0
        STRING "OWNER " TS-OWNER-ID(WS-I)
            "  (no longer on the feed-owner master)"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
    ELSE
        MOVE TO-TURNAROUND(WS-OWNER-INDEX) TO WS-EDIT-DAYS
        MOVE TO-OVERDUE-COUNT(WS-OWNER-INDEX) TO WS-EDIT-COUNT
        STRING "OWNER " TO-OWNER-ID(WS-OWNER-INDEX) "  "
            FUNCTION TRIM(TO-CONTACT(WS-OWNER-INDEX) TRAILING)
            "  turnaround " WS-EDIT-DAYS " days  overdue "
            WS-EDIT-COUNT DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-IF.
    PERFORM WRITE-ESCALATION-LINE.
    MOVE "  SENT       DUE        DAYS OVER  REASON  RUN DATE   RECORD IMAGE                    FEED"
        TO WS-PRINT-LINE.
    PERFORM WRITE-ESCALATION-LINE.

PRINT-ESCALATION-DETAIL.
    COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTEGER - WS-DATE-INTEGER.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE TS-SENT-DATE(WS-I) TO WS-PRINT-LINE(3:10).
    MOVE TS-DUE-DATE(WS-I) TO WS-PRINT-LINE(14:10).
    MOVE WS-DAYS-OVERDUE TO WS-EDIT-DAYS.
    MOVE WS-EDIT-DAYS TO WS-PRINT-LINE(27:4).
    MOVE TS-REASON-CODE(WS-I) TO WS-PRINT-LINE(36:4).
    MOVE TS-RUN-DATE(WS-I) TO WS-PRINT-LINE(44:10).
    MOVE TS-ORIGINAL-TEXT(WS-I) TO WS-PRINT-LINE(55:30).
    MOVE TS-FILENAME(WS-I) TO WS-PRINT-LINE(87:46).
    PERFORM WRITE-ESCALATION-LINE.

*> Turns WS-DATE-WORK (YYYY/MM/DD) into a day number in
*> WS-DATE-INTEGER; DATE-KNOWN is false for anything unreadable
CONVERT-DATE-WORK.
    MOVE 0 TO WS-DATE-KNOWN-FLAG.
    MOVE ZERO TO WS-DATE-INTEGER.
    IF FUNCTION TEST-NUMVAL(WS-DATE-WORK(1:4)) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-DATE-WORK(6:2)) NOT = 0
            OR FUNCTION TEST-NUMVAL(WS-DATE-WORK(9:2)) NOT = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-DATE-NUM =
        (FUNCTION NUMVAL(WS-DATE-WORK(1:4)) * 10000) +
        (FUNCTION NUMVAL(WS-DATE-WORK(6:2)) * 100) +
        FUNCTION NUMVAL(WS-DATE-WORK(9:2)).
    COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
    ON SIZE ERROR
        EXIT PARAGRAPH
    END-COMPUTE.
    IF WS-DATE-INTEGER > 0
        SET DATE-KNOWN TO TRUE
    END-IF.

*> Writes the sent-returns log back out - the output dataset replaces
*> RETSENT for the next run. Corrected returns older than the
*> retention period are dropped; open ones are always kept
WRITE-NEW-SENT-LOG.
    OPEN OUTPUT NEW-SENT-FILE.
    IF WS-NEW-SENT-STATUS NOT = "00"
        DISPLAY "Error opening new sent-returns file: RETSNTNW - status "
            WS-NEW-SENT-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SENT-COUNT
        MOVE 1 TO WS-FOUND-FLAG
        IF TS-STATUS(WS-I) = "CORRECTED"
            MOVE TS-CORRECTED-DATE(WS-I) TO WS-DATE-WORK
            PERFORM CONVERT-DATE-WORK
            IF DATE-KNOWN
                    AND WS-TODAY-INTEGER - WS-DATE-INTEGER > WS-RETAIN-DAYS
                MOVE 0 TO WS-FOUND-FLAG
                ADD 1 TO WS-SENT-PURGED
            END-IF
        END-IF
        IF ENTRY-FOUND
            PERFORM WRITE-ONE-SENT-RECORD
        END-IF
    END-PERFORM.
    CLOSE NEW-SENT-FILE.

WRITE-ONE-SENT-RECORD.
    MOVE SPACES TO NEW-SENT-RECORD.
    MOVE TS-OWNER-ID(WS-I) TO NS-OWNER-ID.
    MOVE TS-STATUS(WS-I) TO NS-STATUS.
    MOVE TS-SENT-DATE(WS-I) TO NS-SENT-DATE.
    MOVE TS-DUE-DATE(WS-I) TO NS-DUE-DATE.
    MOVE TS-CORRECTED-DATE(WS-I) TO NS-CORRECTED-DATE.
    MOVE TS-REASON-CODE(WS-I) TO NS-REASON-CODE.
    MOVE TS-RUN-DATE(WS-I) TO NS-RUN-DATE.
    MOVE TS-METRIC-CODE(WS-I) TO NS-METRIC-CODE.
    MOVE TS-ORIGINAL-TEXT(WS-I) TO NS-ORIGINAL-TEXT.
    MOVE TS-FILENAME(WS-I) TO NS-FILENAME.
    WRITE NEW-SENT-RECORD.
    ADD 1 TO WS-SENT-WRITTEN.

*> Prints the control totals and sets the condition code: 0 every
*> reject returned and nothing overdue, 4 rejects with no owner,
*> returns past turnaround, or rejects that did not fit the tables
WRAP-UP.
    IF WS-LINE-COUNT > 4
        MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
    END-IF.
    MOVE "CONTROL TOTALS" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-SUSPENSE-READ TO WS-EDIT-COUNT.
    STRING "   Suspense records read:          " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RETURNED-TOTAL TO WS-EDIT-COUNT.
    STRING "   Rejects returned:               " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RETURN-FILES TO WS-EDIT-COUNT.
    STRING "   Return files written:           " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-ALREADY-SENT-TOTAL TO WS-EDIT-COUNT.
    STRING "   Already returned (not repeated):" WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-UNASSIGNED-TOTAL TO WS-EDIT-COUNT.
    STRING "   No feed owner (not returned):   " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-OVERFLOW-TOTAL > 0
        MOVE WS-OVERFLOW-TOTAL TO WS-EDIT-COUNT
        STRING "   Held back - tables full:        " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE WS-CORRECTIONS-READ TO WS-EDIT-COUNT.
    STRING "   Corrections read:               " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RETURNS-CLOSED TO WS-EDIT-COUNT.
    STRING "   Returns closed by correction:   " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-ESCALATED-TOTAL TO WS-EDIT-COUNT.
    STRING "   Returns past turnaround:        " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-SENT-LOADED TO WS-EDIT-COUNT.
    STRING "   Sent-returns log at start:      " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-SENT-PURGED TO WS-EDIT-COUNT.
    STRING "   Corrected returns dropped:      " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-SENT-WRITTEN TO WS-EDIT-COUNT.
    STRING "   Sent-returns log written:       " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    CLOSE LISTING-FILE.
    CLOSE ESCALATION-FILE.
    DISPLAY "Suspense read " WS-SUSPENSE-READ
        " returned " WS-RETURNED-TOTAL
        " files " WS-RETURN-FILES
        " unassigned " WS-UNASSIGNED-TOTAL
        " escalated " WS-ESCALATED-TOTAL.
    IF WS-UNASSIGNED-TOTAL > 0 OR WS-ESCALATED-TOTAL > 0
            OR WS-OVERFLOW-TOTAL > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

*> Prints the page banner: listing title and run date/time
WRITE-REPORT-HEADING.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE SPACES TO WS-HEADING-LINE.
    STRING "FEED-OWNER REJECT RETURN LISTING - PAGE "
        WS-PAGE-COUNT DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE LISTING-RECORD FROM WS-HEADING-LINE.

    MOVE "========================================" TO WS-HEADING-LINE.
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

*> The escalation listing keeps its own page count and banner
WRITE-ESCALATION-HEADING.
    ADD 1 TO WS-ESC-PAGE-COUNT.
    MOVE SPACES TO WS-HEADING-LINE.
    STRING "REJECT RETURNS PAST OWNER TURNAROUND - ESCALATION - PAGE "
        WS-ESC-PAGE-COUNT DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE ESCALATION-RECORD FROM WS-HEADING-LINE.

    MOVE "=========================================================="
        TO WS-HEADING-LINE.
    WRITE ESCALATION-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO WS-HEADING-LINE.
    STRING "Run date: " WS-RUN-DATE-TEXT "  "
        WS-RUN-TIME-TEXT DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE ESCALATION-RECORD FROM WS-HEADING-LINE.

    MOVE SPACES TO ESCALATION-RECORD.
    WRITE ESCALATION-RECORD.

    MOVE 4 TO WS-ESC-LINE-COUNT.

WRITE-ESCALATION-LINE.
    IF WS-ESC-LINE-COUNT >= WS-LINES-PER-PAGE
        MOVE SPACES TO ESCALATION-RECORD
        WRITE ESCALATION-RECORD AFTER ADVANCING PAGE
        PERFORM WRITE-ESCALATION-HEADING
    END-IF.
    WRITE ESCALATION-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-ESC-LINE-COUNT.
    MOVE SPACES TO WS-PRINT-LINE.
