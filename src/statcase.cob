IDENTIFICATION DIVISION.
PROGRAM-ID. STATCASE.

*> Outlier case tracking. Every value STATMEASURE flags beyond a
*> group's quartile fences lands on the OUTLIERS detail file; this
*> program turns those flags into standing cases on the outlier case
*> master (OUTCASES in, OUTCASNW out) so an investigation is done
*> once, not every night the value recurs. A value seen for the
*> first time opens a new case; a value already on file just has its
*> last-seen date and sighting count brought forward - an EXPLAINED
*> case stays explained, while a CONFIRMED-ERROR that turns up again
*> is reopened, since the error it recorded has come back. Analyst
*> cards (CASETXN) then move cases between OPEN, EXPLAINED and
*> CONFIRMED-ERROR with a reviewer id and note; malformed cards go
*> to their own suspense file. The listing shows every status
*> change before/after, every case opened or reopened, and an aging
*> of the cases still open by days since first seen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CASE-FILE ASSIGN TO "OUTCASES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASE-FILE-STATUS.

    SELECT NEW-CASE-FILE ASSIGN TO "OUTCASNW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-CASE-STATUS.

    SELECT OUTLIER-FILE ASSIGN TO "OUTLIERS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUTLIER-FILE-STATUS.

    SELECT TRANS-FILE ASSIGN TO "CASETXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT TRANS-SUSPENSE-FILE ASSIGN TO "CASESUS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-SUSP-STATUS.

    SELECT LISTING-FILE ASSIGN TO "CASERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTING-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The outlier case master - one record per distinct flagged value
*> (feed, key, metric, value). Closed cases are kept, not purged, so
*> a recurrence is recognised however long after it was closed.
*> STATMEASURE reads this layout to label each flag it writes
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

FD  NEW-CASE-FILE.
01  NEW-CASE-RECORD.
    05  NC-CASE-ID        PIC X(8).
    05  FILLER            PIC X(2).
    05  NC-STATUS         PIC X(15).
    05  FILLER            PIC X(2).
    05  NC-FILENAME       PIC X(100).
    05  FILLER            PIC X(2).
    05  NC-KEY            PIC X(10).
    05  FILLER            PIC X(2).
    05  NC-METRIC         PIC X(4).
    05  FILLER            PIC X(2).
    05  NC-VALUE-TEXT     PIC X(10).
    05  FILLER            PIC X(2).
    05  NC-FENCE          PIC X(4).
    05  FILLER            PIC X(2).
    05  NC-FIRST-SEEN     PIC X(10).
    05  FILLER            PIC X(2).
    05  NC-LAST-SEEN      PIC X(10).
    05  FILLER            PIC X(2).
    05  NC-TIMES-SEEN     PIC X(5).
    05  FILLER            PIC X(2).
    05  NC-STATUS-DATE    PIC X(10).
    05  FILLER            PIC X(2).
    05  NC-ANALYST        PIC X(8).
    05  FILLER            PIC X(2).
    05  NC-NOTE           PIC X(40).

*> Must stay in step with the OUTLIER-RECORD STATMEASURE writes
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
    05  OL-VALUE-TEXT     PIC X(10).
    05  FILLER            PIC X(1).
    05  OL-FENCE          PIC X(4).
    05  FILLER            PIC X(1).
    05  OL-QUARTILE-TEXT  PIC X(10).
    05  FILLER            PIC X(1).
    05  OL-DISTANCE-TEXT  PIC X(11).
    05  FILLER            PIC X(1).
    05  OL-CASE-STATUS    PIC X(15).
    05  FILLER            PIC X(1).
    05  OL-CASE-ID        PIC X(8).

*> One analyst card per case decision:
*>   <OPEN|EXPLAINED|CONFIRMED-ERROR> <case id> <analyst id> <note>
*> A note is required to close a case either way - it is the only
*> record of why the value was accepted or written off
FD  TRANS-FILE.
01  TRANS-RECORD.
    05  TX-STATUS         PIC X(15).
    05  FILLER            PIC X(2).
    05  TX-CASE-ID        PIC X(8).
    05  FILLER            PIC X(2).
    05  TX-ANALYST        PIC X(8).
    05  FILLER            PIC X(2).
    05  TX-NOTE           PIC X(40).

*> Rejected cards, sent back with the card image intact
FD  TRANS-SUSPENSE-FILE.
01  TRANS-SUSPENSE-RECORD.
    05  TS-TXN-IMAGE      PIC X(77).
    05  FILLER            PIC X(2).
    05  TS-REASON-CODE    PIC X(4).
    05  FILLER            PIC X(2).
    05  TS-REASON-TEXT    PIC X(40).

FD  LISTING-FILE.
01  LISTING-RECORD        PIC X(132).

WORKING-STORAGE SECTION.
01  WS-CASE-FILE-STATUS   PIC XX VALUE ZEROS.
01  WS-NEW-CASE-STATUS    PIC XX VALUE ZEROS.
01  WS-OUTLIER-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-TRANS-FILE-STATUS  PIC XX VALUE ZEROS.
01  WS-TRANS-SUSP-STATUS  PIC XX VALUE ZEROS.
01  WS-LISTING-FILE-STATUS PIC XX VALUE ZEROS.

01  WS-CASE-EOF-FLAG      PIC 9 VALUE 0.
    88  CASE-END-OF-FILE  VALUE 1.
01  WS-OUTLIER-EOF-FLAG   PIC 9 VALUE 0.
    88  OUTLIER-END-OF-FILE VALUE 1.
01  WS-TRANS-EOF-FLAG     PIC 9 VALUE 0.
    88  TRANS-END-OF-FILE  VALUE 1.

*> The working copy of the master - sightings and analyst cards
*> update it in place and the whole table is written out at the end
01  WS-CASE-COUNT         PIC 9(4) VALUE ZERO.
01  WS-CASE-TABLE.
    05  WS-CASE-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-CASE-COUNT.
        10  TC-CASE-ID        PIC X(8).
        10  TC-STATUS         PIC X(15).
        10  TC-FILENAME       PIC X(100).
        10  TC-KEY            PIC X(10).
        10  TC-METRIC         PIC X(4).
        10  TC-VALUE-TEXT     PIC X(10).
        10  TC-VALUE          PIC S9(6)V99.
        10  TC-FENCE          PIC X(4).
        10  TC-FIRST-SEEN     PIC X(10).
        10  TC-LAST-SEEN      PIC X(10).
        10  TC-TIMES-SEEN     PIC 9(5).
        10  TC-STATUS-DATE    PIC X(10).
        10  TC-ANALYST        PIC X(8).
        10  TC-NOTE           PIC X(40).

*> Case ids run C0000001 upward; the next one is one past the
*> highest already on the master
01  WS-NEXT-CASE-ID.
    05  FILLER            PIC X VALUE "C".
    05  WS-NEXT-CASE-NUMBER PIC 9(7) VALUE ZERO.
01  WS-LOADED-CASE-NUMBER PIC 9(7) VALUE ZERO.

*> Cases already decided by a card in this batch - a second card for
*> the same case is a duplicate and goes to suspense
01  WS-TOUCHED-COUNT      PIC 9(4) VALUE ZERO.
01  WS-TOUCHED-TABLE.
    05  WS-TOUCHED-ID     PIC X(8) OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-TOUCHED-COUNT.

01  WS-COUNTERS.
    05  WS-CASES-LOADED   PIC 9(5) VALUE ZERO.
    05  WS-OUTLIERS-READ  PIC 9(7) VALUE ZERO.
    05  WS-CASES-OPENED   PIC 9(5) VALUE ZERO.
    05  WS-CASES-REOPENED PIC 9(5) VALUE ZERO.
    05  WS-OPEN-RECURRED  PIC 9(5) VALUE ZERO.
    05  WS-EXPLAINED-RECURRED PIC 9(5) VALUE ZERO.
    05  WS-OUTLIERS-DROPPED PIC 9(5) VALUE ZERO.
    05  WS-TRANS-READ     PIC 9(5) VALUE ZERO.
    05  WS-TRANS-APPLIED  PIC 9(5) VALUE ZERO.
    05  WS-TRANS-REJECTED PIC 9(5) VALUE ZERO.
    05  WS-CASES-STILL-OPEN PIC 9(5) VALUE ZERO.

01  WS-I                  PIC 9(4) VALUE ZERO.
01  WS-MATCH-INDEX        PIC 9(4) VALUE ZERO.
01  WS-KEY-TOUCHED-FLAG   PIC 9 VALUE ZERO.
    88  KEY-ALREADY-TOUCHED VALUE 1.
01  WS-NUMVAL-CHECK       PIC 9(4) VALUE ZERO.
01  WS-OUTLIER-VALUE      PIC S9(6)V99 VALUE ZERO.

*> Reason for the card in hand, set before REJECT-TRANSACTION is
*> performed - it clears and rebuilds the whole suspense record
01  WS-REJECT-REASON.
    05  WS-REJECT-CODE    PIC X(4) VALUE SPACES.
    05  WS-REJECT-TEXT    PIC X(40) VALUE SPACES.

*> Added for the open-case aging - days since a case was first seen
01  WS-TODAY-INTEGER      PIC 9(7) VALUE ZERO.
01  WS-SEEN-DATE-NUM      PIC 9(8) VALUE ZERO.
01  WS-SEEN-INTEGER       PIC 9(7) VALUE ZERO.
01  WS-DAYS-OUTSTANDING   PIC S9(5) VALUE ZERO.
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
    05  WS-EDIT-TIMES     PIC Z(4)9.
    05  WS-EDIT-DAYS      PIC Z(4)9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIALIZATION.
    PERFORM APPLY-OUTLIER-SIGHTINGS.
    PERFORM APPLY-ALL-TRANSACTIONS.
    PERFORM WRITE-NEW-MASTER.
    PERFORM PRINT-OPEN-CASE-AGING.
    PERFORM WRAP-UP.
    STOP RUN.

INITIALIZATION.
    DISPLAY "OUTLIER CASE TRACKING".
    DISPLAY "=====================".

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

    OPEN OUTPUT LISTING-FILE.
    IF WS-LISTING-FILE-STATUS NOT = "00"
        DISPLAY "Error opening listing file: CASERPT - status "
            WS-LISTING-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT TRANS-SUSPENSE-FILE.
    IF WS-TRANS-SUSP-STATUS NOT = "00"
        DISPLAY "Error opening suspense file: CASESUS - status "
            WS-TRANS-SUSP-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-REPORT-HEADING.
    PERFORM LOAD-CASE-MASTER.

*> A master that does not exist yet is an empty master - the first
*> run simply opens a case for every value on the detail file
LOAD-CASE-MASTER.
    MOVE 0 TO WS-CASE-EOF-FLAG.
    OPEN INPUT CASE-FILE.
    IF WS-CASE-FILE-STATUS NOT = "00"
        DISPLAY "No existing case master (OUTCASES status "
            WS-CASE-FILE-STATUS ") - starting from empty"
        MOVE "No existing case master - starting from empty"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
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
    MOVE WS-CASE-COUNT TO WS-CASES-LOADED.
    MOVE WS-CASE-COUNT TO WS-EDIT-COUNT.
    STRING "Case master loaded: " WS-EDIT-COUNT " cases"
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> Master records were written by an earlier run of this program, so
*> only an unreadable value needs guarding - without it the case
*> could never be matched again
LOAD-ONE-CASE-RECORD.
    IF WS-CASE-COUNT >= 5000
        DISPLAY "Case table full - master record ignored: "
            OC-CASE-ID
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-NUMVAL-CHECK = FUNCTION TEST-NUMVAL(OC-VALUE-TEXT).
    IF WS-NUMVAL-CHECK NOT = 0
        DISPLAY "Malformed case record ignored: " OC-CASE-ID
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-CASE-COUNT.
    MOVE OC-CASE-ID TO TC-CASE-ID(WS-CASE-COUNT).
    MOVE OC-STATUS TO TC-STATUS(WS-CASE-COUNT).
    MOVE OC-FILENAME TO TC-FILENAME(WS-CASE-COUNT).
    MOVE OC-KEY TO TC-KEY(WS-CASE-COUNT).
    MOVE OC-METRIC TO TC-METRIC(WS-CASE-COUNT).
    MOVE OC-VALUE-TEXT TO TC-VALUE-TEXT(WS-CASE-COUNT).
    COMPUTE TC-VALUE(WS-CASE-COUNT) = FUNCTION NUMVAL(OC-VALUE-TEXT).
    MOVE OC-FENCE TO TC-FENCE(WS-CASE-COUNT).
    MOVE OC-FIRST-SEEN TO TC-FIRST-SEEN(WS-CASE-COUNT).
    MOVE OC-LAST-SEEN TO TC-LAST-SEEN(WS-CASE-COUNT).
    MOVE ZERO TO TC-TIMES-SEEN(WS-CASE-COUNT).
    IF FUNCTION TEST-NUMVAL(OC-TIMES-SEEN) = 0
        COMPUTE TC-TIMES-SEEN(WS-CASE-COUNT) =
            FUNCTION NUMVAL(OC-TIMES-SEEN)
    END-IF.
    MOVE OC-STATUS-DATE TO TC-STATUS-DATE(WS-CASE-COUNT).
    MOVE OC-ANALYST TO TC-ANALYST(WS-CASE-COUNT).
    MOVE OC-NOTE TO TC-NOTE(WS-CASE-COUNT).
    IF OC-CASE-ID(2:7) IS NUMERIC
        MOVE OC-CASE-ID(2:7) TO WS-LOADED-CASE-NUMBER
        IF WS-LOADED-CASE-NUMBER > WS-NEXT-CASE-NUMBER
            MOVE WS-LOADED-CASE-NUMBER TO WS-NEXT-CASE-NUMBER
        END-IF
    END-IF.

*> Brings every flag on the outlier detail file onto the master. A
*> case is only counted as seen again once per run date, so a rerun
*> of the same day, or the same value flagged twice in one group,
*> does not inflate its sighting count
APPLY-OUTLIER-SIGHTINGS.
    MOVE "OUTLIER SIGHTINGS - CASES OPENED / REOPENED" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 0 TO WS-OUTLIER-EOF-FLAG.
    OPEN INPUT OUTLIER-FILE.
    IF WS-OUTLIER-FILE-STATUS NOT = "00"
        DISPLAY "No outlier detail file (OUTLIERS status "
            WS-OUTLIER-FILE-STATUS ") - analyst cards only"
        MOVE "No outlier detail supplied - analyst cards only"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL OUTLIER-END-OF-FILE
        READ OUTLIER-FILE
            AT END
                SET OUTLIER-END-OF-FILE TO TRUE
            NOT AT END
                IF OUTLIER-RECORD NOT = SPACES
                    ADD 1 TO WS-OUTLIERS-READ
                    PERFORM APPLY-ONE-SIGHTING
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OUTLIER-FILE.
    IF WS-CASES-OPENED = 0 AND WS-CASES-REOPENED = 0
        MOVE "No new or recurring-error outliers this run."
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    PERFORM WRITE-REPORT-BLANK-LINE.

APPLY-ONE-SIGHTING.
    COMPUTE WS-NUMVAL-CHECK = FUNCTION TEST-NUMVAL(OL-VALUE-TEXT).
    IF WS-NUMVAL-CHECK NOT = 0
        ADD 1 TO WS-OUTLIERS-DROPPED
        DISPLAY "Malformed outlier detail ignored: "
            FUNCTION TRIM(OL-FILENAME TRAILING) " " OL-KEY
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-OUTLIER-VALUE = FUNCTION NUMVAL(OL-VALUE-TEXT).

    MOVE ZERO TO WS-MATCH-INDEX.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-CASE-COUNT OR WS-MATCH-INDEX > 0
        IF TC-FILENAME(WS-I) = OL-FILENAME
                AND TC-KEY(WS-I) = OL-KEY
                AND TC-METRIC(WS-I) = OL-METRIC
                AND TC-VALUE(WS-I) = WS-OUTLIER-VALUE
            MOVE WS-I TO WS-MATCH-INDEX
        END-IF
    END-PERFORM.

    IF WS-MATCH-INDEX = 0
        PERFORM OPEN-NEW-CASE
        EXIT PARAGRAPH
    END-IF.

    IF OL-RUN-DATE NOT > TC-LAST-SEEN(WS-MATCH-INDEX)
        EXIT PARAGRAPH
    END-IF.
    MOVE OL-RUN-DATE TO TC-LAST-SEEN(WS-MATCH-INDEX).
    ADD 1 TO TC-TIMES-SEEN(WS-MATCH-INDEX).
    EVALUATE TC-STATUS(WS-MATCH-INDEX)
        WHEN "EXPLAINED"
            ADD 1 TO WS-EXPLAINED-RECURRED
        WHEN "CONFIRMED-ERROR"
            PERFORM REOPEN-CONFIRMED-ERROR
        WHEN OTHER
            ADD 1 TO WS-OPEN-RECURRED
    END-EVALUATE.

OPEN-NEW-CASE.
    IF WS-CASE-COUNT >= 5000
        ADD 1 TO WS-OUTLIERS-DROPPED
        DISPLAY "Case table full - outlier not opened: "
            FUNCTION TRIM(OL-FILENAME TRAILING) " " OL-KEY
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-CASE-COUNT.
    MOVE WS-CASE-COUNT TO WS-MATCH-INDEX.
    ADD 1 TO WS-NEXT-CASE-NUMBER.
    MOVE WS-NEXT-CASE-ID TO TC-CASE-ID(WS-MATCH-INDEX).
    MOVE "OPEN" TO TC-STATUS(WS-MATCH-INDEX).
    MOVE OL-FILENAME TO TC-FILENAME(WS-MATCH-INDEX).
    MOVE OL-KEY TO TC-KEY(WS-MATCH-INDEX).
    MOVE OL-METRIC TO TC-METRIC(WS-MATCH-INDEX).
    MOVE OL-VALUE-TEXT TO TC-VALUE-TEXT(WS-MATCH-INDEX).
    MOVE WS-OUTLIER-VALUE TO TC-VALUE(WS-MATCH-INDEX).
    MOVE OL-FENCE TO TC-FENCE(WS-MATCH-INDEX).
    MOVE OL-RUN-DATE TO TC-FIRST-SEEN(WS-MATCH-INDEX).
    MOVE OL-RUN-DATE TO TC-LAST-SEEN(WS-MATCH-INDEX).
    MOVE 1 TO TC-TIMES-SEEN(WS-MATCH-INDEX).
    MOVE OL-RUN-DATE TO TC-STATUS-DATE(WS-MATCH-INDEX).
    MOVE SPACES TO TC-ANALYST(WS-MATCH-INDEX).
    MOVE SPACES TO TC-NOTE(WS-MATCH-INDEX).
    ADD 1 TO WS-CASES-OPENED.

    MOVE SPACES TO WS-PRINT-LINE.
    STRING "OPENED    " TC-CASE-ID(WS-MATCH-INDEX)
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM APPEND-CASE-IMAGE.
    PERFORM WRITE-REPORT-LINE.

*> The error an analyst confirmed has come back in a later feed - the
*> case goes back to OPEN with the prior decision kept in the note
REOPEN-CONFIRMED-ERROR.
    MOVE "OPEN" TO TC-STATUS(WS-MATCH-INDEX).
    MOVE OL-RUN-DATE TO TC-STATUS-DATE(WS-MATCH-INDEX).
    MOVE "RECURRED AFTER CONFIRMED ERROR"
        TO TC-NOTE(WS-MATCH-INDEX).
    ADD 1 TO WS-CASES-REOPENED.

    MOVE SPACES TO WS-PRINT-LINE.
    STRING "REOPENED  " TC-CASE-ID(WS-MATCH-INDEX)
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM APPEND-CASE-IMAGE.
    PERFORM WRITE-REPORT-LINE.

APPLY-ALL-TRANSACTIONS.
    MOVE "ANALYST DECISIONS APPLIED (BEFORE / AFTER)" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 0 TO WS-TRANS-EOF-FLAG.
    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "No analyst cards (CASETXN status "
            WS-TRANS-FILE-STATUS ") - sightings only"
        MOVE "No analyst cards supplied" TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
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

APPLY-ONE-TRANSACTION.
    IF TX-STATUS NOT = "OPEN" AND TX-STATUS NOT = "EXPLAINED"
            AND TX-STATUS NOT = "CONFIRMED-ERROR"
        MOVE "C001" TO WS-REJECT-CODE
        MOVE "UNKNOWN STATUS ON ANALYST CARD"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.

    MOVE ZERO TO WS-MATCH-INDEX.
    PERFORM VARYING WS-I FROM 1 BY 1
            UNTIL WS-I > WS-CASE-COUNT OR WS-MATCH-INDEX > 0
        IF TC-CASE-ID(WS-I) = TX-CASE-ID
            MOVE WS-I TO WS-MATCH-INDEX
        END-IF
    END-PERFORM.
    IF WS-MATCH-INDEX = 0
        MOVE "C002" TO WS-REJECT-CODE
        MOVE "CASE NOT ON MASTER" TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.

    PERFORM CHECK-KEY-TOUCHED.
    IF KEY-ALREADY-TOUCHED
        MOVE "C004" TO WS-REJECT-CODE
        MOVE "DUPLICATE CARD FOR CASE" TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.

    IF TX-ANALYST = SPACES
        MOVE "C003" TO WS-REJECT-CODE
        MOVE "ANALYST ID MISSING" TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    IF TX-STATUS NOT = "OPEN" AND TX-NOTE = SPACES
        MOVE "C005" TO WS-REJECT-CODE
        MOVE "NOTE REQUIRED TO CLOSE A CASE" TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-PRINT-LINE.
    STRING TX-STATUS " " TX-CASE-ID "  by " TX-ANALYST
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "   before: " TO WS-PRINT-LINE.
    PERFORM APPEND-CASE-IMAGE.
    PERFORM WRITE-REPORT-LINE.

    MOVE TX-STATUS TO TC-STATUS(WS-MATCH-INDEX).
    MOVE WS-RUN-DATE-TEXT TO TC-STATUS-DATE(WS-MATCH-INDEX).
    MOVE TX-ANALYST TO TC-ANALYST(WS-MATCH-INDEX).
    MOVE TX-NOTE TO TC-NOTE(WS-MATCH-INDEX).
    ADD 1 TO WS-TRANS-APPLIED.
    PERFORM NOTE-KEY-TOUCHED.

    MOVE "   after:  " TO WS-PRINT-LINE.
    PERFORM APPEND-CASE-IMAGE.
    PERFORM WRITE-REPORT-LINE.

CHECK-KEY-TOUCHED.
    MOVE 0 TO WS-KEY-TOUCHED-FLAG.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOUCHED-COUNT
        IF WS-TOUCHED-ID(WS-I) = TX-CASE-ID
            SET KEY-ALREADY-TOUCHED TO TRUE
        END-IF
    END-PERFORM.

NOTE-KEY-TOUCHED.
    IF WS-TOUCHED-COUNT < 5000
        ADD 1 TO WS-TOUCHED-COUNT
        MOVE TX-CASE-ID TO WS-TOUCHED-ID(WS-TOUCHED-COUNT)
    END-IF.

*> Appends the WS-MATCH-INDEX case's status, feed, key, metric,
*> value and note to the partly built WS-PRINT-LINE
APPEND-CASE-IMAGE.
    STRING TC-STATUS(WS-MATCH-INDEX) " "
        FUNCTION TRIM(TC-FILENAME(WS-MATCH-INDEX) TRAILING) " "
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 2:).
    STRING TC-KEY(WS-MATCH-INDEX) " " TC-METRIC(WS-MATCH-INDEX)
        " " FUNCTION TRIM(TC-VALUE-TEXT(WS-MATCH-INDEX))
        " " TC-FENCE(WS-MATCH-INDEX)
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 2:).
    IF TC-NOTE(WS-MATCH-INDEX) NOT = SPACES
        STRING "  " FUNCTION TRIM(TC-NOTE(WS-MATCH-INDEX) TRAILING)
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
                TRIM(WS-PRINT-LINE TRAILING)) + 1:)
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
    STRING "REJECTED  " TX-STATUS " " TX-CASE-ID
        "  " WS-REJECT-CODE
        " " WS-REJECT-TEXT DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

*> Writes every case back out in master layout - the output dataset
*> replaces OUTCASES for the next STATMEASURE and STATCASE runs
WRITE-NEW-MASTER.
    OPEN OUTPUT NEW-CASE-FILE.
    IF WS-NEW-CASE-STATUS NOT = "00"
        DISPLAY "Error opening new master: OUTCASNW - status "
            WS-NEW-CASE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CASE-COUNT
        MOVE SPACES TO NEW-CASE-RECORD
        MOVE TC-CASE-ID(WS-I) TO NC-CASE-ID
        MOVE TC-STATUS(WS-I) TO NC-STATUS
        MOVE TC-FILENAME(WS-I) TO NC-FILENAME
        MOVE TC-KEY(WS-I) TO NC-KEY
        MOVE TC-METRIC(WS-I) TO NC-METRIC
        MOVE TC-VALUE-TEXT(WS-I) TO NC-VALUE-TEXT
        MOVE TC-FENCE(WS-I) TO NC-FENCE
        MOVE TC-FIRST-SEEN(WS-I) TO NC-FIRST-SEEN
        MOVE TC-LAST-SEEN(WS-I) TO NC-LAST-SEEN
        MOVE TC-TIMES-SEEN(WS-I) TO WS-EDIT-TIMES
        MOVE WS-EDIT-TIMES TO NC-TIMES-SEEN
        MOVE TC-STATUS-DATE(WS-I) TO NC-STATUS-DATE
        MOVE TC-ANALYST(WS-I) TO NC-ANALYST
        MOVE TC-NOTE(WS-I) TO NC-NOTE
        WRITE NEW-CASE-RECORD
    END-PERFORM.
    CLOSE NEW-CASE-FILE.

*> Lists every case still OPEN with its age in days since the value
*> was first flagged, oldest (lowest case id) first
PRINT-OPEN-CASE-AGING.
    PERFORM WRITE-REPORT-BLANK-LINE.
    MOVE "OPEN CASE AGING" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CASE-COUNT
        IF TC-STATUS(WS-I) = "OPEN"
            ADD 1 TO WS-CASES-STILL-OPEN
        END-IF
    END-PERFORM.
    IF WS-CASES-STILL-OPEN = 0
        MOVE "No cases open - every outlier on file is resolved."
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        EXIT PARAGRAPH
    END-IF.

    MOVE "CASE ID   FILE                            KEY         METRIC  VALUE       FENCE  FIRST SEEN  SEEN  DAYS OPEN"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CASE-COUNT
        IF TC-STATUS(WS-I) = "OPEN"
            MOVE SPACES TO WS-PRINT-LINE
            MOVE TC-CASE-ID(WS-I) TO WS-PRINT-LINE(1:8)
            MOVE TC-FILENAME(WS-I) TO WS-PRINT-LINE(11:30)
            MOVE TC-KEY(WS-I) TO WS-PRINT-LINE(43:10)
            MOVE TC-METRIC(WS-I) TO WS-PRINT-LINE(55:4)
            MOVE TC-VALUE-TEXT(WS-I) TO WS-PRINT-LINE(63:10)
            MOVE TC-FENCE(WS-I) TO WS-PRINT-LINE(75:4)
            MOVE TC-FIRST-SEEN(WS-I) TO WS-PRINT-LINE(82:10)
            MOVE TC-TIMES-SEEN(WS-I) TO WS-EDIT-TIMES
            MOVE WS-EDIT-TIMES TO WS-PRINT-LINE(93:5)
            PERFORM CALCULATE-DAYS-OUTSTANDING
            IF DAYS-KNOWN
                MOVE WS-DAYS-OUTSTANDING TO WS-EDIT-DAYS
                MOVE WS-EDIT-DAYS TO WS-PRINT-LINE(101:5)
            ELSE
                MOVE "unknown" TO WS-PRINT-LINE(101:7)
            END-IF
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.

*> Days since the case's first-seen date (YYYY/MM/DD)
CALCULATE-DAYS-OUTSTANDING.
    MOVE 0 TO WS-DAYS-KNOWN-FLAG.
    MOVE ZERO TO WS-DAYS-OUTSTANDING.
    IF TC-FIRST-SEEN(WS-I) = SPACES
        EXIT PARAGRAPH
    END-IF.
    IF FUNCTION TEST-NUMVAL(TC-FIRST-SEEN(WS-I)(1:4)) NOT = 0
            OR FUNCTION TEST-NUMVAL(TC-FIRST-SEEN(WS-I)(6:2)) NOT = 0
            OR FUNCTION TEST-NUMVAL(TC-FIRST-SEEN(WS-I)(9:2)) NOT = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-SEEN-DATE-NUM =
        (FUNCTION NUMVAL(TC-FIRST-SEEN(WS-I)(1:4)) * 10000) +
        (FUNCTION NUMVAL(TC-FIRST-SEEN(WS-I)(6:2)) * 100) +
        FUNCTION NUMVAL(TC-FIRST-SEEN(WS-I)(9:2)).
    COMPUTE WS-SEEN-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-SEEN-DATE-NUM)
    ON SIZE ERROR
        EXIT PARAGRAPH
    END-COMPUTE.
    IF WS-SEEN-INTEGER = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-DAYS-OUTSTANDING =
        WS-TODAY-INTEGER - WS-SEEN-INTEGER.
    IF WS-DAYS-OUTSTANDING < 0
        MOVE ZERO TO WS-DAYS-OUTSTANDING
    END-IF.
    SET DAYS-KNOWN TO TRUE.

*> Prints the control totals and sets the condition code: 0 nothing
*> awaiting an analyst, 4 a card was rejected or cases remain open
WRAP-UP.
    PERFORM WRITE-REPORT-BLANK-LINE.
    MOVE "CONTROL TOTALS" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-CASES-LOADED TO WS-EDIT-COUNT.
    STRING "   Cases on master at start:     " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-OUTLIERS-READ TO WS-EDIT-COUNT.
    STRING "   Outlier details read:         " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-CASES-OPENED TO WS-EDIT-COUNT.
    STRING "   New cases opened:             " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-OPEN-RECURRED TO WS-EDIT-COUNT.
    STRING "   Open cases seen again:        " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-EXPLAINED-RECURRED TO WS-EDIT-COUNT.
    STRING "   Explained values recurring:   " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-CASES-REOPENED TO WS-EDIT-COUNT.
    STRING "   Confirmed errors reopened:    " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-OUTLIERS-DROPPED > 0
        MOVE WS-OUTLIERS-DROPPED TO WS-EDIT-COUNT
        STRING "   Outlier details not tracked:  " WS-EDIT-COUNT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
    STRING "   Analyst cards read:           " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-TRANS-APPLIED TO WS-EDIT-COUNT.
    STRING "   Analyst cards applied:        " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-TRANS-REJECTED TO WS-EDIT-COUNT.
    STRING "   Analyst cards rejected:       " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-CASES-STILL-OPEN TO WS-EDIT-COUNT.
    STRING "   Cases still open:             " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-CASE-COUNT TO WS-EDIT-COUNT.
    STRING "   Cases on new master:          " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    CLOSE LISTING-FILE.
    CLOSE TRANS-SUSPENSE-FILE.
    DISPLAY "Outliers read " WS-OUTLIERS-READ
        " new cases " WS-CASES-OPENED
        " reopened " WS-CASES-REOPENED
        " still open " WS-CASES-STILL-OPEN.
    DISPLAY "Cards read " WS-TRANS-READ
        " applied " WS-TRANS-APPLIED
        " rejected " WS-TRANS-REJECTED.
    IF WS-TRANS-REJECTED > 0 OR WS-CASES-STILL-OPEN > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

*> Prints the page banner: listing title and run date/time
WRITE-REPORT-HEADING.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE SPACES TO WS-HEADING-LINE.
    STRING "OUTLIER CASE TRACKING LISTING - PAGE "
        WS-PAGE-COUNT DELIMITED BY SIZE INTO WS-HEADING-LINE.
    WRITE LISTING-RECORD FROM WS-HEADING-LINE.

    MOVE "================================" TO WS-HEADING-LINE.
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
