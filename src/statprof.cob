IDENTIFICATION DIVISION.
PROGRAM-ID. STATPROF.

*> Batch maintenance for the feed-profile master STATMEASURE lays
*> over its SYSIN cards file by file. Applies ADD/CHANGE/DELETE
*> transaction cards (keyed by profile id) from PROFTXN to the
*> master read from PROFILES, writes the updated master to PROFNEW,
*> sends malformed, conflicting or duplicate transactions to their
*> own suspense file, and prints a before/after audit listing of
*> every applied change - the same discipline STATLIMIT keeps over
*> the limits master, so a feed's format or column mapping is never
*> changed by hand-editing the master.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PROFILE-FILE ASSIGN TO "PROFILES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.

    SELECT NEW-PROFILE-FILE ASSIGN TO "PROFNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-PROFILE-STATUS.

    SELECT TRANS-FILE ASSIGN TO "PROFTXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT TRANS-SUSPENSE-FILE ASSIGN TO "PROFSUS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-SUSP-STATUS.

    SELECT LISTING-FILE ASSIGN TO "PROFRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTING-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Must stay in step with the PROFILE-RECORD layout STATMEASURE reads
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

FD  NEW-PROFILE-FILE.
01  NEW-PROFILE-RECORD.
    05  NP-PROFILE-ID     PIC X(8).
    05  FILLER            PIC X(2).
    05  NP-MATCH-TYPE     PIC X(4).
    05  FILLER            PIC X(2).
    05  NP-FORMAT         PIC X(5).
    05  FILLER            PIC X(2).
    05  NP-DELIMITER      PIC X(5).
    05  FILLER            PIC X(2).
    05  NP-KEY-COL-TEXT   PIC X(2).
    05  FILLER            PIC X(1).
    05  NP-VALUE-COL-TEXT PIC X(2).
    05  FILLER            PIC X(1).
    05  NP-WEIGHT-COL-TEXT PIC X(2).
    05  FILLER            PIC X(1).
    05  NP-METRIC-COL-TEXT PIC X(2).
    05  FILLER            PIC X(2).
    05  NP-SORT-FLAG      PIC X(1).
    05  FILLER            PIC X(2).
    05  NP-METRICS-FLAG   PIC X(1).
    05  FILLER            PIC X(2).
    05  NP-CHECKPOINT-TEXT PIC X(7).
    05  FILLER            PIC X(2).
    05  NP-MATCH-VALUE    PIC X(100).

*> One transaction card per change, the action followed by the
*> profile exactly as it is to stand on the master (the match value
*> is the FILE= name for match type FILE, the header feed id for
*> match type FEED; column fields may be left blank on a FIXED
*> profile, and a blank checkpoint interval means the standard one):
*>   ADD    <id> <FILE|FEED> <FIXED|CSV> <COMMA|TAB> kk vv ww mm
*>          <sort Y|N> <metrics Y|N> <interval> <match value>
*>   CHANGE (same as ADD)
*>   DELETE <id>
FD  TRANS-FILE.
01  TRANS-RECORD.
    05  TX-ACTION         PIC X(6).
    05  FILLER            PIC X(2).
    05  TX-PROFILE-ID     PIC X(8).
    05  FILLER            PIC X(2).
    05  TX-MATCH-TYPE     PIC X(4).
    05  FILLER            PIC X(2).
    05  TX-FORMAT         PIC X(5).
    05  FILLER            PIC X(2).
    05  TX-DELIMITER      PIC X(5).
    05  FILLER            PIC X(2).
    05  TX-KEY-COL-TEXT   PIC X(2).
    05  FILLER            PIC X(1).
    05  TX-VALUE-COL-TEXT PIC X(2).
    05  FILLER            PIC X(1).
    05  TX-WEIGHT-COL-TEXT PIC X(2).
    05  FILLER            PIC X(1).
    05  TX-METRIC-COL-TEXT PIC X(2).
    05  FILLER            PIC X(2).
    05  TX-SORT-FLAG      PIC X(1).
    05  FILLER            PIC X(2).
    05  TX-METRICS-FLAG   PIC X(1).
    05  FILLER            PIC X(2).
    05  TX-CHECKPOINT-TEXT PIC X(7).
    05  FILLER            PIC X(2).
    05  TX-MATCH-VALUE    PIC X(100).

*> Rejected transactions, sent back to the submitter with the card
*> image intact so the correction is a re-punch, not a re-key
FD  TRANS-SUSPENSE-FILE.
01  TRANS-SUSPENSE-RECORD.
    05  TS-TXN-IMAGE      PIC X(166).
    05  FILLER            PIC X(2).
    05  TS-REASON-CODE    PIC X(4).
    05  FILLER            PIC X(2).
    05  TS-REASON-TEXT    PIC X(40).

FD  LISTING-FILE.
01  LISTING-RECORD        PIC X(132).

WORKING-STORAGE SECTION.
01  WS-PROFILE-FILE-STATUS PIC XX VALUE ZEROS.
01  WS-NEW-PROFILE-STATUS PIC XX VALUE ZEROS.
01  WS-TRANS-FILE-STATUS  PIC XX VALUE ZEROS.
01  WS-TRANS-SUSP-STATUS  PIC XX VALUE ZEROS.
01  WS-LISTING-FILE-STATUS PIC XX VALUE ZEROS.

01  WS-PROFILE-EOF-FLAG   PIC 9 VALUE 0.
    88  PROFILE-END-OF-FILE VALUE 1.
01  WS-TRANS-EOF-FLAG     PIC 9 VALUE 0.
    88  TRANS-END-OF-FILE  VALUE 1.

*> The working copy of the master - applied transactions update it
*> in place and the whole surviving table is written out at the end
01  WS-PROFILE-COUNT      PIC 9(3) VALUE ZERO.
01  WS-PROFILE-TABLE.
    05  WS-PROFILE-ENTRY OCCURS 1 TO 200 TIMES
                         DEPENDING ON WS-PROFILE-COUNT.
        10  TP-PROFILE-ID     PIC X(8).
        10  TP-MATCH-TYPE     PIC X(4).
        10  TP-MATCH-VALUE    PIC X(100).
        10  TP-FORMAT         PIC X(5).
        10  TP-DELIMITER      PIC X(5).
        10  TP-KEY-COL        PIC 9(2).
        10  TP-VALUE-COL      PIC 9(2).
        10  TP-WEIGHT-COL     PIC 9(2).
        10  TP-METRIC-COL     PIC 9(2).
        10  TP-SORT-FLAG      PIC X.
        10  TP-METRICS-FLAG   PIC X.
        10  TP-CHECKPOINT-INTERVAL PIC 9(7).
        10  TP-DELETED        PIC 9.
            88  TP-IS-DELETED VALUE 1.

*> Profiles already touched by a transaction in this batch - a
*> second card for the same profile is a duplicate and goes to
*> suspense, so one batch cannot half-overwrite itself
01  WS-TOUCHED-COUNT      PIC 9(3) VALUE ZERO.
01  WS-TOUCHED-TABLE.
    05  WS-TOUCHED-ID     PIC X(8) OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-TOUCHED-COUNT.

01  WS-COUNTERS.
    05  WS-TRANS-READ     PIC 9(5) VALUE ZERO.
    05  WS-TRANS-APPLIED  PIC 9(5) VALUE ZERO.
    05  WS-TRANS-REJECTED PIC 9(5) VALUE ZERO.

01  WS-I                  PIC 9(3) VALUE ZERO.
01  WS-MATCH-INDEX        PIC 9(3) VALUE ZERO.
01  WS-CLAIM-INDEX        PIC 9(3) VALUE ZERO.
01  WS-KEY-TOUCHED-FLAG   PIC 9 VALUE ZERO.
    88  KEY-ALREADY-TOUCHED VALUE 1.
01  WS-NUMVAL-CHECK       PIC 9(4) VALUE ZERO.

*> Reason for the card in hand, set before REJECT-TRANSACTION is
*> performed - it clears and rebuilds the whole suspense record
01  WS-REJECT-REASON.
    05  WS-REJECT-CODE    PIC X(4) VALUE SPACES.
    05  WS-REJECT-TEXT    PIC X(40) VALUE SPACES.

*> New field values converted off the card before they overwrite
*> the table entry, so a reject leaves the master untouched
01  WS-NEW-VALUES.
    05  WS-NEW-DELIMITER  PIC X(5) VALUE SPACES.
    05  WS-NEW-KEY-COL    PIC 9(2) VALUE ZERO.
    05  WS-NEW-VALUE-COL  PIC 9(2) VALUE ZERO.
    05  WS-NEW-WEIGHT-COL PIC 9(2) VALUE ZERO.
    05  WS-NEW-METRIC-COL PIC 9(2) VALUE ZERO.
    05  WS-NEW-CHECKPOINT-INTERVAL PIC 9(7) VALUE ZERO.

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
    05  WS-EDIT-COL       PIC 99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIALIZATION.
    PERFORM APPLY-ALL-TRANSACTIONS.
    PERFORM WRITE-NEW-MASTER.
    PERFORM WRAP-UP.
    STOP RUN.

INITIALIZATION.
    DISPLAY "FEED PROFILE MASTER MAINTENANCE".
    DISPLAY "===============================".

    ACCEPT WS-RUN-TIMESTAMP FROM DATE YYYYMMDD.
    MOVE WS-RUN-TIMESTAMP(1:4) TO WS-RUN-YYYY.
    MOVE WS-RUN-TIMESTAMP(5:2) TO WS-RUN-MM.
    MOVE WS-RUN-TIMESTAMP(7:2) TO WS-RUN-DD.
    ACCEPT WS-RUN-CLOCK-TIME FROM TIME.
    MOVE WS-RUN-CLOCK-TIME(1:2) TO WS-RUN-HH.
    MOVE WS-RUN-CLOCK-TIME(3:2) TO WS-RUN-MI.
    MOVE WS-RUN-CLOCK-TIME(5:2) TO WS-RUN-SS.

    OPEN OUTPUT LISTING-FILE.
    IF WS-LISTING-FILE-STATUS NOT = "00"
        DISPLAY "Error opening listing file: PROFRPT - status "
            WS-LISTING-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT TRANS-SUSPENSE-FILE.
    IF WS-TRANS-SUSP-STATUS NOT = "00"
        DISPLAY "Error opening suspense file: PROFSUS - status "
            WS-TRANS-SUSP-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "Error opening transaction file: PROFTXN - status "
            WS-TRANS-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-REPORT-HEADING.
    PERFORM LOAD-PROFILE-MASTER.

*> A master that does not exist yet is an empty master - that is
*> how the very first batch of ADD cards bootstraps the file
LOAD-PROFILE-MASTER.
    MOVE 0 TO WS-PROFILE-EOF-FLAG.
    OPEN INPUT PROFILE-FILE.
    IF WS-PROFILE-FILE-STATUS NOT = "00"
        DISPLAY "No existing profile master (PROFILES status "
            WS-PROFILE-FILE-STATUS ") - starting from empty"
        MOVE "No existing profile master - starting from empty"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-REPORT-BLANK-LINE
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
    MOVE WS-PROFILE-COUNT TO WS-EDIT-COUNT.
    STRING "Profile master loaded: " WS-EDIT-COUNT " profiles"
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> Master records were edited on the way in by an earlier run of
*> this program, so only unreadable numerics need guarding here
LOAD-ONE-PROFILE-RECORD.
    IF WS-PROFILE-COUNT >= 200
        DISPLAY "Profile table full - master record ignored: "
            PF-PROFILE-ID
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-PROFILE-COUNT.
    MOVE PF-PROFILE-ID TO TP-PROFILE-ID(WS-PROFILE-COUNT).
    MOVE PF-MATCH-TYPE TO TP-MATCH-TYPE(WS-PROFILE-COUNT).
    MOVE PF-MATCH-VALUE TO TP-MATCH-VALUE(WS-PROFILE-COUNT).
    MOVE PF-FORMAT TO TP-FORMAT(WS-PROFILE-COUNT).
    MOVE PF-DELIMITER TO TP-DELIMITER(WS-PROFILE-COUNT).
    MOVE ZERO TO TP-KEY-COL(WS-PROFILE-COUNT)
        TP-VALUE-COL(WS-PROFILE-COUNT)
        TP-WEIGHT-COL(WS-PROFILE-COUNT)
        TP-METRIC-COL(WS-PROFILE-COUNT)
        TP-CHECKPOINT-INTERVAL(WS-PROFILE-COUNT).
    IF FUNCTION TEST-NUMVAL(PF-KEY-COL-TEXT) = 0
        COMPUTE TP-KEY-COL(WS-PROFILE-COUNT) =
            FUNCTION NUMVAL(PF-KEY-COL-TEXT)
    END-IF.
    IF FUNCTION TEST-NUMVAL(PF-VALUE-COL-TEXT) = 0
        COMPUTE TP-VALUE-COL(WS-PROFILE-COUNT) =
            FUNCTION NUMVAL(PF-VALUE-COL-TEXT)
    END-IF.
    IF FUNCTION TEST-NUMVAL(PF-WEIGHT-COL-TEXT) = 0
        COMPUTE TP-WEIGHT-COL(WS-PROFILE-COUNT) =
            FUNCTION NUMVAL(PF-WEIGHT-COL-TEXT)
    END-IF.
    IF FUNCTION TEST-NUMVAL(PF-METRIC-COL-TEXT) = 0
        COMPUTE TP-METRIC-COL(WS-PROFILE-COUNT) =
            FUNCTION NUMVAL(PF-METRIC-COL-TEXT)
    END-IF.
    IF FUNCTION TEST-NUMVAL(PF-CHECKPOINT-TEXT) = 0
        COMPUTE TP-CHECKPOINT-INTERVAL(WS-PROFILE-COUNT) =
            FUNCTION NUMVAL(PF-CHECKPOINT-TEXT)
    END-IF.
    MOVE PF-SORT-FLAG TO TP-SORT-FLAG(WS-PROFILE-COUNT).
    MOVE PF-METRICS-FLAG TO TP-METRICS-FLAG(WS-PROFILE-COUNT).
    MOVE 0 TO TP-DELETED(WS-PROFILE-COUNT).

APPLY-ALL-TRANSACTIONS.
    MOVE "TRANSACTIONS APPLIED (BEFORE / AFTER)" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
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
    PERFORM FIND-MASTER-PROFILE.
    PERFORM CHECK-KEY-TOUCHED.
    IF KEY-ALREADY-TOUCHED
        MOVE "P006" TO WS-REJECT-CODE
        MOVE "DUPLICATE TRANSACTION FOR PROFILE"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.

    EVALUATE TX-ACTION
        WHEN "ADD   "
            PERFORM APPLY-ADD
        WHEN "CHANGE"
            PERFORM APPLY-CHANGE
        WHEN "DELETE"
            PERFORM APPLY-DELETE
        WHEN OTHER
            MOVE "P001" TO WS-REJECT-CODE
            MOVE "UNKNOWN ACTION - MUST BE ADD/CHANGE/DELETE"
                TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION
    END-EVALUATE.

FIND-MASTER-PROFILE.
    MOVE ZERO TO WS-MATCH-INDEX.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PROFILE-COUNT
        IF TP-PROFILE-ID(WS-I) = TX-PROFILE-ID
                AND NOT TP-IS-DELETED(WS-I)
            MOVE WS-I TO WS-MATCH-INDEX
        END-IF
    END-PERFORM.

CHECK-KEY-TOUCHED.
    MOVE 0 TO WS-KEY-TOUCHED-FLAG.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOUCHED-COUNT
        IF WS-TOUCHED-ID(WS-I) = TX-PROFILE-ID
            SET KEY-ALREADY-TOUCHED TO TRUE
        END-IF
    END-PERFORM.

NOTE-KEY-TOUCHED.
    IF WS-TOUCHED-COUNT < 200
        ADD 1 TO WS-TOUCHED-COUNT
        MOVE TX-PROFILE-ID TO WS-TOUCHED-ID(WS-TOUCHED-COUNT)
    END-IF.

*> Edits every profile field off the card; leaves WS-NEW-VALUES
*> loaded and returns zero in WS-NUMVAL-CHECK, or a nonzero value
*> with the reject already written. A file name or feed id may only
*> belong to one live profile - otherwise which one STATMEASURE
*> applied would depend on master order
EDIT-TRANSACTION-FIELDS.
    MOVE 0 TO WS-NUMVAL-CHECK.
    IF (TX-MATCH-TYPE NOT = "FILE" AND TX-MATCH-TYPE NOT = "FEED")
            OR TX-MATCH-VALUE = SPACES
            OR (TX-FORMAT NOT = "FIXED" AND TX-FORMAT NOT = "CSV  ")
            OR (TX-DELIMITER NOT = "COMMA" AND TX-DELIMITER NOT = "TAB  "
                AND TX-DELIMITER NOT = SPACES)
            OR (TX-SORT-FLAG NOT = "Y" AND TX-SORT-FLAG NOT = "N")
            OR (TX-METRICS-FLAG NOT = "Y" AND TX-METRICS-FLAG NOT = "N")
        MOVE 1 TO WS-NUMVAL-CHECK
        MOVE "P002" TO WS-REJECT-CODE
        MOVE "INVALID PROFILE SETTING ON CARD"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    IF TX-MATCH-TYPE = "FEED" AND TX-MATCH-VALUE(11:) NOT = SPACES
        MOVE 1 TO WS-NUMVAL-CHECK
        MOVE "P002" TO WS-REJECT-CODE
        MOVE "FEED ID LONGER THAN 10 CHARACTERS"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.

    MOVE ZERO TO WS-NEW-CHECKPOINT-INTERVAL.
    IF TX-CHECKPOINT-TEXT NOT = SPACES
        COMPUTE WS-NUMVAL-CHECK =
            FUNCTION TEST-NUMVAL(TX-CHECKPOINT-TEXT)
        IF WS-NUMVAL-CHECK NOT = 0
            MOVE "P002" TO WS-REJECT-CODE
            MOVE "NON-NUMERIC CHECKPOINT INTERVAL ON CARD"
                TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-NEW-CHECKPOINT-INTERVAL =
            FUNCTION NUMVAL(TX-CHECKPOINT-TEXT)
    END-IF.

*> A fixed-layout profile always carries the standard mapping; a
*> delimited one must say where every column is (0 = not present)
    IF TX-FORMAT = "FIXED"
        MOVE 1 TO WS-NEW-KEY-COL
        MOVE 2 TO WS-NEW-VALUE-COL
        MOVE 3 TO WS-NEW-WEIGHT-COL
        MOVE 0 TO WS-NEW-METRIC-COL
    ELSE
        COMPUTE WS-NUMVAL-CHECK =
            FUNCTION TEST-NUMVAL(TX-KEY-COL-TEXT)
        IF WS-NUMVAL-CHECK = 0
            COMPUTE WS-NUMVAL-CHECK =
                FUNCTION TEST-NUMVAL(TX-VALUE-COL-TEXT)
        END-IF
        IF WS-NUMVAL-CHECK = 0
            COMPUTE WS-NUMVAL-CHECK =
                FUNCTION TEST-NUMVAL(TX-WEIGHT-COL-TEXT)
        END-IF
        IF WS-NUMVAL-CHECK = 0
            COMPUTE WS-NUMVAL-CHECK =
                FUNCTION TEST-NUMVAL(TX-METRIC-COL-TEXT)
        END-IF
        IF WS-NUMVAL-CHECK NOT = 0
            MOVE "P002" TO WS-REJECT-CODE
            MOVE "NON-NUMERIC COLUMN POSITION ON CARD"
                TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION
            EXIT PARAGRAPH
        END-IF
        COMPUTE WS-NEW-KEY-COL = FUNCTION NUMVAL(TX-KEY-COL-TEXT)
        COMPUTE WS-NEW-VALUE-COL = FUNCTION NUMVAL(TX-VALUE-COL-TEXT)
        COMPUTE WS-NEW-WEIGHT-COL = FUNCTION NUMVAL(TX-WEIGHT-COL-TEXT)
        COMPUTE WS-NEW-METRIC-COL = FUNCTION NUMVAL(TX-METRIC-COL-TEXT)
        IF WS-NEW-KEY-COL = 0 OR WS-NEW-VALUE-COL = 0
                OR WS-NEW-KEY-COL > 20 OR WS-NEW-VALUE-COL > 20
                OR WS-NEW-WEIGHT-COL > 20 OR WS-NEW-METRIC-COL > 20
            MOVE 1 TO WS-NUMVAL-CHECK
            MOVE "P002" TO WS-REJECT-CODE
            MOVE "COLUMN POSITION MISSING OR BEYOND 20"
                TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION
            EXIT PARAGRAPH
        END-IF
    END-IF.
    IF TX-DELIMITER = SPACES
        MOVE "COMMA" TO WS-NEW-DELIMITER
    ELSE
        MOVE TX-DELIMITER TO WS-NEW-DELIMITER
    END-IF.

    MOVE ZERO TO WS-CLAIM-INDEX.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PROFILE-COUNT
        IF TP-MATCH-TYPE(WS-I) = TX-MATCH-TYPE
                AND TP-MATCH-VALUE(WS-I) = TX-MATCH-VALUE
                AND TP-PROFILE-ID(WS-I) NOT = TX-PROFILE-ID
                AND NOT TP-IS-DELETED(WS-I)
            MOVE WS-I TO WS-CLAIM-INDEX
        END-IF
    END-PERFORM.
    IF WS-CLAIM-INDEX > 0
        MOVE 1 TO WS-NUMVAL-CHECK
        MOVE "P003" TO WS-REJECT-CODE
        MOVE SPACES TO WS-REJECT-TEXT
        STRING "FEED ALREADY MATCHED BY PROFILE "
            TP-PROFILE-ID(WS-CLAIM-INDEX) DELIMITED BY SIZE
            INTO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
    END-IF.

*> Lays the edited card values over the WS-MATCH-INDEX entry
STORE-TRANSACTION-FIELDS.
    MOVE TX-PROFILE-ID TO TP-PROFILE-ID(WS-MATCH-INDEX).
    MOVE TX-MATCH-TYPE TO TP-MATCH-TYPE(WS-MATCH-INDEX).
    MOVE TX-MATCH-VALUE TO TP-MATCH-VALUE(WS-MATCH-INDEX).
    MOVE TX-FORMAT TO TP-FORMAT(WS-MATCH-INDEX).
    MOVE WS-NEW-DELIMITER TO TP-DELIMITER(WS-MATCH-INDEX).
    MOVE WS-NEW-KEY-COL TO TP-KEY-COL(WS-MATCH-INDEX).
    MOVE WS-NEW-VALUE-COL TO TP-VALUE-COL(WS-MATCH-INDEX).
    MOVE WS-NEW-WEIGHT-COL TO TP-WEIGHT-COL(WS-MATCH-INDEX).
    MOVE WS-NEW-METRIC-COL TO TP-METRIC-COL(WS-MATCH-INDEX).
    MOVE TX-SORT-FLAG TO TP-SORT-FLAG(WS-MATCH-INDEX).
    MOVE TX-METRICS-FLAG TO TP-METRICS-FLAG(WS-MATCH-INDEX).
    MOVE WS-NEW-CHECKPOINT-INTERVAL
        TO TP-CHECKPOINT-INTERVAL(WS-MATCH-INDEX).
    MOVE 0 TO TP-DELETED(WS-MATCH-INDEX).

APPLY-ADD.
    IF WS-MATCH-INDEX > 0
        MOVE "P004" TO WS-REJECT-CODE
        MOVE "ADD FOR PROFILE ALREADY ON MASTER"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    IF WS-PROFILE-COUNT >= 200
        MOVE "P007" TO WS-REJECT-CODE
        MOVE "MASTER TABLE FULL - ADD NOT APPLIED"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    PERFORM EDIT-TRANSACTION-FIELDS.
    IF WS-NUMVAL-CHECK NOT = 0
        EXIT PARAGRAPH
    END-IF.

    ADD 1 TO WS-PROFILE-COUNT.
    MOVE WS-PROFILE-COUNT TO WS-MATCH-INDEX.
    PERFORM STORE-TRANSACTION-FIELDS.
    ADD 1 TO WS-TRANS-APPLIED.
    PERFORM NOTE-KEY-TOUCHED.

    MOVE SPACES TO WS-PRINT-LINE.
    STRING "ADD     " TX-PROFILE-ID "  (no prior record)"
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "   after:  " TO WS-PRINT-LINE.
    PERFORM APPEND-ENTRY-IMAGE.
    PERFORM WRITE-REPORT-LINE.

APPLY-CHANGE.
    IF WS-MATCH-INDEX = 0
        MOVE "P005" TO WS-REJECT-CODE
        MOVE "CHANGE FOR PROFILE NOT ON MASTER"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    PERFORM EDIT-TRANSACTION-FIELDS.
    IF WS-NUMVAL-CHECK NOT = 0
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-PRINT-LINE.
    STRING "CHANGE  " TX-PROFILE-ID
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "   before: " TO WS-PRINT-LINE.
    PERFORM APPEND-ENTRY-IMAGE.
    PERFORM WRITE-REPORT-LINE.

    PERFORM STORE-TRANSACTION-FIELDS.
    ADD 1 TO WS-TRANS-APPLIED.
    PERFORM NOTE-KEY-TOUCHED.

    MOVE "   after:  " TO WS-PRINT-LINE.
    PERFORM APPEND-ENTRY-IMAGE.
    PERFORM WRITE-REPORT-LINE.

APPLY-DELETE.
    IF WS-MATCH-INDEX = 0
        MOVE "P005" TO WS-REJECT-CODE
        MOVE "DELETE FOR PROFILE NOT ON MASTER"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-PRINT-LINE.
    STRING "DELETE  " TX-PROFILE-ID
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "   before: " TO WS-PRINT-LINE.
    PERFORM APPEND-ENTRY-IMAGE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "   after:  (removed from master)" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    MOVE 1 TO TP-DELETED(WS-MATCH-INDEX).
    ADD 1 TO WS-TRANS-APPLIED.
    PERFORM NOTE-KEY-TOUCHED.

*> Appends the WS-MATCH-INDEX entry's settings to the partly built
*> WS-PRINT-LINE, for the before/after listing lines
APPEND-ENTRY-IMAGE.
    STRING TP-MATCH-TYPE(WS-MATCH-INDEX) " "
        FUNCTION TRIM(TP-MATCH-VALUE(WS-MATCH-INDEX) TRAILING)
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 2:).
    STRING "  " TP-FORMAT(WS-MATCH-INDEX) DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 1:).
    IF TP-FORMAT(WS-MATCH-INDEX) = "CSV  "
        STRING " " TP-DELIMITER(WS-MATCH-INDEX) " cols"
            DELIMITED BY SIZE
            INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
                TRIM(WS-PRINT-LINE TRAILING)) + 1:)
        MOVE TP-KEY-COL(WS-MATCH-INDEX) TO WS-EDIT-COL
        STRING " " WS-EDIT-COL DELIMITED BY SIZE
            INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
                TRIM(WS-PRINT-LINE TRAILING)) + 1:)
        MOVE TP-VALUE-COL(WS-MATCH-INDEX) TO WS-EDIT-COL
        STRING "/" WS-EDIT-COL DELIMITED BY SIZE
            INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
                TRIM(WS-PRINT-LINE TRAILING)) + 1:)
        MOVE TP-WEIGHT-COL(WS-MATCH-INDEX) TO WS-EDIT-COL
        STRING "/" WS-EDIT-COL DELIMITED BY SIZE
            INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
                TRIM(WS-PRINT-LINE TRAILING)) + 1:)
        MOVE TP-METRIC-COL(WS-MATCH-INDEX) TO WS-EDIT-COL
        STRING "/" WS-EDIT-COL DELIMITED BY SIZE
            INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
                TRIM(WS-PRINT-LINE TRAILING)) + 1:)
    END-IF.
    STRING "  sort " TP-SORT-FLAG(WS-MATCH-INDEX)
        "  metrics " TP-METRICS-FLAG(WS-MATCH-INDEX)
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 1:).
    IF TP-CHECKPOINT-INTERVAL(WS-MATCH-INDEX) = 0
        STRING "  checkpoint standard" DELIMITED BY SIZE
            INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
                TRIM(WS-PRINT-LINE TRAILING)) + 1:)
    ELSE
        MOVE TP-CHECKPOINT-INTERVAL(WS-MATCH-INDEX) TO WS-EDIT-COUNT
        STRING "  checkpoint " WS-EDIT-COUNT DELIMITED BY SIZE
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
    STRING "REJECTED  " TX-ACTION " " TX-PROFILE-ID
        "  " WS-REJECT-CODE
        " " WS-REJECT-TEXT DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

*> Writes every surviving entry back out in master layout - the
*> output dataset replaces PROFILES in the next STATMEASURE run
WRITE-NEW-MASTER.
    OPEN OUTPUT NEW-PROFILE-FILE.
    IF WS-NEW-PROFILE-STATUS NOT = "00"
        DISPLAY "Error opening new master: PROFNEW - status "
            WS-NEW-PROFILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PROFILE-COUNT
        IF NOT TP-IS-DELETED(WS-I)
            MOVE SPACES TO NEW-PROFILE-RECORD
            MOVE TP-PROFILE-ID(WS-I) TO NP-PROFILE-ID
            MOVE TP-MATCH-TYPE(WS-I) TO NP-MATCH-TYPE
            MOVE TP-FORMAT(WS-I) TO NP-FORMAT
            MOVE TP-DELIMITER(WS-I) TO NP-DELIMITER
            MOVE TP-KEY-COL(WS-I) TO WS-EDIT-COL
            MOVE WS-EDIT-COL TO NP-KEY-COL-TEXT
            MOVE TP-VALUE-COL(WS-I) TO WS-EDIT-COL
            MOVE WS-EDIT-COL TO NP-VALUE-COL-TEXT
            MOVE TP-WEIGHT-COL(WS-I) TO WS-EDIT-COL
            MOVE WS-EDIT-COL TO NP-WEIGHT-COL-TEXT
            MOVE TP-METRIC-COL(WS-I) TO WS-EDIT-COL
            MOVE WS-EDIT-COL TO NP-METRIC-COL-TEXT
            MOVE TP-SORT-FLAG(WS-I) TO NP-SORT-FLAG
            MOVE TP-METRICS-FLAG(WS-I) TO NP-METRICS-FLAG
            MOVE TP-CHECKPOINT-INTERVAL(WS-I) TO WS-EDIT-COUNT
            MOVE WS-EDIT-COUNT TO NP-CHECKPOINT-TEXT
            MOVE TP-MATCH-VALUE(WS-I) TO NP-MATCH-VALUE
            WRITE NEW-PROFILE-RECORD
        END-IF
    END-PERFORM.
    CLOSE NEW-PROFILE-FILE.

*> Prints the control totals and sets the condition code: 0 all
*> cards applied, 4 at least one card rejected to suspense
WRAP-UP.
    PERFORM WRITE-REPORT-BLANK-LINE.
    MOVE "CONTROL TOTALS" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "----------------------------------------" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-TRANS-READ TO WS-EDIT-COUNT.
    STRING "   Transactions read:     " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-TRANS-APPLIED TO WS-EDIT-COUNT.
    STRING "   Transactions applied:  " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-TRANS-REJECTED TO WS-EDIT-COUNT.
    STRING "   Transactions rejected: " WS-EDIT-COUNT
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    CLOSE LISTING-FILE.
    CLOSE TRANS-SUSPENSE-FILE.
    DISPLAY "Transactions read " WS-TRANS-READ
        " applied " WS-TRANS-APPLIED
        " rejected " WS-TRANS-REJECTED.
    IF WS-TRANS-REJECTED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

*> Prints the page banner: listing title and run date/time
WRITE-REPORT-HEADING.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE SPACES TO WS-HEADING-LINE.
    STRING "FEED PROFILE MAINTENANCE LISTING - PAGE "
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
