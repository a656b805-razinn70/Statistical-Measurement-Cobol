IDENTIFICATION DIVISION.
PROGRAM-ID. STATOWNR.

*> Batch maintenance for the feed-owner master STATRETN routes the
*> day's rejects by. Each master record assigns one feed - matched
*> on its FILE= name or on the feed id in its header record, the
*> same two ways a feed profile is matched - to the owner who must
*> correct its rejects, with the owner's contact and the agreed
*> correction turnaround in days. Applies ADD/CHANGE/DELETE cards
*> from OWNRTXN to the master read from OWNERS, writes the updated
*> master to OWNRNEW, sends malformed, conflicting or duplicate
*> cards to their own suspense file, and prints a before/after
*> audit listing of every applied change - the same discipline
*> STATPROF keeps over the profile master.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OWNER-FILE ASSIGN TO "OWNERS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OWNER-FILE-STATUS.

    SELECT NEW-OWNER-FILE ASSIGN TO "OWNRNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-OWNER-STATUS.

    SELECT TRANS-FILE ASSIGN TO "OWNRTXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-FILE-STATUS.

    SELECT TRANS-SUSPENSE-FILE ASSIGN TO "OWNRSUS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-SUSP-STATUS.

    SELECT LISTING-FILE ASSIGN TO "OWNRRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LISTING-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Must stay in step with the OWNER-RECORD layout STATRETN reads
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

FD  NEW-OWNER-FILE.
01  NEW-OWNER-RECORD.
    05  NO-OWNER-ID       PIC X(8).
    05  FILLER            PIC X(2).
    05  NO-MATCH-TYPE     PIC X(4).
    05  FILLER            PIC X(2).
    05  NO-TURNAROUND-TEXT PIC X(3).
    05  FILLER            PIC X(2).
    05  NO-CONTACT        PIC X(60).
    05  FILLER            PIC X(2).
    05  NO-MATCH-VALUE    PIC X(100).

*> One transaction card per change, keyed by the feed it assigns
*> (match type and match value - the FILE= name for FILE, the header
*> feed id for FEED), the owner exactly as it is to stand:
*>   ADD    <owner id> <FILE|FEED> <turnaround days> <contact>
*>          <match value>
*>   CHANGE (same as ADD)
*>   DELETE (owner id, match type and match value only)
*> Contact and turnaround belong to the owner, not the feed: a card
*> that changes them changes them on every feed the owner holds, so
*> one owner never has two contacts on the master
FD  TRANS-FILE.
01  TRANS-RECORD.
    05  TX-ACTION         PIC X(6).
    05  FILLER            PIC X(2).
    05  TX-OWNER-ID       PIC X(8).
    05  FILLER            PIC X(2).
    05  TX-MATCH-TYPE     PIC X(4).
    05  FILLER            PIC X(2).
    05  TX-TURNAROUND-TEXT PIC X(3).
    05  FILLER            PIC X(2).
    05  TX-CONTACT        PIC X(60).
    05  FILLER            PIC X(2).
    05  TX-MATCH-VALUE    PIC X(100).

*> Rejected transactions, sent back to the submitter with the card
*> image intact so the correction is a re-punch, not a re-key
FD  TRANS-SUSPENSE-FILE.
01  TRANS-SUSPENSE-RECORD.
    05  TS-TXN-IMAGE      PIC X(191).
    05  FILLER            PIC X(2).
    05  TS-REASON-CODE    PIC X(4).
    05  FILLER            PIC X(2).
    05  TS-REASON-TEXT    PIC X(40).

FD  LISTING-FILE.
01  LISTING-RECORD        PIC X(132).

WORKING-STORAGE SECTION.
01  WS-OWNER-FILE-STATUS  PIC XX VALUE ZEROS.
01  WS-NEW-OWNER-STATUS   PIC XX VALUE ZEROS.
01  WS-TRANS-FILE-STATUS  PIC XX VALUE ZEROS.
01  WS-TRANS-SUSP-STATUS  PIC XX VALUE ZEROS.
01  WS-LISTING-FILE-STATUS PIC XX VALUE ZEROS.

01  WS-OWNER-EOF-FLAG     PIC 9 VALUE 0.
    88  OWNER-END-OF-FILE VALUE 1.
01  WS-TRANS-EOF-FLAG     PIC 9 VALUE 0.
    88  TRANS-END-OF-FILE  VALUE 1.

*> The working copy of the master - applied transactions update it
*> in place and the whole surviving table is written out at the end
01  WS-OWNER-COUNT        PIC 9(3) VALUE ZERO.
01  WS-OWNER-TABLE.
    05  WS-OWNER-ENTRY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-OWNER-COUNT.
        10  TO-OWNER-ID       PIC X(8).
        10  TO-MATCH-TYPE     PIC X(4).
        10  TO-MATCH-VALUE    PIC X(100).
        10  TO-TURNAROUND     PIC 9(3).
        10  TO-CONTACT        PIC X(60).
        10  TO-DELETED        PIC 9.
            88  TO-IS-DELETED VALUE 1.

*> Feeds already touched by a transaction in this batch - a second
*> card for the same feed is a duplicate and goes to suspense, so
*> one batch cannot half-overwrite itself
01  WS-TOUCHED-COUNT      PIC 9(3) VALUE ZERO.
01  WS-TOUCHED-TABLE.
    05  WS-TOUCHED-KEY OCCURS 1 TO 500 TIMES
                       DEPENDING ON WS-TOUCHED-COUNT.
        10  WS-TOUCHED-TYPE   PIC X(4).
        10  WS-TOUCHED-VALUE  PIC X(100).

01  WS-COUNTERS.
    05  WS-TRANS-READ     PIC 9(5) VALUE ZERO.
    05  WS-TRANS-APPLIED  PIC 9(5) VALUE ZERO.
    05  WS-TRANS-REJECTED PIC 9(5) VALUE ZERO.

01  WS-I                  PIC 9(3) VALUE ZERO.
01  WS-MATCH-INDEX        PIC 9(3) VALUE ZERO.
01  WS-SAVE-INDEX         PIC 9(3) VALUE ZERO.
01  WS-KEY-TOUCHED-FLAG   PIC 9 VALUE ZERO.
    88  KEY-ALREADY-TOUCHED VALUE 1.
01  WS-NUMVAL-CHECK       PIC 9(4) VALUE ZERO.

*> Reason for the card in hand, set before REJECT-TRANSACTION is
*> performed - it clears and rebuilds the whole suspense record
01  WS-REJECT-REASON.
    05  WS-REJECT-CODE    PIC X(4) VALUE SPACES.
    05  WS-REJECT-TEXT    PIC X(40) VALUE SPACES.

*> Turnaround converted off the card before it overwrites the table
*> entry, so a reject leaves the master untouched
01  WS-NEW-TURNAROUND     PIC 9(3) VALUE ZERO.

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
    05  WS-EDIT-DAYS      PIC ZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM INITIALIZATION.
    PERFORM APPLY-ALL-TRANSACTIONS.
    PERFORM WRITE-NEW-MASTER.
    PERFORM WRAP-UP.
    STOP RUN.

INITIALIZATION.
    DISPLAY "FEED OWNER MASTER MAINTENANCE".
    DISPLAY "=============================".

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
        DISPLAY "Error opening listing file: OWNRRPT - status "
            WS-LISTING-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT TRANS-SUSPENSE-FILE.
    IF WS-TRANS-SUSP-STATUS NOT = "00"
        DISPLAY "Error opening suspense file: OWNRSUS - status "
            WS-TRANS-SUSP-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-FILE-STATUS NOT = "00"
        DISPLAY "Error opening transaction file: OWNRTXN - status "
            WS-TRANS-FILE-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM WRITE-REPORT-HEADING.
    PERFORM LOAD-OWNER-MASTER.

*> A master that does not exist yet is an empty master - that is
*> how the very first batch of ADD cards bootstraps the file
LOAD-OWNER-MASTER.
    MOVE 0 TO WS-OWNER-EOF-FLAG.
    OPEN INPUT OWNER-FILE.
    IF WS-OWNER-FILE-STATUS NOT = "00"
        DISPLAY "No existing owner master (OWNERS status "
            WS-OWNER-FILE-STATUS ") - starting from empty"
        MOVE "No existing owner master - starting from empty"
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
    MOVE WS-OWNER-COUNT TO WS-EDIT-COUNT.
    STRING "Owner master loaded: " WS-EDIT-COUNT " feed assignments"
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM WRITE-REPORT-BLANK-LINE.

*> Master records were edited on the way in by an earlier run of
*> this program, so only an unreadable turnaround needs guarding
LOAD-ONE-OWNER-RECORD.
    IF WS-OWNER-COUNT >= 500
        DISPLAY "Owner table full - master record ignored: "
            OW-OWNER-ID
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-OWNER-COUNT.
    MOVE OW-OWNER-ID TO TO-OWNER-ID(WS-OWNER-COUNT).
    MOVE OW-MATCH-TYPE TO TO-MATCH-TYPE(WS-OWNER-COUNT).
    MOVE OW-MATCH-VALUE TO TO-MATCH-VALUE(WS-OWNER-COUNT).
    MOVE OW-CONTACT TO TO-CONTACT(WS-OWNER-COUNT).
    MOVE ZERO TO TO-TURNAROUND(WS-OWNER-COUNT).
    IF FUNCTION TEST-NUMVAL(OW-TURNAROUND-TEXT) = 0
        COMPUTE TO-TURNAROUND(WS-OWNER-COUNT) =
            FUNCTION NUMVAL(OW-TURNAROUND-TEXT)
    END-IF.
    MOVE 0 TO TO-DELETED(WS-OWNER-COUNT).

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
    PERFORM FIND-MASTER-FEED.
    PERFORM CHECK-KEY-TOUCHED.
    IF KEY-ALREADY-TOUCHED
        MOVE "O006" TO WS-REJECT-CODE
        MOVE "DUPLICATE TRANSACTION FOR FEED"
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
            MOVE "O001" TO WS-REJECT-CODE
            MOVE "UNKNOWN ACTION - NOT ADD/CHANGE/DELETE"
                TO WS-REJECT-TEXT
            PERFORM REJECT-TRANSACTION
    END-EVALUATE.

FIND-MASTER-FEED.
    MOVE ZERO TO WS-MATCH-INDEX.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OWNER-COUNT
        IF TO-MATCH-TYPE(WS-I) = TX-MATCH-TYPE
                AND TO-MATCH-VALUE(WS-I) = TX-MATCH-VALUE
                AND NOT TO-IS-DELETED(WS-I)
            MOVE WS-I TO WS-MATCH-INDEX
        END-IF
    END-PERFORM.

CHECK-KEY-TOUCHED.
    MOVE 0 TO WS-KEY-TOUCHED-FLAG.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOUCHED-COUNT
        IF WS-TOUCHED-TYPE(WS-I) = TX-MATCH-TYPE
                AND WS-TOUCHED-VALUE(WS-I) = TX-MATCH-VALUE
            SET KEY-ALREADY-TOUCHED TO TRUE
        END-IF
    END-PERFORM.

NOTE-KEY-TOUCHED.
    IF WS-TOUCHED-COUNT < 500
        ADD 1 TO WS-TOUCHED-COUNT
        MOVE TX-MATCH-TYPE TO WS-TOUCHED-TYPE(WS-TOUCHED-COUNT)
        MOVE TX-MATCH-VALUE TO WS-TOUCHED-VALUE(WS-TOUCHED-COUNT)
    END-IF.

*> Edits every owner field off the card; leaves WS-NEW-TURNAROUND
*> loaded and returns zero in WS-NUMVAL-CHECK, or a nonzero value
*> with the reject already written
EDIT-TRANSACTION-FIELDS.
    MOVE 0 TO WS-NUMVAL-CHECK.
    IF TX-OWNER-ID = SPACES OR TX-CONTACT = SPACES
        MOVE 1 TO WS-NUMVAL-CHECK
        MOVE "O002" TO WS-REJECT-CODE
        MOVE "OWNER ID OR CONTACT MISSING ON CARD"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-NUMVAL-CHECK = FUNCTION TEST-NUMVAL(TX-TURNAROUND-TEXT).
    IF WS-NUMVAL-CHECK NOT = 0 OR TX-TURNAROUND-TEXT = SPACES
        MOVE 1 TO WS-NUMVAL-CHECK
        MOVE "O002" TO WS-REJECT-CODE
        MOVE "NON-NUMERIC TURNAROUND DAYS ON CARD"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-NEW-TURNAROUND = FUNCTION NUMVAL(TX-TURNAROUND-TEXT).
    IF WS-NEW-TURNAROUND = 0
        MOVE 1 TO WS-NUMVAL-CHECK
        MOVE "O002" TO WS-REJECT-CODE
        MOVE "TURNAROUND MUST BE AT LEAST ONE DAY"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.

*> The match fields are the key, so they are edited for every
*> action, DELETE included
EDIT-TRANSACTION-KEY.
    MOVE 0 TO WS-NUMVAL-CHECK.
    IF (TX-MATCH-TYPE NOT = "FILE" AND TX-MATCH-TYPE NOT = "FEED")
            OR TX-MATCH-VALUE = SPACES
        MOVE 1 TO WS-NUMVAL-CHECK
        MOVE "O002" TO WS-REJECT-CODE
        MOVE "MATCH TYPE MUST BE FILE/FEED WITH VALUE"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    IF TX-MATCH-TYPE = "FEED" AND TX-MATCH-VALUE(11:) NOT = SPACES
        MOVE 1 TO WS-NUMVAL-CHECK
        MOVE "O002" TO WS-REJECT-CODE
        MOVE "FEED ID LONGER THAN 10 CHARACTERS"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
    END-IF.

*> Lays the edited card values over the WS-MATCH-INDEX entry
STORE-TRANSACTION-FIELDS.
    MOVE TX-OWNER-ID TO TO-OWNER-ID(WS-MATCH-INDEX).
    MOVE TX-MATCH-TYPE TO TO-MATCH-TYPE(WS-MATCH-INDEX).
    MOVE TX-MATCH-VALUE TO TO-MATCH-VALUE(WS-MATCH-INDEX).
    MOVE WS-NEW-TURNAROUND TO TO-TURNAROUND(WS-MATCH-INDEX).
    MOVE TX-CONTACT TO TO-CONTACT(WS-MATCH-INDEX).
    MOVE 0 TO TO-DELETED(WS-MATCH-INDEX).

*> Carries the WS-MATCH-INDEX owner's contact and turnaround to every
*> other feed the owner holds, listing each one it changes
PROPAGATE-OWNER-DETAILS.
    MOVE WS-MATCH-INDEX TO WS-SAVE-INDEX.
    PERFORM VARYING WS-MATCH-INDEX FROM 1 BY 1
            UNTIL WS-MATCH-INDEX > WS-OWNER-COUNT
        IF WS-MATCH-INDEX NOT = WS-SAVE-INDEX
                AND TO-OWNER-ID(WS-MATCH-INDEX) = TX-OWNER-ID
                AND NOT TO-IS-DELETED(WS-MATCH-INDEX)
                AND (TO-CONTACT(WS-MATCH-INDEX) NOT = TX-CONTACT
                  OR TO-TURNAROUND(WS-MATCH-INDEX)
                       NOT = WS-NEW-TURNAROUND)
            MOVE "   also before: " TO WS-PRINT-LINE
            PERFORM APPEND-ENTRY-IMAGE
            PERFORM WRITE-REPORT-LINE
            MOVE WS-NEW-TURNAROUND TO TO-TURNAROUND(WS-MATCH-INDEX)
            MOVE TX-CONTACT TO TO-CONTACT(WS-MATCH-INDEX)
            MOVE "   also after:  " TO WS-PRINT-LINE
            PERFORM APPEND-ENTRY-IMAGE
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-PERFORM.
    MOVE WS-SAVE-INDEX TO WS-MATCH-INDEX.

APPLY-ADD.
    IF WS-MATCH-INDEX > 0
        MOVE "O004" TO WS-REJECT-CODE
        MOVE SPACES TO WS-REJECT-TEXT
        STRING "FEED ALREADY ASSIGNED TO OWNER "
            TO-OWNER-ID(WS-MATCH-INDEX) DELIMITED BY SIZE
            INTO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    IF WS-OWNER-COUNT >= 500
        MOVE "O007" TO WS-REJECT-CODE
        MOVE "MASTER TABLE FULL - ADD NOT APPLIED"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    PERFORM EDIT-TRANSACTION-KEY.
    IF WS-NUMVAL-CHECK NOT = 0
        EXIT PARAGRAPH
    END-IF.
    PERFORM EDIT-TRANSACTION-FIELDS.
    IF WS-NUMVAL-CHECK NOT = 0
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-PRINT-LINE.
    STRING "ADD     " TX-OWNER-ID "  (no prior record)"
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    ADD 1 TO WS-OWNER-COUNT.
    MOVE WS-OWNER-COUNT TO WS-MATCH-INDEX.
    PERFORM STORE-TRANSACTION-FIELDS.
    ADD 1 TO WS-TRANS-APPLIED.
    PERFORM NOTE-KEY-TOUCHED.

    MOVE "   after:  " TO WS-PRINT-LINE.
    PERFORM APPEND-ENTRY-IMAGE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM PROPAGATE-OWNER-DETAILS.

APPLY-CHANGE.
    IF WS-MATCH-INDEX = 0
        MOVE "O005" TO WS-REJECT-CODE
        MOVE "CHANGE FOR FEED NOT ON MASTER"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    PERFORM EDIT-TRANSACTION-FIELDS.
    IF WS-NUMVAL-CHECK NOT = 0
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-PRINT-LINE.
    STRING "CHANGE  " TX-OWNER-ID
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
    PERFORM PROPAGATE-OWNER-DETAILS.

APPLY-DELETE.
    IF WS-MATCH-INDEX = 0
        MOVE "O005" TO WS-REJECT-CODE
        MOVE "DELETE FOR FEED NOT ON MASTER"
            TO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.
    IF TO-OWNER-ID(WS-MATCH-INDEX) NOT = TX-OWNER-ID
        MOVE "O003" TO WS-REJECT-CODE
        MOVE SPACES TO WS-REJECT-TEXT
        STRING "FEED IS ASSIGNED TO OWNER "
            TO-OWNER-ID(WS-MATCH-INDEX) DELIMITED BY SIZE
            INTO WS-REJECT-TEXT
        PERFORM REJECT-TRANSACTION
        EXIT PARAGRAPH
    END-IF.

    MOVE SPACES TO WS-PRINT-LINE.
    STRING "DELETE  " TX-OWNER-ID
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "   before: " TO WS-PRINT-LINE.
    PERFORM APPEND-ENTRY-IMAGE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "   after:  (removed from master)" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

    MOVE 1 TO TO-DELETED(WS-MATCH-INDEX).
    ADD 1 TO WS-TRANS-APPLIED.
    PERFORM NOTE-KEY-TOUCHED.

*> Appends the WS-MATCH-INDEX entry's settings to the partly built
*> WS-PRINT-LINE, for the before/after listing lines
APPEND-ENTRY-IMAGE.
    MOVE TO-TURNAROUND(WS-MATCH-INDEX) TO WS-EDIT-DAYS.
    STRING TO-OWNER-ID(WS-MATCH-INDEX) " "
        TO-MATCH-TYPE(WS-MATCH-INDEX) " "
        FUNCTION TRIM(TO-MATCH-VALUE(WS-MATCH-INDEX) TRAILING)
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 2:).
    STRING "  turnaround " WS-EDIT-DAYS " days  "
        FUNCTION TRIM(TO-CONTACT(WS-MATCH-INDEX) TRAILING)
        DELIMITED BY SIZE
        INTO WS-PRINT-LINE(FUNCTION LENGTH(FUNCTION
            TRIM(WS-PRINT-LINE TRAILING)) + 1:).

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
    STRING "REJECTED  " TX-ACTION " " TX-OWNER-ID " "
        TX-MATCH-TYPE " " FUNCTION TRIM(TX-MATCH-VALUE TRAILING)
        "  " WS-REJECT-CODE
        " " WS-REJECT-TEXT DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.

*> Writes every surviving entry back out in master layout - the
*> output dataset replaces OWNERS in the next STATRETN run
WRITE-NEW-MASTER.
    OPEN OUTPUT NEW-OWNER-FILE.
    IF WS-NEW-OWNER-STATUS NOT = "00"
        DISPLAY "Error opening new master: OWNRNEW - status "
            WS-NEW-OWNER-STATUS
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OWNER-COUNT
        IF NOT TO-IS-DELETED(WS-I)
            MOVE SPACES TO NEW-OWNER-RECORD
            MOVE TO-OWNER-ID(WS-I) TO NO-OWNER-ID
            MOVE TO-MATCH-TYPE(WS-I) TO NO-MATCH-TYPE
            MOVE TO-TURNAROUND(WS-I) TO WS-EDIT-DAYS
            MOVE WS-EDIT-DAYS TO NO-TURNAROUND-TEXT
            MOVE TO-CONTACT(WS-I) TO NO-CONTACT
            MOVE TO-MATCH-VALUE(WS-I) TO NO-MATCH-VALUE
            WRITE NEW-OWNER-RECORD
        END-IF
    END-PERFORM.
    CLOSE NEW-OWNER-FILE.

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
    STRING "FEED OWNER MAINTENANCE LISTING - PAGE "
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
