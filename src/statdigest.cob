*> AUDITLOG tail to answer one question - which feeds are clean and
*> which need action today. This step reads the standing AUDITLOG,
*> the SUSPENSE file, the statistics history master's latest-run
*> records, the STATEXT extract's validation verdicts, the TRENDEXT
*> drift summary STATTREND writes and the SPCEXT control-chart
*> signals STATSPC writes, and prints one line per
*> feed: records read, rejects outstanding and their oldest age,
*> integrity status, group validation failures, drift exceptions
*> and an overall action flag - plus a window-level worst condition
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TREND-EXT-STATUS.

    SELECT SPC-EXTRACT-FILE ASSIGN TO "SPCEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SPC-EXT-STATUS.

    SELECT CONTROL-FILE ASSIGN TO "SYSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.
    05  FILLER                PIC X(1).
    05  TE-EXCEPTION-TEXT     PIC X(5).

*> The pipe-delimited control-chart signals STATSPC writes, one line
*> per signal - only the feed run date and time in fields 2 and 3
*> and the filename in field 4 are wanted here
FD  SPC-EXTRACT-FILE.
01  SPC-EXTRACT-RECORD        PIC X(300).

FD  CONTROL-FILE.
01  CONTROL-RECORD            PIC X(80).

01  WS-HISTORY-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-EXTRACT-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-TREND-EXT-STATUS       PIC XX VALUE ZEROS.
01  WS-SPC-EXT-STATUS         PIC XX VALUE ZEROS.
01  WS-CONTROL-FILE-STATUS    PIC XX VALUE ZEROS.
01  WS-DIGEST-FILE-STATUS     PIC XX VALUE ZEROS.

    88  EXTRACT-END-OF-FILE   VALUE 1.
01  WS-TREND-EOF-FLAG         PIC 9 VALUE 0.
    88  TREND-END-OF-FILE     VALUE 1.
01  WS-SPC-EOF-FLAG           PIC 9 VALUE 0.
    88  SPC-END-OF-FILE       VALUE 1.

*> Everything the digest line needs, gathered per FILE= card. The
*> audit figures are the feed's most recent log line; the suspense
    PERFORM GATHER-HISTORY-COUNTS.
    PERFORM GATHER-VALIDATION-COUNTS.
    PERFORM GATHER-DRIFT-COUNTS.
    PERFORM GATHER-SPC-COUNTS.
    PERFORM JUDGE-ALL-FEEDS.
    PERFORM PRINT-DIGEST.
    PERFORM WRAP-UP.
            FUNCTION NUMVAL(TE-EXCEPTION-TEXT)
    END-IF.

*> The control-chart extract is rewritten whole by every STATSPC
*> run, but it carries a line for each signal across the whole
*> judged window, so a signal is only current when its feed run is
*> the feed's latest extract run. Each current one adds a drift
*> exception to its feed on top of the STATTREND figure
GATHER-SPC-COUNTS.
    MOVE 0 TO WS-SPC-EOF-FLAG.
    OPEN INPUT SPC-EXTRACT-FILE.
    IF WS-SPC-EXT-STATUS NOT = "00"
        DISPLAY "No control-chart signals (SPCEXT status "
            WS-SPC-EXT-STATUS ") - drift column from TRENDEXT only"
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL SPC-END-OF-FILE
        READ SPC-EXTRACT-FILE
            AT END
                SET SPC-END-OF-FILE TO TRUE
            NOT AT END
                IF SPC-EXTRACT-RECORD NOT = SPACES
                    PERFORM NOTE-SPC-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SPC-EXTRACT-FILE.

NOTE-SPC-RECORD.
    MOVE SPACES TO WS-EXT-FIELD-TABLE.
    MOVE ZERO TO WS-EXT-FIELD-COUNT.
    UNSTRING SPC-EXTRACT-RECORD DELIMITED BY "|"
        INTO WS-EXT-FIELD(1) WS-EXT-FIELD(2) WS-EXT-FIELD(3)
             WS-EXT-FIELD(4)
        TALLYING IN WS-EXT-FIELD-COUNT
    END-UNSTRING.
    IF WS-EXT-FIELD-COUNT < 4
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-EXT-FIELD(4) TO WS-AUDIT-FILENAME.
    PERFORM FIND-FEED-INDEX.
    IF WS-MATCH-INDEX = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-EXT-STAMP-WORK.
    MOVE WS-EXT-FIELD(2)(1:10) TO WS-EXT-STAMP-WORK(1:10).
    MOVE WS-EXT-FIELD(3)(1:8) TO WS-EXT-STAMP-WORK(11:8).
    IF WS-EXT-STAMP-WORK = DG-EXT-STAMP(WS-MATCH-INDEX)
        ADD 1 TO DG-DRIFT-COUNT(WS-MATCH-INDEX)
    END-IF.

*> Settles each feed's action flag and worst condition code:
*>    8 - feed never ran, failed to open, failed integrity, or the
*>        calendar reported it missed
