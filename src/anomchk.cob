       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AnomChk.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StreamFile ASSIGN TO "STREAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.
    SELECT DetailFile ASSIGN TO DYNAMIC WS-Detail-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Detail-Status.
    SELECT DayStatFile ASSIGN TO "DAYSTAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DayStat-Status.
    SELECT ToleranceFile ASSIGN TO "ANOMTOL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Tolerance-Status.
    SELECT DeviationFile ASSIGN TO DYNAMIC WS-Deviation-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deviation-Status.
    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.
    SELECT AuditLog ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuditLog-Status.
    SELECT AlertFile ASSIGN TO "ALERTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Alert-Status.

DATA DIVISION.
FILE SECTION.
FD StreamFile.
    COPY STREAMS.

FD DetailFile.
    COPY TRANDTL.

FD DayStatFile.
    COPY DAYSTAT.

FD ToleranceFile.
    COPY ANOMTOL.

FD DeviationFile.
    COPY ANOMDEV.

FD RunControlFile.
    COPY RUNCTL.

FD AuditLog.
    COPY AUDITREC.

FD AlertFile.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 WS-Stream-Status PIC X(2).
01 WS-Detail-Status PIC X(2).
01 WS-DayStat-Status PIC X(2).
01 WS-Tolerance-Status PIC X(2).
01 WS-Deviation-Status PIC X(2).
01 WS-RunCtl-Status PIC X(2).
01 WS-AuditLog-Status PIC X(2).
01 WS-Alert-Status PIC X(2).
01 WS-Alert-Severity PIC 9(1).
01 WS-Alert-File PIC X(21).
01 WS-Alert-FStat PIC X(2).
01 WS-Alert-Text PIC X(40).
01 WS-Run-Date PIC 9(8).
01 WS-Run-Time PIC 9(8).
01 WS-End-Time PIC 9(8).
01 WS-Run-Timestamp PIC X(16).
01 WS-Detail-Filename PIC X(21).
01 WS-Deviation-Filename PIC X(21).
01 WS-Stream-EOF PIC X VALUE "N".
01 WS-Detail-EOF PIC X VALUE "N".
01 WS-DayStat-EOF PIC X VALUE "N".
01 WS-Tolerance-EOF PIC X VALUE "N".
01 WS-Stream-Count-Used PIC 9(2) VALUE 0.
01 WS-Stream-Table.
    05 WS-Stream-Region PIC X(8) OCCURS 20 TIMES.
01 WS-Stream-Seq-X PIC X(2).
01 WS-Stream-Seq REDEFINES WS-Stream-Seq-X PIC 9(2).
01 WS-This-Run-Id PIC X(16).
01 WS-This-Region PIC X(8).
01 WS-This-Prefix PIC X(2).
01 WS-Dtl-Amount PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-Dtl-Amount-X REDEFINES WS-Dtl-Amount PIC X(12).
01 WS-Detail-Count PIC 9(7) VALUE 0.
01 WS-Bad-Amount-Count PIC 9(7) VALUE 0.
01 WS-Stat-Count-Used PIC 9(3) VALUE 0.
01 WS-Stat-Table.
    05 WS-Stat-Entry OCCURS 200 TIMES.
        10 WS-Stat-Region PIC X(8).
        10 WS-Stat-Prefix PIC X(2).
        10 WS-Stat-Today-Count PIC 9(9).
        10 WS-Stat-Today-Amount PIC S9(13)V99.
        10 WS-Stat-Hist-Count PIC 9(11).
        10 WS-Stat-Hist-Amount PIC S9(15)V99.
        10 WS-Stat-Hist-Days PIC 9(2).
        10 WS-Stat-Ever-Seen PIC X(1).
01 WS-Stat-Sub PIC 9(3).
01 WS-Stat-Found PIC X.
01 WS-Stat-Overflow PIC X VALUE "N".
01 WS-Region-Count-Used PIC 9(2) VALUE 0.
01 WS-Region-Table.
    05 WS-Region-Entry OCCURS 40 TIMES.
        10 WS-Rgn-Region PIC X(8).
        10 WS-Rgn-Date-Count PIC 9(2).
        10 WS-Rgn-Date PIC 9(8) OCCURS 8 TIMES.
01 WS-Region-Sub PIC 9(2).
01 WS-Region-Found PIC X.
01 WS-Region-Overflow PIC X VALUE "N".
01 WS-Date-Sub PIC 9(2).
01 WS-Date-Found PIC X.
01 WS-Tol-Count-Used PIC 9(2) VALUE 0.
01 WS-Tol-Table.
    05 WS-Tol-Entry OCCURS 40 TIMES.
        10 WS-Tol-Region PIC X(8).
        10 WS-Tol-Count-Pct PIC 9(3).
        10 WS-Tol-Amount-Pct PIC 9(3).
01 WS-Tol-Sub PIC 9(2).
01 WS-Tol-Found PIC X.
01 WS-Tol-Ignored PIC 9(3) VALUE 0.
01 WS-Default-Count-Pct PIC 9(3) VALUE 50.
01 WS-Default-Amount-Pct PIC 9(3) VALUE 50.
01 WS-Count-Pct PIC 9(3).
01 WS-Amount-Pct PIC 9(3).
01 WS-Lookback-Weeks PIC 9(2) VALUE 8.
01 WS-Min-History-Days PIC 9(2) VALUE 3.
01 WS-Today-Integer PIC 9(7).
01 WS-Stat-Integer PIC 9(7).
01 WS-Day-Diff PIC S9(7).
01 WS-Week-Count PIC S9(7).
01 WS-Week-Rem PIC S9(7).
01 WS-In-Window PIC X.
01 WS-History-Records PIC 9(7) VALUE 0.
01 WS-History-Days PIC 9(2).
01 WS-Region-Known PIC X.
01 WS-Average-Count PIC 9(9)V99.
01 WS-Average-Amount PIC S9(13)V99.
01 WS-Average-Magnitude PIC 9(13)V99.
01 WS-Deviation-Pct PIC S9(9).
01 WS-Deviation-Type PIC X(4).
01 WS-Tolerance-Used PIC 9(3).
01 WS-Deviation-Count PIC 9(5) VALUE 0.
01 WS-Short-History-Count PIC 9(5) VALUE 0.
01 WS-Kind-Text PIC X(19).
01 WS-Pct-Display PIC +ZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    PERFORM READ-RUN-CONTROL
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    STRING "TRANDTL." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Detail-Filename
    STRING "ANOMALY." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Deviation-Filename
    COMPUTE WS-Today-Integer = FUNCTION INTEGER-OF-DATE(WS-Run-Date)
    PERFORM LOAD-STREAM-TABLE
    PERFORM LOAD-TOLERANCE-TABLE
    PERFORM TALLY-TODAY-DETAIL
    IF RETURN-CODE = ZERO
        PERFORM LOAD-TRAILING-HISTORY
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM CHECK-TABLE-OVERFLOW
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM WRITE-DEVIATION-FILE
    END-IF
    IF RETURN-CODE = ZERO
        DISPLAY "ANOMCHK: " WS-Detail-Count " ACCEPTED TRANSACTIONS IN "
            WS-Stat-Count-Used " REGION/TYPE ENTRIES CHECKED AGAINST "
            WS-History-Records " HISTORY RECORDS"
        IF WS-Short-History-Count > 0
            DISPLAY "ANOMCHK: " WS-Short-History-Count " ENTRIES HAVE"
                " FEWER THAN " WS-Min-History-Days " SAME-WEEKDAY"
                " DATES OF HISTORY, NOT COMPARED"
        END-IF
        IF WS-Deviation-Count > 0
            DISPLAY "ANOMCHK: " WS-Deviation-Count " DEVIATIONS WRITTEN"
                " TO " WS-Deviation-Filename
            MOVE 4 TO RETURN-CODE
        ELSE
            DISPLAY "ANOMCHK: NO DEVIATIONS OUTSIDE TOLERANCE FOR "
                WS-Run-Date
        END-IF
    END-IF
    PERFORM APPEND-AUDIT-RECORD
    GOBACK.

READ-RUN-CONTROL.
    OPEN INPUT RunControlFile
    IF WS-RunCtl-Status = "00"
        READ RunControlFile
            NOT AT END
                IF RUN-BUSINESS-DATE IS NUMERIC
                    AND RUN-BUSINESS-DATE > 0
                    MOVE RUN-BUSINESS-DATE TO WS-Run-Date
                    DISPLAY "ANOMCHK: BUSINESS DATE OVERRIDDEN TO "
                        WS-Run-Date " BY RUN CONTROL"
                END-IF
        END-READ
        CLOSE RunControlFile
    END-IF.

LOAD-STREAM-TABLE.
    OPEN INPUT StreamFile
    IF WS-Stream-Status = "00"
        PERFORM READ-STREAM-RECORD UNTIL WS-Stream-EOF = "Y"
        CLOSE StreamFile
    END-IF.

READ-STREAM-RECORD.
    READ StreamFile
        AT END
            MOVE "Y" TO WS-Stream-EOF
        NOT AT END
            IF WS-Stream-Count-Used < 20
                ADD 1 TO WS-Stream-Count-Used
                MOVE STREAM-REGION
                    TO WS-Stream-Region (WS-Stream-Count-Used)
            END-IF
    END-READ.

LOAD-TOLERANCE-TABLE.
*> A missing ANOMTOL is not an error: every region is then checked
*> against the built-in band.
    OPEN INPUT ToleranceFile
    IF WS-Tolerance-Status = "00"
        PERFORM READ-TOLERANCE-RECORD UNTIL WS-Tolerance-EOF = "Y"
        CLOSE ToleranceFile
        IF WS-Tol-Ignored > 0
            DISPLAY "ANOMCHK: " WS-Tol-Ignored " TOLERANCE RECORDS"
                " UNREADABLE OR BEYOND 40 REGIONS, IGNORED"
        END-IF
    ELSE
        DISPLAY "ANOMCHK: NO TOLERANCE FILE, STATUS="
            WS-Tolerance-Status ", " WS-Default-Count-Pct
            " PERCENT BAND APPLIES TO EVERY REGION"
    END-IF.

READ-TOLERANCE-RECORD.
*> The *DEFAULT record replaces the built-in band rather than
*> taking a table slot.
    READ ToleranceFile
        AT END
            MOVE "Y" TO WS-Tolerance-EOF
        NOT AT END
            IF AT-COUNT-PCT IS NUMERIC AND AT-AMOUNT-PCT IS NUMERIC
                IF AT-REGION = "*DEFAULT"
                    MOVE AT-COUNT-PCT TO WS-Default-Count-Pct
                    MOVE AT-AMOUNT-PCT TO WS-Default-Amount-Pct
                ELSE
                    IF WS-Tol-Count-Used < 40
                        ADD 1 TO WS-Tol-Count-Used
                        MOVE AT-REGION
                            TO WS-Tol-Region (WS-Tol-Count-Used)
                        MOVE AT-COUNT-PCT
                            TO WS-Tol-Count-Pct (WS-Tol-Count-Used)
                        MOVE AT-AMOUNT-PCT
                            TO WS-Tol-Amount-Pct (WS-Tol-Count-Used)
                    ELSE
                        ADD 1 TO WS-Tol-Ignored
                    END-IF
                END-IF
            ELSE
                ADD 1 TO WS-Tol-Ignored
            END-IF
    END-READ.

TALLY-TODAY-DETAIL.
*> Today's figures come straight from Handler's detail file, so the
*> check can run before the day is closed. No detail file at all is
*> checked as an empty day - a feed that never arrived is exactly
*> what the history should catch.
    OPEN INPUT DetailFile
    IF WS-Detail-Status = "00"
        PERFORM READ-DETAIL-RECORD UNTIL WS-Detail-EOF = "Y"
        CLOSE DetailFile
        IF WS-Bad-Amount-Count > 0
            DISPLAY "ANOMCHK: " WS-Bad-Amount-Count " DETAIL RECORDS"
                " WITH AN UNREADABLE AMOUNT COUNTED BUT NOT VALUED"
        END-IF
    ELSE
        IF WS-Detail-Status = "35"
            DISPLAY "ANOMCHK: NO DETAIL FILE " WS-Detail-Filename
                ", CHECKING AN EMPTY DAY"
        ELSE
            DISPLAY "ANOMCHK: DETAIL FILE UNAVAILABLE, STATUS="
                WS-Detail-Status ", CHECK NOT MADE"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Detail-Filename TO WS-Alert-File
            MOVE WS-Detail-Status TO WS-Alert-FStat
            MOVE "DETAIL FILE UNAVAILABLE, NO ANOMALY CHECK"
                TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

READ-DETAIL-RECORD.
*> A multi-stream day appends one trailer per region, so every
*> TRAILER record is skipped, not just the last.
    READ DetailFile
        AT END
            MOVE "Y" TO WS-Detail-EOF
        NOT AT END
            IF DTL-TRAILER-TYPE NOT = "TRAILER"
                ADD 1 TO WS-Detail-Count
                MOVE DTL-RUN-ID TO WS-This-Run-Id
                MOVE DTL-TRAN-ID (1:2) TO WS-This-Prefix
                PERFORM RESOLVE-RECORD-REGION
                PERFORM FIND-STAT-ENTRY
                IF WS-Stat-Found = "Y"
                    ADD 1 TO WS-Stat-Today-Count (WS-Stat-Sub)
                    IF DTL-BASE-AMOUNT = SPACES
                        MOVE DTL-TRAN-AMOUNT TO WS-Dtl-Amount-X
                    ELSE
                        MOVE DTL-BASE-AMOUNT TO WS-Dtl-Amount-X
                    END-IF
                    IF (WS-Dtl-Amount-X (1:1) = "+"
                        OR WS-Dtl-Amount-X (1:1) = "-")
                        AND WS-Dtl-Amount-X (2:11) IS NUMERIC
                        ADD WS-Dtl-Amount
                            TO WS-Stat-Today-Amount (WS-Stat-Sub)
                    ELSE
                        ADD 1 TO WS-Bad-Amount-Count
                    END-IF
                END-IF
            END-IF
    END-READ.

RESOLVE-RECORD-REGION.
*> On a multi-stream day positions 15-16 of the run-id carry the
*> stream's sequence on the STREAMS file; a single-feed day has no
*> region at all. Matches the region DayClose files statistics under.
    MOVE SPACES TO WS-This-Region
    IF WS-Stream-Count-Used > 0
        MOVE "UNKNOWN" TO WS-This-Region
        MOVE WS-This-Run-Id (15:2) TO WS-Stream-Seq-X
        IF WS-Stream-Seq-X IS NUMERIC
            IF WS-Stream-Seq > 0
                AND WS-Stream-Seq NOT > WS-Stream-Count-Used
                MOVE WS-Stream-Region (WS-Stream-Seq) TO WS-This-Region
            END-IF
        END-IF
    END-IF.

FIND-STAT-ENTRY.
    PERFORM LOOKUP-STAT-ENTRY
    IF WS-Stat-Found = "N"
        IF WS-Stat-Count-Used < 200
            ADD 1 TO WS-Stat-Count-Used
            MOVE WS-Stat-Count-Used TO WS-Stat-Sub
            MOVE WS-This-Region TO WS-Stat-Region (WS-Stat-Sub)
            MOVE WS-This-Prefix TO WS-Stat-Prefix (WS-Stat-Sub)
            MOVE 0 TO WS-Stat-Today-Count (WS-Stat-Sub)
            MOVE 0 TO WS-Stat-Today-Amount (WS-Stat-Sub)
            MOVE 0 TO WS-Stat-Hist-Count (WS-Stat-Sub)
            MOVE 0 TO WS-Stat-Hist-Amount (WS-Stat-Sub)
            MOVE 0 TO WS-Stat-Hist-Days (WS-Stat-Sub)
            MOVE "N" TO WS-Stat-Ever-Seen (WS-Stat-Sub)
            MOVE "Y" TO WS-Stat-Found
        ELSE
            MOVE "Y" TO WS-Stat-Overflow
        END-IF
    END-IF.

LOOKUP-STAT-ENTRY.
    MOVE "N" TO WS-Stat-Found
    PERFORM MATCH-STAT-ENTRY
        VARYING WS-Stat-Sub FROM 1 BY 1
        UNTIL WS-Stat-Sub > WS-Stat-Count-Used
            OR WS-Stat-Found = "Y"
    IF WS-Stat-Found = "Y"
        SUBTRACT 1 FROM WS-Stat-Sub
    END-IF.

MATCH-STAT-ENTRY.
    IF WS-Stat-Region (WS-Stat-Sub) = WS-This-Region
        AND WS-Stat-Prefix (WS-Stat-Sub) = WS-This-Prefix
        MOVE "Y" TO WS-Stat-Found
    END-IF.

LOAD-TRAILING-HISTORY.
*> Only dates before the business date count, so a rerun after
*> DayClose has filed today's statistics does not compare the day
*> with itself. No history yet is not an error: nothing is compared
*> until enough same-weekday dates have closed.
    OPEN INPUT DayStatFile
    IF WS-DayStat-Status = "00"
        PERFORM READ-HISTORY-RECORD UNTIL WS-DayStat-EOF = "Y"
        CLOSE DayStatFile
    ELSE
        IF WS-DayStat-Status = "35"
            DISPLAY "ANOMCHK: NO DAILY STATISTICS HISTORY YET,"
                " NOTHING TO COMPARE AGAINST"
        ELSE
            DISPLAY "ANOMCHK: DAILY STATISTICS UNAVAILABLE, STATUS="
                WS-DayStat-Status ", CHECK NOT MADE"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE "DAYSTAT" TO WS-Alert-File
            MOVE WS-DayStat-Status TO WS-Alert-FStat
            MOVE "DAILY STATISTICS UNAVAILABLE" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

READ-HISTORY-RECORD.
*> Every earlier record proves its region and prefix have been seen
*> before; only those a whole number of weeks back, within the
*> look-back, feed the same-weekday average.
    READ DayStatFile
        AT END
            MOVE "Y" TO WS-DayStat-EOF
        NOT AT END
            IF DS-BUSINESS-DATE IS NUMERIC
                AND DS-BUSINESS-DATE < WS-Run-Date
                ADD 1 TO WS-History-Records
                MOVE DS-REGION TO WS-This-Region
                MOVE DS-TYPE-PREFIX TO WS-This-Prefix
                PERFORM TEST-HISTORY-WINDOW
                PERFORM FIND-REGION-ENTRY
                IF WS-In-Window = "Y"
                    IF WS-Region-Found = "Y"
                        PERFORM RECORD-REGION-DATE
                    END-IF
                    PERFORM FIND-STAT-ENTRY
                    IF WS-Stat-Found = "Y"
                        ADD DS-ACCEPTED-COUNT
                            TO WS-Stat-Hist-Count (WS-Stat-Sub)
                        ADD DS-ACCEPTED-AMOUNT
                            TO WS-Stat-Hist-Amount (WS-Stat-Sub)
                        ADD 1 TO WS-Stat-Hist-Days (WS-Stat-Sub)
                    END-IF
                ELSE
                    PERFORM LOOKUP-STAT-ENTRY
                END-IF
                IF WS-Stat-Found = "Y"
                    MOVE "Y" TO WS-Stat-Ever-Seen (WS-Stat-Sub)
                END-IF
            END-IF
    END-READ.

TEST-HISTORY-WINDOW.
    MOVE "N" TO WS-In-Window
    COMPUTE WS-Stat-Integer =
        FUNCTION INTEGER-OF-DATE(DS-BUSINESS-DATE)
    COMPUTE WS-Day-Diff = WS-Today-Integer - WS-Stat-Integer
    IF WS-Day-Diff > 0
        AND WS-Day-Diff NOT > WS-Lookback-Weeks * 7
        DIVIDE WS-Day-Diff BY 7 GIVING WS-Week-Count
            REMAINDER WS-Week-Rem
        IF WS-Week-Rem = 0
            MOVE "Y" TO WS-In-Window
        END-IF
    END-IF.

FIND-REGION-ENTRY.
    PERFORM LOOKUP-REGION-ENTRY
    IF WS-Region-Found = "N"
        IF WS-Region-Count-Used < 40
            ADD 1 TO WS-Region-Count-Used
            MOVE WS-Region-Count-Used TO WS-Region-Sub
            MOVE WS-This-Region TO WS-Rgn-Region (WS-Region-Sub)
            MOVE 0 TO WS-Rgn-Date-Count (WS-Region-Sub)
            MOVE "Y" TO WS-Region-Found
        ELSE
            MOVE "Y" TO WS-Region-Overflow
        END-IF
    END-IF.

LOOKUP-REGION-ENTRY.
    MOVE "N" TO WS-Region-Found
    PERFORM MATCH-REGION-ENTRY
        VARYING WS-Region-Sub FROM 1 BY 1
        UNTIL WS-Region-Sub > WS-Region-Count-Used
            OR WS-Region-Found = "Y"
    IF WS-Region-Found = "Y"
        SUBTRACT 1 FROM WS-Region-Sub
    END-IF.

MATCH-REGION-ENTRY.
    IF WS-Rgn-Region (WS-Region-Sub) = WS-This-Region
        MOVE "Y" TO WS-Region-Found
    END-IF.

RECORD-REGION-DATE.
*> The average is over the region's same-weekday dates, not over
*> the dates a prefix happened to appear on, so a prefix that was
*> absent on some of them is averaged in at zero for those days.
    MOVE "N" TO WS-Date-Found
    PERFORM MATCH-REGION-DATE
        VARYING WS-Date-Sub FROM 1 BY 1
        UNTIL WS-Date-Sub > WS-Rgn-Date-Count (WS-Region-Sub)
            OR WS-Date-Found = "Y"
    IF WS-Date-Found = "N"
        AND WS-Rgn-Date-Count (WS-Region-Sub) < 8
        ADD 1 TO WS-Rgn-Date-Count (WS-Region-Sub)
        MOVE DS-BUSINESS-DATE TO WS-Rgn-Date (WS-Region-Sub,
            WS-Rgn-Date-Count (WS-Region-Sub))
    END-IF.

MATCH-REGION-DATE.
    IF WS-Rgn-Date (WS-Region-Sub, WS-Date-Sub) = DS-BUSINESS-DATE
        MOVE "Y" TO WS-Date-Found
    END-IF.

CHECK-TABLE-OVERFLOW.
    IF WS-Stat-Overflow = "Y" OR WS-Region-Overflow = "Y"
        DISPLAY "ANOMCHK: MORE THAN 200 REGION/TYPE ENTRIES OR 40"
            " REGIONS IN THE LOOK-BACK, CHECK NOT MADE"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "DAYSTAT" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "ANOMALY TABLE FULL, CHECK NOT MADE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

WRITE-DEVIATION-FILE.
*> The file is rewritten on every run, so Briefing always shows the
*> latest check for the date; an empty file means nothing stood out.
    OPEN OUTPUT DeviationFile
    IF WS-Deviation-Status = "00"
        PERFORM CHECK-ONE-ENTRY
            VARYING WS-Stat-Sub FROM 1 BY 1
            UNTIL WS-Stat-Sub > WS-Stat-Count-Used
        CLOSE DeviationFile
    ELSE
        DISPLAY "ANOMCHK: UNABLE TO OPEN " WS-Deviation-Filename
            ", STATUS=" WS-Deviation-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Deviation-Filename TO WS-Alert-File
        MOVE WS-Deviation-Status TO WS-Alert-FStat
        MOVE "UNABLE TO OPEN ANOMALY DEVIATION FILE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

CHECK-ONE-ENTRY.
*> A prefix the region has never filed before is reported however
*> short the history. Everything else needs the minimum number of
*> same-weekday dates; a prefix absent today is missing only if it
*> was there on at least half of them, so an occasional type does
*> not alert every week it stays away.
    MOVE WS-Stat-Region (WS-Stat-Sub) TO WS-This-Region
    MOVE WS-Stat-Prefix (WS-Stat-Sub) TO WS-This-Prefix
    PERFORM LOOKUP-REGION-ENTRY
    MOVE 0 TO WS-History-Days
    MOVE WS-Region-Found TO WS-Region-Known
    IF WS-Region-Found = "Y"
        MOVE WS-Rgn-Date-Count (WS-Region-Sub) TO WS-History-Days
    END-IF
    PERFORM LOOKUP-REGION-TOLERANCE
    MOVE 0 TO WS-Average-Count
    MOVE 0 TO WS-Average-Amount
    IF WS-History-Days > 0
        COMPUTE WS-Average-Count ROUNDED =
            WS-Stat-Hist-Count (WS-Stat-Sub) / WS-History-Days
        COMPUTE WS-Average-Amount ROUNDED =
            WS-Stat-Hist-Amount (WS-Stat-Sub) / WS-History-Days
    END-IF
    EVALUATE TRUE
        WHEN WS-Stat-Today-Count (WS-Stat-Sub) > 0
            AND WS-Stat-Ever-Seen (WS-Stat-Sub) = "N"
            AND WS-Region-Known = "Y"
            MOVE "NEWP" TO WS-Deviation-Type
            MOVE 0 TO WS-Deviation-Pct
            MOVE 0 TO WS-Tolerance-Used
            PERFORM WRITE-DEVIATION
        WHEN WS-History-Days < WS-Min-History-Days
            ADD 1 TO WS-Short-History-Count
        WHEN WS-Stat-Today-Count (WS-Stat-Sub) = 0
            IF WS-Stat-Hist-Days (WS-Stat-Sub) * 2 NOT < WS-History-Days
                MOVE "MISS" TO WS-Deviation-Type
                MOVE 0 TO WS-Deviation-Pct
                MOVE 0 TO WS-Tolerance-Used
                PERFORM WRITE-DEVIATION
            END-IF
        WHEN OTHER
            PERFORM CHECK-COUNT-BAND
            PERFORM CHECK-AMOUNT-BAND
    END-EVALUATE.

LOOKUP-REGION-TOLERANCE.
    MOVE WS-Default-Count-Pct TO WS-Count-Pct
    MOVE WS-Default-Amount-Pct TO WS-Amount-Pct
    MOVE "N" TO WS-Tol-Found
    PERFORM MATCH-REGION-TOLERANCE
        VARYING WS-Tol-Sub FROM 1 BY 1
        UNTIL WS-Tol-Sub > WS-Tol-Count-Used
            OR WS-Tol-Found = "Y".

MATCH-REGION-TOLERANCE.
    IF WS-Tol-Region (WS-Tol-Sub) = WS-This-Region
        MOVE WS-Tol-Count-Pct (WS-Tol-Sub) TO WS-Count-Pct
        MOVE WS-Tol-Amount-Pct (WS-Tol-Sub) TO WS-Amount-Pct
        MOVE "Y" TO WS-Tol-Found
    END-IF.

CHECK-COUNT-BAND.
    IF WS-Count-Pct > 0 AND WS-Average-Count > 0
        COMPUTE WS-Deviation-Pct ROUNDED =
            (WS-Stat-Today-Count (WS-Stat-Sub) - WS-Average-Count)
                * 100 / WS-Average-Count
        MOVE WS-Count-Pct TO WS-Tolerance-Used
        IF WS-Deviation-Pct > WS-Count-Pct
            MOVE "VOLH" TO WS-Deviation-Type
            PERFORM WRITE-DEVIATION
        END-IF
        IF WS-Deviation-Pct < 0 - WS-Count-Pct
            MOVE "VOLL" TO WS-Deviation-Type
            PERFORM WRITE-DEVIATION
        END-IF
    END-IF.

CHECK-AMOUNT-BAND.
*> Net amounts can be negative where reversals outweigh new
*> business, so the movement is measured against the size of the
*> average, whichever its sign.
    IF WS-Average-Amount < 0
        COMPUTE WS-Average-Magnitude = 0 - WS-Average-Amount
    ELSE
        MOVE WS-Average-Amount TO WS-Average-Magnitude
    END-IF
    IF WS-Amount-Pct > 0 AND WS-Average-Magnitude > 0
        COMPUTE WS-Deviation-Pct ROUNDED =
            (WS-Stat-Today-Amount (WS-Stat-Sub) - WS-Average-Amount)
                * 100 / WS-Average-Magnitude
        MOVE WS-Amount-Pct TO WS-Tolerance-Used
        IF WS-Deviation-Pct > WS-Amount-Pct
            MOVE "VALH" TO WS-Deviation-Type
            PERFORM WRITE-DEVIATION
        END-IF
        IF WS-Deviation-Pct < 0 - WS-Amount-Pct
            MOVE "VALL" TO WS-Deviation-Type
            PERFORM WRITE-DEVIATION
        END-IF
    END-IF.

WRITE-DEVIATION.
*> A movement too large for the file's percentage is shown at its
*> limit; every deviation is also alerted for the early shift.
    IF WS-Deviation-Pct > 99999
        MOVE 99999 TO WS-Deviation-Pct
    END-IF
    IF WS-Deviation-Pct < -99999
        MOVE -99999 TO WS-Deviation-Pct
    END-IF
    MOVE SPACES TO ANOMALY-DEVIATION-RECORD
    MOVE WS-Run-Date TO AD-BUSINESS-DATE
    MOVE WS-This-Region TO AD-REGION
    MOVE WS-This-Prefix TO AD-TYPE-PREFIX
    MOVE WS-Deviation-Type TO AD-DEVIATION-TYPE
    MOVE WS-Stat-Today-Count (WS-Stat-Sub) TO AD-TODAY-COUNT
    MOVE WS-Average-Count TO AD-AVERAGE-COUNT
    MOVE WS-Stat-Today-Amount (WS-Stat-Sub) TO AD-TODAY-AMOUNT
    MOVE WS-Average-Amount TO AD-AVERAGE-AMOUNT
    MOVE WS-Deviation-Pct TO AD-DEVIATION-PCT
    MOVE WS-Tolerance-Used TO AD-TOLERANCE-PCT
    MOVE WS-History-Days TO AD-HISTORY-DAYS
    WRITE ANOMALY-DEVIATION-RECORD
    ADD 1 TO WS-Deviation-Count
    EVALUATE WS-Deviation-Type
        WHEN "NEWP"
            MOVE "NEW TYPE PREFIX" TO WS-Kind-Text
        WHEN "MISS"
            MOVE "TYPE PREFIX MISSING" TO WS-Kind-Text
        WHEN "VOLH"
            MOVE "VOLUME SPIKE" TO WS-Kind-Text
        WHEN "VOLL"
            MOVE "VOLUME DROP" TO WS-Kind-Text
        WHEN "VALH"
            MOVE "VALUE SPIKE" TO WS-Kind-Text
        WHEN OTHER
            MOVE "VALUE DROP" TO WS-Kind-Text
    END-EVALUATE
    MOVE WS-Deviation-Pct TO WS-Pct-Display
    MOVE SPACES TO WS-Alert-Text
    IF WS-Deviation-Type = "NEWP" OR WS-Deviation-Type = "MISS"
        STRING WS-Kind-Text " " WS-This-Region " " WS-This-Prefix
            DELIMITED BY SIZE INTO WS-Alert-Text
    ELSE
        STRING WS-Kind-Text " " WS-This-Region " " WS-This-Prefix
            " " WS-Pct-Display "%"
            DELIMITED BY SIZE INTO WS-Alert-Text
    END-IF
    DISPLAY "ANOMCHK: " WS-Alert-Text
    MOVE 2 TO WS-Alert-Severity
    MOVE "DAYSTAT" TO WS-Alert-File
    MOVE SPACES TO WS-Alert-FStat
    PERFORM WRITE-ALERT-RECORD.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "AnomChk" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "ANOMCHK: UNABLE TO WRITE AUDIT LOG, STATUS="
            WS-AuditLog-Status
        MOVE 2 TO WS-Alert-Severity
        MOVE "AUDITLOG" TO WS-Alert-File
        MOVE WS-AuditLog-Status TO WS-Alert-FStat
        MOVE "UNABLE TO WRITE AUDIT LOG" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

WRITE-ALERT-RECORD.
    OPEN EXTEND AlertFile
    IF WS-Alert-Status = "35"
        OPEN OUTPUT AlertFile
    END-IF
    IF WS-Alert-Status = "00"
        MOVE SPACES TO ALERT-RECORD
        MOVE WS-Alert-Severity TO ALERT-SEVERITY
        MOVE "AnomChk" TO ALERT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO ALERT-RUN-ID
        MOVE WS-Alert-File TO ALERT-FILE-NAME
        MOVE WS-Alert-FStat TO ALERT-FILE-STATUS
        MOVE WS-Alert-Text TO ALERT-TEXT
        WRITE ALERT-RECORD
        CLOSE AlertFile
    ELSE
        DISPLAY "ANOMCHK: UNABLE TO WRITE ALERT FILE, STATUS="
            WS-Alert-Status
    END-IF.
