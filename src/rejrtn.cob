       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RejReturn.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StreamFile ASSIGN TO "STREAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.
    SELECT SuspenseFile ASSIGN TO DYNAMIC WS-Suspense-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Suspense-Status.
    SELECT DetailFile ASSIGN TO DYNAMIC WS-Detail-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Detail-Status.
    SELECT ReturnFile ASSIGN TO DYNAMIC WS-Return-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Return-Status.
    SELECT ReturnMaster ASSIGN TO "RTNMSTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RtnMaster-Status.
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

FD SuspenseFile.
    COPY SUSPREC.

FD DetailFile.
    COPY TRANDTL.

FD ReturnFile.
    COPY RTNFILE.

FD ReturnMaster.
    COPY RTNMST.

FD RunControlFile.
    COPY RUNCTL.

FD AuditLog.
    COPY AUDITREC.

FD AlertFile.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
    COPY TRANSREC.
01 WS-Stream-Status PIC X(2).
01 WS-Suspense-Status PIC X(2).
01 WS-Detail-Status PIC X(2).
01 WS-Return-Status PIC X(2).
01 WS-RtnMaster-Status PIC X(2).
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
01 WS-Suspense-Filename PIC X(21).
01 WS-Detail-Filename PIC X(21).
01 WS-Return-Filename PIC X(21).
01 WS-Stream-EOF PIC X VALUE "N".
01 WS-Suspense-EOF PIC X VALUE "N".
01 WS-Detail-EOF PIC X VALUE "N".
01 WS-RtnMaster-EOF PIC X VALUE "N".
01 WS-Suspense-Present PIC X VALUE "N".
01 WS-Stream-Count-Used PIC 9(2) VALUE 0.
01 WS-Stream-Table.
    05 WS-Stream-Entry OCCURS 20 TIMES.
        10 WS-Stream-Region PIC X(8).
        10 WS-Stream-Prefix PIC X(8).
01 WS-Stream-Sub PIC 9(2).
01 WS-Stream-Seq-X PIC X(2).
01 WS-Stream-Seq REDEFINES WS-Stream-Seq-X PIC 9(2).
01 WS-This-Region PIC X(8).
01 WS-Pass-Region PIC X(8).
01 WS-Unknown-Count PIC 9(7) VALUE 0.
01 WS-Rtn-Count-Used PIC 9(4) VALUE 0.
01 WS-Rtn-Table.
    05 WS-Rtn-Entry OCCURS 2000 TIMES.
        10 WS-Rtn-Tran-Id PIC X(10).
        10 WS-Rtn-Region PIC X(8).
        10 WS-Rtn-Return-Date PIC 9(8).
        10 WS-Rtn-Reason PIC X(4).
        10 WS-Rtn-Run-Id PIC X(16).
        10 WS-Rtn-Status PIC X(1).
        10 WS-Rtn-Replaced-Date PIC 9(8).
        10 WS-Rtn-Replaced-Run-Id PIC X(16).
01 WS-Rtn-Sub PIC 9(4).
01 WS-Rtn-Found PIC X.
01 WS-Rtn-Overflow PIC X VALUE "N".
01 WS-This-Tran-Id PIC X(10).
01 WS-Reason-Text PIC X(30).
01 WS-File-Item-Count PIC 9(7).
01 WS-File-Value PIC S9(13)V99.
01 WS-File-Unvalued PIC 9(7).
01 WS-Return-Files PIC 9(3) VALUE 0.
01 WS-Returned-Count PIC 9(7) VALUE 0.
01 WS-Tracked-Count PIC 9(7) VALUE 0.
01 WS-Replaced-Count PIC 9(7) VALUE 0.
01 WS-Dropped-Count PIC 9(7) VALUE 0.
01 WS-Kept-Count PIC 9(7) VALUE 0.
01 WS-Run-Date-Integer PIC 9(8).
01 WS-Entry-Age PIC S9(7).
01 WS-Replaced-Retention PIC 9(3) VALUE 30.
01 WS-Open-Retention PIC 9(3) VALUE 90.
01 WS-Value-Display PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    PERFORM READ-RUN-CONTROL
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    STRING "SUSPENSE." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Suspense-Filename
    STRING "TRANDTL." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Detail-Filename
    COMPUTE WS-Run-Date-Integer =
        FUNCTION INTEGER-OF-DATE(WS-Run-Date)
    PERFORM LOAD-STREAM-TABLE
    PERFORM CHECK-SUSPENSE-FILE
    IF RETURN-CODE = ZERO
        PERFORM LOAD-RETURN-MASTER
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM WRITE-RETURN-FILES
    END-IF
    IF RETURN-CODE = ZERO AND WS-Rtn-Overflow = "Y"
        DISPLAY "REJRETURN: MORE THAN 2000 RETURNED ITEMS TO TRACK,"
            " RTNMSTR LEFT UNCHANGED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "RTNMSTR" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "RETURN MASTER TABLE FULL" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM MARK-REPLACEMENTS
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM REWRITE-RETURN-MASTER
    END-IF
    IF RETURN-CODE = ZERO
        DISPLAY "REJRETURN: " WS-Returned-Count " REJECTS RETURNED IN "
            WS-Return-Files " FILES, " WS-Tracked-Count
            " NEWLY AWAITING REPLACEMENT"
        DISPLAY "REJRETURN: " WS-Replaced-Count " RETURNED ITEMS"
            " REPLACED BY THE PROVIDER, " WS-Kept-Count
            " ON RTNMSTR, " WS-Dropped-Count " AGED OFF"
    END-IF
    IF RETURN-CODE = ZERO AND WS-Unknown-Count > 0
        DISPLAY "REJRETURN: " WS-Unknown-Count " REJECTS WITH NO"
            " RESOLVABLE REGION RETURNED UNDER UNKNOWN"
        MOVE 4 TO RETURN-CODE
        MOVE 2 TO WS-Alert-Severity
        MOVE WS-Return-Filename TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "REJECTS RETURNED UNDER REGION UNKNOWN" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
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
                    DISPLAY "REJRETURN: BUSINESS DATE OVERRIDDEN TO "
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
                MOVE STREAM-OUTPUT-PREFIX
                    TO WS-Stream-Prefix (WS-Stream-Count-Used)
            END-IF
    END-READ.

CHECK-SUSPENSE-FILE.
*> No suspense file means nothing was rejected; every region still
*> gets its empty return file so the provider can tell a clean day
*> from a missing file.
    OPEN INPUT SuspenseFile
    IF WS-Suspense-Status = "00"
        MOVE "Y" TO WS-Suspense-Present
        CLOSE SuspenseFile
    ELSE
        IF WS-Suspense-Status = "35"
            DISPLAY "REJRETURN: NO SUSPENSE FILE " WS-Suspense-Filename
                ", NOTHING REJECTED TO RETURN"
        ELSE
            DISPLAY "REJRETURN: SUSPENSE FILE UNAVAILABLE, STATUS="
                WS-Suspense-Status ", NO RETURN FILES WRITTEN"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Suspense-Filename TO WS-Alert-File
            MOVE WS-Suspense-Status TO WS-Alert-FStat
            MOVE "SUSPENSE FILE UNAVAILABLE, NO RETURNS" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

LOAD-RETURN-MASTER.
    OPEN INPUT ReturnMaster
    IF WS-RtnMaster-Status = "00"
        PERFORM LOAD-RETURN-MASTER-RECORD UNTIL WS-RtnMaster-EOF = "Y"
        CLOSE ReturnMaster
    ELSE
        IF WS-RtnMaster-Status = "35"
            DISPLAY "REJRETURN: NO RETURN MASTER ON FILE, STARTING A"
                " NEW ONE"
        ELSE
            DISPLAY "REJRETURN: RETURN MASTER UNAVAILABLE, STATUS="
                WS-RtnMaster-Status ", NO RETURN FILES WRITTEN"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE "RTNMSTR" TO WS-Alert-File
            MOVE WS-RtnMaster-Status TO WS-Alert-FStat
            MOVE "RETURN MASTER UNAVAILABLE" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

LOAD-RETURN-MASTER-RECORD.
    READ ReturnMaster
        AT END
            MOVE "Y" TO WS-RtnMaster-EOF
        NOT AT END
            IF WS-Rtn-Count-Used < 2000
                ADD 1 TO WS-Rtn-Count-Used
                MOVE WS-Rtn-Count-Used TO WS-Rtn-Sub
                MOVE RM-TRAN-ID TO WS-Rtn-Tran-Id (WS-Rtn-Sub)
                MOVE RM-REGION TO WS-Rtn-Region (WS-Rtn-Sub)
                MOVE RM-RETURN-DATE TO WS-Rtn-Return-Date (WS-Rtn-Sub)
                MOVE RM-REASON-CODE TO WS-Rtn-Reason (WS-Rtn-Sub)
                MOVE RM-RUN-ID TO WS-Rtn-Run-Id (WS-Rtn-Sub)
                MOVE RM-STATUS TO WS-Rtn-Status (WS-Rtn-Sub)
                MOVE RM-REPLACED-DATE
                    TO WS-Rtn-Replaced-Date (WS-Rtn-Sub)
                MOVE RM-REPLACED-RUN-ID
                    TO WS-Rtn-Replaced-Run-Id (WS-Rtn-Sub)
            ELSE
                MOVE "Y" TO WS-Rtn-Overflow
                MOVE "Y" TO WS-RtnMaster-EOF
            END-IF
    END-READ.

WRITE-RETURN-FILES.
*> One pass of the day's suspense file per region, each writing that
*> region's file. Rejects whose stream cannot be matched to STREAMS
*> are counted on the first pass and returned in a file of their own.
    IF WS-Stream-Count-Used = 0
        MOVE SPACES TO WS-Pass-Region
        MOVE "RETURN" TO WS-Stream-Prefix (1)
        MOVE 1 TO WS-Stream-Sub
        PERFORM WRITE-ONE-RETURN-FILE
    ELSE
        PERFORM WRITE-REGION-RETURN-FILE
            VARYING WS-Stream-Sub FROM 1 BY 1
            UNTIL WS-Stream-Sub > WS-Stream-Count-Used
                OR RETURN-CODE NOT = ZERO
        IF RETURN-CODE = ZERO AND WS-Unknown-Count > 0
            MOVE "UNKNOWN" TO WS-Pass-Region
            MOVE SPACES TO WS-Return-Filename
            STRING "RETURN." WS-Run-Date ".RTN"
                DELIMITED BY SIZE INTO WS-Return-Filename
            PERFORM WRITE-RETURN-FILE-BODY
        END-IF
    END-IF.

WRITE-REGION-RETURN-FILE.
    MOVE WS-Stream-Region (WS-Stream-Sub) TO WS-Pass-Region
    PERFORM WRITE-ONE-RETURN-FILE.

WRITE-ONE-RETURN-FILE.
    MOVE SPACES TO WS-Return-Filename
    STRING FUNCTION TRIM(WS-Stream-Prefix (WS-Stream-Sub))
        "." WS-Run-Date ".RTN"
        DELIMITED BY SIZE INTO WS-Return-Filename
    PERFORM WRITE-RETURN-FILE-BODY.

WRITE-RETURN-FILE-BODY.
*> The file is rewritten whole on a rerun; the master only gains
*> items it does not already hold for this date.
    MOVE 0 TO WS-File-Item-Count
    MOVE 0 TO WS-File-Value
    MOVE 0 TO WS-File-Unvalued
    OPEN OUTPUT ReturnFile
    IF WS-Return-Status NOT = "00"
        DISPLAY "REJRETURN: UNABLE TO OPEN " WS-Return-Filename
            ", STATUS=" WS-Return-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Return-Filename TO WS-Alert-File
        MOVE WS-Return-Status TO WS-Alert-FStat
        MOVE "UNABLE TO OPEN REJECT RETURN FILE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        MOVE SPACES TO RETURN-HEADER-RECORD
        MOVE "HEADER" TO RH-RECORD-TYPE
        MOVE WS-Run-Date TO RH-BUSINESS-DATE
        MOVE WS-Pass-Region TO RH-REGION
        MOVE WS-Run-Timestamp TO RH-RUN-ID
        WRITE RETURN-HEADER-RECORD
        IF WS-Suspense-Present = "Y"
            MOVE "N" TO WS-Suspense-EOF
            OPEN INPUT SuspenseFile
            PERFORM RETURN-ONE-SUSPENSE UNTIL WS-Suspense-EOF = "Y"
            CLOSE SuspenseFile
        END-IF
        MOVE SPACES TO RETURN-TRAILER-RECORD
        MOVE "TRAILER" TO RT-RECORD-TYPE
        MOVE WS-File-Item-Count TO RT-ITEM-COUNT
        MOVE WS-File-Value TO RT-VALUE-TOTAL
        MOVE WS-File-Unvalued TO RT-UNVALUED-COUNT
        WRITE RETURN-TRAILER-RECORD
        CLOSE ReturnFile
        ADD 1 TO WS-Return-Files
        MOVE WS-File-Value TO WS-Value-Display
        DISPLAY "REJRETURN: " WS-Return-Filename " "
            WS-File-Item-Count " ITEMS, VALUE " WS-Value-Display
    END-IF.

RETURN-ONE-SUSPENSE.
    READ SuspenseFile
        AT END
            MOVE "Y" TO WS-Suspense-EOF
        NOT AT END
            PERFORM RESOLVE-SUSPENSE-REGION
            IF WS-This-Region = "UNKNOWN" AND WS-Stream-Sub = 1
                ADD 1 TO WS-Unknown-Count
            END-IF
            IF WS-This-Region = WS-Pass-Region
                PERFORM WRITE-RETURN-ITEM
            END-IF
    END-READ.

RESOLVE-SUSPENSE-REGION.
*> On a multi-stream day positions 15-16 of the run-id carry the
*> stream's sequence on the STREAMS file; a single-feed day has no
*> region at all.
    MOVE SPACES TO WS-This-Region
    IF WS-Stream-Count-Used > 0
        MOVE "UNKNOWN" TO WS-This-Region
        MOVE SUSP-RUN-ID (15:2) TO WS-Stream-Seq-X
        IF WS-Stream-Seq-X IS NUMERIC
            IF WS-Stream-Seq > 0
                AND WS-Stream-Seq NOT > WS-Stream-Count-Used
                MOVE WS-Stream-Region (WS-Stream-Seq) TO WS-This-Region
            END-IF
        END-IF
    END-IF.

WRITE-RETURN-ITEM.
    MOVE SUSP-TRAN-DATA TO TRANSACTION-RECORD
    PERFORM DESCRIBE-REASON
    MOVE SPACES TO RETURN-ITEM-RECORD
    MOVE "RETURN" TO RI-RECORD-TYPE
    MOVE TRAN-ID TO RI-TRAN-ID
    MOVE SUSP-REASON-CODE TO RI-REASON-CODE
    MOVE WS-Reason-Text TO RI-REASON-TEXT
    MOVE TRAN-AMOUNT-X TO RI-TRAN-AMOUNT
    MOVE SUSP-RUN-ID TO RI-RUN-ID
    WRITE RETURN-ITEM-RECORD
    ADD 1 TO WS-File-Item-Count
    ADD 1 TO WS-Returned-Count
    IF (TRAN-AMOUNT-X (1:1) = "+" OR TRAN-AMOUNT-X (1:1) = "-")
        AND TRAN-AMOUNT-X (2:11) IS NUMERIC
        ADD TRAN-AMOUNT TO WS-File-Value
    ELSE
        ADD 1 TO WS-File-Unvalued
    END-IF
    IF SUSP-REASON-CODE NOT = "DUPL"
        AND TRAN-ID NOT = SPACES
        PERFORM TRACK-RETURNED-ITEM
    END-IF.

DESCRIBE-REASON.
    EVALUATE SUSP-REASON-CODE
        WHEN "NOID"
            MOVE "TRAN-ID MISSING" TO WS-Reason-Text
        WHEN "BADI"
            MOVE "TRAN-ID MALFORMED" TO WS-Reason-Text
        WHEN "NODT"
            MOVE "TRAN-DETAIL EMPTY" TO WS-Reason-Text
        WHEN "BADA"
            MOVE "AMOUNT NOT SIGNED NUMERIC" TO WS-Reason-Text
        WHEN "DUPL"
            MOVE "DUPLICATE TRAN-ID" TO WS-Reason-Text
        WHEN "RVNF"
            MOVE "REVERSED ORIGINAL NOT FOUND" TO WS-Reason-Text
        WHEN "RVRV"
            MOVE "ORIGINAL ALREADY REVERSED" TO WS-Reason-Text
        WHEN "RVAM"
            MOVE "REVERSAL AMOUNT MISMATCH" TO WS-Reason-Text
        WHEN "CCYU"
            MOVE "CURRENCY NOT RECOGNISED" TO WS-Reason-Text
        WHEN "CCYR"
            MOVE "NO FX RATE FOR BUSINESS DATE" TO WS-Reason-Text
        WHEN OTHER
            MOVE "UNLISTED REASON" TO WS-Reason-Text
    END-EVALUATE.

TRACK-RETURNED-ITEM.
    MOVE TRAN-ID TO WS-This-Tran-Id
    MOVE "N" TO WS-Rtn-Found
    PERFORM MATCH-SAME-DAY-RETURN
        VARYING WS-Rtn-Sub FROM 1 BY 1
        UNTIL WS-Rtn-Sub > WS-Rtn-Count-Used
            OR WS-Rtn-Found = "Y"
    IF WS-Rtn-Found = "N"
        IF WS-Rtn-Count-Used < 2000
            ADD 1 TO WS-Rtn-Count-Used
            MOVE WS-Rtn-Count-Used TO WS-Rtn-Sub
            MOVE WS-This-Tran-Id TO WS-Rtn-Tran-Id (WS-Rtn-Sub)
            MOVE WS-Pass-Region TO WS-Rtn-Region (WS-Rtn-Sub)
            MOVE WS-Run-Date TO WS-Rtn-Return-Date (WS-Rtn-Sub)
            MOVE SUSP-REASON-CODE TO WS-Rtn-Reason (WS-Rtn-Sub)
            MOVE SUSP-RUN-ID TO WS-Rtn-Run-Id (WS-Rtn-Sub)
            MOVE "O" TO WS-Rtn-Status (WS-Rtn-Sub)
            MOVE 0 TO WS-Rtn-Replaced-Date (WS-Rtn-Sub)
            MOVE SPACES TO WS-Rtn-Replaced-Run-Id (WS-Rtn-Sub)
            ADD 1 TO WS-Tracked-Count
        ELSE
            MOVE "Y" TO WS-Rtn-Overflow
        END-IF
    END-IF.

MATCH-SAME-DAY-RETURN.
    IF WS-Rtn-Tran-Id (WS-Rtn-Sub) = WS-This-Tran-Id
        AND WS-Rtn-Return-Date (WS-Rtn-Sub) = WS-Run-Date
        MOVE "Y" TO WS-Rtn-Found
    END-IF.

MARK-REPLACEMENTS.
*> A returned TRAN-ID accepted on the day's detail file has been
*> replaced by the provider. Run after today's returns are tracked,
*> so an item rejected and replaced on the same day is caught too.
*> Only the day's own detail is ever looked at, so a detail file
*> that is there but cannot be read stops the run before RTNMSTR
*> is rewritten; a day with no detail file simply replaced nothing.
    OPEN INPUT DetailFile
    EVALUATE WS-Detail-Status
        WHEN "00"
            PERFORM CHECK-DETAIL-REPLACEMENT UNTIL WS-Detail-EOF = "Y"
            CLOSE DetailFile
        WHEN "35"
            DISPLAY "REJRETURN: NO DETAIL FILE " WS-Detail-Filename
                ", STATUS=" WS-Detail-Status ", NO REPLACEMENTS TODAY"
        WHEN OTHER
            DISPLAY "REJRETURN: DETAIL FILE " WS-Detail-Filename
                " UNAVAILABLE, STATUS=" WS-Detail-Status
                ", RTNMSTR LEFT UNCHANGED"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Detail-Filename TO WS-Alert-File
            MOVE WS-Detail-Status TO WS-Alert-FStat
            MOVE "DETAIL FILE UNAVAILABLE, NO REPLACEMENTS"
                TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
    END-EVALUATE.

CHECK-DETAIL-REPLACEMENT.
    READ DetailFile
        AT END
            MOVE "Y" TO WS-Detail-EOF
        NOT AT END
            IF DTL-TRAILER-TYPE NOT = "TRAILER"
                MOVE DTL-TRAN-ID TO WS-This-Tran-Id
                PERFORM MARK-ONE-REPLACEMENT
                    VARYING WS-Rtn-Sub FROM 1 BY 1
                    UNTIL WS-Rtn-Sub > WS-Rtn-Count-Used
            END-IF
    END-READ.

MARK-ONE-REPLACEMENT.
    IF WS-Rtn-Status (WS-Rtn-Sub) = "O"
        AND WS-Rtn-Tran-Id (WS-Rtn-Sub) = WS-This-Tran-Id
        AND WS-Rtn-Return-Date (WS-Rtn-Sub) NOT > WS-Run-Date
        MOVE "R" TO WS-Rtn-Status (WS-Rtn-Sub)
        MOVE WS-Run-Date TO WS-Rtn-Replaced-Date (WS-Rtn-Sub)
        MOVE DTL-RUN-ID TO WS-Rtn-Replaced-Run-Id (WS-Rtn-Sub)
        ADD 1 TO WS-Replaced-Count
    END-IF.

REWRITE-RETURN-MASTER.
    OPEN OUTPUT ReturnMaster
    IF WS-RtnMaster-Status NOT = "00"
        DISPLAY "REJRETURN: ERROR REWRITING RETURN MASTER, STATUS="
            WS-RtnMaster-Status
        MOVE 16 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "RTNMSTR" TO WS-Alert-File
        MOVE WS-RtnMaster-Status TO WS-Alert-FStat
        MOVE "ERROR REWRITING RETURN MASTER" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        PERFORM WRITE-RETURN-MASTER-RECORD
            VARYING WS-Rtn-Sub FROM 1 BY 1
            UNTIL WS-Rtn-Sub > WS-Rtn-Count-Used
        CLOSE ReturnMaster
    END-IF.

WRITE-RETURN-MASTER-RECORD.
*> Replaced items are kept long enough for SuspWork to close their
*> suspense items; an item the provider never replaces is let go
*> after the longer period and is left to the suspense aging.
    IF WS-Rtn-Status (WS-Rtn-Sub) = "R"
        AND WS-Rtn-Replaced-Date (WS-Rtn-Sub) IS NUMERIC
        AND WS-Rtn-Replaced-Date (WS-Rtn-Sub) > 19000101
        COMPUTE WS-Entry-Age = WS-Run-Date-Integer -
            FUNCTION INTEGER-OF-DATE(WS-Rtn-Replaced-Date (WS-Rtn-Sub))
    ELSE
        IF WS-Rtn-Return-Date (WS-Rtn-Sub) IS NUMERIC
            AND WS-Rtn-Return-Date (WS-Rtn-Sub) > 19000101
            COMPUTE WS-Entry-Age = WS-Run-Date-Integer -
                FUNCTION INTEGER-OF-DATE(WS-Rtn-Return-Date (WS-Rtn-Sub))
        ELSE
            MOVE 0 TO WS-Entry-Age
        END-IF
    END-IF
    IF (WS-Rtn-Status (WS-Rtn-Sub) = "R"
            AND WS-Entry-Age > WS-Replaced-Retention)
        OR (WS-Rtn-Status (WS-Rtn-Sub) NOT = "R"
            AND WS-Entry-Age > WS-Open-Retention)
        ADD 1 TO WS-Dropped-Count
    ELSE
        MOVE SPACES TO RETURN-MASTER-RECORD
        MOVE WS-Rtn-Tran-Id (WS-Rtn-Sub) TO RM-TRAN-ID
        MOVE WS-Rtn-Region (WS-Rtn-Sub) TO RM-REGION
        MOVE WS-Rtn-Return-Date (WS-Rtn-Sub) TO RM-RETURN-DATE
        MOVE WS-Rtn-Reason (WS-Rtn-Sub) TO RM-REASON-CODE
        MOVE WS-Rtn-Run-Id (WS-Rtn-Sub) TO RM-RUN-ID
        MOVE WS-Rtn-Status (WS-Rtn-Sub) TO RM-STATUS
        MOVE WS-Rtn-Replaced-Date (WS-Rtn-Sub) TO RM-REPLACED-DATE
        MOVE WS-Rtn-Replaced-Run-Id (WS-Rtn-Sub) TO RM-REPLACED-RUN-ID
        WRITE RETURN-MASTER-RECORD
        IF WS-RtnMaster-Status NOT = "00"
            DISPLAY "REJRETURN: ERROR WRITING RETURN MASTER, STATUS="
                WS-RtnMaster-Status
            MOVE 16 TO RETURN-CODE
            MOVE WS-Rtn-Count-Used TO WS-Rtn-Sub
        ELSE
            ADD 1 TO WS-Kept-Count
        END-IF
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "RejReturn" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "REJRETURN: UNABLE TO WRITE AUDIT LOG, STATUS="
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
        MOVE "RejReturn" TO ALERT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO ALERT-RUN-ID
        MOVE WS-Alert-File TO ALERT-FILE-NAME
        MOVE WS-Alert-FStat TO ALERT-FILE-STATUS
        MOVE WS-Alert-Text TO ALERT-TEXT
        WRITE ALERT-RECORD
        CLOSE AlertFile
    ELSE
        DISPLAY "REJRETURN: UNABLE TO WRITE ALERT FILE, STATUS="
            WS-Alert-Status
    END-IF.
