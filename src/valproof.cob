       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ValProof.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StreamFile ASSIGN TO "STREAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.
    SELECT ControlFile ASSIGN TO "TRANCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-Status.
    SELECT FxRateFile ASSIGN TO "FXRATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FxRate-Status.
    SELECT DetailFile ASSIGN TO DYNAMIC WS-Detail-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Detail-Status.
    SELECT SuspenseFile ASSIGN TO DYNAMIC WS-Suspense-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Suspense-Status.
    SELECT HeldLogFile ASSIGN TO DYNAMIC WS-Held-Log-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Held-Log-Status.
    SELECT RequeueFile ASSIGN TO DYNAMIC WS-Requeue-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Requeue-Status.
    SELECT ReportFile ASSIGN TO DYNAMIC WS-Report-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.
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

FD ControlFile.
    COPY TRANCTL.

FD FxRateFile.
    COPY FXRATE.

FD DetailFile.
    COPY TRANDTL.

FD SuspenseFile.
    COPY SUSPREC.

FD HeldLogFile.
    COPY HOLDMST.

FD RequeueFile.
    COPY REQUEUE.

FD ReportFile.
01 REPORT-LINE PIC X(100).

FD RunControlFile.
    COPY RUNCTL.

FD AuditLog.
    COPY AUDITREC.

FD AlertFile.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
    COPY TRANSREC.
01 WS-Stream-Status PIC X(2).
01 WS-Control-Status PIC X(2).
01 WS-FxRate-Status PIC X(2).
01 WS-Detail-Status PIC X(2).
01 WS-Suspense-Status PIC X(2).
01 WS-Held-Log-Status PIC X(2).
01 WS-Requeue-Status PIC X(2).
01 WS-Report-Status PIC X(2).
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
01 WS-Detail-Filename PIC X(21) VALUE SPACES.
01 WS-Suspense-Filename PIC X(21) VALUE SPACES.
01 WS-Requeue-Filename PIC X(21) VALUE SPACES.
01 WS-Held-Log-Filename PIC X(21) VALUE SPACES.
01 WS-Report-Filename PIC X(21) VALUE SPACES.
01 WS-Stream-EOF PIC X VALUE "N".
01 WS-Control-EOF PIC X VALUE "N".
01 WS-FxRate-EOF PIC X VALUE "N".
01 WS-Detail-EOF PIC X VALUE "N".
01 WS-Suspense-EOF PIC X VALUE "N".
01 WS-Held-Log-EOF PIC X VALUE "N".
01 WS-Requeue-EOF PIC X VALUE "N".
01 WS-Stream-Count-Used PIC 9(2) VALUE 0.
01 WS-Region-Slots PIC 9(2) VALUE 1.
01 WS-Control-Records PIC 9(5) VALUE 0.
*> The proof is kept in slots: one per STREAMS region (slot 1 alone
*> on a single-feed day), then records whose run-id names no known
*> stream, the TRANRSUB and HOLDRLSE lines, and the day's total.
01 WS-Unknown-Slot PIC 9(2) VALUE 21.
01 WS-Resub-Slot PIC 9(2) VALUE 22.
01 WS-Release-Slot PIC 9(2) VALUE 23.
01 WS-Total-Slot PIC 9(2) VALUE 24.
01 WS-Proof-Table.
    05 WS-Prf-Entry OCCURS 24 TIMES.
        10 WS-Prf-Name PIC X(8).
        10 WS-Prf-Currency PIC X(3).
        10 WS-Prf-Latest-Run PIC X(16).
        10 WS-Prf-Ctl-Found PIC X(1).
        10 WS-Prf-Active PIC X(1).
        10 WS-Prf-In-Count PIC S9(7).
        10 WS-Prf-In-Amount PIC S9(11)V99.
        10 WS-Prf-Acc-Count PIC S9(7).
        10 WS-Prf-Acc-Amount PIC S9(11)V99.
        10 WS-Prf-Dup-Count PIC S9(7).
        10 WS-Prf-Dup-Amount PIC S9(11)V99.
        10 WS-Prf-Held-Count PIC S9(7).
        10 WS-Prf-Held-Amount PIC S9(11)V99.
        10 WS-Prf-Rej OCCURS 10 TIMES.
            15 WS-Prf-Rej-Count PIC S9(7).
            15 WS-Prf-Rej-Amount PIC S9(11)V99.
        10 WS-Prf-Out-Count PIC S9(7).
        10 WS-Prf-Out-Amount PIC S9(11)V99.
        10 WS-Prf-Diff-Count PIC S9(7).
        10 WS-Prf-Diff-Amount PIC S9(11)V99.
        10 WS-Prf-Unvalued PIC 9(7).
        10 WS-Prf-Dtl-Count PIC 9(7).
        10 WS-Prf-Trl-Count PIC 9(7).
        10 WS-Prf-Trl-Break PIC X(1).
        10 WS-Prf-Result PIC X(1).
01 WS-Slot PIC 9(2).
01 WS-Owner-Slot PIC 9(2).
01 WS-Queue-Slot PIC 9(2).
01 WS-Slot-Found PIC X.
*> Suspense reason codes as documented on SUSPREC; anything else
*> is carried as OTHR so no rejected item drops out of the proof.
01 WS-Reason-Values PIC X(40)
    VALUE "NOIDBADINODTBADARVNFRVRVRVAMCCYUCCYROTHR".
01 WS-Reason-Table REDEFINES WS-Reason-Values.
    05 WS-Rsn-Code PIC X(4) OCCURS 10 TIMES.
01 WS-Rsn-Sub PIC 9(2).
01 WS-Rsn-Wanted PIC X(4).
01 WS-Rsn-Found PIC X.
01 WS-Stream-Seq-X PIC X(2).
01 WS-Stream-Seq REDEFINES WS-Stream-Seq-X PIC 9(2).
01 WS-This-Run-Id PIC X(16).
01 WS-Pass PIC 9(1).
01 WS-Seg-Run-Id PIC X(16) VALUE SPACES.
01 WS-Seg-Count PIC 9(7) VALUE 0.
01 WS-Orphan-Trailers PIC 9(5) VALUE 0.
01 WS-Fx-Count-Used PIC 9(2) VALUE 0.
01 WS-Fx-Table.
    05 WS-Fx-Entry OCCURS 50 TIMES.
        10 WS-Fx-Currency PIC X(3).
        10 WS-Fx-Rate PIC 9(5)V9(6).
        10 WS-Fx-Dated PIC X(1).
01 WS-Fx-Sub PIC 9(2).
01 WS-Fx-Found PIC X.
01 WS-Fx-Wanted PIC X(3).
01 WS-Fx-Outcome PIC X(1).
01 WS-Fx-Rate-Now PIC 9(5)V9(6).
01 WS-Tran-Rate PIC 9(5)V9(6).
01 WS-Tran-Fx-Outcome PIC X(1).
01 WS-Val-Amount PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-Val-Amount-X REDEFINES WS-Val-Amount PIC X(12).
01 WS-Val-Currency PIC X(3).
01 WS-Val-Target PIC X(3).
01 WS-Val-Result PIC S9(11)V99.
01 WS-Val-Valued PIC X.
01 WS-Mixed-Currency PIC X VALUE "N".
01 WS-Proven-Count PIC 9(3) VALUE 0.
01 WS-Unexplained-Count PIC 9(3) VALUE 0.
01 WS-Slot-Label PIC X(40).
01 WS-Line-Label PIC X(32).
01 WS-Line-Count PIC S9(7).
01 WS-Line-Amount PIC S9(11)V99.
01 WS-Count-Display PIC -(8)9.
01 WS-Amount-Display PIC +Z,ZZZ,ZZZ,ZZ9.99.
01 WS-Amount-Text PIC X(18).
01 WS-Number-Display PIC Z(6)9.
01 WS-Number-Display-2 PIC Z(6)9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    PERFORM READ-RUN-CONTROL
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    STRING "TRANDTL." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Detail-Filename
    STRING "SUSPENSE." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Suspense-Filename
    STRING "REQUEUE." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Requeue-Filename
    STRING "HELDLOG." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Held-Log-Filename
    STRING "VALPROOF." WS-Run-Date ".RPT" DELIMITED BY SIZE
        INTO WS-Report-Filename
    PERFORM CLEAR-PROOF-ENTRY
        VARYING WS-Slot FROM 1 BY 1 UNTIL WS-Slot > 24
    PERFORM LOAD-STREAM-TABLE
    PERFORM LOAD-EXCHANGE-RATES
    PERFORM LOAD-CONTROL-TOTALS
*> Pass 1 finds each region's latest run on the day's files; pass 2
*> tallies only that run, so the records a failed attempt left
*> behind before a restart are not proved twice.
    MOVE 1 TO WS-Pass
    IF RETURN-CODE = ZERO
        PERFORM SCAN-OUTCOME-FILES
    END-IF
    MOVE 2 TO WS-Pass
    IF RETURN-CODE = ZERO
        PERFORM SCAN-OUTCOME-FILES
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM EVALUATE-ONE-SLOT
            VARYING WS-Slot FROM 1 BY 1 UNTIL WS-Slot > 23
        PERFORM EVALUATE-DAY-TOTAL
        PERFORM WRITE-PROOF-SHEET
        PERFORM REPORT-PROOF-RESULT
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
                    DISPLAY "VALPROOF: BUSINESS DATE OVERRIDDEN TO "
                        WS-Run-Date " BY RUN CONTROL"
                END-IF
        END-READ
        CLOSE RunControlFile
    END-IF.

CLEAR-PROOF-ENTRY.
    MOVE SPACES TO WS-Prf-Name (WS-Slot)
    MOVE SPACES TO WS-Prf-Currency (WS-Slot)
    MOVE SPACES TO WS-Prf-Latest-Run (WS-Slot)
    MOVE "N" TO WS-Prf-Ctl-Found (WS-Slot)
    MOVE "N" TO WS-Prf-Active (WS-Slot)
    MOVE 0 TO WS-Prf-In-Count (WS-Slot)
    MOVE 0 TO WS-Prf-In-Amount (WS-Slot)
    MOVE 0 TO WS-Prf-Acc-Count (WS-Slot)
    MOVE 0 TO WS-Prf-Acc-Amount (WS-Slot)
    MOVE 0 TO WS-Prf-Dup-Count (WS-Slot)
    MOVE 0 TO WS-Prf-Dup-Amount (WS-Slot)
    MOVE 0 TO WS-Prf-Held-Count (WS-Slot)
    MOVE 0 TO WS-Prf-Held-Amount (WS-Slot)
    PERFORM CLEAR-REASON-ENTRY
        VARYING WS-Rsn-Sub FROM 1 BY 1 UNTIL WS-Rsn-Sub > 10
    MOVE 0 TO WS-Prf-Out-Count (WS-Slot)
    MOVE 0 TO WS-Prf-Out-Amount (WS-Slot)
    MOVE 0 TO WS-Prf-Diff-Count (WS-Slot)
    MOVE 0 TO WS-Prf-Diff-Amount (WS-Slot)
    MOVE 0 TO WS-Prf-Unvalued (WS-Slot)
    MOVE 0 TO WS-Prf-Dtl-Count (WS-Slot)
    MOVE 0 TO WS-Prf-Trl-Count (WS-Slot)
    MOVE "N" TO WS-Prf-Trl-Break (WS-Slot)
    MOVE "P" TO WS-Prf-Result (WS-Slot).

CLEAR-REASON-ENTRY.
    MOVE 0 TO WS-Prf-Rej-Count (WS-Slot, WS-Rsn-Sub)
    MOVE 0 TO WS-Prf-Rej-Amount (WS-Slot, WS-Rsn-Sub).

LOAD-STREAM-TABLE.
*> Without a STREAMS file the day is one feed, proved in slot 1
*> in the base currency.
    OPEN INPUT StreamFile
    IF WS-Stream-Status = "00"
        PERFORM READ-STREAM-RECORD UNTIL WS-Stream-EOF = "Y"
        CLOSE StreamFile
    END-IF
    IF WS-Stream-Count-Used > 0
        MOVE WS-Stream-Count-Used TO WS-Region-Slots
    END-IF
    MOVE "UNKNOWN" TO WS-Prf-Name (WS-Unknown-Slot)
    MOVE "TRANRSUB" TO WS-Prf-Name (WS-Resub-Slot)
    MOVE "HOLDRLSE" TO WS-Prf-Name (WS-Release-Slot)
    MOVE "ALL" TO WS-Prf-Name (WS-Total-Slot).

READ-STREAM-RECORD.
    READ StreamFile
        AT END
            MOVE "Y" TO WS-Stream-EOF
        NOT AT END
            IF WS-Stream-Count-Used < 20
                ADD 1 TO WS-Stream-Count-Used
                MOVE STREAM-REGION
                    TO WS-Prf-Name (WS-Stream-Count-Used)
                MOVE STREAM-CURRENCY
                    TO WS-Prf-Currency (WS-Stream-Count-Used)
            ELSE
                DISPLAY "VALPROOF: STREAM TABLE FULL, REGION "
                    STREAM-REGION " NOT PROVED"
            END-IF
    END-READ.

LOAD-EXCHANGE-RATES.
*> The same rates TranBal valued the feed with, so an item quoted
*> in another currency is carried at exactly the value it was
*> balanced at.
    OPEN INPUT FxRateFile
    IF WS-FxRate-Status = "00"
        PERFORM READ-EXCHANGE-RATE UNTIL WS-FxRate-EOF = "Y"
        CLOSE FxRateFile
    ELSE
        DISPLAY "VALPROOF: NO EXCHANGE-RATE FILE, STATUS="
            WS-FxRate-Status ", BASE CURRENCY ONLY"
    END-IF.

READ-EXCHANGE-RATE.
    READ FxRateFile
        AT END
            MOVE "Y" TO WS-FxRate-EOF
        NOT AT END
            IF FX-CURRENCY NOT = SPACES
                MOVE FX-CURRENCY TO WS-Fx-Wanted
                MOVE "N" TO WS-Fx-Found
                PERFORM MATCH-EXCHANGE-CURRENCY
                    VARYING WS-Fx-Sub FROM 1 BY 1
                    UNTIL WS-Fx-Sub > WS-Fx-Count-Used
                        OR WS-Fx-Found = "Y"
                IF WS-Fx-Found = "Y"
                    SUBTRACT 1 FROM WS-Fx-Sub
                ELSE
                    IF WS-Fx-Count-Used < 50
                        ADD 1 TO WS-Fx-Count-Used
                        MOVE WS-Fx-Count-Used TO WS-Fx-Sub
                        MOVE FX-CURRENCY TO WS-Fx-Currency (WS-Fx-Sub)
                        MOVE 0 TO WS-Fx-Rate (WS-Fx-Sub)
                        MOVE "N" TO WS-Fx-Dated (WS-Fx-Sub)
                        MOVE "Y" TO WS-Fx-Found
                    ELSE
                        DISPLAY "VALPROOF: EXCHANGE-RATE TABLE FULL,"
                            " CURRENCY " FX-CURRENCY " NOT LOADED"
                    END-IF
                END-IF
                IF WS-Fx-Found = "Y"
                    AND FX-RATE-DATE = WS-Run-Date
                    AND FX-RATE-TO-BASE IS NUMERIC
                    AND FX-RATE-TO-BASE > 0
                    MOVE FX-RATE-TO-BASE TO WS-Fx-Rate (WS-Fx-Sub)
                    MOVE "Y" TO WS-Fx-Dated (WS-Fx-Sub)
                END-IF
            END-IF
    END-READ.

MATCH-EXCHANGE-CURRENCY.
    IF WS-Fx-Currency (WS-Fx-Sub) = WS-Fx-Wanted
        MOVE "Y" TO WS-Fx-Found
    END-IF.

LOOKUP-EXCHANGE-RATE.
*> WS-Fx-Outcome: B = base currency (no code), Y = rate found,
*> U = unknown currency, R = no rate for the business date.
    MOVE 1 TO WS-Fx-Rate-Now
    IF WS-Fx-Wanted = SPACES
        MOVE "B" TO WS-Fx-Outcome
    ELSE
        MOVE "U" TO WS-Fx-Outcome
        MOVE "N" TO WS-Fx-Found
        PERFORM MATCH-EXCHANGE-CURRENCY
            VARYING WS-Fx-Sub FROM 1 BY 1
            UNTIL WS-Fx-Sub > WS-Fx-Count-Used
                OR WS-Fx-Found = "Y"
        IF WS-Fx-Found = "Y"
            SUBTRACT 1 FROM WS-Fx-Sub
            IF WS-Fx-Dated (WS-Fx-Sub) = "Y"
                MOVE "Y" TO WS-Fx-Outcome
                MOVE WS-Fx-Rate (WS-Fx-Sub) TO WS-Fx-Rate-Now
            ELSE
                MOVE "R" TO WS-Fx-Outcome
            END-IF
        END-IF
    END-IF.

LOAD-CONTROL-TOTALS.
*> What came in is what the sender said it sent, already proved
*> against the feed by TranBal.
    OPEN INPUT ControlFile
    IF WS-Control-Status = "00"
        PERFORM READ-CONTROL-RECORD UNTIL WS-Control-EOF = "Y"
        CLOSE ControlFile
    ELSE
        DISPLAY "VALPROOF: CONTROL FILE UNAVAILABLE, STATUS="
            WS-Control-Status ", NOTHING TO PROVE AGAINST"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "TRANCTL" TO WS-Alert-File
        MOVE WS-Control-Status TO WS-Alert-FStat
        MOVE "CONTROL FILE UNAVAILABLE, NO PROOF" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

READ-CONTROL-RECORD.
    READ ControlFile
        AT END
            MOVE "Y" TO WS-Control-EOF
        NOT AT END
            ADD 1 TO WS-Control-Records
            IF WS-Stream-Count-Used = 0
                IF WS-Control-Records = 1
                    MOVE 1 TO WS-Slot
                    PERFORM TAKE-CONTROL-TOTALS
                END-IF
            ELSE
                MOVE "N" TO WS-Slot-Found
                PERFORM MATCH-CONTROL-REGION
                    VARYING WS-Slot FROM 1 BY 1
                    UNTIL WS-Slot > WS-Stream-Count-Used
                        OR WS-Slot-Found = "Y"
                IF WS-Slot-Found = "Y"
                    SUBTRACT 1 FROM WS-Slot
                    PERFORM TAKE-CONTROL-TOTALS
                ELSE
                    DISPLAY "VALPROOF: CONTROL RECORD FOR REGION "
                        CTL-REGION " HAS NO STREAM, IGNORED"
                END-IF
            END-IF
    END-READ.

MATCH-CONTROL-REGION.
    IF WS-Prf-Name (WS-Slot) = CTL-REGION
        MOVE "Y" TO WS-Slot-Found
    END-IF.

TAKE-CONTROL-TOTALS.
    MOVE "Y" TO WS-Prf-Ctl-Found (WS-Slot)
    MOVE CTL-EXPECTED-COUNT TO WS-Prf-In-Count (WS-Slot)
    MOVE CTL-AMOUNT-TOTAL TO WS-Prf-In-Amount (WS-Slot).

SCAN-OUTCOME-FILES.
    MOVE "N" TO WS-Detail-EOF
    MOVE "N" TO WS-Suspense-EOF
    MOVE "N" TO WS-Held-Log-EOF
    MOVE "N" TO WS-Requeue-EOF
    MOVE SPACES TO WS-Seg-Run-Id
    MOVE 0 TO WS-Seg-Count
    PERFORM SCAN-DETAIL-FILE
    IF RETURN-CODE = ZERO
        PERFORM SCAN-SUSPENSE-FILE
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM SCAN-HELD-LOG
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM SCAN-REQUEUE-FILE
    END-IF.

RESOLVE-RECORD-SLOT.
*> On a multi-stream day positions 15-16 of the run-id carry the
*> stream's sequence on the STREAMS file; a single-feed day has
*> only slot 1.
    MOVE 1 TO WS-Slot
    IF WS-Stream-Count-Used > 0
        MOVE WS-Unknown-Slot TO WS-Slot
        MOVE WS-This-Run-Id (15:2) TO WS-Stream-Seq-X
        IF WS-Stream-Seq-X IS NUMERIC
            IF WS-Stream-Seq > 0
                AND WS-Stream-Seq NOT > WS-Stream-Count-Used
                MOVE WS-Stream-Seq TO WS-Slot
            END-IF
        END-IF
    END-IF.

NOTE-LATEST-RUN.
    PERFORM RESOLVE-RECORD-SLOT
    IF WS-This-Run-Id > WS-Prf-Latest-Run (WS-Slot)
        MOVE WS-This-Run-Id TO WS-Prf-Latest-Run (WS-Slot)
    END-IF.

VALUE-ITEM.
*> An item is valued in its region's currency exactly as TranBal
*> valued it; an unreadable amount or a currency with no rate was
*> left out of the control total there and is left out here.
    MOVE 0 TO WS-Val-Result
    MOVE "N" TO WS-Val-Valued
    IF (WS-Val-Amount-X (1:1) = "+" OR WS-Val-Amount-X (1:1) = "-")
        AND WS-Val-Amount-X (2:11) IS NUMERIC
        IF WS-Val-Currency = SPACES
            OR WS-Val-Currency = WS-Val-Target
            MOVE WS-Val-Amount TO WS-Val-Result
            MOVE "Y" TO WS-Val-Valued
        ELSE
            MOVE WS-Val-Currency TO WS-Fx-Wanted
            PERFORM LOOKUP-EXCHANGE-RATE
            MOVE WS-Fx-Outcome TO WS-Tran-Fx-Outcome
            MOVE WS-Fx-Rate-Now TO WS-Tran-Rate
            MOVE WS-Val-Target TO WS-Fx-Wanted
            PERFORM LOOKUP-EXCHANGE-RATE
            IF WS-Tran-Fx-Outcome NOT = "U"
                AND WS-Tran-Fx-Outcome NOT = "R"
                AND WS-Fx-Outcome NOT = "U" AND WS-Fx-Outcome NOT = "R"
                COMPUTE WS-Val-Result ROUNDED
                    = WS-Val-Amount * WS-Tran-Rate / WS-Fx-Rate-Now
                MOVE "Y" TO WS-Val-Valued
            END-IF
        END-IF
    END-IF.

SCAN-DETAIL-FILE.
    OPEN INPUT DetailFile
    IF WS-Detail-Status = "00"
        PERFORM READ-DETAIL-RECORD UNTIL WS-Detail-EOF = "Y"
        CLOSE DetailFile
        IF WS-Pass = 2
            PERFORM CLOSE-DETAIL-SEGMENT
        END-IF
    ELSE
        IF WS-Detail-Status NOT = "35"
            DISPLAY "VALPROOF: DETAIL FILE UNAVAILABLE, STATUS="
                WS-Detail-Status ", CANNOT PROVE THE DAY"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Detail-Filename TO WS-Alert-File
            MOVE WS-Detail-Status TO WS-Alert-FStat
            MOVE "DETAIL FILE UNAVAILABLE, NO PROOF" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

READ-DETAIL-RECORD.
*> Each regional stream closes its stretch of the detail file with
*> its own trailer, so the trailers are proved stretch by stretch.
    READ DetailFile
        AT END
            MOVE "Y" TO WS-Detail-EOF
        NOT AT END
            IF DTL-TRAILER-TYPE = "TRAILER"
                IF WS-Pass = 2
                    PERFORM CHECK-DETAIL-TRAILER
                END-IF
            ELSE
                MOVE DTL-RUN-ID TO WS-This-Run-Id
                IF WS-Pass = 1
                    PERFORM NOTE-LATEST-RUN
                ELSE
                    PERFORM TALLY-DETAIL-RECORD
                END-IF
            END-IF
    END-READ.

TALLY-DETAIL-RECORD.
    IF DTL-RUN-ID NOT = WS-Seg-Run-Id
        PERFORM CLOSE-DETAIL-SEGMENT
        MOVE DTL-RUN-ID TO WS-Seg-Run-Id
    END-IF
    ADD 1 TO WS-Seg-Count
    PERFORM RESOLVE-RECORD-SLOT
    IF WS-This-Run-Id = WS-Prf-Latest-Run (WS-Slot)
        MOVE "Y" TO WS-Prf-Active (WS-Slot)
        ADD 1 TO WS-Prf-Acc-Count (WS-Slot)
        ADD 1 TO WS-Prf-Dtl-Count (WS-Slot)
        MOVE DTL-TRAN-AMOUNT TO WS-Val-Amount-X
        MOVE DTL-CURRENCY TO WS-Val-Currency
        MOVE WS-Prf-Currency (WS-Slot) TO WS-Val-Target
        PERFORM VALUE-ITEM
        IF WS-Val-Valued = "Y"
            ADD WS-Val-Result TO WS-Prf-Acc-Amount (WS-Slot)
        ELSE
            ADD 1 TO WS-Prf-Unvalued (WS-Slot)
        END-IF
    END-IF.

CLOSE-DETAIL-SEGMENT.
*> Detail records with no trailer of their own: only a problem
*> when they belong to the run being proved.
    IF WS-Seg-Count > 0
        MOVE WS-Seg-Run-Id TO WS-This-Run-Id
        PERFORM RESOLVE-RECORD-SLOT
        IF WS-This-Run-Id = WS-Prf-Latest-Run (WS-Slot)
            MOVE "Y" TO WS-Prf-Trl-Break (WS-Slot)
        END-IF
    END-IF
    MOVE SPACES TO WS-Seg-Run-Id
    MOVE 0 TO WS-Seg-Count.

CHECK-DETAIL-TRAILER.
    IF WS-Seg-Count = 0
        IF DTL-TRAILER-COUNT > 0
            ADD 1 TO WS-Orphan-Trailers
        END-IF
    ELSE
        MOVE WS-Seg-Run-Id TO WS-This-Run-Id
        PERFORM RESOLVE-RECORD-SLOT
        IF WS-This-Run-Id = WS-Prf-Latest-Run (WS-Slot)
            ADD DTL-TRAILER-COUNT TO WS-Prf-Trl-Count (WS-Slot)
            IF DTL-TRAILER-COUNT NOT = WS-Seg-Count
                MOVE "Y" TO WS-Prf-Trl-Break (WS-Slot)
            END-IF
        END-IF
    END-IF
    MOVE SPACES TO WS-Seg-Run-Id
    MOVE 0 TO WS-Seg-Count.

SCAN-SUSPENSE-FILE.
    OPEN INPUT SuspenseFile
    IF WS-Suspense-Status = "00"
        PERFORM READ-SUSPENSE-RECORD UNTIL WS-Suspense-EOF = "Y"
        CLOSE SuspenseFile
    ELSE
        IF WS-Suspense-Status NOT = "35"
            DISPLAY "VALPROOF: SUSPENSE FILE UNAVAILABLE, STATUS="
                WS-Suspense-Status ", CANNOT PROVE THE DAY"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Suspense-Filename TO WS-Alert-File
            MOVE WS-Suspense-Status TO WS-Alert-FStat
            MOVE "SUSPENSE FILE UNAVAILABLE, NO PROOF" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

READ-SUSPENSE-RECORD.
    READ SuspenseFile
        AT END
            MOVE "Y" TO WS-Suspense-EOF
        NOT AT END
            MOVE SUSP-RUN-ID TO WS-This-Run-Id
            IF WS-Pass = 1
                PERFORM NOTE-LATEST-RUN
            ELSE
                PERFORM TALLY-SUSPENSE-RECORD
            END-IF
    END-READ.

TALLY-SUSPENSE-RECORD.
    PERFORM RESOLVE-RECORD-SLOT
    IF WS-This-Run-Id = WS-Prf-Latest-Run (WS-Slot)
        MOVE "Y" TO WS-Prf-Active (WS-Slot)
        MOVE SUSP-TRAN-DATA TO TRANSACTION-RECORD
        MOVE TRAN-AMOUNT-X TO WS-Val-Amount-X
        MOVE TRAN-CURRENCY TO WS-Val-Currency
        MOVE WS-Prf-Currency (WS-Slot) TO WS-Val-Target
        PERFORM VALUE-ITEM
        IF WS-Val-Valued = "N"
            ADD 1 TO WS-Prf-Unvalued (WS-Slot)
        END-IF
        IF SUSP-REASON-CODE = "DUPL"
            ADD 1 TO WS-Prf-Dup-Count (WS-Slot)
            ADD WS-Val-Result TO WS-Prf-Dup-Amount (WS-Slot)
        ELSE
            MOVE SUSP-REASON-CODE TO WS-Rsn-Wanted
            PERFORM FIND-REASON-CODE
            ADD 1 TO WS-Prf-Rej-Count (WS-Slot, WS-Rsn-Sub)
            ADD WS-Val-Result TO WS-Prf-Rej-Amount (WS-Slot, WS-Rsn-Sub)
        END-IF
    END-IF.

FIND-REASON-CODE.
    MOVE "N" TO WS-Rsn-Found
    PERFORM MATCH-REASON-CODE
        VARYING WS-Rsn-Sub FROM 1 BY 1
        UNTIL WS-Rsn-Sub > 9 OR WS-Rsn-Found = "Y"
    IF WS-Rsn-Found = "Y"
        SUBTRACT 1 FROM WS-Rsn-Sub
    ELSE
        MOVE 10 TO WS-Rsn-Sub
    END-IF.

MATCH-REASON-CODE.
    IF WS-Rsn-Code (WS-Rsn-Sub) = WS-Rsn-Wanted
        MOVE "Y" TO WS-Rsn-Found
    END-IF.

SCAN-HELD-LOG.
*> Held items are proved from the dated held log, not HOLDMSTR:
*> HoldRel rewrites the master without the items it releases or
*> declines, so the master only shows what is still held.
    OPEN INPUT HeldLogFile
    IF WS-Held-Log-Status = "00"
        PERFORM READ-HOLD-RECORD UNTIL WS-Held-Log-EOF = "Y"
        CLOSE HeldLogFile
    ELSE
        IF WS-Held-Log-Status NOT = "35"
            DISPLAY "VALPROOF: HELD LOG UNAVAILABLE, STATUS="
                WS-Held-Log-Status ", CANNOT PROVE THE DAY"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Held-Log-Filename TO WS-Alert-File
            MOVE WS-Held-Log-Status TO WS-Alert-FStat
            MOVE "HELD LOG UNAVAILABLE, NO PROOF" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

READ-HOLD-RECORD.
    READ HeldLogFile
        AT END
            MOVE "Y" TO WS-Held-Log-EOF
        NOT AT END
            MOVE HM-RUN-ID TO WS-This-Run-Id
            IF WS-Pass = 1
                PERFORM NOTE-LATEST-RUN
            ELSE
                PERFORM TALLY-HOLD-RECORD
            END-IF
    END-READ.

TALLY-HOLD-RECORD.
    PERFORM RESOLVE-RECORD-SLOT
    IF WS-This-Run-Id = WS-Prf-Latest-Run (WS-Slot)
        MOVE "Y" TO WS-Prf-Active (WS-Slot)
        MOVE HM-TRAN-DATA TO TRANSACTION-RECORD
        MOVE TRAN-AMOUNT-X TO WS-Val-Amount-X
        MOVE TRAN-CURRENCY TO WS-Val-Currency
        MOVE WS-Prf-Currency (WS-Slot) TO WS-Val-Target
        PERFORM VALUE-ITEM
        IF WS-Val-Valued = "N"
            ADD 1 TO WS-Prf-Unvalued (WS-Slot)
        END-IF
        ADD 1 TO WS-Prf-Held-Count (WS-Slot)
        ADD WS-Val-Result TO WS-Prf-Held-Amount (WS-Slot)
    END-IF.

SCAN-REQUEUE-FILE.
    OPEN INPUT RequeueFile
    IF WS-Requeue-Status = "00"
        PERFORM READ-REQUEUE-RECORD UNTIL WS-Requeue-EOF = "Y"
        CLOSE RequeueFile
    ELSE
        IF WS-Requeue-Status NOT = "35"
            DISPLAY "VALPROOF: REQUEUE LOG UNAVAILABLE, STATUS="
                WS-Requeue-Status ", CANNOT PROVE THE DAY"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Requeue-Filename TO WS-Alert-File
            MOVE WS-Requeue-Status TO WS-Alert-FStat
            MOVE "REQUEUE LOG UNAVAILABLE, NO PROOF" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

READ-REQUEUE-RECORD.
    READ RequeueFile
        AT END
            MOVE "Y" TO WS-Requeue-EOF
        NOT AT END
            MOVE RQ-RUN-ID TO WS-This-Run-Id
            IF WS-Pass = 1
                PERFORM NOTE-LATEST-RUN
            ELSE
                PERFORM TALLY-REQUEUE-RECORD
            END-IF
    END-READ.

TALLY-REQUEUE-RECORD.
*> Resubmitted and released items ride in on the last stream's run
*> but were never on its control totals. Each is moved out of that
*> region's figures onto its own TRANRSUB or HOLDRLSE line, valued
*> in the same currency so the region still proves to the cent.
    PERFORM RESOLVE-RECORD-SLOT
    IF WS-This-Run-Id = WS-Prf-Latest-Run (WS-Slot)
        MOVE WS-Slot TO WS-Owner-Slot
        IF RQ-SOURCE = "HOLDRLSE"
            MOVE WS-Release-Slot TO WS-Queue-Slot
        ELSE
            MOVE WS-Resub-Slot TO WS-Queue-Slot
        END-IF
        MOVE "Y" TO WS-Prf-Active (WS-Queue-Slot)
        MOVE "Y" TO WS-Prf-Ctl-Found (WS-Queue-Slot)
        MOVE WS-Prf-Currency (WS-Owner-Slot)
            TO WS-Prf-Currency (WS-Queue-Slot)
        MOVE WS-This-Run-Id TO WS-Prf-Latest-Run (WS-Queue-Slot)
        MOVE RQ-TRAN-DATA TO TRANSACTION-RECORD
        MOVE TRAN-AMOUNT-X TO WS-Val-Amount-X
        MOVE TRAN-CURRENCY TO WS-Val-Currency
        MOVE WS-Prf-Currency (WS-Owner-Slot) TO WS-Val-Target
        PERFORM VALUE-ITEM
        ADD 1 TO WS-Prf-In-Count (WS-Queue-Slot)
        ADD WS-Val-Result TO WS-Prf-In-Amount (WS-Queue-Slot)
        EVALUATE RQ-OUTCOME
            WHEN "ACPT"
                ADD 1 TO WS-Prf-Acc-Count (WS-Queue-Slot)
                ADD WS-Val-Result TO WS-Prf-Acc-Amount (WS-Queue-Slot)
                SUBTRACT 1 FROM WS-Prf-Acc-Count (WS-Owner-Slot)
                SUBTRACT WS-Val-Result
                    FROM WS-Prf-Acc-Amount (WS-Owner-Slot)
            WHEN "HELD"
                ADD 1 TO WS-Prf-Held-Count (WS-Queue-Slot)
                ADD WS-Val-Result TO WS-Prf-Held-Amount (WS-Queue-Slot)
                SUBTRACT 1 FROM WS-Prf-Held-Count (WS-Owner-Slot)
                SUBTRACT WS-Val-Result
                    FROM WS-Prf-Held-Amount (WS-Owner-Slot)
            WHEN "DUPL"
                ADD 1 TO WS-Prf-Dup-Count (WS-Queue-Slot)
                ADD WS-Val-Result TO WS-Prf-Dup-Amount (WS-Queue-Slot)
                SUBTRACT 1 FROM WS-Prf-Dup-Count (WS-Owner-Slot)
                SUBTRACT WS-Val-Result
                    FROM WS-Prf-Dup-Amount (WS-Owner-Slot)
            WHEN OTHER
                MOVE RQ-OUTCOME TO WS-Rsn-Wanted
                PERFORM FIND-REASON-CODE
                ADD 1 TO WS-Prf-Rej-Count (WS-Queue-Slot, WS-Rsn-Sub)
                ADD WS-Val-Result
                    TO WS-Prf-Rej-Amount (WS-Queue-Slot, WS-Rsn-Sub)
                SUBTRACT 1
                    FROM WS-Prf-Rej-Count (WS-Owner-Slot, WS-Rsn-Sub)
                SUBTRACT WS-Val-Result
                    FROM WS-Prf-Rej-Amount (WS-Owner-Slot, WS-Rsn-Sub)
        END-EVALUATE
    END-IF.

EVALUATE-ONE-SLOT.
*> Every stream region is proved, worked or not; the other lines
*> only when something landed on them. Whatever went in must come
*> out as accepted, rejected, duplicate or held, by count and by
*> money, and the detail trailers must agree with the detail.
    IF WS-Slot NOT > WS-Region-Slots
        MOVE "Y" TO WS-Prf-Active (WS-Slot)
    END-IF
    IF WS-Prf-Active (WS-Slot) = "Y"
        PERFORM SUM-SLOT-OUTCOMES
        COMPUTE WS-Prf-Diff-Count (WS-Slot)
            = WS-Prf-In-Count (WS-Slot) - WS-Prf-Out-Count (WS-Slot)
        COMPUTE WS-Prf-Diff-Amount (WS-Slot)
            = WS-Prf-In-Amount (WS-Slot) - WS-Prf-Out-Amount (WS-Slot)
        IF WS-Prf-Dtl-Count (WS-Slot) NOT = WS-Prf-Trl-Count (WS-Slot)
            MOVE "Y" TO WS-Prf-Trl-Break (WS-Slot)
        END-IF
        EVALUATE TRUE
            WHEN WS-Prf-Ctl-Found (WS-Slot) = "N"
                MOVE "C" TO WS-Prf-Result (WS-Slot)
            WHEN WS-Prf-Diff-Count (WS-Slot) NOT = 0
                OR WS-Prf-Diff-Amount (WS-Slot) NOT = 0
                MOVE "D" TO WS-Prf-Result (WS-Slot)
            WHEN WS-Prf-Trl-Break (WS-Slot) = "Y"
                MOVE "T" TO WS-Prf-Result (WS-Slot)
            WHEN OTHER
                MOVE "P" TO WS-Prf-Result (WS-Slot)
        END-EVALUATE
        IF WS-Prf-Result (WS-Slot) = "P"
            ADD 1 TO WS-Proven-Count
        ELSE
            ADD 1 TO WS-Unexplained-Count
        END-IF
        PERFORM ADD-SLOT-TO-TOTAL
        IF WS-Slot NOT > WS-Region-Slots
            AND WS-Prf-Currency (WS-Slot) NOT = WS-Prf-Currency (1)
            MOVE "Y" TO WS-Mixed-Currency
        END-IF
    END-IF.

SUM-SLOT-OUTCOMES.
    COMPUTE WS-Prf-Out-Count (WS-Slot) = WS-Prf-Acc-Count (WS-Slot)
        + WS-Prf-Dup-Count (WS-Slot) + WS-Prf-Held-Count (WS-Slot)
    COMPUTE WS-Prf-Out-Amount (WS-Slot) = WS-Prf-Acc-Amount (WS-Slot)
        + WS-Prf-Dup-Amount (WS-Slot) + WS-Prf-Held-Amount (WS-Slot)
    PERFORM ADD-REASON-TO-OUTCOMES
        VARYING WS-Rsn-Sub FROM 1 BY 1 UNTIL WS-Rsn-Sub > 10.

ADD-REASON-TO-OUTCOMES.
    ADD WS-Prf-Rej-Count (WS-Slot, WS-Rsn-Sub)
        TO WS-Prf-Out-Count (WS-Slot)
    ADD WS-Prf-Rej-Amount (WS-Slot, WS-Rsn-Sub)
        TO WS-Prf-Out-Amount (WS-Slot).

ADD-SLOT-TO-TOTAL.
    ADD WS-Prf-In-Count (WS-Slot) TO WS-Prf-In-Count (WS-Total-Slot)
    ADD WS-Prf-In-Amount (WS-Slot) TO WS-Prf-In-Amount (WS-Total-Slot)
    ADD WS-Prf-Acc-Count (WS-Slot) TO WS-Prf-Acc-Count (WS-Total-Slot)
    ADD WS-Prf-Acc-Amount (WS-Slot)
        TO WS-Prf-Acc-Amount (WS-Total-Slot)
    ADD WS-Prf-Dup-Count (WS-Slot) TO WS-Prf-Dup-Count (WS-Total-Slot)
    ADD WS-Prf-Dup-Amount (WS-Slot)
        TO WS-Prf-Dup-Amount (WS-Total-Slot)
    ADD WS-Prf-Held-Count (WS-Slot)
        TO WS-Prf-Held-Count (WS-Total-Slot)
    ADD WS-Prf-Held-Amount (WS-Slot)
        TO WS-Prf-Held-Amount (WS-Total-Slot)
    PERFORM ADD-REASON-TO-TOTAL
        VARYING WS-Rsn-Sub FROM 1 BY 1 UNTIL WS-Rsn-Sub > 10
    ADD WS-Prf-Unvalued (WS-Slot) TO WS-Prf-Unvalued (WS-Total-Slot)
    ADD WS-Prf-Dtl-Count (WS-Slot) TO WS-Prf-Dtl-Count (WS-Total-Slot)
    ADD WS-Prf-Trl-Count (WS-Slot) TO WS-Prf-Trl-Count (WS-Total-Slot)
    IF WS-Prf-Trl-Break (WS-Slot) = "Y"
        MOVE "Y" TO WS-Prf-Trl-Break (WS-Total-Slot)
    END-IF.

ADD-REASON-TO-TOTAL.
    ADD WS-Prf-Rej-Count (WS-Slot, WS-Rsn-Sub)
        TO WS-Prf-Rej-Count (WS-Total-Slot, WS-Rsn-Sub)
    ADD WS-Prf-Rej-Amount (WS-Slot, WS-Rsn-Sub)
        TO WS-Prf-Rej-Amount (WS-Total-Slot, WS-Rsn-Sub).

EVALUATE-DAY-TOTAL.
*> Across regions in different currencies the money is proved
*> region by region only; the day's total proves the counts.
    MOVE WS-Total-Slot TO WS-Slot
    MOVE "Y" TO WS-Prf-Active (WS-Slot)
    MOVE "Y" TO WS-Prf-Ctl-Found (WS-Slot)
    PERFORM SUM-SLOT-OUTCOMES
    COMPUTE WS-Prf-Diff-Count (WS-Slot)
        = WS-Prf-In-Count (WS-Slot) - WS-Prf-Out-Count (WS-Slot)
    COMPUTE WS-Prf-Diff-Amount (WS-Slot)
        = WS-Prf-In-Amount (WS-Slot) - WS-Prf-Out-Amount (WS-Slot)
    IF WS-Mixed-Currency = "Y"
        MOVE 0 TO WS-Prf-Diff-Amount (WS-Slot)
    ELSE
        MOVE WS-Prf-Currency (1) TO WS-Prf-Currency (WS-Slot)
    END-IF
    IF WS-Orphan-Trailers > 0
        MOVE "Y" TO WS-Prf-Trl-Break (WS-Slot)
        ADD 1 TO WS-Unexplained-Count
    END-IF
    EVALUATE TRUE
        WHEN WS-Prf-Diff-Count (WS-Slot) NOT = 0
            OR WS-Prf-Diff-Amount (WS-Slot) NOT = 0
            MOVE "D" TO WS-Prf-Result (WS-Slot)
        WHEN WS-Prf-Trl-Break (WS-Slot) = "Y"
            MOVE "T" TO WS-Prf-Result (WS-Slot)
        WHEN WS-Unexplained-Count > 0
            MOVE "D" TO WS-Prf-Result (WS-Slot)
        WHEN OTHER
            MOVE "P" TO WS-Prf-Result (WS-Slot)
    END-EVALUATE.

WRITE-PROOF-SHEET.
    OPEN OUTPUT ReportFile
    IF WS-Report-Status = "00"
        MOVE SPACES TO REPORT-LINE
        STRING "END-TO-END VALUE PROOF - BUSINESS DATE " WS-Run-Date
            "  RUN " WS-Run-Timestamp
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "IN FROM TRANCTL, TRANRSUB AND HOLDRLSE, OUT TO TRANDTL,"
            " SUSPENSE AND HELDLOG"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        PERFORM WRITE-SLOT-BLOCK
            VARYING WS-Slot FROM 1 BY 1 UNTIL WS-Slot > 24
        PERFORM WRITE-SIGN-OFF
        CLOSE ReportFile
        DISPLAY "VALPROOF: PROOF SHEET WRITTEN TO " WS-Report-Filename
    ELSE
        DISPLAY "VALPROOF: ERROR OPENING REPORT FILE, STATUS="
            WS-Report-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Report-Filename TO WS-Alert-File
        MOVE WS-Report-Status TO WS-Alert-FStat
        MOVE "UNABLE TO WRITE VALUE PROOF SHEET" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

WRITE-SLOT-BLOCK.
    IF WS-Prf-Active (WS-Slot) = "Y"
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO WS-Slot-Label
        EVALUATE TRUE
            WHEN WS-Slot = WS-Total-Slot
                MOVE "TOTAL FOR THE DAY" TO WS-Slot-Label
            WHEN WS-Slot = WS-Resub-Slot
                MOVE "RESUBMITTED FROM TRANRSUB" TO WS-Slot-Label
            WHEN WS-Slot = WS-Release-Slot
                MOVE "RELEASED FROM HOLDRLSE" TO WS-Slot-Label
            WHEN WS-Prf-Name (WS-Slot) = SPACES
                MOVE "REGION ALL" TO WS-Slot-Label
            WHEN OTHER
                STRING "REGION " WS-Prf-Name (WS-Slot)
                    DELIMITED BY SIZE INTO WS-Slot-Label
        END-EVALUATE
        MOVE SPACES TO REPORT-LINE
        IF WS-Slot = WS-Total-Slot
            IF WS-Mixed-Currency = "Y"
                STRING WS-Slot-Label "CURRENCY MIXED"
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING WS-Slot-Label "CURRENCY " WS-Prf-Currency (WS-Slot)
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF
        ELSE
            STRING WS-Slot-Label "CURRENCY " WS-Prf-Currency (WS-Slot)
                "  RUN " WS-Prf-Latest-Run (WS-Slot)
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
        MOVE "                                       COUNT"
            TO REPORT-LINE
        MOVE "AMOUNT" TO REPORT-LINE (58:6)
        WRITE REPORT-LINE
        EVALUATE TRUE
            WHEN WS-Slot = WS-Resub-Slot OR WS-Slot = WS-Release-Slot
                MOVE "IN   TAKEN IN BY HANDLER" TO WS-Line-Label
            WHEN WS-Slot = WS-Total-Slot
                MOVE "IN   CONTROL TOTALS AND REQUEUED" TO WS-Line-Label
            WHEN WS-Prf-Ctl-Found (WS-Slot) = "Y"
                MOVE "IN   TRANCTL CONTROL TOTALS" TO WS-Line-Label
            WHEN OTHER
                MOVE "IN   NO CONTROL RECORD" TO WS-Line-Label
        END-EVALUATE
        MOVE WS-Prf-In-Count (WS-Slot) TO WS-Line-Count
        MOVE WS-Prf-In-Amount (WS-Slot) TO WS-Line-Amount
        PERFORM WRITE-PROOF-LINE
        MOVE "OUT  ACCEPTED TO TRANDTL" TO WS-Line-Label
        MOVE WS-Prf-Acc-Count (WS-Slot) TO WS-Line-Count
        MOVE WS-Prf-Acc-Amount (WS-Slot) TO WS-Line-Amount
        PERFORM WRITE-PROOF-LINE
        PERFORM WRITE-REASON-LINE
            VARYING WS-Rsn-Sub FROM 1 BY 1 UNTIL WS-Rsn-Sub > 10
        MOVE "OUT  DUPLICATES EXCLUDED DUPL" TO WS-Line-Label
        MOVE WS-Prf-Dup-Count (WS-Slot) TO WS-Line-Count
        MOVE WS-Prf-Dup-Amount (WS-Slot) TO WS-Line-Amount
        PERFORM WRITE-PROOF-LINE
        MOVE "OUT  HELD FOR RELEASE" TO WS-Line-Label
        MOVE WS-Prf-Held-Count (WS-Slot) TO WS-Line-Count
        MOVE WS-Prf-Held-Amount (WS-Slot) TO WS-Line-Amount
        PERFORM WRITE-PROOF-LINE
        MOVE "     ACCOUNTED FOR" TO WS-Line-Label
        MOVE WS-Prf-Out-Count (WS-Slot) TO WS-Line-Count
        MOVE WS-Prf-Out-Amount (WS-Slot) TO WS-Line-Amount
        PERFORM WRITE-PROOF-LINE
        MOVE "     UNEXPLAINED DIFFERENCE" TO WS-Line-Label
        MOVE WS-Prf-Diff-Count (WS-Slot) TO WS-Line-Count
        MOVE WS-Prf-Diff-Amount (WS-Slot) TO WS-Line-Amount
        PERFORM WRITE-PROOF-LINE
        PERFORM WRITE-SLOT-NOTES
    END-IF.

WRITE-REASON-LINE.
    IF WS-Prf-Rej-Count (WS-Slot, WS-Rsn-Sub) NOT = 0
        OR WS-Prf-Rej-Amount (WS-Slot, WS-Rsn-Sub) NOT = 0
        MOVE SPACES TO WS-Line-Label
        STRING "OUT  REJECTED TO SUSPENSE " WS-Rsn-Code (WS-Rsn-Sub)
            DELIMITED BY SIZE INTO WS-Line-Label
        MOVE WS-Prf-Rej-Count (WS-Slot, WS-Rsn-Sub) TO WS-Line-Count
        MOVE WS-Prf-Rej-Amount (WS-Slot, WS-Rsn-Sub) TO WS-Line-Amount
        PERFORM WRITE-PROOF-LINE
    END-IF.

WRITE-PROOF-LINE.
    MOVE WS-Line-Count TO WS-Count-Display
    IF WS-Slot = WS-Total-Slot AND WS-Mixed-Currency = "Y"
        MOVE SPACES TO WS-Amount-Text
    ELSE
        MOVE WS-Line-Amount TO WS-Amount-Display
        MOVE WS-Amount-Display TO WS-Amount-Text
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "  " WS-Line-Label WS-Count-Display "  " WS-Amount-Text
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-SLOT-NOTES.
    IF WS-Slot NOT = WS-Resub-Slot AND WS-Slot NOT = WS-Release-Slot
        MOVE WS-Prf-Dtl-Count (WS-Slot) TO WS-Number-Display
        MOVE WS-Prf-Trl-Count (WS-Slot) TO WS-Number-Display-2
        MOVE SPACES TO REPORT-LINE
        IF WS-Prf-Trl-Break (WS-Slot) = "Y"
            STRING "  TRANDTL TRAILERS DO NOT AGREE: DETAIL "
                WS-Number-Display ", TRAILERS " WS-Number-Display-2
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            STRING "  TRANDTL TRAILERS AGREE WITH DETAIL, RECORDS "
                WS-Number-Display
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
    END-IF
    IF WS-Slot = WS-Total-Slot AND WS-Orphan-Trailers > 0
        MOVE WS-Orphan-Trailers TO WS-Number-Display
        MOVE SPACES TO REPORT-LINE
        STRING "  " WS-Number-Display " TRANDTL TRAILERS WITH NO DETAIL"
            " RECORDS AHEAD OF THEM"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-Prf-Unvalued (WS-Slot) > 0
        MOVE WS-Prf-Unvalued (WS-Slot) TO WS-Number-Display
        MOVE SPACES TO REPORT-LINE
        STRING "  " WS-Number-Display " ITEMS CARRY NO VALUE (AMOUNT"
            " UNREADABLE OR NO RATE), COUNTED ONLY"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-Slot = WS-Total-Slot AND WS-Mixed-Currency = "Y"
        MOVE SPACES TO REPORT-LINE
        STRING "  REGIONS TRADE IN DIFFERENT CURRENCIES, MONEY IS PROVED"
            " REGION BY REGION" DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    EVALUATE WS-Prf-Result (WS-Slot)
        WHEN "P"
            MOVE "  PROOF: IN BALANCE" TO REPORT-LINE
        WHEN "C"
            MOVE "  PROOF: *** NO CONTROL TOTALS TO PROVE AGAINST ***"
                TO REPORT-LINE
        WHEN "T"
            MOVE "  PROOF: *** TRAILERS DO NOT AGREE WITH DETAIL ***"
                TO REPORT-LINE
        WHEN OTHER
            MOVE "  PROOF: *** UNEXPLAINED DIFFERENCE ***"
                TO REPORT-LINE
    END-EVALUATE
    WRITE REPORT-LINE.

WRITE-SIGN-OFF.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "PROOF PREPARED BY ValProof RUN " WS-Run-Timestamp
        ": " WS-Proven-Count " PROVEN, " WS-Unexplained-Count
        " UNEXPLAINED"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-Unexplained-Count = 0
        MOVE "RESULT: VALUE PROVED END TO END, THE DAY MAY BE CLOSED"
            TO REPORT-LINE
    ELSE
        MOVE "RESULT: *** NOT PROVED, DAY CLOSE IS BLOCKED ***"
            TO REPORT-LINE
    END-IF
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "REVIEWED BY ______________________   DATE __________"
        TO REPORT-LINE
    WRITE REPORT-LINE.

REPORT-PROOF-RESULT.
*> Any unexplained difference fails the step, and DayClose will not
*> close a business date without a clean proof on the audit log.
    PERFORM ALERT-ONE-SLOT
        VARYING WS-Slot FROM 1 BY 1 UNTIL WS-Slot > 23
    IF WS-Orphan-Trailers > 0
        DISPLAY "VALPROOF: " WS-Orphan-Trailers " TRANDTL TRAILERS"
            " WITH NO DETAIL RECORDS"
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Detail-Filename TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "TRAILER WITH NO DETAIL RECORDS" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF WS-Unexplained-Count > 0
        DISPLAY "VALPROOF: " WS-Unexplained-Count " PROOFS NOT IN"
            " BALANCE FOR " WS-Run-Date ", DAY CLOSE BLOCKED"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY "VALPROOF: " WS-Proven-Count " PROOFS IN BALANCE FOR "
            WS-Run-Date
    END-IF.

ALERT-ONE-SLOT.
    IF WS-Prf-Active (WS-Slot) = "Y" AND WS-Prf-Result (WS-Slot) NOT = "P"
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Report-Filename TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE SPACES TO WS-Alert-Text
        MOVE WS-Prf-Name (WS-Slot) TO WS-Slot-Label
        IF WS-Slot-Label = SPACES
            MOVE "ALL" TO WS-Slot-Label
        END-IF
        EVALUATE WS-Prf-Result (WS-Slot)
            WHEN "C"
                STRING "NO CONTROL RECORD, REGION " WS-Slot-Label
                    DELIMITED BY SIZE INTO WS-Alert-Text
            WHEN "D"
                STRING "UNEXPLAINED DIFFERENCE, REGION " WS-Slot-Label
                    DELIMITED BY SIZE INTO WS-Alert-Text
        END-EVALUATE
        IF WS-Alert-Text NOT = SPACES
            DISPLAY "VALPROOF: " WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
        IF WS-Prf-Trl-Break (WS-Slot) = "Y"
            MOVE WS-Detail-Filename TO WS-Alert-File
            MOVE SPACES TO WS-Alert-Text
            STRING "TRAILER MISMATCH, REGION " WS-Slot-Label
                DELIMITED BY SIZE INTO WS-Alert-Text
            DISPLAY "VALPROOF: " WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "ValProof" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "VALPROOF: UNABLE TO WRITE AUDIT LOG, STATUS="
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
        MOVE "ValProof" TO ALERT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO ALERT-RUN-ID
        MOVE WS-Alert-File TO ALERT-FILE-NAME
        MOVE WS-Alert-FStat TO ALERT-FILE-STATUS
        MOVE WS-Alert-Text TO ALERT-TEXT
        WRITE ALERT-RECORD
        CLOSE AlertFile
    ELSE
        DISPLAY "VALPROOF: UNABLE TO WRITE ALERT FILE, STATUS="
            WS-Alert-Status
    END-IF.
