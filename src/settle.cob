       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. Settle.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StreamFile ASSIGN TO "STREAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.
    SELECT DetailFile ASSIGN TO DYNAMIC WS-Detail-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Detail-Status.
    SELECT InstructionFile ASSIGN TO DYNAMIC WS-Instruction-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Instruction-Status.
    SELECT SettlementMaster ASSIGN TO "SETLMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SetlMaster-Status.
    SELECT DayCloseFile ASSIGN TO "DAYCLOSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DayClose-Status.
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

FD InstructionFile.
    COPY SETLINS.

FD SettlementMaster.
    COPY SETLMST.

FD DayCloseFile.
    COPY DAYCLS.

FD RunControlFile.
    COPY RUNCTL.

FD AuditLog.
    COPY AUDITREC.

FD AlertFile.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 WS-Stream-Status PIC X(2).
01 WS-Detail-Status PIC X(2).
01 WS-Instruction-Status PIC X(2).
01 WS-SetlMaster-Status PIC X(2).
01 WS-DayClose-Status PIC X(2).
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
01 WS-Instruction-Filename PIC X(21).
01 WS-Stream-EOF PIC X VALUE "N".
01 WS-Detail-EOF PIC X VALUE "N".
01 WS-Close-EOF PIC X VALUE "N".
01 WS-Master-EOF PIC X VALUE "N".
01 WS-Day-Closed PIC X VALUE "N".
01 WS-Already-Issued PIC X VALUE "N".
01 WS-Stream-Count-Used PIC 9(2) VALUE 0.
01 WS-Stream-Table.
    05 WS-Stream-Region PIC X(8) OCCURS 20 TIMES.
01 WS-Stream-Seq-X PIC X(2).
01 WS-Stream-Seq REDEFINES WS-Stream-Seq-X PIC 9(2).
01 WS-This-Run-Id PIC X(16).
01 WS-This-Region PIC X(8).
01 WS-Settle-Count-Used PIC 9(2) VALUE 0.
01 WS-Settle-Table.
    05 WS-Settle-Entry OCCURS 21 TIMES.
        10 WS-Stl-Region PIC X(8).
        10 WS-Stl-Count PIC 9(7).
        10 WS-Stl-Amount PIC S9(13)V99.
01 WS-Settle-Sub PIC 9(2).
01 WS-Settle-Found PIC X.
01 WS-Dtl-Amount PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-Dtl-Amount-X REDEFINES WS-Dtl-Amount PIC X(12).
01 WS-Detail-Count PIC 9(7) VALUE 0.
01 WS-Bad-Amount-Count PIC 9(7) VALUE 0.
01 WS-Unknown-Count PIC 9(7) VALUE 0.
01 WS-Instruction-Count PIC 9(5) VALUE 0.
01 WS-Instruction-Seq PIC 9(4).
01 WS-Instruction-Id PIC X(12).
01 WS-Value-Total PIC S9(15)V99 VALUE 0.
01 WS-Amount-Display PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Total-Display PIC +ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    PERFORM READ-RUN-CONTROL
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    STRING "TRANDTL." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Detail-Filename
    STRING "SETTLE." WS-Run-Date ".DAT" DELIMITED BY SIZE
        INTO WS-Instruction-Filename
    PERFORM CHECK-DAY-CLOSED
    IF WS-Day-Closed = "N"
        DISPLAY "SETTLE: BUSINESS DATE " WS-Run-Date " IS NOT"
            " CLOSED - RUN DAYCLOSE FIRST, SETTLEMENT REFUSED"
        MOVE 8 TO RETURN-CODE
        MOVE 2 TO WS-Alert-Severity
        MOVE "DAYCLOSE" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "DAY NOT CLOSED, SETTLEMENT REFUSED" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
        PERFORM APPEND-AUDIT-RECORD
        GOBACK
    END-IF
    PERFORM CHECK-ALREADY-ISSUED
    IF WS-Already-Issued = "Y"
        DISPLAY "SETTLE: INSTRUCTIONS FOR " WS-Run-Date " ALREADY"
            " ISSUED ON SETLMST, NOTHING TO DO"
        PERFORM APPEND-AUDIT-RECORD
        GOBACK
    END-IF
    PERFORM LOAD-STREAM-TABLE
    PERFORM NET-DETAIL-FILE
    IF RETURN-CODE = ZERO
        PERFORM CHECK-NETTING-COMPLETE
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM WRITE-INSTRUCTION-FILE
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM RECORD-SETTLEMENT-MASTER
    END-IF
    IF RETURN-CODE = ZERO
        MOVE WS-Value-Total TO WS-Total-Display
        DISPLAY "SETTLE: " WS-Instruction-Count " INSTRUCTIONS FOR "
            WS-Detail-Count " ACCEPTED TRANSACTIONS WRITTEN TO "
            WS-Instruction-Filename
        DISPLAY "SETTLE: NET VALUE " WS-Total-Display
            ", RECORDED ON SETLMST AWAITING TREASURY CONFIRMATION"
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
                    DISPLAY "SETTLE: BUSINESS DATE OVERRIDDEN TO "
                        WS-Run-Date " BY RUN CONTROL"
                END-IF
        END-READ
        CLOSE RunControlFile
    END-IF.

CHECK-DAY-CLOSED.
    OPEN INPUT DayCloseFile
    IF WS-DayClose-Status = "00"
        PERFORM SCAN-DAY-CLOSE-RECORD UNTIL WS-Close-EOF = "Y"
        CLOSE DayCloseFile
    END-IF.

SCAN-DAY-CLOSE-RECORD.
    READ DayCloseFile
        AT END
            MOVE "Y" TO WS-Close-EOF
        NOT AT END
            IF DC-BUSINESS-DATE = WS-Run-Date AND DC-STATUS = "C"
                MOVE "Y" TO WS-Day-Closed
            END-IF
    END-READ.

CHECK-ALREADY-ISSUED.
*> Treasury acts on every instruction it receives, so a rerun for a
*> date already on the master must not send the money twice.
    OPEN INPUT SettlementMaster
    IF WS-SetlMaster-Status = "00"
        PERFORM SCAN-SETTLEMENT-MASTER UNTIL WS-Master-EOF = "Y"
        CLOSE SettlementMaster
    END-IF.

SCAN-SETTLEMENT-MASTER.
    READ SettlementMaster
        AT END
            MOVE "Y" TO WS-Master-EOF
        NOT AT END
            IF SM-BUSINESS-DATE = WS-Run-Date
                MOVE "Y" TO WS-Already-Issued
            END-IF
    END-READ.

LOAD-STREAM-TABLE.
*> Every region on STREAMS gets an instruction, even one that had no
*> accepted activity, so treasury can tell a quiet region from a
*> missing one. A single-feed day settles as the one region ALL.
    OPEN INPUT StreamFile
    IF WS-Stream-Status = "00"
        PERFORM READ-STREAM-RECORD UNTIL WS-Stream-EOF = "Y"
        CLOSE StreamFile
    END-IF
    IF WS-Stream-Count-Used = 0
        MOVE "ALL" TO WS-This-Region
        PERFORM FIND-SETTLE-ENTRY
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
                MOVE STREAM-REGION TO WS-This-Region
                PERFORM FIND-SETTLE-ENTRY
            END-IF
    END-READ.

NET-DETAIL-FILE.
    OPEN INPUT DetailFile
    IF WS-Detail-Status = "00"
        PERFORM READ-DETAIL-RECORD UNTIL WS-Detail-EOF = "Y"
        CLOSE DetailFile
    ELSE
        IF WS-Detail-Status = "35"
            DISPLAY "SETTLE: NO DETAIL FILE " WS-Detail-Filename
                ", NO ACCEPTED TRANSACTIONS TO SETTLE"
        ELSE
            DISPLAY "SETTLE: DETAIL FILE UNAVAILABLE, STATUS="
                WS-Detail-Status ", SETTLEMENT NOT ISSUED"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Detail-Filename TO WS-Alert-File
            MOVE WS-Detail-Status TO WS-Alert-FStat
            MOVE "DETAIL FILE UNAVAILABLE, NOT SETTLED"
                TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

READ-DETAIL-RECORD.
*> A multi-stream day appends one trailer per region, so every
*> TRAILER record is skipped, not just the last. Settlement is in
*> base currency; detail written before currencies were carried has
*> no base amount and is already base.
    READ DetailFile
        AT END
            MOVE "Y" TO WS-Detail-EOF
        NOT AT END
            IF DTL-TRAILER-TYPE NOT = "TRAILER"
                ADD 1 TO WS-Detail-Count
                MOVE DTL-RUN-ID TO WS-This-Run-Id
                PERFORM RESOLVE-RECORD-REGION
                PERFORM FIND-SETTLE-ENTRY
                IF DTL-BASE-AMOUNT = SPACES
                    MOVE DTL-TRAN-AMOUNT TO WS-Dtl-Amount-X
                ELSE
                    MOVE DTL-BASE-AMOUNT TO WS-Dtl-Amount-X
                END-IF
                IF (WS-Dtl-Amount-X (1:1) = "+"
                    OR WS-Dtl-Amount-X (1:1) = "-")
                    AND WS-Dtl-Amount-X (2:11) IS NUMERIC
                    ADD 1 TO WS-Stl-Count (WS-Settle-Sub)
                    ADD WS-Dtl-Amount TO WS-Stl-Amount (WS-Settle-Sub)
                ELSE
                    ADD 1 TO WS-Bad-Amount-Count
                    DISPLAY "SETTLE: TRAN-ID " DTL-TRAN-ID " AMOUNT '"
                        WS-Dtl-Amount-X "' NOT NUMERIC"
                END-IF
            END-IF
    END-READ.

RESOLVE-RECORD-REGION.
*> On a multi-stream day positions 15-16 of the run-id carry the
*> stream's sequence on the STREAMS file.
    IF WS-Stream-Count-Used = 0
        MOVE "ALL" TO WS-This-Region
    ELSE
        MOVE "UNKNOWN" TO WS-This-Region
        MOVE WS-This-Run-Id (15:2) TO WS-Stream-Seq-X
        IF WS-Stream-Seq-X IS NUMERIC
            IF WS-Stream-Seq > 0
                AND WS-Stream-Seq NOT > WS-Stream-Count-Used
                MOVE WS-Stream-Region (WS-Stream-Seq) TO WS-This-Region
            END-IF
        END-IF
        IF WS-This-Region = "UNKNOWN"
            ADD 1 TO WS-Unknown-Count
        END-IF
    END-IF.

FIND-SETTLE-ENTRY.
    MOVE "N" TO WS-Settle-Found
    PERFORM MATCH-SETTLE-ENTRY
        VARYING WS-Settle-Sub FROM 1 BY 1
        UNTIL WS-Settle-Sub > WS-Settle-Count-Used
            OR WS-Settle-Found = "Y"
    IF WS-Settle-Found = "Y"
        SUBTRACT 1 FROM WS-Settle-Sub
    ELSE
        ADD 1 TO WS-Settle-Count-Used
        MOVE WS-Settle-Count-Used TO WS-Settle-Sub
        MOVE WS-This-Region TO WS-Stl-Region (WS-Settle-Sub)
        MOVE 0 TO WS-Stl-Count (WS-Settle-Sub)
        MOVE 0 TO WS-Stl-Amount (WS-Settle-Sub)
    END-IF.

MATCH-SETTLE-ENTRY.
    IF WS-Stl-Region (WS-Settle-Sub) = WS-This-Region
        MOVE "Y" TO WS-Settle-Found
    END-IF.

CHECK-NETTING-COMPLETE.
*> Money cannot be moved on a net that is knowingly wrong: an
*> unreadable amount or a record that cannot be tied to a region
*> stops the file from going to treasury at all.
    IF WS-Bad-Amount-Count > 0
        DISPLAY "SETTLE: " WS-Bad-Amount-Count " DETAIL RECORDS WITH"
            " AN UNREADABLE AMOUNT, SETTLEMENT NOT ISSUED"
        MOVE 8 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Detail-Filename TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "UNREADABLE AMOUNT, SETTLEMENT NOT ISSUED"
            TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF WS-Unknown-Count > 0
        DISPLAY "SETTLE: " WS-Unknown-Count " DETAIL RECORDS MATCH NO"
            " REGION ON STREAMS, SETTLEMENT NOT ISSUED"
        MOVE 8 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "STREAMS" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "DETAIL REGION UNKNOWN, NOT SETTLED" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

WRITE-INSTRUCTION-FILE.
    OPEN OUTPUT InstructionFile
    IF WS-Instruction-Status NOT = "00"
        DISPLAY "SETTLE: ERROR OPENING INSTRUCTION FILE, STATUS="
            WS-Instruction-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Instruction-Filename TO WS-Alert-File
        MOVE WS-Instruction-Status TO WS-Alert-FStat
        MOVE "ERROR OPENING INSTRUCTION FILE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        MOVE SPACES TO SETTLEMENT-HEADER-RECORD
        MOVE "HEADER" TO SH-RECORD-TYPE
        MOVE WS-Run-Date TO SH-BUSINESS-DATE
        MOVE WS-Run-Timestamp TO SH-RUN-ID
        MOVE "DISCOBOL" TO SH-SENDER
        WRITE SETTLEMENT-HEADER-RECORD
        PERFORM CHECK-INSTRUCTION-WRITE
        PERFORM WRITE-ONE-INSTRUCTION
            VARYING WS-Settle-Sub FROM 1 BY 1
            UNTIL WS-Settle-Sub > WS-Settle-Count-Used
                OR RETURN-CODE NOT = ZERO
        IF RETURN-CODE = ZERO
            MOVE SPACES TO SETTLEMENT-TRAILER-RECORD
            MOVE "TRAILER" TO ST-RECORD-TYPE
            MOVE WS-Instruction-Count TO ST-INSTRUCTION-COUNT
            MOVE WS-Value-Total TO ST-VALUE-TOTAL
            WRITE SETTLEMENT-TRAILER-RECORD
            PERFORM CHECK-INSTRUCTION-WRITE
        END-IF
        CLOSE InstructionFile
    END-IF.

WRITE-ONE-INSTRUCTION.
    ADD 1 TO WS-Instruction-Count
    MOVE WS-Instruction-Count TO WS-Instruction-Seq
    MOVE SPACES TO WS-Instruction-Id
    STRING WS-Run-Date WS-Instruction-Seq DELIMITED BY SIZE
        INTO WS-Instruction-Id
    MOVE SPACES TO SETTLEMENT-INSTRUCTION-RECORD
    MOVE "INSTRUC" TO SI-RECORD-TYPE
    MOVE WS-Instruction-Id TO SI-INSTRUCTION-ID
    MOVE WS-Stl-Region (WS-Settle-Sub) TO SI-REGION
    EVALUATE TRUE
        WHEN WS-Stl-Amount (WS-Settle-Sub) > 0
            MOVE "P" TO SI-DIRECTION
        WHEN WS-Stl-Amount (WS-Settle-Sub) < 0
            MOVE "R" TO SI-DIRECTION
        WHEN OTHER
            MOVE "N" TO SI-DIRECTION
    END-EVALUATE
    MOVE WS-Stl-Amount (WS-Settle-Sub) TO SI-NET-AMOUNT
    MOVE WS-Stl-Count (WS-Settle-Sub) TO SI-TRAN-COUNT
    ADD WS-Stl-Amount (WS-Settle-Sub) TO WS-Value-Total
    WRITE SETTLEMENT-INSTRUCTION-RECORD
    PERFORM CHECK-INSTRUCTION-WRITE
    MOVE WS-Stl-Amount (WS-Settle-Sub) TO WS-Amount-Display
    DISPLAY "SETTLE: " WS-Instruction-Id " " SI-REGION " "
        SI-DIRECTION " " WS-Amount-Display " (" SI-TRAN-COUNT
        " TRANSACTIONS)".

CHECK-INSTRUCTION-WRITE.
    IF WS-Instruction-Status NOT = "00"
        DISPLAY "SETTLE: ERROR WRITING INSTRUCTION FILE, STATUS="
            WS-Instruction-Status
        MOVE 16 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Instruction-Filename TO WS-Alert-File
        MOVE WS-Instruction-Status TO WS-Alert-FStat
        MOVE "ERROR WRITING INSTRUCTION FILE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

RECORD-SETTLEMENT-MASTER.
*> Only a complete instruction file is recorded, so SetlAck never
*> chases treasury for an instruction it was not sent.
    OPEN EXTEND SettlementMaster
    IF WS-SetlMaster-Status = "35"
        OPEN OUTPUT SettlementMaster
    END-IF
    IF WS-SetlMaster-Status = "00"
        MOVE 0 TO WS-Instruction-Seq
        PERFORM APPEND-ONE-MASTER-RECORD
            VARYING WS-Settle-Sub FROM 1 BY 1
            UNTIL WS-Settle-Sub > WS-Settle-Count-Used
        CLOSE SettlementMaster
    ELSE
        DISPLAY "SETTLE: UNABLE TO RECORD INSTRUCTIONS ON SETLMST,"
            " STATUS=" WS-SetlMaster-Status
        MOVE 16 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "SETLMST" TO WS-Alert-File
        MOVE WS-SetlMaster-Status TO WS-Alert-FStat
        MOVE "UNABLE TO RECORD SETTLEMENT" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

APPEND-ONE-MASTER-RECORD.
    ADD 1 TO WS-Instruction-Seq
    MOVE SPACES TO SETTLEMENT-MASTER-RECORD
    STRING WS-Run-Date WS-Instruction-Seq DELIMITED BY SIZE
        INTO SM-INSTRUCTION-ID
    MOVE WS-Run-Date TO SM-BUSINESS-DATE
    MOVE WS-Stl-Region (WS-Settle-Sub) TO SM-REGION
    MOVE WS-Stl-Amount (WS-Settle-Sub) TO SM-NET-AMOUNT
    MOVE "P" TO SM-STATUS
    MOVE 0 TO SM-CONFIRM-DATE
    WRITE SETTLEMENT-MASTER-RECORD
    IF WS-SetlMaster-Status NOT = "00"
        DISPLAY "SETTLE: ERROR WRITING SETLMST, STATUS="
            WS-SetlMaster-Status
        MOVE 16 TO RETURN-CODE
        MOVE WS-Settle-Count-Used TO WS-Settle-Sub
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "Settle" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "SETTLE: UNABLE TO WRITE AUDIT LOG, STATUS="
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
        MOVE "Settle" TO ALERT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO ALERT-RUN-ID
        MOVE WS-Alert-File TO ALERT-FILE-NAME
        MOVE WS-Alert-FStat TO ALERT-FILE-STATUS
        MOVE WS-Alert-Text TO ALERT-TEXT
        WRITE ALERT-RECORD
        CLOSE AlertFile
    ELSE
        DISPLAY "SETTLE: UNABLE TO WRITE ALERT FILE, STATUS="
            WS-Alert-Status
    END-IF.
