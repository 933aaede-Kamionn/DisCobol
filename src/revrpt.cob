       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RevRpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DetailFile ASSIGN TO DYNAMIC WS-Detail-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Detail-Status.
    SELECT SuspenseFile ASSIGN TO DYNAMIC WS-Suspense-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Suspense-Status.
    SELECT TranMasterFile ASSIGN TO "TRANMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TM-TRAN-ID
        FILE STATUS IS WS-TranMaster-Status.
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
FD DetailFile.
    COPY TRANDTL.

FD SuspenseFile.
    COPY SUSPREC.

FD TranMasterFile.
    COPY TRANMSTR.

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
01 WS-Detail-Status PIC X(2).
01 WS-Suspense-Status PIC X(2).
01 WS-TranMaster-Status PIC X(2).
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
01 WS-Detail-Filename PIC X(21).
01 WS-Suspense-Filename PIC X(21).
01 WS-Report-Filename PIC X(21).
01 WS-Detail-EOF PIC X VALUE "N".
01 WS-Suspense-EOF PIC X VALUE "N".
01 WS-Orig-Id PIC X(10).
01 WS-Accepted-Count PIC 9(6) VALUE 0.
01 WS-Unpaired-Count PIC 9(6) VALUE 0.
01 WS-Rejected-Count PIC 9(6) VALUE 0.
01 WS-Accepted-Total PIC S9(13)V99 VALUE 0.
01 WS-Dtl-Amount PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-Dtl-Amount-X REDEFINES WS-Dtl-Amount PIC X(12).
01 WS-Amount-Display PIC +Z,ZZZ,ZZZ,ZZ9.99.
01 WS-Amount-Display-2 PIC +Z,ZZZ,ZZZ,ZZ9.99.
01 WS-Total-Display PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
*> Pairs every reversal Handler accepted for the business date with
*> the original it cancelled (run-id and date from TRANMSTR), then
*> lists the reversals refused to suspense so none go unexplained.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    PERFORM READ-RUN-CONTROL
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    STRING "TRANDTL." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Detail-Filename
    STRING "SUSPENSE." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Suspense-Filename
    STRING "REVERSAL." WS-Run-Date ".RPT" DELIMITED BY SIZE
        INTO WS-Report-Filename
    PERFORM OPEN-REPORT-FILE
    IF RETURN-CODE = ZERO
        PERFORM OPEN-TRAN-MASTER
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM REPORT-ACCEPTED-REVERSALS
        CLOSE TranMasterFile
        PERFORM REPORT-REJECTED-REVERSALS
    END-IF
    PERFORM WRITE-REPORT-SUMMARY
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
                    DISPLAY "REVRPT: BUSINESS DATE OVERRIDDEN TO "
                        WS-Run-Date " BY RUN CONTROL"
                END-IF
        END-READ
        CLOSE RunControlFile
    END-IF.

OPEN-REPORT-FILE.
    OPEN OUTPUT ReportFile
    IF WS-Report-Status NOT = "00"
        DISPLAY "REVRPT: ERROR OPENING REPORT FILE, STATUS="
            WS-Report-Status
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE SPACES TO REPORT-LINE
        STRING "REVERSAL REPORT - " WS-Run-Date
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

OPEN-TRAN-MASTER.
    OPEN INPUT TranMasterFile
    IF WS-TranMaster-Status NOT = "00"
        DISPLAY "REVRPT: TRANSACTION MASTER UNAVAILABLE, STATUS="
            WS-TranMaster-Status
        MOVE 12 TO RETURN-CODE
        MOVE 2 TO WS-Alert-Severity
        MOVE "TRANMSTR" TO WS-Alert-File
        MOVE WS-TranMaster-Status TO WS-Alert-FStat
        MOVE "TRAN MASTER UNAVAILABLE, NO REV REPORT" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

REPORT-ACCEPTED-REVERSALS.
    MOVE "  ACCEPTED REVERSALS" TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "  REVERSAL   ORIGINAL   "
        "          AMOUNT  ORIGINAL RUN-ID    ORIG DATE"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    OPEN INPUT DetailFile
    IF WS-Detail-Status = "00"
        PERFORM READ-DETAIL-RECORD UNTIL WS-Detail-EOF = "Y"
        CLOSE DetailFile
    ELSE
        DISPLAY "REVRPT: NO DETAIL FILE " WS-Detail-Filename
            ", STATUS=" WS-Detail-Status
        MOVE SPACES TO REPORT-LINE
        STRING "  NO ACCEPTED TRANSACTIONS ON " WS-Detail-Filename
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE 4 TO RETURN-CODE
    END-IF
    IF WS-Accepted-Count = 0
        MOVE "  (NONE)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE.

READ-DETAIL-RECORD.
*> A multi-stream day appends one trailer per region, so every
*> TRAILER record is skipped, not just the last.
    READ DetailFile
        AT END
            MOVE "Y" TO WS-Detail-EOF
        NOT AT END
            IF DTL-TRAILER-TYPE NOT = "TRAILER"
                MOVE DTL-TRAN-DETAIL TO TRAN-DETAIL
                IF TRAN-REV-TAG = "REVERSAL"
                    PERFORM REPORT-ONE-REVERSAL
                END-IF
            END-IF
    END-READ.

REPORT-ONE-REVERSAL.
    ADD 1 TO WS-Accepted-Count
    MOVE TRAN-REV-ORIG-ID TO WS-Orig-Id
    MOVE DTL-TRAN-AMOUNT TO WS-Dtl-Amount-X
    MOVE 0 TO WS-Amount-Display
    IF (WS-Dtl-Amount-X (1:1) = "+" OR WS-Dtl-Amount-X (1:1) = "-")
        AND WS-Dtl-Amount-X (2:11) IS NUMERIC
        MOVE WS-Dtl-Amount TO WS-Amount-Display
        ADD WS-Dtl-Amount TO WS-Accepted-Total
    END-IF
    MOVE WS-Orig-Id TO TM-TRAN-ID
    MOVE SPACES TO REPORT-LINE
    READ TranMasterFile
        INVALID KEY
            ADD 1 TO WS-Unpaired-Count
            STRING "  " DTL-TRAN-ID " " WS-Orig-Id " "
                WS-Amount-Display "  *** ORIGINAL NOT ON TRANMSTR"
                DELIMITED BY SIZE INTO REPORT-LINE
        NOT INVALID KEY
            IF TM-REVERSED-BY NOT = DTL-TRAN-ID
                ADD 1 TO WS-Unpaired-Count
                STRING "  " DTL-TRAN-ID " " WS-Orig-Id " "
                    WS-Amount-Display "  *** ORIGINAL REVERSED BY "
                    TM-REVERSED-BY
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING "  " DTL-TRAN-ID " " WS-Orig-Id " "
                    WS-Amount-Display "  " TM-RUN-ID "  "
                    TM-PROCESS-DATE
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF
    END-READ
    WRITE REPORT-LINE.

REPORT-REJECTED-REVERSALS.
*> No suspense file simply means nothing failed its edits today.
    MOVE "  REJECTED REVERSALS" TO REPORT-LINE
    WRITE REPORT-LINE
    OPEN INPUT SuspenseFile
    IF WS-Suspense-Status = "00"
        PERFORM READ-SUSPENSE-RECORD UNTIL WS-Suspense-EOF = "Y"
        CLOSE SuspenseFile
    END-IF
    IF WS-Rejected-Count = 0
        MOVE "  (NONE)" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

READ-SUSPENSE-RECORD.
    READ SuspenseFile
        AT END
            MOVE "Y" TO WS-Suspense-EOF
        NOT AT END
            MOVE SUSP-TRAN-DATA TO TRANSACTION-RECORD
            IF SUSP-REASON-CODE = "RVNF" OR SUSP-REASON-CODE = "RVRV"
                OR SUSP-REASON-CODE = "RVAM"
                OR TRAN-REV-TAG = "REVERSAL"
                PERFORM REPORT-ONE-REJECTION
            END-IF
    END-READ.

REPORT-ONE-REJECTION.
    ADD 1 TO WS-Rejected-Count
    MOVE TRAN-AMOUNT-X TO WS-Dtl-Amount-X
    MOVE 0 TO WS-Amount-Display-2
    IF (WS-Dtl-Amount-X (1:1) = "+" OR WS-Dtl-Amount-X (1:1) = "-")
        AND WS-Dtl-Amount-X (2:11) IS NUMERIC
        MOVE WS-Dtl-Amount TO WS-Amount-Display-2
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "  " TRAN-ID " " TRAN-REV-ORIG-ID " "
        WS-Amount-Display-2 "  REASON " SUSP-REASON-CODE
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

WRITE-REPORT-SUMMARY.
    IF WS-Report-Status = "00"
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  REVERSALS ACCEPTED:  " WS-Accepted-Count
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE WS-Accepted-Total TO WS-Total-Display
        MOVE SPACES TO REPORT-LINE
        STRING "  VALUE REVERSED: " WS-Total-Display
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  REVERSALS REJECTED:  " WS-Rejected-Count
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        IF WS-Unpaired-Count > 0
            MOVE SPACES TO REPORT-LINE
            STRING "  *** REVERSALS NOT PAIRED WITH THEIR ORIGINAL: "
                WS-Unpaired-Count
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        CLOSE ReportFile
        DISPLAY "REVRPT: " WS-Accepted-Count " REVERSALS ACCEPTED, "
            WS-Rejected-Count " REJECTED, REPORT WRITTEN TO "
            WS-Report-Filename
    END-IF
    IF WS-Unpaired-Count > 0 AND RETURN-CODE = ZERO
        DISPLAY "REVRPT: " WS-Unpaired-Count " REVERSALS NOT PAIRED"
            " WITH THEIR ORIGINAL ON TRANMSTR"
        MOVE 4 TO RETURN-CODE
        MOVE 2 TO WS-Alert-Severity
        MOVE "TRANMSTR" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "REVERSAL NOT PAIRED WITH ITS ORIGINAL" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "RevRpt" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "REVRPT: UNABLE TO WRITE AUDIT LOG, STATUS="
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
        MOVE "RevRpt" TO ALERT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO ALERT-RUN-ID
        MOVE WS-Alert-File TO ALERT-FILE-NAME
        MOVE WS-Alert-FStat TO ALERT-FILE-STATUS
        MOVE WS-Alert-Text TO ALERT-TEXT
        WRITE ALERT-RECORD
        CLOSE AlertFile
    ELSE
        DISPLAY "REVRPT: UNABLE TO WRITE ALERT FILE, STATUS="
            WS-Alert-Status
    END-IF.
