    SELECT AlertFile ASSIGN TO "ALERTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Alert-Status.
    SELECT ReturnMaster ASSIGN TO "RTNMSTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RtnMaster-Status.
    SELECT OperAuthFile ASSIGN TO "OPERAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OperAuth-Status.
    SELECT RejectLog ASSIGN TO "MNTREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RejectLog-Status.

DATA DIVISION.
FILE SECTION.
FD AlertFile.
    COPY ALERTREC.

FD ReturnMaster.
    COPY RTNMST.

FD OperAuthFile.
    COPY OPERAUTH.

FD RejectLog.
    COPY MNTREJ.

WORKING-STORAGE SECTION.
01 WS-Master-Status PIC X(2).
01 WS-Daily-Status PIC X(2).
        10 WS-Item-First-Date PIC 9(8).
        10 WS-Item-Reason PIC X(4).
        10 WS-Item-Status PIC X(1).
        10 WS-Item-Tran-Data PIC X(104).
01 WS-Item-Sub PIC 9(3).
01 WS-Item-Found PIC X.
01 WS-Item-Overflow PIC X VALUE "N".
        10 WS-Reason-Oldest PIC 9(5).
01 WS-Reason-Sub PIC 9(2).
01 WS-Reason-Found PIC X.
01 WS-Rejected-Count PIC 9(5) VALUE 0.
01 WS-RtnMaster-Status PIC X(2).
01 WS-RtnMaster-EOF PIC X VALUE "N".
01 WS-Replaced-Count PIC 9(5) VALUE 0.
01 WS-OperAuth-Status PIC X(2).
01 WS-OperAuth-EOF PIC X VALUE "N".
01 WS-RejectLog-Status PIC X(2).
01 WS-Auth-Count-Used PIC 9(3) VALUE 0.
01 WS-Auth-Table.
    05 WS-Auth-Entry OCCURS 500 TIMES.
        10 WS-Auth-Operator PIC X(8).
        10 WS-Auth-Function PIC X(8).
01 WS-Auth-Sub PIC 9(3).
01 WS-Auth-Overflow PIC X VALUE "N".
01 WS-Auth-Known PIC X.
01 WS-Auth-Found PIC X.
01 WS-Auth-Lookup PIC X(8).
01 WS-Auth-Function-Code PIC X(8).
01 WS-Auth-Operator-Id PIC X(8).
01 WS-Auth-Approver-Id PIC X(8).
01 WS-Auth-Reason PIC X(40).
01 WS-Reject-Key PIC X(16).
01 WS-Reject-Logged-Count PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
        PERFORM APPEND-AUDIT-RECORD
        GOBACK
    END-IF
    PERFORM CLOSE-REPLACED-ITEMS
    PERFORM APPLY-CORRECTIONS
    PERFORM CLOSE-RESUBMIT-FILE
    PERFORM REWRITE-SUSPENSE-MASTER
        PERFORM WRITE-AGING-REPORT
    END-IF
    PERFORM CHECK-OVERAGE-ITEMS
    IF RETURN-CODE = ZERO
        AND (WS-Unmatched-Count > 0 OR WS-Rejected-Count > 0)
        MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "SUSPWORK: " WS-Folded-Count " NEW ITEMS FOLDED IN, "
        WS-Replaced-Count " REPLACED BY PROVIDER, "
        WS-Requeued-Count " REQUEUED, " WS-Writeoff-Count
        " WRITTEN OFF, " WS-Open-Count " STILL OPEN"
    PERFORM APPEND-AUDIT-RECORD
            " STATUS=" WS-Overflow-Status
    END-IF.

CLOSE-REPLACED-ITEMS.
*> RejReturn marks a returned item R on RTNMSTR once the provider's
*> replacement has been accepted; its open suspense item is closed
*> here without anyone keying a write-off. Only an item already in
*> suspense on the replacement date is closed - a later rejection
*> of the same TRAN-ID is a new problem.
    OPEN INPUT ReturnMaster
    IF WS-RtnMaster-Status = "00"
        PERFORM CHECK-RETURN-MASTER-RECORD UNTIL WS-RtnMaster-EOF = "Y"
        CLOSE ReturnMaster
    ELSE
        DISPLAY "SUSPWORK: NO RETURN MASTER, STATUS="
            WS-RtnMaster-Status ", NO PROVIDER REPLACEMENTS TO APPLY"
    END-IF.

CHECK-RETURN-MASTER-RECORD.
    READ ReturnMaster
        AT END
            MOVE "Y" TO WS-RtnMaster-EOF
        NOT AT END
            IF RM-STATUS = "R"
                MOVE RM-TRAN-ID TO WS-This-Tran-Id
                PERFORM CLOSE-ONE-REPLACED-ITEM
                    VARYING WS-Item-Sub FROM 1 BY 1
                    UNTIL WS-Item-Sub > WS-Item-Count-Used
            END-IF
    END-READ.

CLOSE-ONE-REPLACED-ITEM.
    IF WS-Item-Status (WS-Item-Sub) = "O"
        AND WS-Item-Tran-Data (WS-Item-Sub) (1:10) = WS-This-Tran-Id
        AND WS-Item-First-Date (WS-Item-Sub) NOT > RM-REPLACED-DATE
        MOVE "P" TO WS-Item-Status (WS-Item-Sub)
        ADD 1 TO WS-Replaced-Count
    END-IF.

APPLY-CORRECTIONS.
*> The authority file is only needed when there is a correction to
*> authorize; a night with none folds, rewrites and reports as
*> usual without it.
    OPEN INPUT CorrectionFile
    IF WS-Correction-Status = "00"
        READ CorrectionFile
            AT END
                MOVE "Y" TO WS-Correction-EOF
        END-READ
        CLOSE CorrectionFile
        IF WS-Correction-EOF = "Y"
            DISPLAY "SUSPWORK: CORRECTIONS FILE EMPTY, NOTHING TO APPLY"
        ELSE
            PERFORM LOAD-OPERATOR-AUTHORITY
            IF RETURN-CODE = ZERO
                OPEN INPUT CorrectionFile
                IF WS-Correction-Status = "00"
                    PERFORM APPLY-ONE-CORRECTION
                        UNTIL WS-Correction-EOF = "Y"
                    CLOSE CorrectionFile
                ELSE
                    DISPLAY "SUSPWORK: ERROR REOPENING CORRECTIONS FILE,"
                        " STATUS=" WS-Correction-Status
                    MOVE 12 TO RETURN-CODE
                    MOVE 1 TO WS-Alert-Severity
                    MOVE "SUSPCORR" TO WS-Alert-File
                    MOVE WS-Correction-Status TO WS-Alert-FStat
                    MOVE "ERROR REOPENING CORRECTIONS FILE"
                        TO WS-Alert-Text
                    PERFORM WRITE-ALERT-RECORD
                END-IF
            END-IF
        END-IF
    ELSE
        DISPLAY "SUSPWORK: NO CORRECTIONS FILE, STATUS="
            WS-Correction-Status ", NOTHING TO APPLY"
        AT END
            MOVE "Y" TO WS-Correction-EOF
        NOT AT END
            MOVE "SUSPCORR" TO WS-Auth-Function-Code
            MOVE COR-OPERATOR TO WS-Auth-Operator-Id
            MOVE COR-APPROVED-BY TO WS-Auth-Approver-Id
            MOVE COR-TRAN-ID TO WS-Reject-Key
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF WS-Auth-Reason = SPACES AND COR-ACTION = "W"
                PERFORM CHECK-SECOND-APPROVER
            END-IF
            IF WS-Auth-Reason NOT = SPACES
                ADD 1 TO WS-Rejected-Count
                DISPLAY "SUSPWORK: CORRECTION '" COR-ACTION
                    "' FOR TRAN-ID " COR-TRAN-ID " BY " COR-OPERATOR
                    " REJECTED - " WS-Auth-Reason
                PERFORM WRITE-REJECT-RECORD
            ELSE
                PERFORM APPLY-AUTHORIZED-CORRECTION
            END-IF
    END-READ.

APPLY-AUTHORIZED-CORRECTION.
    MOVE COR-TRAN-ID TO WS-This-Tran-Id
    MOVE "N" TO WS-Item-Found
    PERFORM MATCH-OPEN-ITEM
        VARYING WS-Item-Sub FROM 1 BY 1
        UNTIL WS-Item-Sub > WS-Item-Count-Used
            OR WS-Item-Found = "Y"
    IF WS-Item-Found = "N"
        ADD 1 TO WS-Unmatched-Count
        DISPLAY "SUSPWORK: CORRECTION FOR TRAN-ID "
            COR-TRAN-ID " MATCHES NO OPEN SUSPENSE ITEM"
        MOVE "NO OPEN SUSPENSE ITEM" TO WS-Auth-Reason
        PERFORM WRITE-REJECT-RECORD
    ELSE
        SUBTRACT 1 FROM WS-Item-Sub
        EVALUATE COR-ACTION
            WHEN "R"
                PERFORM REQUEUE-REPAIRED-ITEM
            WHEN "W"
                MOVE "W" TO WS-Item-Status (WS-Item-Sub)
                ADD 1 TO WS-Writeoff-Count
            WHEN OTHER
                ADD 1 TO WS-Unmatched-Count
                DISPLAY "SUSPWORK: UNKNOWN ACTION '"
                    COR-ACTION "' FOR TRAN-ID " COR-TRAN-ID
                MOVE "UNKNOWN ACTION CODE" TO WS-Auth-Reason
                PERFORM WRITE-REJECT-RECORD
        END-EVALUATE
    END-IF.

REQUEUE-REPAIRED-ITEM.
    IF WS-Resubmit-Opened = "N"
        PERFORM OPEN-RESUBMIT-FILE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  REPLACED " WS-Replaced-Count
            "  REQUEUED " WS-Requeued-Count
            "  WRITTEN OFF " WS-Writeoff-Count
            "  UNMATCHED CORRECTIONS " WS-Unmatched-Count
            "  STILL OPEN " WS-Open-Count
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        IF WS-Rejected-Count > 0
            MOVE SPACES TO REPORT-LINE
            STRING "  *** " WS-Rejected-Count " CORRECTIONS REJECTED"
                " FOR OPERATOR AUTHORITY - SEE MNTREJ"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        IF WS-Overflow-Count > 0
            MOVE SPACES TO REPORT-LINE
            STRING "  *** " WS-Overflow-Count " ITEMS OVER THE"
        PERFORM WRITE-ALERT-RECORD
    END-IF.

LOAD-OPERATOR-AUTHORITY.
*> No request is applied without the authority file: a missing or
*> oversized file stops the run rather than letting anyone through.
    OPEN INPUT OperAuthFile
    IF WS-OperAuth-Status = "00"
        PERFORM LOAD-AUTHORITY-RECORD UNTIL WS-OperAuth-EOF = "Y"
        CLOSE OperAuthFile
    ELSE
        DISPLAY "SUSPWORK: OPERATOR AUTHORITY FILE UNAVAILABLE, STATUS="
            WS-OperAuth-Status ", NO REQUESTS APPLIED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "OPERAUTH" TO WS-Alert-File
        MOVE WS-OperAuth-Status TO WS-Alert-FStat
        MOVE "OPERATOR AUTHORITY FILE UNAVAILABLE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF WS-Auth-Overflow = "Y"
        DISPLAY "SUSPWORK: OPERATOR AUTHORITY FILE HOLDS MORE THAN 500"
            " ENTRIES, NO REQUESTS APPLIED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "OPERAUTH" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "OPERATOR AUTHORITY TABLE FULL" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

LOAD-AUTHORITY-RECORD.
    READ OperAuthFile
        AT END
            MOVE "Y" TO WS-OperAuth-EOF
        NOT AT END
            IF OA-STATUS = "A" AND OA-OPERATOR NOT = SPACES
                IF WS-Auth-Count-Used < 500
                    ADD 1 TO WS-Auth-Count-Used
                    MOVE OA-OPERATOR
                        TO WS-Auth-Operator (WS-Auth-Count-Used)
                    MOVE OA-FUNCTION
                        TO WS-Auth-Function (WS-Auth-Count-Used)
                ELSE
                    MOVE "Y" TO WS-Auth-Overflow
                    MOVE "Y" TO WS-OperAuth-EOF
                END-IF
            END-IF
    END-READ.

CHECK-OPERATOR-AUTHORITY.
*> WS-Auth-Operator-Id must be an active operator holding
*> WS-Auth-Function-Code; WS-Auth-Reason is left spaces if so.
    MOVE SPACES TO WS-Auth-Reason
    MOVE WS-Auth-Operator-Id TO WS-Auth-Lookup
    PERFORM LOOKUP-OPERATOR-AUTHORITY
    EVALUATE TRUE
        WHEN WS-Auth-Operator-Id = SPACES
            MOVE "NO OPERATOR ON REQUEST" TO WS-Auth-Reason
        WHEN WS-Auth-Known = "N"
            MOVE "OPERATOR NOT ON AUTHORITY FILE" TO WS-Auth-Reason
        WHEN WS-Auth-Found = "N"
            STRING "OPERATOR NOT AUTHORIZED FOR "
                WS-Auth-Function-Code
                DELIMITED BY SIZE INTO WS-Auth-Reason
    END-EVALUATE.

CHECK-SECOND-APPROVER.
*> Dual control: a destructive request needs a second, different
*> operator who also holds the function to have signed it off.
    MOVE SPACES TO WS-Auth-Reason
    MOVE WS-Auth-Approver-Id TO WS-Auth-Lookup
    PERFORM LOOKUP-OPERATOR-AUTHORITY
    EVALUATE TRUE
        WHEN WS-Auth-Approver-Id = SPACES
            MOVE "SECOND APPROVER REQUIRED" TO WS-Auth-Reason
        WHEN WS-Auth-Approver-Id = WS-Auth-Operator-Id
            MOVE "APPROVER SAME AS OPERATOR" TO WS-Auth-Reason
        WHEN WS-Auth-Known = "N"
            MOVE "APPROVER NOT ON AUTHORITY FILE" TO WS-Auth-Reason
        WHEN WS-Auth-Found = "N"
            STRING "APPROVER NOT AUTHORIZED FOR "
                WS-Auth-Function-Code
                DELIMITED BY SIZE INTO WS-Auth-Reason
    END-EVALUATE.

LOOKUP-OPERATOR-AUTHORITY.
    MOVE "N" TO WS-Auth-Known
    MOVE "N" TO WS-Auth-Found
    PERFORM MATCH-AUTHORITY-ENTRY
        VARYING WS-Auth-Sub FROM 1 BY 1
        UNTIL WS-Auth-Sub > WS-Auth-Count-Used
            OR WS-Auth-Found = "Y".

MATCH-AUTHORITY-ENTRY.
    IF WS-Auth-Operator (WS-Auth-Sub) = WS-Auth-Lookup
        MOVE "Y" TO WS-Auth-Known
        IF WS-Auth-Function (WS-Auth-Sub) = WS-Auth-Function-Code
            MOVE "Y" TO WS-Auth-Found
        END-IF
    END-IF.

WRITE-REJECT-RECORD.
*> Caller sets WS-Auth-Function-Code, WS-Auth-Operator-Id,
*> WS-Auth-Approver-Id, WS-Reject-Key and WS-Auth-Reason.
    OPEN EXTEND RejectLog
    IF WS-RejectLog-Status = "35"
        OPEN OUTPUT RejectLog
    END-IF
    IF WS-RejectLog-Status = "00"
        MOVE SPACES TO MAINT-REJECT-RECORD
        MOVE "SuspWork" TO MR-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO MR-RUN-ID
        MOVE WS-Auth-Function-Code TO MR-FUNCTION
        MOVE WS-Auth-Operator-Id TO MR-OPERATOR
        MOVE WS-Auth-Approver-Id TO MR-APPROVER
        MOVE WS-Reject-Key TO MR-REQUEST-KEY
        MOVE WS-Auth-Reason TO MR-REASON
        WRITE MAINT-REJECT-RECORD
        CLOSE RejectLog
        ADD 1 TO WS-Reject-Logged-Count
    ELSE
        DISPLAY "SUSPWORK: UNABLE TO WRITE MAINTENANCE REJECT LOG, STATUS="
            WS-RejectLog-Status
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
