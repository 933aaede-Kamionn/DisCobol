    SELECT AuditLog ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuditLog-Status.
    SELECT OperAuthFile ASSIGN TO "OPERAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OperAuth-Status.
    SELECT RejectLog ASSIGN TO "MNTREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RejectLog-Status.

DATA DIVISION.
FILE SECTION.
FD AuditLog.
    COPY AUDITREC.

FD OperAuthFile.
    COPY OPERAUTH.

FD RejectLog.
    COPY MNTREJ.

WORKING-STORAGE SECTION.
01 WS-Alert-Status PIC X(2).
01 WS-AckRequest-Status PIC X(2).
01 WS-Alert-File PIC X(21).
01 WS-Alert-FStat PIC X(2).
01 WS-Alert-Text PIC X(40).
01 WS-Rejected-Count PIC 9(5) VALUE 0.
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
    ACCEPT WS-Run-Time FROM TIME
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    PERFORM LOAD-OPERATOR-AUTHORITY
    IF RETURN-CODE = ZERO
        PERFORM LOAD-ACK-REQUESTS
    END-IF
    IF RETURN-CODE = ZERO AND WS-Request-Count-Used > 0
        PERFORM APPLY-ACKNOWLEDGMENTS
    END-IF
            UNTIL WS-Request-Sub > WS-Request-Count-Used
        DISPLAY "ALERTACK: " WS-Acked-Count " ALERTS ACKNOWLEDGED, "
            WS-Unmatched-Count " REQUESTS MATCHED NO OPEN ALERT"
        IF WS-Rejected-Count > 0
            DISPLAY "ALERTACK: " WS-Rejected-Count " REQUESTS REJECTED"
                " FOR OPERATOR AUTHORITY, SEE MNTREJ"
        END-IF
        IF WS-Unmatched-Count > 0 OR WS-Rejected-Count > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
        AT END
            MOVE "Y" TO WS-Request-EOF
        NOT AT END
            MOVE "ALERTACK" TO WS-Auth-Function-Code
            MOVE AK-OPERATOR TO WS-Auth-Operator-Id
            MOVE SPACES TO WS-Auth-Approver-Id
            MOVE AK-RUN-ID TO WS-Reject-Key
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF WS-Auth-Reason NOT = SPACES
                ADD 1 TO WS-Rejected-Count
                DISPLAY "ALERTACK: REQUEST FOR RUN " AK-RUN-ID " BY "
                    AK-OPERATOR " REJECTED - " WS-Auth-Reason
                PERFORM WRITE-REJECT-RECORD
            ELSE
                PERFORM STORE-ACK-REQUEST
            END-IF
    END-READ.

STORE-ACK-REQUEST.
    IF WS-Request-Count-Used < 100
        ADD 1 TO WS-Request-Count-Used
        MOVE AK-RUN-ID
            TO WS-Req-Run-Id (WS-Request-Count-Used)
        MOVE AK-PROGRAM
            TO WS-Req-Program (WS-Request-Count-Used)
        MOVE AK-OPERATOR
            TO WS-Req-Operator (WS-Request-Count-Used)
        MOVE "N" TO WS-Req-Matched (WS-Request-Count-Used)
    ELSE
        DISPLAY "ALERTACK: REQUEST TABLE FULL AT 100,"
            " REMAINING ACKNOWLEDGMENTS NOT APPLIED -"
            " RERUN WITH THE REMAINDER"
        MOVE "Y" TO WS-Request-Overflow
        MOVE "Y" TO WS-Request-EOF
        MOVE 2 TO WS-Alert-Severity
        MOVE "ALERTACK" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "ACK REQUESTS DROPPED, RERUN REMAINDER"
            TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

APPLY-ACKNOWLEDGMENTS.
    OPEN INPUT AlertFile
    IF WS-Alert-Status NOT = "00"
        DISPLAY "ALERTACK: REQUEST FOR RUN "
            WS-Req-Run-Id (WS-Request-Sub)
            " MATCHED NO OPEN ALERT"
        MOVE "ALERTACK" TO WS-Auth-Function-Code
        MOVE WS-Req-Operator (WS-Request-Sub) TO WS-Auth-Operator-Id
        MOVE SPACES TO WS-Auth-Approver-Id
        MOVE WS-Req-Run-Id (WS-Request-Sub) TO WS-Reject-Key
        MOVE "MATCHED NO OPEN ALERT" TO WS-Auth-Reason
        PERFORM WRITE-REJECT-RECORD
    END-IF.

LOAD-OPERATOR-AUTHORITY.
*> No request is applied without the authority file: a missing or
*> oversized file stops the run rather than letting anyone through.
    OPEN INPUT OperAuthFile
    IF WS-OperAuth-Status = "00"
        PERFORM LOAD-AUTHORITY-RECORD UNTIL WS-OperAuth-EOF = "Y"
        CLOSE OperAuthFile
    ELSE
        DISPLAY "ALERTACK: OPERATOR AUTHORITY FILE UNAVAILABLE, STATUS="
            WS-OperAuth-Status ", NO REQUESTS APPLIED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "OPERAUTH" TO WS-Alert-File
        MOVE WS-OperAuth-Status TO WS-Alert-FStat
        MOVE "OPERATOR AUTHORITY FILE UNAVAILABLE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF WS-Auth-Overflow = "Y"
        DISPLAY "ALERTACK: OPERATOR AUTHORITY FILE HOLDS MORE THAN 500"
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
        MOVE "AlertAck" TO MR-PROGRAM-NAME
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
        DISPLAY "ALERTACK: UNABLE TO WRITE MAINTENANCE REJECT LOG, STATUS="
            WS-RejectLog-Status
    END-IF.

WRITE-ALERT-RECORD.
