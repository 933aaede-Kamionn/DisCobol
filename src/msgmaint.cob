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
01 WS-Maint-Status PIC X(2).
01 WS-MsgCat-Status PIC X(2).
01 WS-Before-Text-FR PIC X(100).
01 WS-Before-Text-EN PIC X(100).
01 WS-Record-Found PIC X.
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
    STRING "MSGMAINT." WS-Run-Date ".RPT" DELIMITED BY SIZE
        INTO WS-Report-Filename
    PERFORM OPEN-REPORT-FILE
    IF RETURN-CODE = ZERO
        PERFORM LOAD-OPERATOR-AUTHORITY
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM OPEN-MSG-CATALOG
    END-IF
            MOVE SPACES TO WS-Before-Text-FR
            MOVE SPACES TO WS-Before-Text-EN
            PERFORM FETCH-CURRENT-MESSAGE
            PERFORM CHECK-REQUEST-AUTHORITY
            IF WS-Reject-Reason = SPACES
                EVALUATE MNT-ACTION
                    WHEN "A"
                        PERFORM APPLY-ADD-REQUEST
                    WHEN "C"
                        PERFORM APPLY-CHANGE-REQUEST
                    WHEN "D"
                        PERFORM APPLY-DELETE-REQUEST
                    WHEN OTHER
                        MOVE "UNKNOWN ACTION CODE" TO WS-Reject-Reason
                END-EVALUATE
            END-IF
            PERFORM WRITE-REQUEST-REPORT-LINES
            IF WS-Reject-Reason NOT = SPACES
                MOVE WS-Reject-Reason TO WS-Auth-Reason
                MOVE MNT-MSG-CODE TO WS-Reject-Key
                PERFORM WRITE-REJECT-RECORD
            END-IF
    END-READ.

CHECK-REQUEST-AUTHORITY.
*> Every request needs an authorized operator; a delete cannot be
*> undone, so it also needs a second, different approver.
    MOVE "MSGMAINT" TO WS-Auth-Function-Code
    MOVE MNT-OPERATOR TO WS-Auth-Operator-Id
    MOVE MNT-APPROVED-BY TO WS-Auth-Approver-Id
    PERFORM CHECK-OPERATOR-AUTHORITY
    IF WS-Auth-Reason = SPACES AND MNT-ACTION = "D"
        PERFORM CHECK-SECOND-APPROVER
    END-IF
    MOVE WS-Auth-Reason TO WS-Reject-Reason.

FETCH-CURRENT-MESSAGE.
    MOVE "N" TO WS-Record-Found
    MOVE MNT-MSG-CODE TO MSG-CODE
    END-IF
    MOVE SPACES TO REPORT-LINE
    STRING "ACTION " MNT-ACTION "  CODE " MNT-MSG-CODE
        "  BY " MNT-OPERATOR "  APPROVED " MNT-APPROVED-BY
        "  " WS-Request-Result "  " WS-Reject-Reason
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
            WS-Report-Filename
    END-IF.

LOAD-OPERATOR-AUTHORITY.
*> No request is applied without the authority file: a missing or
*> oversized file stops the run rather than letting anyone through.
    OPEN INPUT OperAuthFile
    IF WS-OperAuth-Status = "00"
        PERFORM LOAD-AUTHORITY-RECORD UNTIL WS-OperAuth-EOF = "Y"
        CLOSE OperAuthFile
    ELSE
        DISPLAY "MSGMAINT: OPERATOR AUTHORITY FILE UNAVAILABLE, STATUS="
            WS-OperAuth-Status ", NO REQUESTS APPLIED"
        MOVE 12 TO RETURN-CODE
    END-IF
    IF WS-Auth-Overflow = "Y"
        DISPLAY "MSGMAINT: OPERATOR AUTHORITY FILE HOLDS MORE THAN 500"
            " ENTRIES, NO REQUESTS APPLIED"
        MOVE 12 TO RETURN-CODE
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
        MOVE "MsgMaint" TO MR-PROGRAM-NAME
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
        DISPLAY "MSGMAINT: UNABLE TO WRITE MAINTENANCE REJECT LOG, STATUS="
            WS-RejectLog-Status
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
