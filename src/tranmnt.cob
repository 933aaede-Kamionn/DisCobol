    SELECT AlertFile ASSIGN TO "ALERTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Alert-Status.
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

FD OperAuthFile.
    COPY OPERAUTH.

FD RejectLog.
    COPY MNTREJ.

WORKING-STORAGE SECTION.
01 WS-TranMaster-Status PIC X(2).
01 WS-Release-Status PIC X(2).
01 WS-Listed-Count PIC 9(6) VALUE 0.
01 WS-Kept-Count PIC 9(6) VALUE 0.
01 WS-Record-Found PIC X.
01 WS-Rejected-Count PIC 9(6) VALUE 0.
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
        ELSE
            PERFORM RESOLVE-RETENTION
            PERFORM PURGE-EXPIRED-ENTRIES
            PERFORM LOAD-OPERATOR-AUTHORITY
            IF RETURN-CODE = ZERO
                PERFORM APPLY-RELEASE-REQUESTS
            END-IF
        END-IF
        CLOSE TranMasterFile
    END-IF
    PERFORM WRITE-REPORT-SUMMARY
    IF RETURN-CODE = ZERO
        AND (WS-Unmatched-Count > 0 OR WS-Rejected-Count > 0)
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM APPEND-AUDIT-RECORD
        AT END
            MOVE "Y" TO WS-Release-EOF
        NOT AT END
            MOVE "TMRELEAS" TO WS-Auth-Function-Code
            MOVE REL-AUTHORIZED-BY TO WS-Auth-Operator-Id
            MOVE REL-APPROVED-BY TO WS-Auth-Approver-Id
            MOVE REL-TRAN-ID TO WS-Reject-Key
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF WS-Auth-Reason = SPACES
                PERFORM CHECK-SECOND-APPROVER
            END-IF
            IF WS-Auth-Reason NOT = SPACES
                PERFORM REJECT-RELEASE-REQUEST
            ELSE
                MOVE "N" TO WS-Record-Found
                MOVE REL-TRAN-ID TO TM-TRAN-ID
                READ TranMasterFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-Record-Found
                END-READ
                IF WS-Record-Found = "Y"
                    PERFORM RELEASE-MASTER-ENTRY
                ELSE
                    ADD 1 TO WS-Unmatched-Count
                    MOVE SPACES TO REPORT-LINE
                    STRING "  RELEASE  " REL-TRAN-ID
                        "  NOT ON MASTER - NOTHING RELEASED"
                        DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
                    MOVE "TRAN-ID NOT ON MASTER" TO WS-Auth-Reason
                    PERFORM WRITE-REJECT-RECORD
                END-IF
            END-IF
    END-READ.

REJECT-RELEASE-REQUEST.
    ADD 1 TO WS-Rejected-Count
    MOVE SPACES TO REPORT-LINE
    STRING "  *** REJECTED " REL-TRAN-ID
        "  BY " REL-AUTHORIZED-BY "  APPROVED " REL-APPROVED-BY
        "  " WS-Auth-Reason
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM WRITE-REJECT-RECORD.

RELEASE-MASTER-ENTRY.
    DELETE TranMasterFile
        INVALID KEY
        MOVE SPACES TO REPORT-LINE
        STRING "  RELEASED " REL-TRAN-ID
            "  AUTHORIZED BY " REL-AUTHORIZED-BY
            "  APPROVED BY " REL-APPROVED-BY
            "  WAS RUN " TM-RUN-ID
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
            STRING "  RELEASES UNMATCHED: " WS-Unmatched-Count
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "  RELEASES REJECTED:  " WS-Rejected-Count
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        CLOSE ReportFile
        DISPLAY "TRANMNT: " WS-Purged-Count " PURGED, "
            " LISTED, REPORT WRITTEN TO " WS-Report-Filename
    END-IF.

LOAD-OPERATOR-AUTHORITY.
*> No request is applied without the authority file: a missing or
*> oversized file stops the run rather than letting anyone through.
    OPEN INPUT OperAuthFile
    IF WS-OperAuth-Status = "00"
        PERFORM LOAD-AUTHORITY-RECORD UNTIL WS-OperAuth-EOF = "Y"
        CLOSE OperAuthFile
    ELSE
        DISPLAY "TRANMNT: OPERATOR AUTHORITY FILE UNAVAILABLE, STATUS="
            WS-OperAuth-Status ", NO REQUESTS APPLIED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "OPERAUTH" TO WS-Alert-File
        MOVE WS-OperAuth-Status TO WS-Alert-FStat
        MOVE "OPERATOR AUTHORITY FILE UNAVAILABLE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF WS-Auth-Overflow = "Y"
        DISPLAY "TRANMNT: OPERATOR AUTHORITY FILE HOLDS MORE THAN 500"
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
        MOVE "TranMaint" TO MR-PROGRAM-NAME
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
        DISPLAY "TRANMNT: UNABLE TO WRITE MAINTENANCE REJECT LOG, STATUS="
            WS-RejectLog-Status
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
