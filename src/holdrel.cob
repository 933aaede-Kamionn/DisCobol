       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. HoldRel.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HoldMasterFile ASSIGN TO "HOLDMSTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Master-Status.
    SELECT RequestFile ASSIGN TO "HOLDREQ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Request-Status.
    SELECT ReleaseFile ASSIGN TO "HOLDRLSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Release-Status.
    SELECT CalendarFile ASSIGN TO "BATCHCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Calendar-Status.
    SELECT ReportFile ASSIGN TO DYNAMIC WS-Report-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.
    SELECT AuditLog ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuditLog-Status.
    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.
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
FD HoldMasterFile.
    COPY HOLDMST.

FD RequestFile.
    COPY HOLDREQ.

FD ReleaseFile.
    COPY TRANSREC REPLACING
        ==TRANSACTION-RECORD== BY ==RELEASE-RECORD==
        ==TRAN-ID==            BY ==RLSE-TRAN-ID==
        ==TRAN-AMOUNT-X==      BY ==RLSE-TRAN-AMOUNT-X==
        ==TRAN-AMOUNT==        BY ==RLSE-TRAN-AMOUNT==
        ==TRAN-DETAIL==        BY ==RLSE-TRAN-DETAIL==
        ==TRAN-REVERSAL-DETAIL== BY ==RLSE-REVERSAL-DETAIL==
        ==TRAN-REV-TAG==       BY ==RLSE-REV-TAG==
        ==TRAN-REV-ORIG-ID==   BY ==RLSE-REV-ORIG-ID==
        ==TRAN-CURRENCY==      BY ==RLSE-TRAN-CURRENCY==
        ==TRAN-HEADER-RECORD== BY ==RLSE-HEADER-RECORD==
        ==TH-RECORD-TYPE==     BY ==RLSE-TH-RECORD-TYPE==
        ==TH-BUSINESS-DATE==   BY ==RLSE-TH-BUSINESS-DATE==
        ==TH-REGION==          BY ==RLSE-TH-REGION==
        ==TH-FILE-SEQUENCE==   BY ==RLSE-TH-FILE-SEQUENCE==.

FD CalendarFile.
    COPY BATCHCAL.

FD ReportFile.
01 REPORT-LINE PIC X(100).

FD AuditLog.
    COPY AUDITREC.

FD RunControlFile.
    COPY RUNCTL.

FD AlertFile.
    COPY ALERTREC.

FD OperAuthFile.
    COPY OPERAUTH.

FD RejectLog.
    COPY MNTREJ.

WORKING-STORAGE SECTION.
    COPY TRANSREC.
01 WS-Master-Status PIC X(2).
01 WS-Request-Status PIC X(2).
01 WS-Release-Status PIC X(2).
01 WS-Calendar-Status PIC X(2).
01 WS-Report-Status PIC X(2).
01 WS-AuditLog-Status PIC X(2).
01 WS-RunCtl-Status PIC X(2).
01 WS-Alert-Status PIC X(2).
01 WS-Alert-Severity PIC 9(1).
01 WS-Alert-File PIC X(21).
01 WS-Alert-FStat PIC X(2).
01 WS-Alert-Text PIC X(40).
01 WS-Run-Date PIC 9(8).
01 WS-Run-Time PIC 9(8).
01 WS-End-Time PIC 9(8).
01 WS-Run-Timestamp PIC X(16).
01 WS-Report-Filename PIC X(21).
01 WS-Master-EOF PIC X VALUE "N".
01 WS-Request-EOF PIC X VALUE "N".
01 WS-Calendar-EOF PIC X VALUE "N".
01 WS-Release-Opened PIC X VALUE "N".
01 WS-Item-Count-Used PIC 9(3) VALUE 0.
01 WS-Item-Table.
    05 WS-Item-Entry OCCURS 500 TIMES.
        10 WS-Item-Held-Date PIC 9(8).
        10 WS-Item-Run-Id PIC X(16).
        10 WS-Item-Region PIC X(8).
        10 WS-Item-Status PIC X(1).
        10 WS-Item-Tran-Data PIC X(104).
        10 WS-Item-Base-Amount PIC X(12).
01 WS-Item-Sub PIC 9(3).
01 WS-Item-Found PIC X.
01 WS-Item-Overflow PIC X VALUE "N".
01 WS-Holiday-Count-Used PIC 9(3) VALUE 0.
01 WS-Holiday-Table.
    05 WS-Holiday-Date PIC 9(8) OCCURS 400 TIMES.
01 WS-Holiday-Sub PIC 9(3).
01 WS-Holiday-Found PIC X.
01 WS-This-Tran-Id PIC X(10).
01 WS-Approved-Count PIC 9(5) VALUE 0.
01 WS-Declined-Count PIC 9(5) VALUE 0.
01 WS-Refused-Count PIC 9(5) VALUE 0.
01 WS-Open-Count PIC 9(5) VALUE 0.
01 WS-Open-Value PIC S9(13)V99 VALUE 0.
01 WS-Overdue-Count PIC 9(5) VALUE 0.
01 WS-Max-Business-Days PIC 9(3) VALUE 2.
01 WS-Business-Days PIC 9(5).
01 WS-Day-Integer PIC 9(8).
01 WS-Run-Date-Integer PIC 9(8).
01 WS-Day-Date PIC 9(8).
01 WS-Refusal-Text PIC X(40).
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
01 WS-Amount-Display PIC +Z,ZZZ,ZZZ,ZZ9.99.
01 WS-Base-Amount PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-Base-Amount-X REDEFINES WS-Base-Amount PIC X(12).
01 WS-Total-Display PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    PERFORM READ-RUN-CONTROL
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    STRING "HOLDREL." WS-Run-Date ".RPT" DELIMITED BY SIZE
        INTO WS-Report-Filename
    COMPUTE WS-Run-Date-Integer =
        FUNCTION INTEGER-OF-DATE(WS-Run-Date)
    PERFORM OPEN-REPORT-FILE
    IF RETURN-CODE = ZERO
        PERFORM LOAD-HOLD-MASTER
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM LOAD-OPERATOR-AUTHORITY
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM LOAD-HOLIDAYS
        PERFORM APPLY-REQUESTS
        PERFORM CLOSE-RELEASE-FILE
        PERFORM REWRITE-HOLD-MASTER
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM REPORT-STILL-HELD
        PERFORM CHECK-OVERDUE-HOLDS
    END-IF
    IF RETURN-CODE = ZERO AND WS-Refused-Count > 0
        MOVE 4 TO RETURN-CODE
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
                    DISPLAY "HOLDREL: BUSINESS DATE OVERRIDDEN TO "
                        WS-Run-Date " BY RUN CONTROL"
                END-IF
        END-READ
        CLOSE RunControlFile
    END-IF.

OPEN-REPORT-FILE.
    OPEN OUTPUT ReportFile
    IF WS-Report-Status NOT = "00"
        DISPLAY "HOLDREL: ERROR OPENING REPORT FILE, STATUS="
            WS-Report-Status
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE SPACES TO REPORT-LINE
        STRING "HIGH-VALUE HOLD RELEASE REPORT - " WS-Run-Date
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

LOAD-HOLD-MASTER.
*> The master is rewritten from the table, so a master larger than
*> the table is refused outright rather than losing held items.
    OPEN INPUT HoldMasterFile
    IF WS-Master-Status = "00"
        PERFORM LOAD-MASTER-RECORD UNTIL WS-Master-EOF = "Y"
        CLOSE HoldMasterFile
    ELSE
        DISPLAY "HOLDREL: NO HELD-ITEMS MASTER ON FILE, STATUS="
            WS-Master-Status ", NOTHING IS HELD"
    END-IF
    IF WS-Item-Overflow = "Y"
        DISPLAY "HOLDREL: HELD-ITEMS MASTER HOLDS MORE THAN 500"
            " ITEMS, NOTHING APPLIED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "HOLDMSTR" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "HELD-ITEMS TABLE FULL, NOTHING RELEASED" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

LOAD-MASTER-RECORD.
    READ HoldMasterFile
        AT END
            MOVE "Y" TO WS-Master-EOF
        NOT AT END
            IF WS-Item-Count-Used < 500
                ADD 1 TO WS-Item-Count-Used
                MOVE HM-HELD-DATE
                    TO WS-Item-Held-Date (WS-Item-Count-Used)
                MOVE HM-RUN-ID TO WS-Item-Run-Id (WS-Item-Count-Used)
                MOVE HM-REGION TO WS-Item-Region (WS-Item-Count-Used)
                MOVE "H" TO WS-Item-Status (WS-Item-Count-Used)
                MOVE HM-TRAN-DATA
                    TO WS-Item-Tran-Data (WS-Item-Count-Used)
                MOVE HM-BASE-AMOUNT
                    TO WS-Item-Base-Amount (WS-Item-Count-Used)
            ELSE
                MOVE "Y" TO WS-Item-Overflow
                MOVE "Y" TO WS-Master-EOF
            END-IF
    END-READ.

LOAD-HOLIDAYS.
*> Only dates marked H count as non-business days; a date absent
*> from BATCHCAL is a business day, as everywhere else.
    OPEN INPUT CalendarFile
    IF WS-Calendar-Status = "00"
        PERFORM LOAD-ONE-HOLIDAY UNTIL WS-Calendar-EOF = "Y"
        CLOSE CalendarFile
    ELSE
        DISPLAY "HOLDREL: NO BATCHCAL, STATUS=" WS-Calendar-Status
            ", AGING COUNTS EVERY DAY AS A BUSINESS DAY"
    END-IF.

LOAD-ONE-HOLIDAY.
    READ CalendarFile
        AT END
            MOVE "Y" TO WS-Calendar-EOF
        NOT AT END
            IF CAL-DAY-TYPE = "H" AND CAL-DATE IS NUMERIC
                AND WS-Holiday-Count-Used < 400
                ADD 1 TO WS-Holiday-Count-Used
                MOVE CAL-DATE TO WS-Holiday-Date (WS-Holiday-Count-Used)
            END-IF
    END-READ.

APPLY-REQUESTS.
    MOVE "  REQUESTS APPLIED (ACTION / TRAN-ID / BY / RESULT)"
        TO REPORT-LINE
    WRITE REPORT-LINE
    OPEN INPUT RequestFile
    IF WS-Request-Status = "00"
        PERFORM APPLY-ONE-REQUEST UNTIL WS-Request-EOF = "Y"
        CLOSE RequestFile
    ELSE
        DISPLAY "HOLDREL: NO RELEASE REQUESTS, STATUS="
            WS-Request-Status ", NOTHING TO APPLY"
        MOVE "    NO RELEASE REQUESTS ON FILE" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

APPLY-ONE-REQUEST.
    READ RequestFile
        AT END
            MOVE "Y" TO WS-Request-EOF
        NOT AT END
            MOVE SPACES TO WS-Refusal-Text
            MOVE HQ-TRAN-ID TO WS-This-Tran-Id
            MOVE "N" TO WS-Item-Found
            PERFORM MATCH-HELD-ITEM
                VARYING WS-Item-Sub FROM 1 BY 1
                UNTIL WS-Item-Sub > WS-Item-Count-Used
                    OR WS-Item-Found = "Y"
            IF WS-Item-Found = "Y"
                SUBTRACT 1 FROM WS-Item-Sub
            END-IF
            MOVE "HOLDREL" TO WS-Auth-Function-Code
            MOVE HQ-AUTHORIZED-BY TO WS-Auth-Operator-Id
            MOVE SPACES TO WS-Auth-Approver-Id
            PERFORM CHECK-OPERATOR-AUTHORITY
            EVALUATE TRUE
                WHEN WS-Auth-Reason NOT = SPACES
                    MOVE WS-Auth-Reason TO WS-Refusal-Text
                WHEN WS-Item-Found = "N"
                    MOVE "NO SUCH ITEM ON HOLD" TO WS-Refusal-Text
                WHEN HQ-ACTION = "A"
                    PERFORM RELEASE-APPROVED-ITEM
                WHEN HQ-ACTION = "D"
                    IF HQ-REASON = SPACES
                        MOVE "DECLINE WITHOUT A REASON"
                            TO WS-Refusal-Text
                    ELSE
                        MOVE "D" TO WS-Item-Status (WS-Item-Sub)
                        ADD 1 TO WS-Declined-Count
                        MOVE SPACES TO REPORT-LINE
                        STRING "    D  " HQ-TRAN-ID "  "
                            HQ-AUTHORIZED-BY "  DECLINED - "
                            HQ-REASON
                            DELIMITED BY SIZE INTO REPORT-LINE
                        WRITE REPORT-LINE
                    END-IF
                WHEN OTHER
                    MOVE "UNKNOWN ACTION" TO WS-Refusal-Text
            END-EVALUATE
            IF WS-Refusal-Text NOT = SPACES
                ADD 1 TO WS-Refused-Count
                DISPLAY "HOLDREL: REQUEST '" HQ-ACTION "' FOR TRAN-ID "
                    HQ-TRAN-ID " REFUSED - " WS-Refusal-Text
                MOVE SPACES TO REPORT-LINE
                STRING "    " HQ-ACTION "  " HQ-TRAN-ID "  "
                    HQ-AUTHORIZED-BY "  *** REFUSED - "
                    WS-Refusal-Text
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                MOVE WS-Refusal-Text TO WS-Auth-Reason
                MOVE HQ-TRAN-ID TO WS-Reject-Key
                PERFORM WRITE-REJECT-RECORD
            END-IF
    END-READ.

MATCH-HELD-ITEM.
    IF WS-Item-Status (WS-Item-Sub) = "H"
        AND WS-Item-Tran-Data (WS-Item-Sub) (1:10) = WS-This-Tran-Id
        MOVE "Y" TO WS-Item-Found
    END-IF.

RELEASE-APPROVED-ITEM.
    IF WS-Release-Opened = "N"
        PERFORM OPEN-RELEASE-FILE
    END-IF
    IF WS-Release-Opened = "Y"
        MOVE WS-Item-Tran-Data (WS-Item-Sub) TO RELEASE-RECORD
        WRITE RELEASE-RECORD
        IF WS-Release-Status NOT = "00"
            DISPLAY "HOLDREL: ERROR WRITING RELEASE FILE, STATUS="
                WS-Release-Status
            MOVE 16 TO RETURN-CODE
            MOVE "RELEASE FILE WRITE FAILED" TO WS-Refusal-Text
            MOVE 1 TO WS-Alert-Severity
            MOVE "HOLDRLSE" TO WS-Alert-File
            MOVE WS-Release-Status TO WS-Alert-FStat
            MOVE "ERROR WRITING RELEASE FILE" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        ELSE
            MOVE "A" TO WS-Item-Status (WS-Item-Sub)
            ADD 1 TO WS-Approved-Count
            MOVE SPACES TO REPORT-LINE
            STRING "    A  " HQ-TRAN-ID "  " HQ-AUTHORIZED-BY
                "  APPROVED - QUEUED FOR NEXT HANDLER RUN"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    ELSE
        MOVE "RELEASE FILE UNAVAILABLE" TO WS-Refusal-Text
    END-IF.

OPEN-RELEASE-FILE.
    OPEN EXTEND ReleaseFile
    IF WS-Release-Status = "35"
        OPEN OUTPUT ReleaseFile
    END-IF
    IF WS-Release-Status NOT = "00"
        DISPLAY "HOLDREL: ERROR OPENING RELEASE FILE, STATUS="
            WS-Release-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "HOLDRLSE" TO WS-Alert-File
        MOVE WS-Release-Status TO WS-Alert-FStat
        MOVE "ERROR OPENING RELEASE FILE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        MOVE "Y" TO WS-Release-Opened
    END-IF.

CLOSE-RELEASE-FILE.
    IF WS-Release-Opened = "Y"
        CLOSE ReleaseFile
        MOVE "N" TO WS-Release-Opened
        IF WS-Release-Status NOT = "00"
            DISPLAY "HOLDREL: ERROR CLOSING RELEASE FILE, STATUS="
                WS-Release-Status
            MOVE 20 TO RETURN-CODE
        END-IF
    END-IF.

REWRITE-HOLD-MASTER.
*> Approved and declined items leave the master; the rest stay.
    OPEN OUTPUT HoldMasterFile
    IF WS-Master-Status NOT = "00"
        DISPLAY "HOLDREL: ERROR REWRITING HELD-ITEMS MASTER, STATUS="
            WS-Master-Status
        MOVE 16 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "HOLDMSTR" TO WS-Alert-File
        MOVE WS-Master-Status TO WS-Alert-FStat
        MOVE "ERROR REWRITING HELD-ITEMS MASTER" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        PERFORM WRITE-HELD-MASTER-RECORD
            VARYING WS-Item-Sub FROM 1 BY 1
            UNTIL WS-Item-Sub > WS-Item-Count-Used
        CLOSE HoldMasterFile
    END-IF.

WRITE-HELD-MASTER-RECORD.
    IF WS-Item-Status (WS-Item-Sub) = "H"
        MOVE SPACES TO HOLD-MASTER-RECORD
        MOVE WS-Item-Held-Date (WS-Item-Sub) TO HM-HELD-DATE
        MOVE WS-Item-Run-Id (WS-Item-Sub) TO HM-RUN-ID
        MOVE WS-Item-Region (WS-Item-Sub) TO HM-REGION
        MOVE WS-Item-Tran-Data (WS-Item-Sub) TO HM-TRAN-DATA
        MOVE WS-Item-Base-Amount (WS-Item-Sub) TO HM-BASE-AMOUNT
        WRITE HOLD-MASTER-RECORD
        IF WS-Master-Status NOT = "00"
            DISPLAY "HOLDREL: ERROR WRITING HELD-ITEMS MASTER,"
                " STATUS=" WS-Master-Status
            MOVE 16 TO RETURN-CODE
            MOVE WS-Item-Count-Used TO WS-Item-Sub
        END-IF
    END-IF.

REPORT-STILL-HELD.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "  STILL HELD (HELD ON / BUSINESS DAYS / REGION / TRAN-ID /"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "               AMOUNT / CURRENCY)" TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM REPORT-ONE-HELD-ITEM
        VARYING WS-Item-Sub FROM 1 BY 1
        UNTIL WS-Item-Sub > WS-Item-Count-Used
    IF WS-Open-Count = 0
        MOVE "    NOTHING ON HOLD" TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

REPORT-ONE-HELD-ITEM.
    IF WS-Item-Status (WS-Item-Sub) = "H"
        ADD 1 TO WS-Open-Count
        MOVE WS-Item-Tran-Data (WS-Item-Sub) TO TRANSACTION-RECORD
        MOVE 0 TO WS-Amount-Display
        IF (TRAN-AMOUNT-X (1:1) = "+" OR TRAN-AMOUNT-X (1:1) = "-")
            AND TRAN-AMOUNT-X (2:11) IS NUMERIC
            MOVE TRAN-AMOUNT TO WS-Amount-Display
        END-IF
*> Each item is listed in its own currency; the value still held is
*> totalled in base.
        IF WS-Item-Base-Amount (WS-Item-Sub) = SPACES
            MOVE TRAN-AMOUNT-X TO WS-Base-Amount-X
        ELSE
            MOVE WS-Item-Base-Amount (WS-Item-Sub) TO WS-Base-Amount-X
        END-IF
        IF (WS-Base-Amount-X (1:1) = "+" OR WS-Base-Amount-X (1:1) = "-")
            AND WS-Base-Amount-X (2:11) IS NUMERIC
            ADD WS-Base-Amount TO WS-Open-Value
        END-IF
        PERFORM COUNT-BUSINESS-DAYS-HELD
        MOVE SPACES TO REPORT-LINE
        IF WS-Business-Days > WS-Max-Business-Days
            ADD 1 TO WS-Overdue-Count
            STRING "    " WS-Item-Held-Date (WS-Item-Sub)
                "  " WS-Business-Days
                "  " WS-Item-Region (WS-Item-Sub)
                "  " TRAN-ID "  " WS-Amount-Display
                " " TRAN-CURRENCY "  *** OVERDUE"
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            STRING "    " WS-Item-Held-Date (WS-Item-Sub)
                "  " WS-Business-Days
                "  " WS-Item-Region (WS-Item-Sub)
                "  " TRAN-ID "  " WS-Amount-Display
                " " TRAN-CURRENCY
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
    END-IF.

COUNT-BUSINESS-DAYS-HELD.
*> Business days elapsed since the item was held: each later day up
*> to and including today that BATCHCAL does not mark a holiday.
    MOVE 0 TO WS-Business-Days
    IF WS-Item-Held-Date (WS-Item-Sub) IS NUMERIC
        AND WS-Item-Held-Date (WS-Item-Sub) > 19000101
        AND WS-Item-Held-Date (WS-Item-Sub) < WS-Run-Date
        COMPUTE WS-Day-Integer = FUNCTION INTEGER-OF-DATE(
            WS-Item-Held-Date (WS-Item-Sub)) + 1
        PERFORM COUNT-ONE-BUSINESS-DAY
            UNTIL WS-Day-Integer > WS-Run-Date-Integer
    END-IF.

COUNT-ONE-BUSINESS-DAY.
    COMPUTE WS-Day-Date = FUNCTION DATE-OF-INTEGER(WS-Day-Integer)
    MOVE "N" TO WS-Holiday-Found
    PERFORM MATCH-HOLIDAY
        VARYING WS-Holiday-Sub FROM 1 BY 1
        UNTIL WS-Holiday-Sub > WS-Holiday-Count-Used
            OR WS-Holiday-Found = "Y"
    IF WS-Holiday-Found = "N"
        ADD 1 TO WS-Business-Days
    END-IF
    ADD 1 TO WS-Day-Integer.

MATCH-HOLIDAY.
    IF WS-Holiday-Date (WS-Holiday-Sub) = WS-Day-Date
        MOVE "Y" TO WS-Holiday-Found
    END-IF.

CHECK-OVERDUE-HOLDS.
*> The severity-2 alert for overdue holds is raised by Status, which
*> runs every night; here they are only flagged for the operator.
    IF WS-Overdue-Count > 0
        DISPLAY "HOLDREL: " WS-Overdue-Count " ITEMS HELD MORE THAN "
            WS-Max-Business-Days " BUSINESS DAYS - APPROVE OR DECLINE"
    END-IF.

WRITE-REPORT-SUMMARY.
    IF WS-Report-Status = "00"
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE WS-Open-Value TO WS-Total-Display
        MOVE SPACES TO REPORT-LINE
        STRING "  APPROVED " WS-Approved-Count
            "  DECLINED " WS-Declined-Count
            "  REFUSED REQUESTS " WS-Refused-Count
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  STILL HELD " WS-Open-Count "  BASE VALUE "
            WS-Total-Display "  OVERDUE " WS-Overdue-Count
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        CLOSE ReportFile
        DISPLAY "HOLDREL: " WS-Approved-Count " APPROVED, "
            WS-Declined-Count " DECLINED, " WS-Open-Count
            " STILL HELD, REPORT WRITTEN TO " WS-Report-Filename
    END-IF.

LOAD-OPERATOR-AUTHORITY.
*> No request is applied without the authority file: a missing or
*> oversized file stops the run rather than letting anyone through.
    OPEN INPUT OperAuthFile
    IF WS-OperAuth-Status = "00"
        PERFORM LOAD-AUTHORITY-RECORD UNTIL WS-OperAuth-EOF = "Y"
        CLOSE OperAuthFile
    ELSE
        DISPLAY "HOLDREL: OPERATOR AUTHORITY FILE UNAVAILABLE, STATUS="
            WS-OperAuth-Status ", NO REQUESTS APPLIED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "OPERAUTH" TO WS-Alert-File
        MOVE WS-OperAuth-Status TO WS-Alert-FStat
        MOVE "OPERATOR AUTHORITY FILE UNAVAILABLE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF WS-Auth-Overflow = "Y"
        DISPLAY "HOLDREL: OPERATOR AUTHORITY FILE HOLDS MORE THAN 500"
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
        MOVE "HoldRel" TO MR-PROGRAM-NAME
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
        DISPLAY "HOLDREL: UNABLE TO WRITE MAINTENANCE REJECT LOG, STATUS="
            WS-RejectLog-Status
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "HoldRel" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "HOLDREL: UNABLE TO WRITE AUDIT LOG, STATUS="
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
        MOVE "HoldRel" TO ALERT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO ALERT-RUN-ID
        MOVE WS-Alert-File TO ALERT-FILE-NAME
        MOVE WS-Alert-FStat TO ALERT-FILE-STATUS
        MOVE WS-Alert-Text TO ALERT-TEXT
        WRITE ALERT-RECORD
        CLOSE AlertFile
    ELSE
        DISPLAY "HOLDREL: UNABLE TO WRITE ALERT FILE, STATUS="
            WS-Alert-Status
    END-IF.
