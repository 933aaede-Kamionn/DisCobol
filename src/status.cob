    SELECT AlertFile ASSIGN TO "ALERTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Alert-Status.
    SELECT HoldMasterFile ASSIGN TO "HOLDMSTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HoldMaster-Status.
    SELECT CalendarFile ASSIGN TO "BATCHCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Calendar-Status.

DATA DIVISION.
FILE SECTION.
FD AlertFile.
    COPY ALERTREC.

FD HoldMasterFile.
    COPY HOLDMST.

FD CalendarFile.
    COPY BATCHCAL.

WORKING-STORAGE SECTION.
    COPY TRANSREC.
01 WS-AuditLog-Status PIC X(2).
01 WS-RunCtl-Status PIC X(2).
01 WS-Alert-Status PIC X(2).
01 WS-Any-Runs-Found PIC X VALUE "N".
01 WS-Alert-EOF PIC X VALUE "N".
01 WS-Open-Critical-Count PIC 9(5) VALUE 0.
01 WS-HoldMaster-Status PIC X(2).
01 WS-Hold-EOF PIC X VALUE "N".
01 WS-Held-Count PIC 9(5) VALUE 0.
01 WS-Held-Value PIC S9(13)V99 VALUE 0.
01 WS-Held-Amount PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-Held-Amount-X REDEFINES WS-Held-Amount PIC X(12).
01 WS-Held-Value-Display PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Overdue-Count PIC 9(5) VALUE 0.
01 WS-Max-Business-Days PIC 9(3) VALUE 2.
01 WS-Business-Days PIC 9(5).
01 WS-Calendar-Status PIC X(2).
01 WS-Calendar-EOF PIC X VALUE "N".
01 WS-Holiday-Count-Used PIC 9(3) VALUE 0.
01 WS-Holiday-Table.
    05 WS-Holiday-Date PIC 9(8) OCCURS 400 TIMES.
01 WS-Holiday-Sub PIC 9(3).
01 WS-Holiday-Found PIC X.
01 WS-Day-Integer PIC 9(8).
01 WS-Run-Date-Integer PIC 9(8).
01 WS-Day-Date PIC 9(8).

PROCEDURE DIVISION.
MAIN-LOGIC.
        PERFORM WRITE-ALERT-RECORD
    END-IF
    PERFORM COUNT-OPEN-CRITICAL-ALERTS
    PERFORM COUNT-HELD-ITEMS
    PERFORM CHECK-OVERDUE-HOLDS
    PERFORM DISPLAY-DASHBOARD
    PERFORM APPEND-AUDIT-RECORD
    GOBACK.
            END-IF
    END-READ.

COUNT-HELD-ITEMS.
*> Status runs every night whether or not anyone runs HoldRel, so
*> it is the step that ages the holds against BATCHCAL.
    OPEN INPUT HoldMasterFile
    IF WS-HoldMaster-Status = "00"
        COMPUTE WS-Run-Date-Integer =
            FUNCTION INTEGER-OF-DATE(WS-Run-Date)
        PERFORM LOAD-HOLIDAYS
        PERFORM TALLY-HELD-ITEM UNTIL WS-Hold-EOF = "Y"
        CLOSE HoldMasterFile
    END-IF.

TALLY-HELD-ITEM.
*> Held value is totalled in base; an item held before its base
*> amount was carried is already in base at TRAN-AMOUNT.
    READ HoldMasterFile
        AT END
            MOVE "Y" TO WS-Hold-EOF
        NOT AT END
            ADD 1 TO WS-Held-Count
            IF HM-BASE-AMOUNT = SPACES
                MOVE HM-TRAN-DATA TO TRANSACTION-RECORD
                MOVE TRAN-AMOUNT-X TO WS-Held-Amount-X
            ELSE
                MOVE HM-BASE-AMOUNT TO WS-Held-Amount-X
            END-IF
            IF (WS-Held-Amount-X (1:1) = "+"
                    OR WS-Held-Amount-X (1:1) = "-")
                AND WS-Held-Amount-X (2:11) IS NUMERIC
                ADD WS-Held-Amount TO WS-Held-Value
            END-IF
            PERFORM COUNT-BUSINESS-DAYS-HELD
            IF WS-Business-Days > WS-Max-Business-Days
                ADD 1 TO WS-Overdue-Count
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
        DISPLAY "STATUS: NO BATCHCAL, STATUS=" WS-Calendar-Status
            ", HOLD AGING COUNTS EVERY DAY AS A BUSINESS DAY"
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

COUNT-BUSINESS-DAYS-HELD.
*> Business days elapsed since the item was held: each later day up
*> to and including today that BATCHCAL does not mark a holiday.
    MOVE 0 TO WS-Business-Days
    IF HM-HELD-DATE IS NUMERIC
        AND HM-HELD-DATE > 19000101
        AND HM-HELD-DATE < WS-Run-Date
        COMPUTE WS-Day-Integer =
            FUNCTION INTEGER-OF-DATE(HM-HELD-DATE) + 1
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
    IF WS-Overdue-Count > 0
        DISPLAY "STATUS: " WS-Overdue-Count " ITEMS HELD MORE THAN "
            WS-Max-Business-Days " BUSINESS DAYS - APPROVE OR DECLINE"
        MOVE 2 TO WS-Alert-Severity
        MOVE "HOLDMSTR" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "HIGH-VALUE ITEMS HELD OVER 2 BUS DAYS" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

READ-RUN-CONTROL.
    OPEN INPUT RunControlFile
    IF WS-RunCtl-Status = "00"
        DISPLAY "Open critical alerts: " WS-Open-Critical-Count
            " - run AlertRpt and acknowledge or escalate"
    END-IF
    IF WS-Held-Count = 0
        DISPLAY "High-value items on hold: 0"
    ELSE
        MOVE WS-Held-Value TO WS-Held-Value-Display
        DISPLAY "High-value items on hold: " WS-Held-Count
            " base value " WS-Held-Value-Display
            " - run HoldRel to approve or decline"
        IF WS-Overdue-Count > 0
            DISPLAY "  held over " WS-Max-Business-Days
                " business days: " WS-Overdue-Count
        END-IF
    END-IF
    DISPLAY "===============================".

APPEND-AUDIT-RECORD.
