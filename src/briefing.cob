    SELECT DayCloseFile ASSIGN TO "DAYCLOSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DayClose-Status.
    SELECT HoldMasterFile ASSIGN TO "HOLDMSTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HoldMaster-Status.
    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.
    SELECT DeviationFile ASSIGN TO DYNAMIC WS-Deviation-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Deviation-Status.
    SELECT ReportFile ASSIGN TO DYNAMIC WS-Report-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.
FD DayCloseFile.
    COPY DAYCLS.

FD HoldMasterFile.
    COPY HOLDMST.

FD RunControlFile.
    COPY RUNCTL.

FD DeviationFile.
    COPY ANOMDEV.

FD ReportFile.
01 REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
    COPY TRANSREC.
01 WS-AuditLog-Status PIC X(2).
01 WS-Alert-Status PIC X(2).
01 WS-Hello-Status PIC X(2).
01 WS-Suspense-Status PIC X(2).
01 WS-Checkpoint-Status PIC X(2).
01 WS-DayClose-Status PIC X(2).
01 WS-HoldMaster-Status PIC X(2).
01 WS-RunCtl-Status PIC X(2).
01 WS-Report-Status PIC X(2).
01 WS-Deviation-Status PIC X(2).
01 WS-Run-Date PIC 9(8).
01 WS-Run-Time PIC 9(8).
01 WS-End-Time PIC 9(8).
01 WS-Handler-Filename PIC X(20).
01 WS-Suspense-Filename PIC X(21).
01 WS-Report-Filename PIC X(21).
01 WS-Deviation-Filename PIC X(21).
01 WS-Audit-EOF PIC X VALUE "N".
01 WS-Alert-EOF PIC X VALUE "N".
01 WS-Hello-EOF PIC X VALUE "N".
01 WS-Chkpt-Run-Id PIC X(16) VALUE SPACES.
01 WS-Chkpt-State PIC X(1) VALUE SPACE.
01 WS-Chkpt-Regions PIC 9(2) VALUE 0.
01 WS-Hold-EOF PIC X VALUE "N".
01 WS-Held-Count PIC 9(5) VALUE 0.
01 WS-Held-Value PIC S9(13)V99 VALUE 0.
01 WS-Held-Today PIC 9(5) VALUE 0.
01 WS-Held-Amount PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-Held-Amount-X REDEFINES WS-Held-Amount PIC X(12).
01 WS-Held-Value-Display PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Deviation-EOF PIC X VALUE "N".
01 WS-Deviation-Lines PIC 9(5) VALUE 0.
01 WS-Deviation-Kind PIC X(19).
01 WS-Dev-Today-Count PIC ZZZ,ZZZ,ZZ9.
01 WS-Dev-Average-Count PIC ZZZ,ZZZ,ZZ9.
01 WS-Dev-Today-Amount PIC +ZZZ,ZZZ,ZZ9.99.
01 WS-Dev-Average-Amount PIC +ZZZ,ZZZ,ZZ9.99.
01 WS-Dev-Pct-Display PIC +ZZZZ9.

PROCEDURE DIVISION.
MAIN-LOGIC.
        INTO WS-Suspense-Filename
    STRING "BRIEFING." WS-Run-Date ".RPT" DELIMITED BY SIZE
        INTO WS-Report-Filename
    STRING "ANOMALY." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Deviation-Filename
    PERFORM INITIALIZE-SEVERITY-TABLE
        VARYING WS-Severity-Sub FROM 1 BY 1
        UNTIL WS-Severity-Sub > 9
        PERFORM REPORT-OPEN-ALERTS
        PERFORM REPORT-OUTPUT-TRAILERS
        PERFORM REPORT-SUSPENSE-COUNTS
        PERFORM REPORT-ANOMALIES
        PERFORM REPORT-HELD-ITEMS
        PERFORM REPORT-CHECKPOINT-STATE
        CLOSE ReportFile
        DISPLAY "BRIEFING: MORNING BRIEFING WRITTEN TO "
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

REPORT-ANOMALIES.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "  VOLUME AND VALUE ANOMALIES (ANOMCHK)" TO REPORT-LINE
    WRITE REPORT-LINE
    OPEN INPUT DeviationFile
    IF WS-Deviation-Status = "00"
        PERFORM REPORT-ONE-DEVIATION UNTIL WS-Deviation-EOF = "Y"
        CLOSE DeviationFile
        IF WS-Deviation-Lines = 0
            MOVE "    NO DEVIATIONS OUTSIDE TOLERANCE" TO REPORT-LINE
        ELSE
            MOVE SPACES TO REPORT-LINE
            STRING "    " WS-Deviation-Lines " DEVIATIONS AGAINST THE"
                " TRAILING SAME-WEEKDAY AVERAGE"
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
    ELSE
        MOVE "    *** ANOMALY CHECK NOT RUN FOR THIS DATE ***"
            TO REPORT-LINE
    END-IF
    WRITE REPORT-LINE.

REPORT-ONE-DEVIATION.
*> Count deviations show counts, value deviations base amounts;
*> a new or missing prefix has no percentage to show.
    READ DeviationFile
        AT END
            MOVE "Y" TO WS-Deviation-EOF
        NOT AT END
            ADD 1 TO WS-Deviation-Lines
            EVALUATE AD-DEVIATION-TYPE
                WHEN "NEWP"
                    MOVE "NEW TYPE PREFIX" TO WS-Deviation-Kind
                WHEN "MISS"
                    MOVE "TYPE PREFIX MISSING" TO WS-Deviation-Kind
                WHEN "VOLH"
                    MOVE "VOLUME SPIKE" TO WS-Deviation-Kind
                WHEN "VOLL"
                    MOVE "VOLUME DROP" TO WS-Deviation-Kind
                WHEN "VALH"
                    MOVE "VALUE SPIKE" TO WS-Deviation-Kind
                WHEN "VALL"
                    MOVE "VALUE DROP" TO WS-Deviation-Kind
                WHEN OTHER
                    MOVE AD-DEVIATION-TYPE TO WS-Deviation-Kind
            END-EVALUATE
            MOVE AD-TODAY-COUNT TO WS-Dev-Today-Count
            MOVE AD-AVERAGE-COUNT TO WS-Dev-Average-Count
            MOVE AD-TODAY-AMOUNT TO WS-Dev-Today-Amount
            MOVE AD-AVERAGE-AMOUNT TO WS-Dev-Average-Amount
            MOVE AD-DEVIATION-PCT TO WS-Dev-Pct-Display
            MOVE SPACES TO REPORT-LINE
            EVALUATE AD-DEVIATION-TYPE
                WHEN "VALH"
                WHEN "VALL"
                    STRING "    " AD-REGION " " AD-TYPE-PREFIX "  "
                        WS-Deviation-Kind " TODAY " WS-Dev-Today-Amount
                        " AVG " WS-Dev-Average-Amount "  "
                        WS-Dev-Pct-Display "%"
                        DELIMITED BY SIZE INTO REPORT-LINE
                WHEN "VOLH"
                WHEN "VOLL"
                    STRING "    " AD-REGION " " AD-TYPE-PREFIX "  "
                        WS-Deviation-Kind " TODAY " WS-Dev-Today-Count
                        " AVG " WS-Dev-Average-Count "  "
                        WS-Dev-Pct-Display "%"
                        DELIMITED BY SIZE INTO REPORT-LINE
                WHEN OTHER
                    STRING "    " AD-REGION " " AD-TYPE-PREFIX "  "
                        WS-Deviation-Kind " TODAY " WS-Dev-Today-Count
                        " AVG " WS-Dev-Average-Count
                        DELIMITED BY SIZE INTO REPORT-LINE
            END-EVALUATE
            WRITE REPORT-LINE
    END-READ.

REPORT-HELD-ITEMS.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "  HIGH-VALUE HOLD (HOLDMSTR)" TO REPORT-LINE
    WRITE REPORT-LINE
    OPEN INPUT HoldMasterFile
    IF WS-HoldMaster-Status = "00"
        PERFORM TALLY-HELD-ITEM UNTIL WS-Hold-EOF = "Y"
        CLOSE HoldMasterFile
    END-IF
    IF WS-Held-Count = 0
        MOVE "    NOTHING ON HOLD" TO REPORT-LINE
    ELSE
        MOVE WS-Held-Value TO WS-Held-Value-Display
        MOVE SPACES TO REPORT-LINE
        STRING "    " WS-Held-Count " ITEMS ON HOLD, BASE VALUE "
            WS-Held-Value-Display ", " WS-Held-Today
            " HELD THIS DATE"
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE.

TALLY-HELD-ITEM.
*> Held value is totalled in base; an item held before its base
*> amount was carried is already in base at TRAN-AMOUNT.
    READ HoldMasterFile
        AT END
            MOVE "Y" TO WS-Hold-EOF
        NOT AT END
            ADD 1 TO WS-Held-Count
            IF HM-HELD-DATE = WS-Run-Date
                ADD 1 TO WS-Held-Today
            END-IF
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
    END-READ.

REPORT-CHECKPOINT-STATE.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
