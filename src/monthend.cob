       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MonthEnd.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PeriodMasterFile ASSIGN TO "PERIODM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PM-KEY
        FILE STATUS IS WS-PeriodM-Status.
    SELECT PeriodControlFile ASSIGN TO "PERIODCL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PeriodCtl-Status.
    SELECT DayCloseFile ASSIGN TO "DAYCLOSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DayClose-Status.
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
FD PeriodMasterFile.
    COPY PERIODM.

FD PeriodControlFile.
    COPY PERIODCL.

FD DayCloseFile.
    COPY DAYCLS.

FD ReportFile.
01 REPORT-LINE PIC X(100).

FD RunControlFile.
    COPY RUNCTL.

FD AuditLog.
    COPY AUDITREC.

FD AlertFile.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 WS-PeriodM-Status PIC X(2).
01 WS-PeriodCtl-Status PIC X(2).
01 WS-DayClose-Status PIC X(2).
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
01 WS-Report-Filename PIC X(21).
01 WS-Run-Period PIC 9(6).
01 WS-Run-Period-X REDEFINES WS-Run-Period.
    05 WS-Run-Year PIC 9(4).
    05 WS-Run-Month PIC 9(2).
01 WS-Prior-Period PIC 9(6).
01 WS-Prior-Period-X REDEFINES WS-Prior-Period.
    05 WS-Prior-Year PIC 9(4).
    05 WS-Prior-Month PIC 9(2).
01 WS-Period-State PIC X(1).
01 WS-PeriodCtl-EOF PIC X VALUE "N".
01 WS-Close-EOF PIC X VALUE "N".
01 WS-Master-EOF PIC X VALUE "N".
01 WS-Date-Closed PIC X VALUE "N".
01 WS-Days-Closed PIC 9(3) VALUE 0.
01 WS-Period-Count-Used PIC 9(3) VALUE 0.
01 WS-Period-Table.
    05 WS-Period-Entry OCCURS 200 TIMES.
        10 WS-Per-Region PIC X(8).
        10 WS-Per-Prefix PIC X(2).
        10 WS-Per-Count PIC 9(9).
        10 WS-Per-Amount PIC S9(13)V99.
        10 WS-Per-Rejects PIC 9(9).
        10 WS-Per-Duplicates PIC 9(9).
        10 WS-Per-Prior-Count PIC 9(9).
        10 WS-Per-Prior-Amount PIC S9(13)V99.
01 WS-Period-Sub PIC 9(3).
01 WS-Period-Found PIC X.
01 WS-Period-Overflow PIC X VALUE "N".
01 WS-Total-Count PIC 9(9) VALUE 0.
01 WS-Total-Amount PIC S9(13)V99 VALUE 0.
01 WS-Total-Rejects PIC 9(9) VALUE 0.
01 WS-Total-Duplicates PIC 9(9) VALUE 0.
01 WS-Total-Prior-Count PIC 9(9) VALUE 0.
01 WS-Total-Prior-Amount PIC S9(13)V99 VALUE 0.
01 WS-Region-Display PIC X(8).
01 WS-Count-Display PIC Z(8)9.
01 WS-Count-Display-2 PIC Z(8)9.
01 WS-Count-Display-3 PIC Z(8)9.
01 WS-Count-Display-4 PIC Z(8)9.
01 WS-Amount-Display PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Amount-Display-2 PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
*> Closes the accounting period holding the business date: reports
*> the period-to-date totals DayClose built on PERIODM against the
*> prior month, then appends the close record that locks the
*> period against further processing.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    PERFORM READ-RUN-CONTROL
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    MOVE WS-Run-Date (1:6) TO WS-Run-Period
    MOVE WS-Run-Period TO WS-Prior-Period
    IF WS-Prior-Month = 1
        MOVE 12 TO WS-Prior-Month
        SUBTRACT 1 FROM WS-Prior-Year
    ELSE
        SUBTRACT 1 FROM WS-Prior-Month
    END-IF
    STRING "MONTHEND." WS-Run-Period ".RPT" DELIMITED BY SIZE
        INTO WS-Report-Filename
    PERFORM CHECK-PERIOD-STATE
    IF WS-Period-State = "C"
        DISPLAY "MONTHEND: PERIOD " WS-Run-Period
            " IS ALREADY CLOSED, NOTHING TO DO"
    ELSE
        PERFORM CHECK-DAYS-CLOSED
        IF RETURN-CODE = ZERO
            PERFORM OPEN-REPORT-FILE
        END-IF
        IF RETURN-CODE = ZERO
            PERFORM LOAD-PERIOD-TOTALS
        END-IF
        IF RETURN-CODE = ZERO
            PERFORM REPORT-PERIOD-TOTALS
            PERFORM WRITE-PERIOD-CLOSE-RECORD
        END-IF
        PERFORM WRITE-REPORT-SUMMARY
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
                    DISPLAY "MONTHEND: BUSINESS DATE OVERRIDDEN TO "
                        WS-Run-Date " BY RUN CONTROL"
                END-IF
        END-READ
        CLOSE RunControlFile
    END-IF.

CHECK-PERIOD-STATE.
*> The latest record for the period wins; a reopened period is
*> closed again by this run.
    MOVE SPACE TO WS-Period-State
    OPEN INPUT PeriodControlFile
    IF WS-PeriodCtl-Status = "00"
        PERFORM SCAN-PERIOD-CONTROL UNTIL WS-PeriodCtl-EOF = "Y"
        CLOSE PeriodControlFile
    END-IF
    IF WS-Period-State = "R"
        DISPLAY "MONTHEND: PERIOD " WS-Run-Period
            " WAS REOPENED, CLOSING IT AGAIN"
    END-IF.

SCAN-PERIOD-CONTROL.
    READ PeriodControlFile
        AT END
            MOVE "Y" TO WS-PeriodCtl-EOF
        NOT AT END
            IF PC-PERIOD = WS-Run-Period
                IF PC-STATUS = "C"
                    OR (PC-STATUS = "R" AND PC-AUTHORIZED-BY NOT = SPACES)
                    MOVE PC-STATUS TO WS-Period-State
                END-IF
            END-IF
    END-READ.

CHECK-DAYS-CLOSED.
*> The business date the period is closed on must itself be closed,
*> otherwise its totals have not yet reached PERIODM and the close
*> would lock them out for good.
    OPEN INPUT DayCloseFile
    IF WS-DayClose-Status = "00"
        PERFORM SCAN-DAY-CLOSE-RECORD UNTIL WS-Close-EOF = "Y"
        CLOSE DayCloseFile
    END-IF
    IF WS-Date-Closed = "N"
        DISPLAY "MONTHEND: BUSINESS DATE " WS-Run-Date
            " HAS NO DAY-CLOSE RECORD, PERIOD " WS-Run-Period
            " NOT CLOSED"
        MOVE 8 TO RETURN-CODE
        MOVE 2 TO WS-Alert-Severity
        MOVE "DAYCLOSE" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "DAY NOT CLOSED, PERIOD NOT CLOSED" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

SCAN-DAY-CLOSE-RECORD.
    READ DayCloseFile
        AT END
            MOVE "Y" TO WS-Close-EOF
        NOT AT END
            IF DC-STATUS = "C"
                AND DC-BUSINESS-DATE (1:6) = WS-Run-Period
                ADD 1 TO WS-Days-Closed
                IF DC-BUSINESS-DATE = WS-Run-Date
                    MOVE "Y" TO WS-Date-Closed
                END-IF
            END-IF
    END-READ.

OPEN-REPORT-FILE.
    OPEN OUTPUT ReportFile
    IF WS-Report-Status NOT = "00"
        DISPLAY "MONTHEND: ERROR OPENING REPORT FILE, STATUS="
            WS-Report-Status
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE SPACES TO REPORT-LINE
        STRING "MONTH-END CLOSE - PERIOD " WS-Run-Period
            " (PRIOR " WS-Prior-Period ")"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

LOAD-PERIOD-TOTALS.
*> PERIODM is keyed period first, so the prior month and this month
*> are one contiguous run of keys starting at the prior period.
    OPEN INPUT PeriodMasterFile
    IF WS-PeriodM-Status NOT = "00"
        DISPLAY "MONTHEND: PERIOD MASTER UNAVAILABLE, STATUS="
            WS-PeriodM-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "PERIODM" TO WS-Alert-File
        MOVE WS-PeriodM-Status TO WS-Alert-FStat
        MOVE "PERIOD MASTER UNAVAILABLE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        MOVE LOW-VALUES TO PM-KEY
        MOVE WS-Prior-Period TO PM-PERIOD
        START PeriodMasterFile KEY NOT < PM-KEY
            INVALID KEY
                MOVE "Y" TO WS-Master-EOF
        END-START
        PERFORM READ-PERIOD-RECORD UNTIL WS-Master-EOF = "Y"
        CLOSE PeriodMasterFile
        IF WS-Period-Overflow = "Y"
            DISPLAY "MONTHEND: PERIOD TABLE FULL AT 200, PERIOD "
                WS-Run-Period " NOT CLOSED"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE "PERIODM" TO WS-Alert-File
            MOVE SPACES TO WS-Alert-FStat
            MOVE "PERIOD TABLE FULL, PERIOD NOT CLOSED"
                TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

READ-PERIOD-RECORD.
    READ PeriodMasterFile NEXT RECORD
        AT END
            MOVE "Y" TO WS-Master-EOF
        NOT AT END
            IF PM-PERIOD > WS-Run-Period
                MOVE "Y" TO WS-Master-EOF
            ELSE
                PERFORM FIND-PERIOD-ENTRY
                IF WS-Period-Found = "Y"
                    PERFORM ADD-PERIOD-RECORD
                END-IF
            END-IF
    END-READ.

ADD-PERIOD-RECORD.
    IF PM-PERIOD = WS-Run-Period
        ADD PM-ACCEPTED-COUNT TO WS-Per-Count (WS-Period-Sub)
        ADD PM-ACCEPTED-AMOUNT TO WS-Per-Amount (WS-Period-Sub)
        ADD PM-REJECT-COUNT TO WS-Per-Rejects (WS-Period-Sub)
        ADD PM-DUPLICATE-COUNT TO WS-Per-Duplicates (WS-Period-Sub)
    ELSE
        ADD PM-ACCEPTED-COUNT TO WS-Per-Prior-Count (WS-Period-Sub)
        ADD PM-ACCEPTED-AMOUNT TO WS-Per-Prior-Amount (WS-Period-Sub)
    END-IF.

FIND-PERIOD-ENTRY.
    MOVE "N" TO WS-Period-Found
    PERFORM MATCH-PERIOD-ENTRY
        VARYING WS-Period-Sub FROM 1 BY 1
        UNTIL WS-Period-Sub > WS-Period-Count-Used
            OR WS-Period-Found = "Y"
    IF WS-Period-Found = "Y"
        SUBTRACT 1 FROM WS-Period-Sub
    ELSE
        IF WS-Period-Count-Used < 200
            ADD 1 TO WS-Period-Count-Used
            MOVE WS-Period-Count-Used TO WS-Period-Sub
            MOVE PM-REGION TO WS-Per-Region (WS-Period-Sub)
            MOVE PM-TYPE-PREFIX TO WS-Per-Prefix (WS-Period-Sub)
            MOVE 0 TO WS-Per-Count (WS-Period-Sub)
            MOVE 0 TO WS-Per-Amount (WS-Period-Sub)
            MOVE 0 TO WS-Per-Rejects (WS-Period-Sub)
            MOVE 0 TO WS-Per-Duplicates (WS-Period-Sub)
            MOVE 0 TO WS-Per-Prior-Count (WS-Period-Sub)
            MOVE 0 TO WS-Per-Prior-Amount (WS-Period-Sub)
            MOVE "Y" TO WS-Period-Found
        ELSE
            MOVE "Y" TO WS-Period-Overflow
        END-IF
    END-IF.

MATCH-PERIOD-ENTRY.
    IF WS-Per-Region (WS-Period-Sub) = PM-REGION
        AND WS-Per-Prefix (WS-Period-Sub) = PM-TYPE-PREFIX
        MOVE "Y" TO WS-Period-Found
    END-IF.

REPORT-PERIOD-TOTALS.
    MOVE SPACES TO REPORT-LINE
    STRING "  REGION   TY  MTD COUNT            MTD AMOUNT"
        " PRV COUNT          PRIOR AMOUNT   REJECTS     DUPLS"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-Period-Count-Used = 0
        MOVE "  (NO PERIOD TOTALS ON FILE)" TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        PERFORM REPORT-ONE-ENTRY
            VARYING WS-Period-Sub FROM 1 BY 1
            UNTIL WS-Period-Sub > WS-Period-Count-Used
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "TOTAL" TO WS-Region-Display
    MOVE WS-Total-Count TO WS-Count-Display
    MOVE WS-Total-Amount TO WS-Amount-Display
    MOVE WS-Total-Prior-Count TO WS-Count-Display-2
    MOVE WS-Total-Prior-Amount TO WS-Amount-Display-2
    MOVE WS-Total-Rejects TO WS-Count-Display-3
    MOVE WS-Total-Duplicates TO WS-Count-Display-4
    MOVE SPACES TO REPORT-LINE
    STRING "  " WS-Region-Display "     " WS-Count-Display " "
        WS-Amount-Display " " WS-Count-Display-2 " "
        WS-Amount-Display-2 " " WS-Count-Display-3 " "
        WS-Count-Display-4
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

REPORT-ONE-ENTRY.
*> A single-feed day carries no region; it is shown as ALL.
    IF WS-Per-Region (WS-Period-Sub) = SPACES
        MOVE "ALL" TO WS-Region-Display
    ELSE
        MOVE WS-Per-Region (WS-Period-Sub) TO WS-Region-Display
    END-IF
    MOVE WS-Per-Count (WS-Period-Sub) TO WS-Count-Display
    MOVE WS-Per-Amount (WS-Period-Sub) TO WS-Amount-Display
    MOVE WS-Per-Prior-Count (WS-Period-Sub) TO WS-Count-Display-2
    MOVE WS-Per-Prior-Amount (WS-Period-Sub) TO WS-Amount-Display-2
    MOVE WS-Per-Rejects (WS-Period-Sub) TO WS-Count-Display-3
    MOVE WS-Per-Duplicates (WS-Period-Sub) TO WS-Count-Display-4
    MOVE SPACES TO REPORT-LINE
    STRING "  " WS-Region-Display " " WS-Per-Prefix (WS-Period-Sub)
        "  " WS-Count-Display " " WS-Amount-Display " "
        WS-Count-Display-2 " " WS-Amount-Display-2 " "
        WS-Count-Display-3 " " WS-Count-Display-4
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD WS-Per-Count (WS-Period-Sub) TO WS-Total-Count
    ADD WS-Per-Amount (WS-Period-Sub) TO WS-Total-Amount
    ADD WS-Per-Prior-Count (WS-Period-Sub) TO WS-Total-Prior-Count
    ADD WS-Per-Prior-Amount (WS-Period-Sub) TO WS-Total-Prior-Amount
    ADD WS-Per-Rejects (WS-Period-Sub) TO WS-Total-Rejects
    ADD WS-Per-Duplicates (WS-Period-Sub) TO WS-Total-Duplicates.

WRITE-PERIOD-CLOSE-RECORD.
    OPEN EXTEND PeriodControlFile
    IF WS-PeriodCtl-Status = "35"
        OPEN OUTPUT PeriodControlFile
    END-IF
    IF WS-PeriodCtl-Status = "00"
        MOVE SPACES TO PERIOD-CONTROL-RECORD
        MOVE WS-Run-Period TO PC-PERIOD
        MOVE "C" TO PC-STATUS
        MOVE WS-Run-Timestamp TO PC-RUN-ID
        MOVE "MONTHEND" TO PC-AUTHORIZED-BY
        MOVE "MONTH-END CLOSE" TO PC-REASON
        WRITE PERIOD-CONTROL-RECORD
        CLOSE PeriodControlFile
        DISPLAY "MONTHEND: PERIOD " WS-Run-Period " CLOSED, "
            WS-Days-Closed " BUSINESS DAYS IN PERIOD"
    ELSE
        DISPLAY "MONTHEND: UNABLE TO WRITE PERIOD CLOSE RECORD, STATUS="
            WS-PeriodCtl-Status
        MOVE 16 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "PERIODCL" TO WS-Alert-File
        MOVE WS-PeriodCtl-Status TO WS-Alert-FStat
        MOVE "UNABLE TO WRITE PERIOD CLOSE RECORD" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

WRITE-REPORT-SUMMARY.
    IF WS-Report-Status = "00"
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  BUSINESS DAYS CLOSED IN PERIOD: " WS-Days-Closed
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        IF RETURN-CODE = ZERO
            STRING "  PERIOD " WS-Run-Period " CLOSED BY RUN "
                WS-Run-Timestamp
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            STRING "  *** PERIOD " WS-Run-Period " NOT CLOSED"
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
        CLOSE ReportFile
        DISPLAY "MONTHEND: REPORT WRITTEN TO " WS-Report-Filename
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "MonthEnd" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "MONTHEND: UNABLE TO WRITE AUDIT LOG, STATUS="
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
        MOVE "MonthEnd" TO ALERT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO ALERT-RUN-ID
        MOVE WS-Alert-File TO ALERT-FILE-NAME
        MOVE WS-Alert-FStat TO ALERT-FILE-STATUS
        MOVE WS-Alert-Text TO ALERT-TEXT
        WRITE ALERT-RECORD
        CLOSE AlertFile
    ELSE
        DISPLAY "MONTHEND: UNABLE TO WRITE ALERT FILE, STATUS="
            WS-Alert-Status
    END-IF.
