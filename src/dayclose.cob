    SELECT AlertFile ASSIGN TO "ALERTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Alert-Status.
    SELECT StreamFile ASSIGN TO "STREAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.
    SELECT DetailFile ASSIGN TO DYNAMIC WS-Detail-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Detail-Status.
    SELECT SuspenseFile ASSIGN TO DYNAMIC WS-Suspense-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Suspense-Status.
    SELECT PeriodMasterFile ASSIGN TO "PERIODM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PM-KEY
        FILE STATUS IS WS-PeriodM-Status.
    SELECT PeriodControlFile ASSIGN TO "PERIODCL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PeriodCtl-Status.
    SELECT DayStatFile ASSIGN TO "DAYSTAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DayStat-Status.

DATA DIVISION.
FILE SECTION.
FD AlertFile.
    COPY ALERTREC.

FD StreamFile.
    COPY STREAMS.

FD DetailFile.
    COPY TRANDTL.

FD SuspenseFile.
    COPY SUSPREC.

FD PeriodMasterFile.
    COPY PERIODM.

FD PeriodControlFile.
    COPY PERIODCL.

FD DayStatFile.
    COPY DAYSTAT.

WORKING-STORAGE SECTION.
    COPY TRANSREC.
01 WS-AuditLog-Status PIC X(2).
01 WS-DayClose-Status PIC X(2).
01 WS-RunCtl-Status PIC X(2).
01 WS-Run-TranBal-Step PIC X VALUE "Y".
01 WS-Run-Handler-Step PIC X VALUE "Y".
01 WS-Run-Status-Step PIC X VALUE "Y".
01 WS-Stream-Status PIC X(2).
01 WS-Detail-Status PIC X(2).
01 WS-Suspense-Status PIC X(2).
01 WS-PeriodM-Status PIC X(2).
01 WS-PeriodCtl-Status PIC X(2).
01 WS-Detail-Filename PIC X(21).
01 WS-Suspense-Filename PIC X(21).
01 WS-Stream-EOF PIC X VALUE "N".
01 WS-Detail-EOF PIC X VALUE "N".
01 WS-Suspense-EOF PIC X VALUE "N".
01 WS-PeriodCtl-EOF PIC X VALUE "N".
01 WS-Stream-Count-Used PIC 9(2) VALUE 0.
01 WS-Stream-Table.
    05 WS-Stream-Region PIC X(8) OCCURS 20 TIMES.
01 WS-Stream-Seq-X PIC X(2).
01 WS-Stream-Seq REDEFINES WS-Stream-Seq-X PIC 9(2).
01 WS-Run-Period PIC 9(6).
01 WS-Period-State PIC X(1).
01 WS-Period-Closed PIC X VALUE "N".
01 WS-Period-Count-Used PIC 9(3) VALUE 0.
01 WS-Period-Table.
    05 WS-Period-Entry OCCURS 200 TIMES.
        10 WS-Per-Region PIC X(8).
        10 WS-Per-Prefix PIC X(2).
        10 WS-Per-Accepted PIC 9(9).
        10 WS-Per-Amount PIC S9(13)V99.
        10 WS-Per-Rejects PIC 9(9).
        10 WS-Per-Duplicates PIC 9(9).
01 WS-Period-Sub PIC 9(3).
01 WS-Period-Found PIC X.
01 WS-Period-Overflow PIC X VALUE "N".
01 WS-This-Run-Id PIC X(16).
01 WS-This-Region PIC X(8).
01 WS-This-Prefix PIC X(2).
01 WS-Dtl-Amount PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-Dtl-Amount-X REDEFINES WS-Dtl-Amount PIC X(12).
01 WS-Bad-Amount-Count PIC 9(6) VALUE 0.
01 WS-Period-Posted PIC 9(3) VALUE 0.
01 WS-Period-Skipped PIC 9(3) VALUE 0.
01 WS-DayStat-Status PIC X(2).
01 WS-DayStat-EOF PIC X VALUE "N".
01 WS-DayStat-Held PIC X VALUE "N".
01 WS-DayStat-Written PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
        DISPLAY "DAYCLOSE: BUSINESS DATE " WS-Run-Date
            " IS ALREADY CLOSED, NOTHING TO DO"
    ELSE
        MOVE WS-Run-Date (1:6) TO WS-Run-Period
        PERFORM CHECK-PERIOD-OPEN
        IF WS-Period-Closed = "N"
            PERFORM SCAN-AUDIT-FOR-STEPS
        END-IF
        IF RETURN-CODE = ZERO
            PERFORM RESOLVE-REGION-STEPS
                VARYING WS-Step-Sub FROM 1 BY 1
                UNTIL WS-Step-Sub > WS-Step-Count-Used
            PERFORM VERIFY-ALL-STEPS-CLEAN
        END-IF
        IF RETURN-CODE = ZERO
            PERFORM ACCUMULATE-PERIOD-TOTALS
        END-IF
        IF RETURN-CODE = ZERO
            PERFORM WRITE-DAY-STATISTICS
        END-IF
        IF RETURN-CODE = ZERO
            PERFORM WRITE-DAY-CLOSE-RECORD
        END-IF
    IF WS-Run-Handler-Step NOT = "N"
        PERFORM ADD-REQUIRED-STEP
        MOVE "Handler" TO WS-Step-Program (WS-Step-Count-Used)
*> Whatever Handler posts must be proved end to end before the day
*> can close, so a clean ValProof run is required alongside it.
        PERFORM ADD-REQUIRED-STEP
        MOVE "ValProof" TO WS-Step-Program (WS-Step-Count-Used)
    END-IF
    IF WS-Run-Status-Step NOT = "N"
        PERFORM ADD-REQUIRED-STEP
            END-IF
    END-READ.

CHECK-PERIOD-OPEN.
*> A business date inside a period MonthEnd has closed is refused
*> unless a later, authorized reopen record is on file.
    MOVE SPACE TO WS-Period-State
    OPEN INPUT PeriodControlFile
    IF WS-PeriodCtl-Status = "00"
        PERFORM SCAN-PERIOD-CONTROL UNTIL WS-PeriodCtl-EOF = "Y"
        CLOSE PeriodControlFile
    END-IF
    IF WS-Period-State = "C"
        MOVE "Y" TO WS-Period-Closed
        DISPLAY "DAYCLOSE: BUSINESS DATE " WS-Run-Date
            " FALLS IN CLOSED PERIOD " WS-Run-Period ", REFUSED"
        MOVE 8 TO RETURN-CODE
        MOVE 2 TO WS-Alert-Severity
        MOVE "PERIODCL" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "BUSINESS DATE IN A CLOSED PERIOD" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
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

SCAN-AUDIT-FOR-STEPS.
    OPEN INPUT AuditLog
    IF WS-AuditLog-Status = "00"
            " HAS NO CLEAN RUN FOR " WS-Run-Date
    END-IF.

ACCUMULATE-PERIOD-TOTALS.
*> The day's accepted detail and suspense records are tallied by
*> region and type prefix and added to the period master before
*> the close record goes out, so no closed day is missing from its
*> period totals. A period entry already stamped with this date
*> was added by an earlier attempt and is skipped, not doubled.
    PERFORM LOAD-STREAM-TABLE
    STRING "TRANDTL." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Detail-Filename
    STRING "SUSPENSE." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Suspense-Filename
    PERFORM TALLY-DETAIL-FILE
    IF RETURN-CODE = ZERO
        PERFORM TALLY-SUSPENSE-FILE
    END-IF
    IF RETURN-CODE = ZERO AND WS-Period-Overflow = "Y"
        DISPLAY "DAYCLOSE: PERIOD TABLE FULL AT 200, DAY NOT CLOSED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "PERIODM" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "PERIOD TABLE FULL, DAY NOT CLOSED" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF WS-Bad-Amount-Count > 0
        DISPLAY "DAYCLOSE: " WS-Bad-Amount-Count " DETAIL RECORDS WITH"
            " AN UNREADABLE AMOUNT COUNTED BUT NOT VALUED"
    END-IF
    IF RETURN-CODE = ZERO AND WS-Period-Count-Used > 0
        PERFORM UPDATE-PERIOD-MASTER
    END-IF.

LOAD-STREAM-TABLE.
    OPEN INPUT StreamFile
    IF WS-Stream-Status = "00"
        PERFORM READ-STREAM-RECORD UNTIL WS-Stream-EOF = "Y"
        CLOSE StreamFile
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
            END-IF
    END-READ.

TALLY-DETAIL-FILE.
    OPEN INPUT DetailFile
    IF WS-Detail-Status = "00"
        PERFORM READ-DETAIL-RECORD UNTIL WS-Detail-EOF = "Y"
        CLOSE DetailFile
    ELSE
        IF WS-Detail-Status = "35"
            DISPLAY "DAYCLOSE: NO DETAIL FILE " WS-Detail-Filename
                ", NO ACCEPTED TRANSACTIONS FOR THE PERIOD"
        ELSE
            DISPLAY "DAYCLOSE: DETAIL FILE UNAVAILABLE, STATUS="
                WS-Detail-Status ", DAY NOT CLOSED"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Detail-Filename TO WS-Alert-File
            MOVE WS-Detail-Status TO WS-Alert-FStat
            MOVE "DETAIL FILE UNAVAILABLE, DAY NOT CLOSED"
                TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

READ-DETAIL-RECORD.
*> A multi-stream day appends one trailer per region, so every
*> TRAILER record is skipped, not just the last.
    READ DetailFile
        AT END
            MOVE "Y" TO WS-Detail-EOF
        NOT AT END
            IF DTL-TRAILER-TYPE NOT = "TRAILER"
                MOVE DTL-RUN-ID TO WS-This-Run-Id
                MOVE DTL-TRAN-ID (1:2) TO WS-This-Prefix
                PERFORM RESOLVE-RECORD-REGION
                PERFORM FIND-PERIOD-ENTRY
                IF WS-Period-Found = "Y"
                    ADD 1 TO WS-Per-Accepted (WS-Period-Sub)
                    IF DTL-BASE-AMOUNT = SPACES
                        MOVE DTL-TRAN-AMOUNT TO WS-Dtl-Amount-X
                    ELSE
                        MOVE DTL-BASE-AMOUNT TO WS-Dtl-Amount-X
                    END-IF
                    IF (WS-Dtl-Amount-X (1:1) = "+"
                        OR WS-Dtl-Amount-X (1:1) = "-")
                        AND WS-Dtl-Amount-X (2:11) IS NUMERIC
                        ADD WS-Dtl-Amount TO WS-Per-Amount (WS-Period-Sub)
                    ELSE
                        ADD 1 TO WS-Bad-Amount-Count
                    END-IF
                END-IF
            END-IF
    END-READ.

TALLY-SUSPENSE-FILE.
    OPEN INPUT SuspenseFile
    IF WS-Suspense-Status = "00"
        PERFORM READ-SUSPENSE-RECORD UNTIL WS-Suspense-EOF = "Y"
        CLOSE SuspenseFile
    ELSE
        IF WS-Suspense-Status NOT = "35"
            DISPLAY "DAYCLOSE: SUSPENSE FILE UNAVAILABLE, STATUS="
                WS-Suspense-Status ", DAY NOT CLOSED"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Suspense-Filename TO WS-Alert-File
            MOVE WS-Suspense-Status TO WS-Alert-FStat
            MOVE "SUSPENSE FILE UNAVAILABLE, DAY NOT CLOSED"
                TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

READ-SUSPENSE-RECORD.
    READ SuspenseFile
        AT END
            MOVE "Y" TO WS-Suspense-EOF
        NOT AT END
            MOVE SUSP-RUN-ID TO WS-This-Run-Id
            MOVE SUSP-TRAN-DATA TO TRANSACTION-RECORD
            MOVE TRAN-ID (1:2) TO WS-This-Prefix
            PERFORM RESOLVE-RECORD-REGION
            PERFORM FIND-PERIOD-ENTRY
            IF WS-Period-Found = "Y"
                IF SUSP-REASON-CODE = "DUPL"
                    ADD 1 TO WS-Per-Duplicates (WS-Period-Sub)
                ELSE
                    ADD 1 TO WS-Per-Rejects (WS-Period-Sub)
                END-IF
            END-IF
    END-READ.

RESOLVE-RECORD-REGION.
*> On a multi-stream day positions 15-16 of the run-id carry the
*> stream's sequence on the STREAMS file; a single-feed day has no
*> region at all.
    MOVE SPACES TO WS-This-Region
    IF WS-Stream-Count-Used > 0
        MOVE "UNKNOWN" TO WS-This-Region
        MOVE WS-This-Run-Id (15:2) TO WS-Stream-Seq-X
        IF WS-Stream-Seq-X IS NUMERIC
            IF WS-Stream-Seq > 0
                AND WS-Stream-Seq NOT > WS-Stream-Count-Used
                MOVE WS-Stream-Region (WS-Stream-Seq) TO WS-This-Region
            END-IF
        END-IF
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
            MOVE WS-This-Region TO WS-Per-Region (WS-Period-Sub)
            MOVE WS-This-Prefix TO WS-Per-Prefix (WS-Period-Sub)
            MOVE 0 TO WS-Per-Accepted (WS-Period-Sub)
            MOVE 0 TO WS-Per-Amount (WS-Period-Sub)
            MOVE 0 TO WS-Per-Rejects (WS-Period-Sub)
            MOVE 0 TO WS-Per-Duplicates (WS-Period-Sub)
            MOVE "Y" TO WS-Period-Found
        ELSE
            MOVE "Y" TO WS-Period-Overflow
        END-IF
    END-IF.

MATCH-PERIOD-ENTRY.
    IF WS-Per-Region (WS-Period-Sub) = WS-This-Region
        AND WS-Per-Prefix (WS-Period-Sub) = WS-This-Prefix
        MOVE "Y" TO WS-Period-Found
    END-IF.

UPDATE-PERIOD-MASTER.
    OPEN I-O PeriodMasterFile
    IF WS-PeriodM-Status = "35"
        OPEN OUTPUT PeriodMasterFile
        CLOSE PeriodMasterFile
        OPEN I-O PeriodMasterFile
    END-IF
    IF WS-PeriodM-Status NOT = "00"
        DISPLAY "DAYCLOSE: PERIOD MASTER UNAVAILABLE, STATUS="
            WS-PeriodM-Status ", DAY NOT CLOSED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "PERIODM" TO WS-Alert-File
        MOVE WS-PeriodM-Status TO WS-Alert-FStat
        MOVE "PERIOD MASTER UNAVAILABLE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        PERFORM POST-ONE-PERIOD-ENTRY
            VARYING WS-Period-Sub FROM 1 BY 1
            UNTIL WS-Period-Sub > WS-Period-Count-Used
                OR RETURN-CODE NOT = ZERO
        CLOSE PeriodMasterFile
        DISPLAY "DAYCLOSE: " WS-Period-Posted " PERIOD TOTALS UPDATED"
            " FOR PERIOD " WS-Run-Period
        IF WS-Period-Skipped > 0
            DISPLAY "DAYCLOSE: " WS-Period-Skipped " PERIOD TOTALS"
                " ALREADY HELD THIS DATE, NOT ADDED AGAIN"
        END-IF
    END-IF.

POST-ONE-PERIOD-ENTRY.
    MOVE WS-Run-Period TO PM-PERIOD
    MOVE WS-Per-Region (WS-Period-Sub) TO PM-REGION
    MOVE WS-Per-Prefix (WS-Period-Sub) TO PM-TYPE-PREFIX
    READ PeriodMasterFile
        INVALID KEY
            MOVE WS-Run-Period TO PM-PERIOD
            MOVE WS-Per-Region (WS-Period-Sub) TO PM-REGION
            MOVE WS-Per-Prefix (WS-Period-Sub) TO PM-TYPE-PREFIX
            MOVE WS-Per-Accepted (WS-Period-Sub) TO PM-ACCEPTED-COUNT
            MOVE WS-Per-Amount (WS-Period-Sub) TO PM-ACCEPTED-AMOUNT
            MOVE WS-Per-Rejects (WS-Period-Sub) TO PM-REJECT-COUNT
            MOVE WS-Per-Duplicates (WS-Period-Sub)
                TO PM-DUPLICATE-COUNT
            MOVE WS-Run-Date TO PM-LAST-DATE
            WRITE PERIOD-MASTER-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-PeriodM-Status = "00"
                ADD 1 TO WS-Period-Posted
            END-IF
        NOT INVALID KEY
            IF PM-LAST-DATE = WS-Run-Date
                ADD 1 TO WS-Period-Skipped
            ELSE
                ADD WS-Per-Accepted (WS-Period-Sub) TO PM-ACCEPTED-COUNT
                ADD WS-Per-Amount (WS-Period-Sub) TO PM-ACCEPTED-AMOUNT
                ADD WS-Per-Rejects (WS-Period-Sub) TO PM-REJECT-COUNT
                ADD WS-Per-Duplicates (WS-Period-Sub)
                    TO PM-DUPLICATE-COUNT
                MOVE WS-Run-Date TO PM-LAST-DATE
                REWRITE PERIOD-MASTER-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-PeriodM-Status = "00"
                    ADD 1 TO WS-Period-Posted
                END-IF
            END-IF
    END-READ
    IF WS-PeriodM-Status NOT = "00"
        DISPLAY "DAYCLOSE: UNABLE TO UPDATE PERIOD TOTALS FOR "
            WS-Per-Region (WS-Period-Sub) " "
            WS-Per-Prefix (WS-Period-Sub) ", STATUS=" WS-PeriodM-Status
        MOVE 16 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "PERIODM" TO WS-Alert-File
        MOVE WS-PeriodM-Status TO WS-Alert-FStat
        MOVE "UNABLE TO UPDATE PERIOD TOTALS" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

WRITE-DAY-STATISTICS.
*> The day's accepted count and base amount per region and type
*> prefix go on the DAYSTAT history that AnomChk averages over. As
*> with the period master, statistics already held for this date
*> came from an earlier attempt and are not written twice.
    OPEN INPUT DayStatFile
    IF WS-DayStat-Status = "00"
        PERFORM SCAN-DAY-STATISTICS UNTIL WS-DayStat-EOF = "Y"
        CLOSE DayStatFile
    END-IF
    IF WS-DayStat-Held = "Y"
        DISPLAY "DAYCLOSE: DAILY STATISTICS ALREADY HELD FOR "
            WS-Run-Date ", NOT WRITTEN AGAIN"
    ELSE
        OPEN EXTEND DayStatFile
        IF WS-DayStat-Status = "35"
            OPEN OUTPUT DayStatFile
        END-IF
        IF WS-DayStat-Status = "00"
            PERFORM WRITE-ONE-DAY-STATISTIC
                VARYING WS-Period-Sub FROM 1 BY 1
                UNTIL WS-Period-Sub > WS-Period-Count-Used
            CLOSE DayStatFile
            DISPLAY "DAYCLOSE: " WS-DayStat-Written
                " DAILY STATISTICS WRITTEN FOR " WS-Run-Date
        ELSE
            DISPLAY "DAYCLOSE: UNABLE TO WRITE DAILY STATISTICS, STATUS="
                WS-DayStat-Status ", DAY NOT CLOSED"
            MOVE 16 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE "DAYSTAT" TO WS-Alert-File
            MOVE WS-DayStat-Status TO WS-Alert-FStat
            MOVE "UNABLE TO WRITE DAILY STATISTICS" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

SCAN-DAY-STATISTICS.
    READ DayStatFile
        AT END
            MOVE "Y" TO WS-DayStat-EOF
        NOT AT END
            IF DS-BUSINESS-DATE = WS-Run-Date
                MOVE "Y" TO WS-DayStat-Held
                MOVE "Y" TO WS-DayStat-EOF
            END-IF
    END-READ.

WRITE-ONE-DAY-STATISTIC.
*> An entry made only by suspense records has no accepted activity
*> and is left off; AnomChk treats an absent prefix as zero.
    IF WS-Per-Accepted (WS-Period-Sub) > 0
        MOVE SPACES TO DAY-STATISTICS-RECORD
        MOVE WS-Run-Date TO DS-BUSINESS-DATE
        MOVE WS-Per-Region (WS-Period-Sub) TO DS-REGION
        MOVE WS-Per-Prefix (WS-Period-Sub) TO DS-TYPE-PREFIX
        MOVE WS-Per-Accepted (WS-Period-Sub) TO DS-ACCEPTED-COUNT
        MOVE WS-Per-Amount (WS-Period-Sub) TO DS-ACCEPTED-AMOUNT
        WRITE DAY-STATISTICS-RECORD
        ADD 1 TO WS-DayStat-Written
    END-IF.

WRITE-DAY-CLOSE-RECORD.
    OPEN EXTEND DayCloseFile
    IF WS-DayClose-Status = "35"
