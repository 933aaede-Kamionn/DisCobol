       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FeeCalc.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StreamFile ASSIGN TO "STREAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.
    SELECT ScheduleFile ASSIGN TO "FEESCHD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Schedule-Status.
    SELECT DetailFile ASSIGN TO DYNAMIC WS-Detail-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Detail-Status.
    SELECT FeeDetailFile ASSIGN TO DYNAMIC WS-Fee-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Fee-Status.
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
FD StreamFile.
    COPY STREAMS.

FD ScheduleFile.
    COPY FEESCHD.

FD DetailFile.
    COPY TRANDTL.

FD FeeDetailFile.
    COPY FEEDTL.

FD ReportFile.
01 REPORT-LINE PIC X(100).

FD RunControlFile.
    COPY RUNCTL.

FD AuditLog.
    COPY AUDITREC.

FD AlertFile.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 WS-Stream-Status PIC X(2).
01 WS-Schedule-Status PIC X(2).
01 WS-Detail-Status PIC X(2).
01 WS-Fee-Status PIC X(2).
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
01 WS-Run-Period PIC X(6).
01 WS-Run-Day PIC 9(2).
01 WS-Mtd-Day PIC 9(2).
01 WS-Detail-Filename PIC X(21).
01 WS-Fee-Filename PIC X(21).
01 WS-Report-Filename PIC X(21).
01 WS-Stream-EOF PIC X VALUE "N".
01 WS-Schedule-EOF PIC X VALUE "N".
01 WS-Detail-EOF PIC X VALUE "N".
01 WS-Fee-EOF PIC X VALUE "N".
01 WS-Detail-Present PIC X VALUE "N".
01 WS-Stream-Count-Used PIC 9(2) VALUE 0.
01 WS-Stream-Table.
    05 WS-Stream-Region PIC X(8) OCCURS 20 TIMES.
01 WS-Stream-Seq-X PIC X(2).
01 WS-Stream-Seq REDEFINES WS-Stream-Seq-X PIC 9(2).
01 WS-This-Run-Id PIC X(16).
01 WS-This-Region PIC X(8).
01 WS-This-Prefix PIC X(2).
01 WS-Sch-Count-Used PIC 9(3) VALUE 0.
01 WS-Sch-Table.
    05 WS-Sch-Entry OCCURS 200 TIMES.
        10 WS-Sch-Region PIC X(8).
        10 WS-Sch-Prefix PIC X(2).
        10 WS-Sch-From PIC 9(8).
        10 WS-Sch-To PIC 9(8).
        10 WS-Sch-Type PIC X(1).
        10 WS-Sch-Rate PIC 9(3)V9(4).
        10 WS-Sch-Tier-Count PIC 9(1).
        10 WS-Sch-Tier OCCURS 4 TIMES.
            15 WS-Sch-Tier-Upto PIC 9(7).
            15 WS-Sch-Tier-Rate PIC 9(3)V9(4).
01 WS-Sch-Sub PIC 9(3).
01 WS-Sch-Valid PIC X.
01 WS-Sch-Ignored PIC 9(3) VALUE 0.
01 WS-Sch-Overflow PIC X VALUE "N".
01 WS-Tier-Count PIC 9(1).
01 WS-Tier-Sub PIC 9(1).
01 WS-Tier-End PIC X.
01 WS-Tier-Found PIC X.
01 WS-Best-Sub PIC 9(3).
01 WS-Best-Specific PIC X.
01 WS-Best-From PIC 9(8).
01 WS-Fee-Count-Used PIC 9(3) VALUE 0.
01 WS-Fee-Table.
    05 WS-Fee-Entry OCCURS 200 TIMES.
        10 WS-Fee-Region PIC X(8).
        10 WS-Fee-Prefix PIC X(2).
        10 WS-Fee-Today-Count PIC 9(7).
        10 WS-Fee-Today-Fee PIC S9(10)V99.
        10 WS-Fee-Today-Unpriced PIC 9(7).
        10 WS-Fee-Mtd-Count PIC 9(7).
        10 WS-Fee-Mtd-Fee PIC S9(10)V99.
        10 WS-Fee-Mtd-Unpriced PIC 9(7).
        10 WS-Fee-Resolved PIC X(1).
        10 WS-Fee-Rate-Sub PIC 9(3).
01 WS-Fee-Sub PIC 9(3).
01 WS-Fee-Found PIC X.
01 WS-Fee-Overflow PIC X VALUE "N".
01 WS-Dtl-Amount PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-Dtl-Amount-X REDEFINES WS-Dtl-Amount PIC X(12).
01 WS-Amount-Magnitude PIC 9(9)V99.
01 WS-This-Fee PIC S9(9)V99.
01 WS-Detail-Count PIC 9(7) VALUE 0.
01 WS-Priced-Count PIC 9(7) VALUE 0.
01 WS-Unpriced-Count PIC 9(7) VALUE 0.
01 WS-Fee-Total PIC S9(10)V99 VALUE 0.
01 WS-Prior-Files PIC 9(2) VALUE 0.
01 WS-Prior-Records PIC 9(7) VALUE 0.
01 WS-Total-Today-Count PIC 9(7) VALUE 0.
01 WS-Total-Today-Fee PIC S9(10)V99 VALUE 0.
01 WS-Total-Mtd-Count PIC 9(7) VALUE 0.
01 WS-Total-Mtd-Fee PIC S9(10)V99 VALUE 0.
01 WS-Total-Mtd-Unpriced PIC 9(7) VALUE 0.
01 WS-Unpriced-Reason PIC X(34).
01 WS-Region-Display PIC X(8).
01 WS-Count-Display PIC Z(8)9.
01 WS-Count-Display-2 PIC Z(8)9.
01 WS-Count-Display-3 PIC Z(8)9.
01 WS-Amount-Display PIC +Z,ZZZ,ZZZ,ZZ9.99.
01 WS-Amount-Display-2 PIC +Z,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    PERFORM READ-RUN-CONTROL
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    MOVE WS-Run-Date (1:6) TO WS-Run-Period
    MOVE WS-Run-Date (7:2) TO WS-Run-Day
    STRING "TRANDTL." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Detail-Filename
    STRING "FEEREV." WS-Run-Date ".RPT" DELIMITED BY SIZE
        INTO WS-Report-Filename
    PERFORM LOAD-STREAM-TABLE
    PERFORM LOAD-FEE-SCHEDULE
    IF RETURN-CODE = ZERO
        PERFORM CHECK-DETAIL-FILE
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM LOAD-MONTH-TO-DATE
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM PRICE-TODAY-DETAIL
    END-IF
    IF RETURN-CODE = ZERO AND WS-Fee-Overflow = "Y"
        DISPLAY "FEECALC: MORE THAN 200 REGION/TYPE ENTRIES, FEES NOT"
            " COMPLETE FOR " WS-Run-Date
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Fee-Filename TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "FEE TABLE FULL, FEES NOT COMPLETE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM WRITE-REVENUE-REPORT
    END-IF
    IF RETURN-CODE = ZERO
        MOVE WS-Fee-Total TO WS-Amount-Display
        DISPLAY "FEECALC: " WS-Detail-Count " ACCEPTED TRANSACTIONS, "
            WS-Priced-Count " PRICED FOR " WS-Amount-Display ", "
            WS-Unpriced-Count " UNPRICED"
        DISPLAY "FEECALC: MONTH TO DATE FROM " WS-Prior-Files
            " EARLIER FEE FILES, REPORT WRITTEN TO " WS-Report-Filename
        IF WS-Unpriced-Count > 0
            DISPLAY "FEECALC: " WS-Unpriced-Count " TRANSACTIONS HAVE NO"
                " USABLE RATE, LISTED AS UNPRICED ON "
                WS-Report-Filename
            MOVE 4 TO RETURN-CODE
            MOVE 2 TO WS-Alert-Severity
            MOVE "FEESCHD" TO WS-Alert-File
            MOVE SPACES TO WS-Alert-FStat
            MOVE SPACES TO WS-Alert-Text
            STRING WS-Unpriced-Count " TRANSACTIONS LEFT UNPRICED"
                DELIMITED BY SIZE INTO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
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
                    DISPLAY "FEECALC: BUSINESS DATE OVERRIDDEN TO "
                        WS-Run-Date " BY RUN CONTROL"
                END-IF
        END-READ
        CLOSE RunControlFile
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

LOAD-FEE-SCHEDULE.
*> Without the schedule nothing can be priced, and a day of nothing
*> but unpriced transactions helps no one, so the run stops instead.
    OPEN INPUT ScheduleFile
    IF WS-Schedule-Status = "00"
        PERFORM READ-SCHEDULE-RECORD UNTIL WS-Schedule-EOF = "Y"
        CLOSE ScheduleFile
        IF WS-Sch-Ignored > 0
            DISPLAY "FEECALC: " WS-Sch-Ignored " FEE SCHEDULE RECORDS"
                " INCOMPLETE OR INVALID, IGNORED"
        END-IF
        IF WS-Sch-Overflow = "Y"
            DISPLAY "FEECALC: MORE THAN 200 FEE SCHEDULE RECORDS,"
                " NOTHING PRICED"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE "FEESCHD" TO WS-Alert-File
            MOVE SPACES TO WS-Alert-FStat
            MOVE "FEE SCHEDULE TABLE FULL, NOTHING PRICED"
                TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    ELSE
        DISPLAY "FEECALC: FEE SCHEDULE UNAVAILABLE, STATUS="
            WS-Schedule-Status ", NOTHING PRICED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "FEESCHD" TO WS-Alert-File
        MOVE WS-Schedule-Status TO WS-Alert-FStat
        MOVE "FEE SCHEDULE UNAVAILABLE, NOTHING PRICED" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

READ-SCHEDULE-RECORD.
    READ ScheduleFile
        AT END
            MOVE "Y" TO WS-Schedule-EOF
        NOT AT END
            PERFORM VALIDATE-SCHEDULE-RECORD
            IF WS-Sch-Valid = "Y"
                IF WS-Sch-Count-Used < 200
                    ADD 1 TO WS-Sch-Count-Used
                    MOVE WS-Sch-Count-Used TO WS-Sch-Sub
                    MOVE FS-REGION TO WS-Sch-Region (WS-Sch-Sub)
                    MOVE FS-TYPE-PREFIX TO WS-Sch-Prefix (WS-Sch-Sub)
                    MOVE FS-EFFECTIVE-FROM TO WS-Sch-From (WS-Sch-Sub)
                    MOVE FS-EFFECTIVE-TO TO WS-Sch-To (WS-Sch-Sub)
                    MOVE FS-RATE-TYPE TO WS-Sch-Type (WS-Sch-Sub)
                    MOVE 0 TO WS-Sch-Rate (WS-Sch-Sub)
                    IF FS-RATE-TYPE NOT = "T"
                        MOVE FS-RATE TO WS-Sch-Rate (WS-Sch-Sub)
                    END-IF
                    MOVE WS-Tier-Count TO WS-Sch-Tier-Count (WS-Sch-Sub)
                    PERFORM COPY-SCHEDULE-TIER
                        VARYING WS-Tier-Sub FROM 1 BY 1
                        UNTIL WS-Tier-Sub > WS-Tier-Count
                ELSE
                    MOVE "Y" TO WS-Sch-Overflow
                    MOVE "Y" TO WS-Schedule-EOF
                END-IF
            ELSE
                ADD 1 TO WS-Sch-Ignored
            END-IF
    END-READ.

VALIDATE-SCHEDULE-RECORD.
*> A tiered rate needs at least its first tier; the tiers end at the
*> first unused one or at the first open-ended one.
    MOVE "N" TO WS-Sch-Valid
    MOVE 0 TO WS-Tier-Count
    IF FS-TYPE-PREFIX NOT = SPACES
        AND FS-EFFECTIVE-FROM IS NUMERIC
        AND FS-EFFECTIVE-TO IS NUMERIC
        IF FS-EFFECTIVE-TO = 0
            OR FS-EFFECTIVE-TO NOT < FS-EFFECTIVE-FROM
            EVALUATE FS-RATE-TYPE
                WHEN "F"
                WHEN "P"
                    IF FS-RATE IS NUMERIC
                        MOVE "Y" TO WS-Sch-Valid
                    END-IF
                WHEN "T"
                    MOVE "N" TO WS-Tier-End
                    PERFORM COUNT-SCHEDULE-TIER
                        VARYING WS-Tier-Sub FROM 1 BY 1
                        UNTIL WS-Tier-Sub > 4 OR WS-Tier-End = "Y"
                    IF WS-Tier-Count > 0
                        MOVE "Y" TO WS-Sch-Valid
                    END-IF
            END-EVALUATE
        END-IF
    END-IF.

COUNT-SCHEDULE-TIER.
    IF FS-TIER-UPTO (WS-Tier-Sub) IS NUMERIC
        AND FS-TIER-RATE (WS-Tier-Sub) IS NUMERIC
        ADD 1 TO WS-Tier-Count
        IF FS-TIER-UPTO (WS-Tier-Sub) = 0
            MOVE "Y" TO WS-Tier-End
        END-IF
    ELSE
        MOVE "Y" TO WS-Tier-End
    END-IF.

COPY-SCHEDULE-TIER.
    MOVE FS-TIER-UPTO (WS-Tier-Sub)
        TO WS-Sch-Tier-Upto (WS-Sch-Sub, WS-Tier-Sub)
    MOVE FS-TIER-RATE (WS-Tier-Sub)
        TO WS-Sch-Tier-Rate (WS-Sch-Sub, WS-Tier-Sub).

CHECK-DETAIL-FILE.
*> No detail file means nothing was accepted; the fee file and
*> report are still written so the month-to-date figures show.
    OPEN INPUT DetailFile
    IF WS-Detail-Status = "00"
        MOVE "Y" TO WS-Detail-Present
        CLOSE DetailFile
    ELSE
        IF WS-Detail-Status = "35"
            DISPLAY "FEECALC: NO DETAIL FILE " WS-Detail-Filename
                ", NOTHING ACCEPTED TO PRICE"
        ELSE
            DISPLAY "FEECALC: DETAIL FILE UNAVAILABLE, STATUS="
                WS-Detail-Status ", NOTHING PRICED"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Detail-Filename TO WS-Alert-File
            MOVE WS-Detail-Status TO WS-Alert-FStat
            MOVE "DETAIL FILE UNAVAILABLE, NOTHING PRICED"
                TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

LOAD-MONTH-TO-DATE.
*> The month's earlier fee files give the totals so far and the
*> volume each tiered rate has already reached. A day with no file
*> (no business, or fees not run) adds nothing; today's own file is
*> left out so a rerun starts from the same volume.
    PERFORM LOAD-PRIOR-DAY-FEES
        VARYING WS-Mtd-Day FROM 1 BY 1
        UNTIL WS-Mtd-Day NOT < WS-Run-Day
            OR RETURN-CODE NOT = ZERO.

LOAD-PRIOR-DAY-FEES.
    MOVE SPACES TO WS-Fee-Filename
    STRING "FEEDTL." WS-Run-Period WS-Mtd-Day ".OUT"
        DELIMITED BY SIZE INTO WS-Fee-Filename
    MOVE "N" TO WS-Fee-EOF
    OPEN INPUT FeeDetailFile
    IF WS-Fee-Status = "00"
        ADD 1 TO WS-Prior-Files
        PERFORM READ-PRIOR-FEE-RECORD UNTIL WS-Fee-EOF = "Y"
        CLOSE FeeDetailFile
    ELSE
        IF WS-Fee-Status NOT = "35"
            DISPLAY "FEECALC: EARLIER FEE FILE " WS-Fee-Filename
                " UNAVAILABLE, STATUS=" WS-Fee-Status ", NOTHING PRICED"
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Fee-Filename TO WS-Alert-File
            MOVE WS-Fee-Status TO WS-Alert-FStat
            MOVE "EARLIER FEE FILE UNAVAILABLE" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

READ-PRIOR-FEE-RECORD.
    READ FeeDetailFile
        AT END
            MOVE "Y" TO WS-Fee-EOF
        NOT AT END
            IF FEE-TRAILER-TYPE NOT = "TRAILER"
                ADD 1 TO WS-Prior-Records
                MOVE FEE-REGION TO WS-This-Region
                MOVE FEE-TYPE-PREFIX TO WS-This-Prefix
                PERFORM FIND-FEE-ENTRY
                IF WS-Fee-Found = "Y"
                    ADD 1 TO WS-Fee-Mtd-Count (WS-Fee-Sub)
                    IF FEE-STATUS = "P"
                        ADD FEE-AMOUNT TO WS-Fee-Mtd-Fee (WS-Fee-Sub)
                    ELSE
                        ADD 1 TO WS-Fee-Mtd-Unpriced (WS-Fee-Sub)
                    END-IF
                ELSE
                    MOVE "Y" TO WS-Fee-EOF
                END-IF
            END-IF
    END-READ.

PRICE-TODAY-DETAIL.
*> Today's fee file is rewritten whole on a rerun.
    MOVE SPACES TO WS-Fee-Filename
    STRING "FEEDTL." WS-Run-Date ".OUT"
        DELIMITED BY SIZE INTO WS-Fee-Filename
    OPEN OUTPUT FeeDetailFile
    IF WS-Fee-Status = "00"
        IF WS-Detail-Present = "Y"
            OPEN INPUT DetailFile
            PERFORM PRICE-DETAIL-RECORD UNTIL WS-Detail-EOF = "Y"
            CLOSE DetailFile
        END-IF
        MOVE SPACES TO FEE-DETAIL-TRAILER
        MOVE "TRAILER" TO FEE-TRAILER-TYPE
        MOVE WS-Detail-Count TO FEE-TRAILER-COUNT
        MOVE WS-Unpriced-Count TO FEE-TRAILER-UNPRICED
        MOVE WS-Fee-Total TO FEE-TRAILER-TOTAL
        MOVE WS-Run-Date TO FEE-TRAILER-DATE
        WRITE FEE-DETAIL-TRAILER
        CLOSE FeeDetailFile
    ELSE
        DISPLAY "FEECALC: UNABLE TO OPEN " WS-Fee-Filename
            ", STATUS=" WS-Fee-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Fee-Filename TO WS-Alert-File
        MOVE WS-Fee-Status TO WS-Alert-FStat
        MOVE "UNABLE TO OPEN FEE DETAIL FILE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

PRICE-DETAIL-RECORD.
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
                PERFORM FIND-FEE-ENTRY
                IF WS-Fee-Found = "Y"
                    PERFORM PRICE-ONE-TRANSACTION
                ELSE
                    MOVE "Y" TO WS-Detail-EOF
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

PRICE-ONE-TRANSACTION.
*> Fees are struck on the base amount. Anything that cannot be
*> priced is written as unpriced with no fee, for the report to list.
    ADD 1 TO WS-Detail-Count
    ADD 1 TO WS-Fee-Today-Count (WS-Fee-Sub)
    ADD 1 TO WS-Fee-Mtd-Count (WS-Fee-Sub)
    IF WS-Fee-Resolved (WS-Fee-Sub) = "N"
        PERFORM RESOLVE-FEE-RATE
    END-IF
    IF DTL-BASE-AMOUNT = SPACES
        MOVE DTL-TRAN-AMOUNT TO WS-Dtl-Amount-X
    ELSE
        MOVE DTL-BASE-AMOUNT TO WS-Dtl-Amount-X
    END-IF
    MOVE SPACES TO FEE-DETAIL-RECORD
    MOVE DTL-RUN-ID TO FEE-RUN-ID
    MOVE DTL-TRAN-ID TO FEE-TRAN-ID
    MOVE WS-This-Region TO FEE-REGION
    MOVE WS-This-Prefix TO FEE-TYPE-PREFIX
    MOVE WS-Dtl-Amount-X TO FEE-BASE-AMOUNT
    MOVE 0 TO FEE-TIER
    MOVE WS-Fee-Mtd-Count (WS-Fee-Sub) TO FEE-MTD-SEQUENCE
    MOVE 0 TO FEE-SCHEDULE-FROM
    MOVE 0 TO WS-This-Fee
    MOVE WS-Fee-Rate-Sub (WS-Fee-Sub) TO WS-Sch-Sub
    IF WS-Sch-Sub = 0
        MOVE "U" TO FEE-STATUS
    ELSE
        MOVE "P" TO FEE-STATUS
        MOVE WS-Sch-Type (WS-Sch-Sub) TO FEE-RATE-TYPE
        MOVE WS-Sch-From (WS-Sch-Sub) TO FEE-SCHEDULE-FROM
        EVALUATE WS-Sch-Type (WS-Sch-Sub)
            WHEN "F"
                COMPUTE WS-This-Fee ROUNDED = WS-Sch-Rate (WS-Sch-Sub)
            WHEN "P"
                PERFORM PRICE-PERCENTAGE
            WHEN OTHER
                PERFORM PRICE-TIERED
        END-EVALUATE
    END-IF
    MOVE WS-This-Fee TO FEE-AMOUNT
    IF FEE-STATUS = "P"
        ADD 1 TO WS-Priced-Count
        ADD WS-This-Fee TO WS-Fee-Total
        ADD WS-This-Fee TO WS-Fee-Today-Fee (WS-Fee-Sub)
        ADD WS-This-Fee TO WS-Fee-Mtd-Fee (WS-Fee-Sub)
    ELSE
        ADD 1 TO WS-Unpriced-Count
        ADD 1 TO WS-Fee-Today-Unpriced (WS-Fee-Sub)
        ADD 1 TO WS-Fee-Mtd-Unpriced (WS-Fee-Sub)
    END-IF
    WRITE FEE-DETAIL-RECORD.

PRICE-PERCENTAGE.
*> A reversal is processed like any other transaction, so the
*> percentage is of the amount's size and the fee is still a charge.
    IF (WS-Dtl-Amount-X (1:1) = "+" OR WS-Dtl-Amount-X (1:1) = "-")
        AND WS-Dtl-Amount-X (2:11) IS NUMERIC
        IF WS-Dtl-Amount < 0
            COMPUTE WS-Amount-Magnitude = 0 - WS-Dtl-Amount
        ELSE
            MOVE WS-Dtl-Amount TO WS-Amount-Magnitude
        END-IF
        COMPUTE WS-This-Fee ROUNDED =
            WS-Amount-Magnitude * WS-Sch-Rate (WS-Sch-Sub) / 100
    ELSE
        MOVE "A" TO FEE-STATUS
    END-IF.

PRICE-TIERED.
*> Beyond the last bounded tier its rate still applies.
    MOVE "N" TO WS-Tier-Found
    PERFORM MATCH-VOLUME-TIER
        VARYING WS-Tier-Sub FROM 1 BY 1
        UNTIL WS-Tier-Sub > WS-Sch-Tier-Count (WS-Sch-Sub)
            OR WS-Tier-Found = "Y"
    IF WS-Tier-Found = "Y"
        SUBTRACT 1 FROM WS-Tier-Sub
    ELSE
        MOVE WS-Sch-Tier-Count (WS-Sch-Sub) TO WS-Tier-Sub
    END-IF
    MOVE WS-Tier-Sub TO FEE-TIER
    COMPUTE WS-This-Fee ROUNDED =
        WS-Sch-Tier-Rate (WS-Sch-Sub, WS-Tier-Sub).

MATCH-VOLUME-TIER.
    IF WS-Sch-Tier-Upto (WS-Sch-Sub, WS-Tier-Sub) = 0
        OR WS-Fee-Mtd-Count (WS-Fee-Sub)
            NOT > WS-Sch-Tier-Upto (WS-Sch-Sub, WS-Tier-Sub)
        MOVE "Y" TO WS-Tier-Found
    END-IF.

RESOLVE-FEE-RATE.
*> Looked up once per region and prefix. The region's own rate beats
*> an *ALL rate whatever their dates; between rates of the same
*> standing the latest effective date wins.
    MOVE "Y" TO WS-Fee-Resolved (WS-Fee-Sub)
    MOVE 0 TO WS-Best-Sub
    MOVE "N" TO WS-Best-Specific
    MOVE 0 TO WS-Best-From
    PERFORM CONSIDER-SCHEDULE-ENTRY
        VARYING WS-Sch-Sub FROM 1 BY 1
        UNTIL WS-Sch-Sub > WS-Sch-Count-Used
    MOVE WS-Best-Sub TO WS-Fee-Rate-Sub (WS-Fee-Sub).

CONSIDER-SCHEDULE-ENTRY.
    IF WS-Sch-Prefix (WS-Sch-Sub) = WS-This-Prefix
        AND WS-Sch-From (WS-Sch-Sub) NOT > WS-Run-Date
        AND (WS-Sch-To (WS-Sch-Sub) = 0
            OR WS-Sch-To (WS-Sch-Sub) NOT < WS-Run-Date)
        IF WS-Sch-Region (WS-Sch-Sub) = WS-This-Region
            IF WS-Best-Specific = "N"
                OR WS-Sch-From (WS-Sch-Sub) > WS-Best-From
                MOVE WS-Sch-Sub TO WS-Best-Sub
                MOVE "Y" TO WS-Best-Specific
                MOVE WS-Sch-From (WS-Sch-Sub) TO WS-Best-From
            END-IF
        ELSE
            IF WS-Sch-Region (WS-Sch-Sub) = "*ALL"
                AND WS-Best-Specific = "N"
                AND (WS-Best-Sub = 0
                    OR WS-Sch-From (WS-Sch-Sub) > WS-Best-From)
                MOVE WS-Sch-Sub TO WS-Best-Sub
                MOVE WS-Sch-From (WS-Sch-Sub) TO WS-Best-From
            END-IF
        END-IF
    END-IF.

FIND-FEE-ENTRY.
    MOVE "N" TO WS-Fee-Found
    PERFORM MATCH-FEE-ENTRY
        VARYING WS-Fee-Sub FROM 1 BY 1
        UNTIL WS-Fee-Sub > WS-Fee-Count-Used
            OR WS-Fee-Found = "Y"
    IF WS-Fee-Found = "Y"
        SUBTRACT 1 FROM WS-Fee-Sub
    ELSE
        IF WS-Fee-Count-Used < 200
            ADD 1 TO WS-Fee-Count-Used
            MOVE WS-Fee-Count-Used TO WS-Fee-Sub
            MOVE WS-This-Region TO WS-Fee-Region (WS-Fee-Sub)
            MOVE WS-This-Prefix TO WS-Fee-Prefix (WS-Fee-Sub)
            MOVE 0 TO WS-Fee-Today-Count (WS-Fee-Sub)
            MOVE 0 TO WS-Fee-Today-Fee (WS-Fee-Sub)
            MOVE 0 TO WS-Fee-Today-Unpriced (WS-Fee-Sub)
            MOVE 0 TO WS-Fee-Mtd-Count (WS-Fee-Sub)
            MOVE 0 TO WS-Fee-Mtd-Fee (WS-Fee-Sub)
            MOVE 0 TO WS-Fee-Mtd-Unpriced (WS-Fee-Sub)
            MOVE "N" TO WS-Fee-Resolved (WS-Fee-Sub)
            MOVE 0 TO WS-Fee-Rate-Sub (WS-Fee-Sub)
            MOVE "Y" TO WS-Fee-Found
        ELSE
            MOVE "Y" TO WS-Fee-Overflow
        END-IF
    END-IF.

MATCH-FEE-ENTRY.
    IF WS-Fee-Region (WS-Fee-Sub) = WS-This-Region
        AND WS-Fee-Prefix (WS-Fee-Sub) = WS-This-Prefix
        MOVE "Y" TO WS-Fee-Found
    END-IF.

WRITE-REVENUE-REPORT.
    OPEN OUTPUT ReportFile
    IF WS-Report-Status NOT = "00"
        DISPLAY "FEECALC: ERROR OPENING REPORT FILE, STATUS="
            WS-Report-Status
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE SPACES TO REPORT-LINE
        STRING "FEE REVENUE REPORT - BUSINESS DATE " WS-Run-Date
            " (MONTH " WS-Run-Period ")"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  REGION   TY  TDY COUNT         TODAY FEE MTD COUNT"
            "           MTD FEE  UNPRICED"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        IF WS-Fee-Count-Used = 0
            MOVE "  (NO ACCEPTED TRANSACTIONS THIS MONTH)" TO REPORT-LINE
            WRITE REPORT-LINE
        ELSE
            PERFORM REPORT-ONE-ENTRY
                VARYING WS-Fee-Sub FROM 1 BY 1
                UNTIL WS-Fee-Sub > WS-Fee-Count-Used
        END-IF
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "TOTAL" TO WS-Region-Display
        MOVE WS-Total-Today-Count TO WS-Count-Display
        MOVE WS-Total-Today-Fee TO WS-Amount-Display
        MOVE WS-Total-Mtd-Count TO WS-Count-Display-2
        MOVE WS-Total-Mtd-Fee TO WS-Amount-Display-2
        MOVE WS-Total-Mtd-Unpriced TO WS-Count-Display-3
        MOVE SPACES TO REPORT-LINE
        STRING "  " WS-Region-Display "     " WS-Count-Display " "
            WS-Amount-Display " " WS-Count-Display-2 " "
            WS-Amount-Display-2 " " WS-Count-Display-3
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        PERFORM REPORT-UNPRICED-TODAY
        CLOSE ReportFile
    END-IF.

REPORT-ONE-ENTRY.
*> A single-feed day carries no region; it is shown as ALL.
    IF WS-Fee-Region (WS-Fee-Sub) = SPACES
        MOVE "ALL" TO WS-Region-Display
    ELSE
        MOVE WS-Fee-Region (WS-Fee-Sub) TO WS-Region-Display
    END-IF
    MOVE WS-Fee-Today-Count (WS-Fee-Sub) TO WS-Count-Display
    MOVE WS-Fee-Today-Fee (WS-Fee-Sub) TO WS-Amount-Display
    MOVE WS-Fee-Mtd-Count (WS-Fee-Sub) TO WS-Count-Display-2
    MOVE WS-Fee-Mtd-Fee (WS-Fee-Sub) TO WS-Amount-Display-2
    MOVE WS-Fee-Mtd-Unpriced (WS-Fee-Sub) TO WS-Count-Display-3
    MOVE SPACES TO REPORT-LINE
    STRING "  " WS-Region-Display " " WS-Fee-Prefix (WS-Fee-Sub)
        "  " WS-Count-Display " " WS-Amount-Display " "
        WS-Count-Display-2 " " WS-Amount-Display-2 " "
        WS-Count-Display-3
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    ADD WS-Fee-Today-Count (WS-Fee-Sub) TO WS-Total-Today-Count
    ADD WS-Fee-Today-Fee (WS-Fee-Sub) TO WS-Total-Today-Fee
    ADD WS-Fee-Mtd-Count (WS-Fee-Sub) TO WS-Total-Mtd-Count
    ADD WS-Fee-Mtd-Fee (WS-Fee-Sub) TO WS-Total-Mtd-Fee
    ADD WS-Fee-Mtd-Unpriced (WS-Fee-Sub) TO WS-Total-Mtd-Unpriced.

REPORT-UNPRICED-TODAY.
*> Read back from today's fee file so each unpriced transaction is
*> listed by TRAN-ID for finance to chase a rate for.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    STRING "  UNPRICED TRANSACTIONS - " WS-Run-Date
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    IF WS-Unpriced-Count = 0
        MOVE "  (NONE - EVERY ACCEPTED TRANSACTION WAS PRICED)"
            TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        MOVE SPACES TO REPORT-LINE
        STRING "  TRAN-ID    REGION   TY BASE AMOUNT  RUN-ID"
            "           REASON"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "N" TO WS-Fee-EOF
        OPEN INPUT FeeDetailFile
        IF WS-Fee-Status = "00"
            PERFORM REPORT-UNPRICED-RECORD UNTIL WS-Fee-EOF = "Y"
            CLOSE FeeDetailFile
        END-IF
    END-IF.

REPORT-UNPRICED-RECORD.
    READ FeeDetailFile
        AT END
            MOVE "Y" TO WS-Fee-EOF
        NOT AT END
            IF FEE-TRAILER-TYPE NOT = "TRAILER"
                AND FEE-STATUS NOT = "P"
                IF FEE-STATUS = "A"
                    MOVE "PERCENTAGE RATE, AMOUNT UNREADABLE"
                        TO WS-Unpriced-Reason
                ELSE
                    MOVE "NO RATE IN EFFECT" TO WS-Unpriced-Reason
                END-IF
                IF FEE-REGION = SPACES
                    MOVE "ALL" TO WS-Region-Display
                ELSE
                    MOVE FEE-REGION TO WS-Region-Display
                END-IF
                MOVE SPACES TO REPORT-LINE
                STRING "  " FEE-TRAN-ID " " WS-Region-Display " "
                    FEE-TYPE-PREFIX " " FEE-BASE-AMOUNT " " FEE-RUN-ID
                    " " WS-Unpriced-Reason
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
    END-READ.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "FeeCalc" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "FEECALC: UNABLE TO WRITE AUDIT LOG, STATUS="
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
        MOVE "FeeCalc" TO ALERT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO ALERT-RUN-ID
        MOVE WS-Alert-File TO ALERT-FILE-NAME
        MOVE WS-Alert-FStat TO ALERT-FILE-STATUS
        MOVE WS-Alert-Text TO ALERT-TEXT
        WRITE ALERT-RECORD
        CLOSE AlertFile
    ELSE
        DISPLAY "FEECALC: UNABLE TO WRITE ALERT FILE, STATUS="
            WS-Alert-Status
    END-IF.
