    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.
    SELECT PeriodControlFile ASSIGN TO "PERIODCL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PeriodCtl-Status.
    SELECT FxRateFile ASSIGN TO "FXRATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FxRate-Status.

DATA DIVISION.
FILE SECTION.
FD RunControlFile.
    COPY RUNCTL.

FD PeriodControlFile.
    COPY PERIODCL.

FD FxRateFile.
    COPY FXRATE.

WORKING-STORAGE SECTION.
01 WS-Control-Status PIC X(2).
01 WS-Transaction-Status PIC X(2).
    05 WS-Stream-Entry OCCURS 20 TIMES.
        10 WS-Stream-Region PIC X(8).
        10 WS-Stream-Transin PIC X(20).
        10 WS-Stream-Currency PIC X(3).
01 WS-Stream-Sub PIC 9(2).
01 WS-Ctl-EOF PIC X VALUE "N".
01 WS-Ctl-Count-Used PIC 9(2) VALUE 0.
01 WS-Alert-File PIC X(21).
01 WS-Alert-FStat PIC X(2).
01 WS-Alert-Text PIC X(40).
01 WS-PeriodCtl-Status PIC X(2).
01 WS-PeriodCtl-EOF PIC X VALUE "N".
01 WS-Run-Period PIC 9(6).
01 WS-Period-State PIC X(1).
01 WS-Period-Closed PIC X VALUE "N".
01 WS-FxRate-Status PIC X(2).
01 WS-FxRate-EOF PIC X VALUE "N".
01 WS-Fx-Count-Used PIC 9(2) VALUE 0.
01 WS-Fx-Table.
    05 WS-Fx-Entry OCCURS 50 TIMES.
        10 WS-Fx-Currency PIC X(3).
        10 WS-Fx-Rate PIC 9(5)V9(6).
        10 WS-Fx-Dated PIC X(1).
01 WS-Fx-Sub PIC 9(2).
01 WS-Fx-Found PIC X.
01 WS-Fx-Wanted PIC X(3).
01 WS-Fx-Outcome PIC X(1).
01 WS-Fx-Rate-Now PIC 9(5)V9(6).
01 WS-Region-Currency PIC X(3) VALUE SPACES.
01 WS-Tran-Rate PIC 9(5)V9(6).
01 WS-Tran-Fx-Outcome PIC X(1).
01 WS-Converted-Amount PIC S9(11)V99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    PERFORM READ-RUN-CONTROL
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    MOVE WS-Run-Date (1:6) TO WS-Run-Period
    PERFORM CHECK-PERIOD-OPEN
    IF WS-Period-Closed = "N"
        PERFORM LOAD-STREAM-TABLE
        PERFORM LOAD-EXCHANGE-RATES
        PERFORM LOAD-CONTROL-TABLE
    END-IF
    IF RETURN-CODE = ZERO
        IF WS-Stream-Count-Used = 0
            MOVE WS-Ctl-Count (1) TO WS-Expected-Count
        CLOSE RunControlFile
    END-IF.

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
        DISPLAY "TRANBAL: BUSINESS DATE " WS-Run-Date
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

LOAD-EXCHANGE-RATES.
*> Every currency on FXRATE is known; only those with a rate dated
*> the business date can be valued. No FXRATE file means only
*> base-currency business can be taken.
    OPEN INPUT FxRateFile
    IF WS-FxRate-Status = "00"
        PERFORM READ-EXCHANGE-RATE UNTIL WS-FxRate-EOF = "Y"
        CLOSE FxRateFile
    ELSE
        DISPLAY "TRANBAL: NO EXCHANGE-RATE FILE, STATUS="
            WS-FxRate-Status ", BASE CURRENCY ONLY"
    END-IF.

READ-EXCHANGE-RATE.
    READ FxRateFile
        AT END
            MOVE "Y" TO WS-FxRate-EOF
        NOT AT END
            IF FX-CURRENCY NOT = SPACES
                MOVE FX-CURRENCY TO WS-Fx-Wanted
                MOVE "N" TO WS-Fx-Found
                PERFORM MATCH-EXCHANGE-CURRENCY
                    VARYING WS-Fx-Sub FROM 1 BY 1
                    UNTIL WS-Fx-Sub > WS-Fx-Count-Used
                        OR WS-Fx-Found = "Y"
                IF WS-Fx-Found = "Y"
                    SUBTRACT 1 FROM WS-Fx-Sub
                ELSE
                    IF WS-Fx-Count-Used < 50
                        ADD 1 TO WS-Fx-Count-Used
                        MOVE WS-Fx-Count-Used TO WS-Fx-Sub
                        MOVE FX-CURRENCY TO WS-Fx-Currency (WS-Fx-Sub)
                        MOVE 0 TO WS-Fx-Rate (WS-Fx-Sub)
                        MOVE "N" TO WS-Fx-Dated (WS-Fx-Sub)
                        MOVE "Y" TO WS-Fx-Found
                    ELSE
                        DISPLAY "TRANBAL: EXCHANGE-RATE TABLE FULL,"
                            " CURRENCY " FX-CURRENCY " NOT LOADED"
                    END-IF
                END-IF
                IF WS-Fx-Found = "Y"
                    AND FX-RATE-DATE = WS-Run-Date
                    AND FX-RATE-TO-BASE IS NUMERIC
                    AND FX-RATE-TO-BASE > 0
                    MOVE FX-RATE-TO-BASE TO WS-Fx-Rate (WS-Fx-Sub)
                    MOVE "Y" TO WS-Fx-Dated (WS-Fx-Sub)
                END-IF
            END-IF
    END-READ.

MATCH-EXCHANGE-CURRENCY.
    IF WS-Fx-Currency (WS-Fx-Sub) = WS-Fx-Wanted
        MOVE "Y" TO WS-Fx-Found
    END-IF.

LOOKUP-EXCHANGE-RATE.
*> WS-Fx-Outcome: B = base currency (no code), Y = rate found,
*> U = unknown currency, R = no rate for the business date.
    MOVE 1 TO WS-Fx-Rate-Now
    IF WS-Fx-Wanted = SPACES
        MOVE "B" TO WS-Fx-Outcome
    ELSE
        MOVE "U" TO WS-Fx-Outcome
        MOVE "N" TO WS-Fx-Found
        PERFORM MATCH-EXCHANGE-CURRENCY
            VARYING WS-Fx-Sub FROM 1 BY 1
            UNTIL WS-Fx-Sub > WS-Fx-Count-Used
                OR WS-Fx-Found = "Y"
        IF WS-Fx-Found = "Y"
            SUBTRACT 1 FROM WS-Fx-Sub
            IF WS-Fx-Dated (WS-Fx-Sub) = "Y"
                MOVE "Y" TO WS-Fx-Outcome
                MOVE WS-Fx-Rate (WS-Fx-Sub) TO WS-Fx-Rate-Now
            ELSE
                MOVE "R" TO WS-Fx-Outcome
            END-IF
        END-IF
    END-IF.

LOAD-STREAM-TABLE.
    OPEN INPUT StreamFile
    IF WS-Stream-Status = "00"
                    TO WS-Stream-Region (WS-Stream-Count-Used)
                MOVE STREAM-TRANSIN-NAME
                    TO WS-Stream-Transin (WS-Stream-Count-Used)
                MOVE STREAM-CURRENCY
                    TO WS-Stream-Currency (WS-Stream-Count-Used)
            ELSE
                DISPLAY "TRANBAL: STREAM TABLE FULL, REGION "
                    STREAM-REGION " NOT BALANCED"
    MOVE 0 TO RETURN-CODE
    MOVE WS-Stream-Region (WS-Stream-Sub) TO WS-Region-Tag
    MOVE WS-Stream-Transin (WS-Stream-Sub) TO WS-Transaction-Filename
    MOVE WS-Stream-Currency (WS-Stream-Sub) TO WS-Region-Currency
    MOVE "N" TO WS-Ctl-Found
    PERFORM MATCH-CONTROL-ENTRY
        VARYING WS-Ctl-Sub FROM 1 BY 1
            DELIMITED BY SIZE INTO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        IF WS-Region-Currency = SPACES
            DISPLAY "TRANBAL: BALANCING REGION " WS-Region-Tag
                " FEED " WS-Transaction-Filename
        ELSE
            DISPLAY "TRANBAL: BALANCING REGION " WS-Region-Tag
                " FEED " WS-Transaction-Filename " IN "
                WS-Region-Currency
        END-IF
        PERFORM BALANCE-ONE-FEED
    END-IF
    IF RETURN-CODE > WS-Worst-RC
        UNTIL WS-Hash-Sub > 10
    IF (TRAN-AMOUNT-X (1:1) = "+" OR TRAN-AMOUNT-X (1:1) = "-")
        AND TRAN-AMOUNT-X (2:11) IS NUMERIC
        IF TRAN-CURRENCY = SPACES
            OR TRAN-CURRENCY = WS-Region-Currency
            ADD TRAN-AMOUNT TO WS-Actual-Amount
        ELSE
            PERFORM CONVERT-TO-REGION-CURRENCY
        END-IF
    ELSE
        DISPLAY "TRANBAL: NON-NUMERIC AMOUNT ON TRAN-ID "
            TRAN-ID ", EXCLUDED FROM AMOUNT TOTAL"
    END-IF.

CONVERT-TO-REGION-CURRENCY.
*> CTL-AMOUNT-TOTAL is stated in the region's own currency, so a
*> transaction quoted in another currency is carried into it
*> through base at the business date's rates.
    MOVE TRAN-CURRENCY TO WS-Fx-Wanted
    PERFORM LOOKUP-EXCHANGE-RATE
    MOVE WS-Fx-Outcome TO WS-Tran-Fx-Outcome
    MOVE WS-Fx-Rate-Now TO WS-Tran-Rate
    MOVE WS-Region-Currency TO WS-Fx-Wanted
    PERFORM LOOKUP-EXCHANGE-RATE
    IF WS-Tran-Fx-Outcome = "U" OR WS-Tran-Fx-Outcome = "R"
        OR WS-Fx-Outcome = "U" OR WS-Fx-Outcome = "R"
        DISPLAY "TRANBAL: NO RATE TO CONVERT TRAN-ID " TRAN-ID
            " FROM " TRAN-CURRENCY ", EXCLUDED FROM AMOUNT TOTAL"
    ELSE
        COMPUTE WS-Converted-Amount ROUNDED
            = TRAN-AMOUNT * WS-Tran-Rate / WS-Fx-Rate-Now
        ADD WS-Converted-Amount TO WS-Actual-Amount
    END-IF.

VALIDATE-FEED-HEADER.
*> The header and the sender control totals cover the same
*> TRANSACTION-RECORDs; the header itself is excluded from the
