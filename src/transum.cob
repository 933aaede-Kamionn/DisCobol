    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.
    SELECT FxRateFile ASSIGN TO "FXRATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FxRate-Status.

DATA DIVISION.
FILE SECTION.
FD RunControlFile.
    COPY RUNCTL.

FD FxRateFile.
    COPY FXRATE.

WORKING-STORAGE SECTION.
01 WS-Transaction-Status PIC X(2).
01 WS-Stream-Status PIC X(2).
    05 WS-Stream-Entry OCCURS 20 TIMES.
        10 WS-Stream-Region PIC X(8).
        10 WS-Stream-Transin PIC X(20).
        10 WS-Stream-Currency PIC X(3).
        10 WS-Stream-Count PIC 9(6).
        10 WS-Stream-Amount PIC S9(11)V99.
01 WS-Stream-Sub PIC 9(2).
01 WS-Grand-Total PIC 9(6) VALUE 0.
01 WS-Grand-Amount PIC S9(11)V99 VALUE 0.
01 WS-This-Amount PIC S9(11)V99.
01 WS-This-Base PIC S9(11)V99.
01 WS-Region-Currency PIC X(3) VALUE SPACES.
01 WS-Feed-Base-Amount PIC S9(11)V99 VALUE 0.
01 WS-Unvalued-Count PIC 9(6) VALUE 0.
01 WS-Tran-Rate PIC 9(5)V9(6).
01 WS-Tran-Fx-Outcome PIC X(1).
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
01 WS-First-Record PIC X VALUE "Y".
01 WS-Type-Count-Used PIC 9(2) VALUE 0.
01 WS-Type-Table.
    STRING "TRANSUM." WS-Run-Date ".RPT" DELIMITED BY SIZE
        INTO WS-Report-Filename
    PERFORM LOAD-STREAM-TABLE
    PERFORM LOAD-EXCHANGE-RATES
    PERFORM OPEN-SUMMARY-REPORT
    IF RETURN-CODE = ZERO
        IF WS-Stream-Count-Used = 0
        CLOSE RunControlFile
    END-IF.

LOAD-EXCHANGE-RATES.
*> Every currency on FXRATE is known; only those with a rate dated
*> the business date can be valued. No FXRATE file means only
*> base-currency business can be taken.
    OPEN INPUT FxRateFile
    IF WS-FxRate-Status = "00"
        PERFORM READ-EXCHANGE-RATE UNTIL WS-FxRate-EOF = "Y"
        CLOSE FxRateFile
    ELSE
        DISPLAY "TRANSUM: NO EXCHANGE-RATE FILE, STATUS="
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
                        DISPLAY "TRANSUM: EXCHANGE-RATE TABLE FULL,"
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
                MOVE 0 TO WS-Stream-Count (WS-Stream-Count-Used)
                MOVE 0 TO WS-Stream-Amount (WS-Stream-Count-Used)
            ELSE
    END-IF.

SUMMARIZE-ONE-REGION.
*> A region's own section is in its own currency; the consolidated
*> page carries each region at its base value.
    MOVE WS-Stream-Region (WS-Stream-Sub) TO WS-Region-Tag
    MOVE WS-Stream-Transin (WS-Stream-Sub) TO WS-Transaction-Filename
    MOVE WS-Stream-Currency (WS-Stream-Sub) TO WS-Region-Currency
    PERFORM SUMMARIZE-ONE-FEED
    MOVE WS-Feed-Total TO WS-Stream-Count (WS-Stream-Sub)
    MOVE WS-Feed-Base-Amount TO WS-Stream-Amount (WS-Stream-Sub).

SUMMARIZE-ONE-FEED.
    MOVE 0 TO WS-Type-Count-Used
    MOVE 0 TO WS-Feed-Total
    MOVE 0 TO WS-Feed-Amount
    MOVE 0 TO WS-Feed-Base-Amount
    MOVE 0 TO WS-Unvalued-Count
    MOVE "N" TO WS-Transaction-EOF
    MOVE "Y" TO WS-First-Record
    PERFORM WRITE-FEED-HEADING
        CLOSE TransactionFile
        PERFORM WRITE-TYPE-SECTION
        ADD WS-Feed-Total TO WS-Grand-Total
        ADD WS-Feed-Base-Amount TO WS-Grand-Amount
    ELSE
        DISPLAY "TRANSUM: TRANSACTION FILE " WS-Transaction-Filename
            " UNAVAILABLE, STATUS=" WS-Transaction-Status
    WRITE REPORT-LINE
    IF WS-Region-Tag NOT = SPACES
        MOVE SPACES TO REPORT-LINE
        IF WS-Region-Currency = SPACES
            STRING "  REGION " WS-Region-Tag "  FEED "
                WS-Transaction-Filename
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            STRING "  REGION " WS-Region-Tag "  FEED "
                WS-Transaction-Filename "  AMOUNTS IN "
                WS-Region-Currency
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
    END-IF
    MOVE "  TYPE     COUNT    PERCENT              AMOUNT"
                    MOVE TRAN-ID (1:2) TO WS-This-Prefix
                END-IF
                PERFORM EDIT-RECORD-AMOUNT
                PERFORM VALUE-RECORD-AMOUNT
                PERFORM TALLY-BY-TYPE
                ADD 1 TO WS-Feed-Total
                ADD WS-This-Amount TO WS-Feed-Amount
                ADD WS-This-Base TO WS-Feed-Base-Amount
            END-IF
    END-READ.

        MOVE TRAN-AMOUNT TO WS-This-Amount
    END-IF.

VALUE-RECORD-AMOUNT.
*> Carries the amount into the region's currency and into base at
*> the business date's rates. A record with no usable rate is
*> counted but left unvalued, as Handler will refuse it.
    MOVE 0 TO WS-This-Base
    IF TRAN-CURRENCY = SPACES
        MOVE WS-Region-Currency TO WS-Fx-Wanted
    ELSE
        MOVE TRAN-CURRENCY TO WS-Fx-Wanted
    END-IF
    PERFORM LOOKUP-EXCHANGE-RATE
    MOVE WS-Fx-Outcome TO WS-Tran-Fx-Outcome
    MOVE WS-Fx-Rate-Now TO WS-Tran-Rate
    IF WS-Tran-Fx-Outcome = "U" OR WS-Tran-Fx-Outcome = "R"
        IF TRAN-CURRENCY NOT = SPACES
            AND TRAN-CURRENCY NOT = WS-Region-Currency
            MOVE 0 TO WS-This-Amount
        END-IF
        ADD 1 TO WS-Unvalued-Count
    ELSE
        COMPUTE WS-This-Base ROUNDED = WS-This-Amount * WS-Tran-Rate
        IF TRAN-CURRENCY NOT = SPACES
            AND TRAN-CURRENCY NOT = WS-Region-Currency
            MOVE WS-Region-Currency TO WS-Fx-Wanted
            PERFORM LOOKUP-EXCHANGE-RATE
            IF WS-Fx-Outcome = "U" OR WS-Fx-Outcome = "R"
                MOVE 0 TO WS-This-Amount
                ADD 1 TO WS-Unvalued-Count
            ELSE
                COMPUTE WS-This-Amount ROUNDED
                    = WS-This-Amount * WS-Tran-Rate / WS-Fx-Rate-Now
            END-IF
        END-IF
    END-IF.

TALLY-BY-TYPE.
    MOVE "N" TO WS-Type-Found
    PERFORM MATCH-TYPE-ENTRY
        PERFORM WRITE-TYPE-LINE
            VARYING WS-Type-Sub FROM 1 BY 1
            UNTIL WS-Type-Sub > WS-Type-Count-Used
    END-IF
    IF WS-Unvalued-Count > 0
        MOVE SPACES TO REPORT-LINE
        STRING "  *** " WS-Unvalued-Count " RECORDS WITH NO EXCHANGE"
            " RATE FOR " WS-Run-Date ", NOT FULLY VALUED"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

WRITE-TYPE-LINE.
WRITE-CONSOLIDATED-PAGE.
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "  ALL REGIONS - SHARE OF GRAND TOTAL (BASE CURRENCY)"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "  REGION     COUNT    PERCENT         BASE AMOUNT"
        TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE "  ------  --------   --------    ----------------"
