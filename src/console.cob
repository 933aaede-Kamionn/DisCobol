01 WS-Start-Input PIC X(10).
01 WS-End-Input PIC X(10).
01 WS-Called-Program PIC X(10).
01 WS-Parm-Spaces PIC 9(2).

PROCEDURE DIVISION.
MAIN-LOGIC.
    DISPLAY "  4  RUN-HISTORY TREND REPORT"
    DISPLAY "  5  RUNTIME TREND REPORT"
    DISPLAY "  6  MESSAGE CATALOG MAINTENANCE"
    DISPLAY "  7  TRANSACTION TRACE (TRAN-ID)"
    DISPLAY "  9  EXIT"
    DISPLAY "SELECT OPTION: " WITH NO ADVANCING
    MOVE SPACES TO WS-Menu-Choice
        WHEN "6"
            MOVE "MsgMaint" TO WS-Called-Program
            PERFORM DISPATCH-NO-PARM
        WHEN "7"
            PERFORM TRAN-TRACE-OPTION
        WHEN "9"
            MOVE "Y" TO WS-Exit-Requested
        WHEN OTHER
            " RUN-ID"
    END-IF.

TRAN-TRACE-OPTION.
*> TranTrace takes the TRAN-ID and an optional date range for the
*> dated files in one parm; the console checks the TRAN-ID is one
*> unbroken word of up to 10 bytes before dispatching.
    MOVE "N" TO WS-Parm-Valid
    MOVE 0 TO WS-Parm-Tries
    PERFORM PROMPT-TRAN-ID
        UNTIL WS-Parm-Valid = "Y" OR WS-Parm-Tries = 3
    IF WS-Parm-Valid = "Y"
        MOVE "TranTrace" TO WS-Called-Program
        DISPLAY "START DATE YYYYMMDD (BLANK FOR THE LAST 30 DAYS): "
            WITH NO ADVANCING
        MOVE SPACES TO WS-Start-Input
        ACCEPT WS-Start-Input
        MOVE SPACES TO WS-Command-Parm
        IF WS-Start-Input = SPACES
            MOVE WS-Parm-Input (1:10) TO WS-Command-Parm
            PERFORM DISPATCH-WITH-PARM
        ELSE
            DISPLAY "END DATE YYYYMMDD: " WITH NO ADVANCING
            MOVE SPACES TO WS-End-Input
            ACCEPT WS-End-Input
            IF WS-Start-Input (1:8) IS NUMERIC
                AND WS-End-Input (1:8) IS NUMERIC
                AND WS-Start-Input (9:2) = SPACES
                AND WS-End-Input (9:2) = SPACES
                STRING WS-Parm-Input (1:10) " " WS-Start-Input (1:8)
                    " " WS-End-Input (1:8)
                    DELIMITED BY SIZE INTO WS-Command-Parm
                PERFORM DISPATCH-WITH-PARM
            ELSE
                DISPLAY "CONSOLE: DATES MUST BE 8 DIGITS, BACK TO THE"
                    " MENU"
            END-IF
        END-IF
    ELSE
        DISPLAY "CONSOLE: THREE INVALID ENTRIES, BACK TO THE MENU"
    END-IF.

PROMPT-TRAN-ID.
    ADD 1 TO WS-Parm-Tries
    DISPLAY "ENTER THE TRAN-ID TO TRACE: " WITH NO ADVANCING
    MOVE SPACES TO WS-Parm-Input
    ACCEPT WS-Parm-Input
    MOVE 0 TO WS-Parm-Spaces
    INSPECT WS-Parm-Input (1:10) TALLYING WS-Parm-Spaces
        FOR ALL SPACES
    IF WS-Parm-Input (1:1) NOT = SPACE
        AND WS-Parm-Input (11:10) = SPACES
        AND (WS-Parm-Spaces = 0
            OR WS-Parm-Input (10 - WS-Parm-Spaces + 1:WS-Parm-Spaces)
                = SPACES)
        MOVE "Y" TO WS-Parm-Valid
    ELSE
        DISPLAY "CONSOLE: A TRAN-ID IS ONE WORD OF UP TO 10"
            " CHARACTERS"
    END-IF.

TREND-REPORT-OPTION.
    DISPLAY "START DATE YYYYMMDD (BLANK FOR THE LAST 30 DAYS): "
        WITH NO ADVANCING
