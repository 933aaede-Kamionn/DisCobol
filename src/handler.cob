        ACCESS MODE IS RANDOM
        RECORD KEY IS TM-TRAN-ID
        FILE STATUS IS WS-TranMaster-Status.
    SELECT HoldLimitFile ASSIGN TO "HVLIMIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HoldLimit-Status.
    SELECT HoldMasterFile ASSIGN TO "HOLDMSTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HoldMaster-Status.
    SELECT FxRateFile ASSIGN TO "FXRATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FxRate-Status.
    SELECT AlertFile ASSIGN TO "ALERTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Alert-Status.
    SELECT PeriodControlFile ASSIGN TO "PERIODCL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PeriodCtl-Status.
    SELECT RequeueFile ASSIGN TO DYNAMIC WS-Requeue-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Requeue-Status.
    SELECT HeldLogFile ASSIGN TO DYNAMIC WS-Held-Log-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Held-Log-Status.

DATA DIVISION.
FILE SECTION.
FD TranMasterFile.
    COPY TRANMSTR.

FD HoldLimitFile.
    COPY HVLIMIT.

FD HoldMasterFile.
    COPY HOLDMST.

FD AlertFile.
    COPY ALERTREC.

FD PeriodControlFile.
    COPY PERIODCL.

FD FxRateFile.
    COPY FXRATE.

FD RequeueFile.
    COPY REQUEUE.

FD HeldLogFile.
    COPY HOLDMST REPLACING
        ==HOLD-MASTER-RECORD== BY ==HELD-LOG-RECORD==
        ==HM-HELD-DATE==       BY ==HL-HELD-DATE==
        ==HM-RUN-ID==          BY ==HL-RUN-ID==
        ==HM-REGION==          BY ==HL-REGION==
        ==HM-TRAN-DATA==       BY ==HL-TRAN-DATA==
        ==HM-BASE-AMOUNT==     BY ==HL-BASE-AMOUNT==.

WORKING-STORAGE SECTION.
01 WS-Message PIC X(100) VALUE "Message de COBOL généré avec succès !".
01 WS-Default-Msg-Code PIC X(5) VALUE "DFLT1".
01 WS-TranMaster-Status PIC X(2).
01 WS-TranMaster-Open PIC X VALUE "N".
01 WS-Duplicate-Count PIC 9(6) VALUE 0.
01 WS-Reversal-Count PIC 9(6) VALUE 0.
01 WS-Reversal-Net PIC S9(11)V99.
01 WS-HoldLimit-Status PIC X(2).
01 WS-HoldLimit-EOF PIC X VALUE "N".
01 WS-Limit-Count-Used PIC 9(3) VALUE 0.
01 WS-Limit-Table.
    05 WS-Limit-Entry OCCURS 100 TIMES.
        10 WS-Limit-Prefix PIC X(2).
        10 WS-Limit-Amount PIC 9(9)V99.
01 WS-Limit-Sub PIC 9(3).
01 WS-Limit-Found PIC X.
01 WS-HoldMaster-Status PIC X(2).
01 WS-HoldMaster-Opened PIC X VALUE "N".
01 WS-Hold-Item PIC X VALUE "N".
01 WS-Hold-Bypass PIC X VALUE "N".
01 WS-Hold-Value PIC 9(9)V99.
01 WS-Held-Count PIC 9(6) VALUE 0.
01 WS-Release-Done PIC X VALUE "N".
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
01 WS-Feed-Currency PIC X(3) VALUE SPACES.
01 WS-Base-Amount PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-Base-Amount-X REDEFINES WS-Base-Amount PIC X(12).
01 WS-RunCtl-Status PIC X(2).
01 WS-Alert-Status PIC X(2).
01 WS-Alert-Severity PIC 9(1).
01 WS-Alert-File PIC X(21).
01 WS-Alert-FStat PIC X(2).
01 WS-Alert-Text PIC X(40).
01 WS-PeriodCtl-Status PIC X(2).
01 WS-PeriodCtl-EOF PIC X VALUE "N".
01 WS-Run-Period PIC 9(6).
01 WS-Period-State PIC X(1).
01 WS-Period-Closed PIC X VALUE "N".
01 WS-Stream-Status PIC X(2).
01 WS-Stream-EOF PIC X VALUE "N".
01 WS-Stream-Count-Used PIC 9(2) VALUE 0.
        10 WS-Stream-Region PIC X(8).
        10 WS-Stream-Transin PIC X(20).
        10 WS-Stream-Prefix PIC X(8).
        10 WS-Stream-Currency PIC X(3).
01 WS-Stream-Sub PIC 9(2).
01 WS-Stream-Region-Now PIC X(8) VALUE SPACES.
01 WS-Stream-Seq PIC 9(2).
01 WS-Job-Run-Timestamp PIC X(16).
01 WS-Message-Work PIC X(100).
01 WS-Resub-Done PIC X VALUE "N".
01 WS-Requeue-Source PIC X(8) VALUE SPACES.
01 WS-Requeue-Filename PIC X(21) VALUE SPACES.
01 WS-Requeue-Status PIC X(2).
01 WS-Requeue-Opened PIC X VALUE "N".
01 WS-Held-Log-Filename PIC X(21) VALUE SPACES.
01 WS-Held-Log-Status PIC X(2).
01 WS-Held-Log-Opened PIC X VALUE "N".
01 WS-Tran-First-Record PIC X VALUE "Y".
01 WS-Chkpt-EOF PIC X VALUE "N".
01 WS-Chkpt-First PIC X VALUE "Y".
    PERFORM READ-RUN-CONTROL
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    MOVE WS-Run-Date (1:6) TO WS-Run-Period
    PERFORM CHECK-PERIOD-OPEN
    IF WS-Period-Closed = "Y"
        PERFORM APPEND-AUDIT-RECORD
        GOBACK
    END-IF
    PERFORM ADOPT-BATCH-ID
    MOVE WS-Run-Date TO WS-Output-Run-Date
    STRING "HANDLER." WS-Output-Run-Date ".OUT" DELIMITED BY SIZE
    ACCEPT WS-Param-Message FROM COMMAND-LINE
    IF WS-Param-Message = SPACES
        PERFORM LOAD-STREAM-TABLE
        PERFORM LOAD-HOLD-LIMITS
        PERFORM LOAD-EXCHANGE-RATES
    END-IF
    IF WS-Param-Message NOT = SPACES
        MOVE WS-Param-Message TO WS-Message
    END-IF
    GOBACK.

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
        DISPLAY "HANDLER: BUSINESS DATE " WS-Run-Date
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

LOAD-STREAM-TABLE.
    OPEN INPUT StreamFile
    IF WS-Stream-Status = "00"
                    TO WS-Stream-Transin (WS-Stream-Count-Used)
                MOVE STREAM-OUTPUT-PREFIX
                    TO WS-Stream-Prefix (WS-Stream-Count-Used)
                MOVE STREAM-CURRENCY
                    TO WS-Stream-Currency (WS-Stream-Count-Used)
            ELSE
                DISPLAY "HANDLER: STREAM TABLE FULL, REGION "
                    STREAM-REGION " NOT PROCESSED"
PROCESS-ONE-REGION.
    MOVE 0 TO RETURN-CODE
    MOVE WS-Stream-Transin (WS-Stream-Sub) TO WS-Transaction-Filename
    MOVE WS-Stream-Currency (WS-Stream-Sub) TO WS-Region-Currency
    ACCEPT WS-Run-Time FROM TIME
    MOVE SPACES TO WS-Run-Timestamp
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
    MOVE 0 TO WS-Transaction-Count
    MOVE 0 TO WS-Reject-Count
    MOVE 0 TO WS-Duplicate-Count
    MOVE 0 TO WS-Reversal-Count
    MOVE 0 TO WS-Held-Count
    MOVE 0 TO WS-Record-Count
    MOVE 0 TO WS-Total-Bytes
    MOVE "N" TO WS-Transaction-EOF
    MOVE SPACES TO WS-Detail-Filename
    STRING "TRANDTL." WS-Output-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Detail-Filename
    MOVE SPACES TO WS-Requeue-Filename
    STRING "REQUEUE." WS-Output-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Requeue-Filename
    MOVE SPACES TO WS-Held-Log-Filename
    STRING "HELDLOG." WS-Output-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Held-Log-Filename
    MOVE "N" TO WS-Detail-Opened
    MOVE 0 TO WS-Detail-Count
    MOVE 0 TO WS-Detail-Bytes
    MOVE "Y" TO WS-Tran-First-Record
    MOVE WS-Region-Currency TO WS-Feed-Currency
    OPEN INPUT TransactionFile
    IF WS-Transaction-Status = "00"
        PERFORM OPEN-TRAN-MASTER
        PERFORM READ-TRANSACTION UNTIL WS-Transaction-EOF = "Y"
        CLOSE TransactionFile
        PERFORM PROCESS-RESUBMISSIONS
        PERFORM PROCESS-HOLD-RELEASES
        PERFORM CLOSE-TRAN-MASTER
        PERFORM CLOSE-SUSPENSE-FILE
        PERFORM CLOSE-DETAIL-FILE
        PERFORM CLOSE-HOLD-MASTER
        PERFORM CLOSE-REQUEUE-FILE
        PERFORM CLOSE-HELD-LOG
        IF WS-Reject-Count > 0
            DISPLAY "HANDLER: " WS-Reject-Count " RECORDS FAILED EDITS,"
                " WRITTEN TO " WS-Suspense-Filename
                " TRANSACTIONS EXCLUDED, WRITTEN TO "
                WS-Suspense-Filename
        END-IF
        IF WS-Reversal-Count > 0
            DISPLAY "HANDLER: " WS-Reversal-Count " REVERSALS ACCEPTED"
                " AGAINST THEIR ORIGINALS"
        END-IF
        IF WS-Held-Count > 0
            DISPLAY "HANDLER: " WS-Held-Count " HIGH-VALUE"
                " TRANSACTIONS HELD ON HOLDMSTR FOR RELEASE"
        END-IF
        PERFORM BUILD-COUNT-MESSAGE
    ELSE
        DISPLAY "HANDLER: TRANSACTION FILE UNAVAILABLE, STATUS="
        OPEN INPUT TransactionFile
        IF WS-Transaction-Status = "00"
            MOVE "Y" TO WS-Resub-Done
            MOVE SPACES TO WS-Feed-Currency
            MOVE "N" TO WS-Transaction-EOF
            MOVE "N" TO WS-Tran-First-Record
            DISPLAY "HANDLER: PROCESSING RESUBMITTED TRANSACTIONS"
                " FROM TRANRSUB"
            MOVE "TRANRSUB" TO WS-Requeue-Source
            PERFORM READ-TRANSACTION UNTIL WS-Transaction-EOF = "Y"
            MOVE SPACES TO WS-Requeue-Source
            CLOSE TransactionFile
            OPEN OUTPUT TransactionFile
            IF WS-Transaction-Status = "00"
        END-IF
    END-IF.

PROCESS-HOLD-RELEASES.
*> High-value items approved by HoldRel wait on HOLDRLSE and are
*> taken like TRANRSUB, on the single feed or the last regional
*> stream. They still go through the edits and duplicate check but
*> are not held a second time; the file is cleared afterwards.
    IF WS-Release-Done = "N"
        AND (WS-Stream-Count-Used = 0
            OR WS-Stream-Sub = WS-Stream-Count-Used)
        MOVE "HOLDRLSE" TO WS-Transaction-Filename
        OPEN INPUT TransactionFile
        IF WS-Transaction-Status = "00"
            MOVE "Y" TO WS-Release-Done
            MOVE SPACES TO WS-Feed-Currency
            MOVE "Y" TO WS-Hold-Bypass
            MOVE "N" TO WS-Transaction-EOF
            MOVE "N" TO WS-Tran-First-Record
            DISPLAY "HANDLER: PROCESSING RELEASED HIGH-VALUE"
                " TRANSACTIONS FROM HOLDRLSE"
            MOVE "HOLDRLSE" TO WS-Requeue-Source
            PERFORM READ-TRANSACTION UNTIL WS-Transaction-EOF = "Y"
            MOVE SPACES TO WS-Requeue-Source
            CLOSE TransactionFile
            MOVE "N" TO WS-Hold-Bypass
            OPEN OUTPUT TransactionFile
            IF WS-Transaction-Status = "00"
                CLOSE TransactionFile
                DISPLAY "HANDLER: HOLDRLSE CONSUMED AND CLEARED"
            ELSE
                DISPLAY "HANDLER: UNABLE TO CLEAR HOLDRLSE, STATUS="
                    WS-Transaction-Status
                    ", NEXT RUN MAY SEE DUPLICATES"
            END-IF
        END-IF
    END-IF.

READ-TRANSACTION.
*> Only the first record of a feed may be its batch header; any
*> later record starting "HEADER" is an ordinary transaction (the
    END-READ.

PROCESS-TRANSACTION-RECORD.
*> A record with no currency code is in its feed's currency; the
*> code is written into the record so a suspended or held item
*> keeps its currency when it comes back on TRANRSUB or HOLDRLSE,
*> which carry no region of their own.
    IF TRAN-CURRENCY = SPACES
        MOVE WS-Feed-Currency TO TRAN-CURRENCY
    END-IF
    PERFORM EDIT-TRANSACTION
    MOVE "N" TO WS-Hold-Item
    IF WS-Edit-Reason = SPACES AND WS-TranMaster-Open = "Y"
        PERFORM CHECK-TRAN-MASTER
    END-IF
    IF WS-Edit-Reason = SPACES AND WS-TranMaster-Open = "N"
        PERFORM CHECK-HOLD-LIMIT
        IF WS-Hold-Item = "N" AND TRAN-REV-TAG = "REVERSAL"
            MOVE "RVNF" TO WS-Edit-Reason
        END-IF
    END-IF
    IF WS-Edit-Reason = SPACES
        IF WS-Hold-Item = "Y"
            PERFORM WRITE-HOLD-RECORD
        ELSE
            ADD 1 TO WS-Transaction-Count
            PERFORM WRITE-DETAIL-RECORD
        END-IF
    ELSE
        PERFORM WRITE-SUSPENSE-RECORD
    END-IF
    IF WS-Requeue-Source NOT = SPACES
        PERFORM WRITE-REQUEUE-RECORD
    END-IF.

CHECK-TRAN-MASTER.
*> A held item is not recorded on the master (and a held reversal
*> does not yet mark its original) until it is released and comes
*> back through HOLDRLSE.
    MOVE TRAN-ID TO TM-TRAN-ID
    READ TranMasterFile
        INVALID KEY
            PERFORM CHECK-HOLD-LIMIT
            IF WS-Hold-Item = "N"
                IF TRAN-REV-TAG = "REVERSAL"
                    PERFORM CHECK-REVERSAL-ORIGINAL
                END-IF
                IF WS-Edit-Reason = SPACES
                    PERFORM RECORD-TRAN-MASTER
                END-IF
            END-IF
        NOT INVALID KEY
            MOVE "DUPL" TO WS-Edit-Reason
            ADD 1 TO WS-Duplicate-Count
    END-READ.

CHECK-REVERSAL-ORIGINAL.
*> A reversal must name an original that is on the master, still
*> stands, and whose amount it cancels to the cent. The original
*> is marked reversed here so a second reversal of it is refused.
    MOVE TRAN-REV-ORIG-ID TO TM-TRAN-ID
    READ TranMasterFile
        INVALID KEY
            MOVE "RVNF" TO WS-Edit-Reason
        NOT INVALID KEY
            IF TM-REVERSED-FLAG = "Y"
                MOVE "RVRV" TO WS-Edit-Reason
            ELSE
                IF TM-ORIG-AMOUNT IS NOT NUMERIC
                    OR TM-CURRENCY NOT = TRAN-CURRENCY
                    MOVE "RVAM" TO WS-Edit-Reason
                ELSE
                    COMPUTE WS-Reversal-Net = TM-ORIG-AMOUNT + TRAN-AMOUNT
                    IF WS-Reversal-Net NOT = 0
                        MOVE "RVAM" TO WS-Edit-Reason
                    END-IF
                END-IF
            END-IF
    END-READ
    IF WS-Edit-Reason = SPACES
        MOVE "Y" TO TM-REVERSED-FLAG
        MOVE TRAN-ID TO TM-REVERSED-BY
        MOVE WS-Output-Run-Date TO TM-REVERSED-DATE
        REWRITE TRAN-MASTER-RECORD
            INVALID KEY
                DISPLAY "HANDLER: UNABLE TO MARK TRAN-ID " TM-TRAN-ID
                    " REVERSED, STATUS=" WS-TranMaster-Status
        END-REWRITE
        IF WS-TranMaster-Status = "00"
            ADD 1 TO WS-Reversal-Count
        ELSE
            MOVE "RVNF" TO WS-Edit-Reason
        END-IF
    END-IF.

CHECK-HOLD-LIMIT.
    MOVE "N" TO WS-Hold-Item
    IF WS-Hold-Bypass = "N" AND WS-Limit-Count-Used > 0
        MOVE "N" TO WS-Limit-Found
        PERFORM MATCH-HOLD-LIMIT
            VARYING WS-Limit-Sub FROM 1 BY 1
            UNTIL WS-Limit-Sub > WS-Limit-Count-Used
                OR WS-Limit-Found = "Y"
        IF WS-Limit-Found = "Y"
            SUBTRACT 1 FROM WS-Limit-Sub
            IF WS-Base-Amount < 0
                COMPUTE WS-Hold-Value = 0 - WS-Base-Amount
            ELSE
                MOVE WS-Base-Amount TO WS-Hold-Value
            END-IF
            IF WS-Hold-Value > WS-Limit-Amount (WS-Limit-Sub)
                MOVE "Y" TO WS-Hold-Item
            END-IF
        END-IF
    END-IF.

MATCH-HOLD-LIMIT.
    IF WS-Limit-Prefix (WS-Limit-Sub) = TRAN-ID (1:2)
        MOVE "Y" TO WS-Limit-Found
    END-IF.

RECORD-TRAN-MASTER.
    MOVE SPACES TO TRAN-MASTER-RECORD
    MOVE TRAN-ID TO TM-TRAN-ID
    MOVE WS-Run-Timestamp TO TM-RUN-ID
    MOVE WS-Output-Run-Date TO TM-PROCESS-DATE
    MOVE TRAN-AMOUNT TO TM-ORIG-AMOUNT
    MOVE "N" TO TM-REVERSED-FLAG
    MOVE 0 TO TM-REVERSED-DATE
    MOVE TRAN-CURRENCY TO TM-CURRENCY
    WRITE TRAN-MASTER-RECORD
        INVALID KEY
            DISPLAY "HANDLER: UNABLE TO RECORD TRAN-ID " TM-TRAN-ID
        END-IF
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
        DISPLAY "HANDLER: NO EXCHANGE-RATE FILE, STATUS="
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
                        DISPLAY "HANDLER: EXCHANGE-RATE TABLE FULL,"
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

LOAD-HOLD-LIMITS.
*> No HVLIMIT file means no value limits are in force and nothing
*> is held.
    OPEN INPUT HoldLimitFile
    IF WS-HoldLimit-Status = "00"
        PERFORM READ-HOLD-LIMIT UNTIL WS-HoldLimit-EOF = "Y"
        CLOSE HoldLimitFile
        IF WS-Limit-Count-Used > 0
            DISPLAY "HANDLER: " WS-Limit-Count-Used " HIGH-VALUE"
                " LIMITS ON CONTROL FILE"
        END-IF
    END-IF.

READ-HOLD-LIMIT.
    READ HoldLimitFile
        AT END
            MOVE "Y" TO WS-HoldLimit-EOF
        NOT AT END
            IF HL-LIMIT-AMOUNT IS NOT NUMERIC
                DISPLAY "HANDLER: HIGH-VALUE LIMIT FOR PREFIX "
                    HL-TYPE-PREFIX " NOT NUMERIC, IGNORED"
                MOVE 2 TO WS-Alert-Severity
                MOVE "HVLIMIT" TO WS-Alert-File
                MOVE SPACES TO WS-Alert-FStat
                MOVE "HIGH-VALUE LIMIT NOT NUMERIC" TO WS-Alert-Text
                PERFORM WRITE-ALERT-RECORD
            ELSE
                IF WS-Limit-Count-Used < 100
                    ADD 1 TO WS-Limit-Count-Used
                    MOVE HL-TYPE-PREFIX
                        TO WS-Limit-Prefix (WS-Limit-Count-Used)
                    MOVE HL-LIMIT-AMOUNT
                        TO WS-Limit-Amount (WS-Limit-Count-Used)
                ELSE
                    DISPLAY "HANDLER: HIGH-VALUE LIMIT TABLE FULL,"
                        " PREFIX " HL-TYPE-PREFIX " NOT LIMITED"
                END-IF
            END-IF
    END-READ.

WRITE-HOLD-RECORD.
    IF WS-HoldMaster-Opened = "N"
        PERFORM OPEN-HOLD-MASTER
    END-IF
    IF WS-HoldMaster-Opened = "Y"
        MOVE SPACES TO HOLD-MASTER-RECORD
        MOVE WS-Output-Run-Date TO HM-HELD-DATE
        MOVE WS-Run-Timestamp TO HM-RUN-ID
        MOVE WS-Stream-Region-Now TO HM-REGION
        MOVE TRANSACTION-RECORD TO HM-TRAN-DATA
        MOVE WS-Base-Amount-X TO HM-BASE-AMOUNT
        WRITE HOLD-MASTER-RECORD
        IF WS-HoldMaster-Status NOT = "00"
            DISPLAY "HANDLER: ERROR WRITING HELD-ITEMS MASTER, STATUS="
                WS-HoldMaster-Status
            MOVE 16 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE "HOLDMSTR" TO WS-Alert-File
            MOVE WS-HoldMaster-Status TO WS-Alert-FStat
            MOVE "ERROR WRITING HELD-ITEMS MASTER" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        ELSE
            ADD 1 TO WS-Held-Count
            PERFORM WRITE-HELD-LOG-RECORD
        END-IF
    END-IF.

WRITE-HELD-LOG-RECORD.
*> HoldRel rewrites HOLDMSTR without the items it releases, so each
*> item held is also appended to the dated held log, which nothing
*> rewrites, for the day's value proof.
    IF WS-Held-Log-Opened = "N"
        PERFORM OPEN-HELD-LOG
    END-IF
    IF WS-Held-Log-Opened = "Y"
        MOVE HOLD-MASTER-RECORD TO HELD-LOG-RECORD
        WRITE HELD-LOG-RECORD
        IF WS-Held-Log-Status NOT = "00"
            DISPLAY "HANDLER: ERROR WRITING HELD LOG, STATUS="
                WS-Held-Log-Status
            MOVE 16 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Held-Log-Filename TO WS-Alert-File
            MOVE WS-Held-Log-Status TO WS-Alert-FStat
            MOVE "ERROR WRITING HELD LOG" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

OPEN-HELD-LOG.
    OPEN EXTEND HeldLogFile
    IF WS-Held-Log-Status = "35"
        OPEN OUTPUT HeldLogFile
    END-IF
    IF WS-Held-Log-Status NOT = "00"
        DISPLAY "HANDLER: ERROR OPENING HELD LOG, STATUS="
            WS-Held-Log-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Held-Log-Filename TO WS-Alert-File
        MOVE WS-Held-Log-Status TO WS-Alert-FStat
        MOVE "ERROR OPENING HELD LOG" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        MOVE "Y" TO WS-Held-Log-Opened
    END-IF.

CLOSE-HELD-LOG.
    IF WS-Held-Log-Opened = "Y"
        CLOSE HeldLogFile
        MOVE "N" TO WS-Held-Log-Opened
        IF WS-Held-Log-Status NOT = "00"
            DISPLAY "HANDLER: ERROR CLOSING HELD LOG, STATUS="
                WS-Held-Log-Status
            MOVE 20 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Held-Log-Filename TO WS-Alert-File
            MOVE WS-Held-Log-Status TO WS-Alert-FStat
            MOVE "ERROR CLOSING HELD LOG" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

OPEN-HOLD-MASTER.
    OPEN EXTEND HoldMasterFile
    IF WS-HoldMaster-Status = "35"
        OPEN OUTPUT HoldMasterFile
    END-IF
    IF WS-HoldMaster-Status NOT = "00"
        DISPLAY "HANDLER: ERROR OPENING HELD-ITEMS MASTER, STATUS="
            WS-HoldMaster-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "HOLDMSTR" TO WS-Alert-File
        MOVE WS-HoldMaster-Status TO WS-Alert-FStat
        MOVE "ERROR OPENING HELD-ITEMS MASTER" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        MOVE "Y" TO WS-HoldMaster-Opened
    END-IF.

CLOSE-HOLD-MASTER.
    IF WS-HoldMaster-Opened = "Y"
        CLOSE HoldMasterFile
        MOVE "N" TO WS-HoldMaster-Opened
        IF WS-HoldMaster-Status NOT = "00"
            DISPLAY "HANDLER: ERROR CLOSING HELD-ITEMS MASTER, STATUS="
                WS-HoldMaster-Status
            MOVE 20 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE "HOLDMSTR" TO WS-Alert-File
            MOVE WS-HoldMaster-Status TO WS-Alert-FStat
            MOVE "ERROR CLOSING HELD-ITEMS MASTER" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

WRITE-REQUEUE-RECORD.
*> TRANRSUB and HOLDRLSE are cleared once read, so each item they
*> bring in is logged with its outcome for the day's value proof.
    IF WS-Requeue-Opened = "N"
        PERFORM OPEN-REQUEUE-FILE
    END-IF
    IF WS-Requeue-Opened = "Y"
        MOVE SPACES TO REQUEUE-LOG-RECORD
        MOVE WS-Requeue-Source TO RQ-SOURCE
        MOVE WS-Run-Timestamp TO RQ-RUN-ID
        IF WS-Edit-Reason = SPACES
            IF WS-Hold-Item = "Y"
                MOVE "HELD" TO RQ-OUTCOME
            ELSE
                MOVE "ACPT" TO RQ-OUTCOME
            END-IF
        ELSE
            MOVE WS-Edit-Reason TO RQ-OUTCOME
        END-IF
        MOVE TRANSACTION-RECORD TO RQ-TRAN-DATA
        WRITE REQUEUE-LOG-RECORD
        IF WS-Requeue-Status NOT = "00"
            DISPLAY "HANDLER: ERROR WRITING REQUEUE LOG, STATUS="
                WS-Requeue-Status
            MOVE 16 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Requeue-Filename TO WS-Alert-File
            MOVE WS-Requeue-Status TO WS-Alert-FStat
            MOVE "ERROR WRITING REQUEUE LOG" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

OPEN-REQUEUE-FILE.
    OPEN EXTEND RequeueFile
    IF WS-Requeue-Status = "35"
        OPEN OUTPUT RequeueFile
    END-IF
    IF WS-Requeue-Status NOT = "00"
        DISPLAY "HANDLER: ERROR OPENING REQUEUE LOG, STATUS="
            WS-Requeue-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Requeue-Filename TO WS-Alert-File
        MOVE WS-Requeue-Status TO WS-Alert-FStat
        MOVE "ERROR OPENING REQUEUE LOG" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        MOVE "Y" TO WS-Requeue-Opened
    END-IF.

CLOSE-REQUEUE-FILE.
    IF WS-Requeue-Opened = "Y"
        CLOSE RequeueFile
        MOVE "N" TO WS-Requeue-Opened
        IF WS-Requeue-Status NOT = "00"
            DISPLAY "HANDLER: ERROR CLOSING REQUEUE LOG, STATUS="
                WS-Requeue-Status
            MOVE 20 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Requeue-Filename TO WS-Alert-File
            MOVE WS-Requeue-Status TO WS-Alert-FStat
            MOVE "ERROR CLOSING REQUEUE LOG" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

EDIT-TRANSACTION.
    MOVE SPACES TO WS-Edit-Reason
    IF TRAN-ID = SPACES
                MOVE "BADA" TO WS-Edit-Reason
            END-IF
        END-IF
    END-IF
    IF WS-Edit-Reason = SPACES
        PERFORM CONVERT-TO-BASE
    END-IF.

CONVERT-TO-BASE.
*> The base amount is struck at the business date's rate; a
*> currency that cannot be valued goes to suspense.
    MOVE TRAN-CURRENCY TO WS-Fx-Wanted
    PERFORM LOOKUP-EXCHANGE-RATE
    EVALUATE WS-Fx-Outcome
        WHEN "U"
            MOVE "CCYU" TO WS-Edit-Reason
        WHEN "R"
            MOVE "CCYR" TO WS-Edit-Reason
        WHEN OTHER
            COMPUTE WS-Base-Amount ROUNDED
                = TRAN-AMOUNT * WS-Fx-Rate-Now
                ON SIZE ERROR
                    MOVE "BADA" TO WS-Edit-Reason
            END-COMPUTE
    END-EVALUATE.

EDIT-TRAN-ID-CHAR.
    MOVE TRAN-ID (WS-Edit-Sub:1) TO WS-Edit-Char
    IF WS-Edit-Char = SPACE
        MOVE SPACES TO SUSPENSE-RECORD
        MOVE WS-Edit-Reason TO SUSP-REASON-CODE
        MOVE TRANSACTION-RECORD TO SUSP-TRAN-DATA
        MOVE WS-Run-Timestamp TO SUSP-RUN-ID
        WRITE SUSPENSE-RECORD
        IF WS-Suspense-Status NOT = "00"
            DISPLAY "HANDLER: ERROR WRITING SUSPENSE FILE, STATUS="
        MOVE TRAN-ID TO DTL-TRAN-ID
        MOVE TRAN-AMOUNT-X TO DTL-TRAN-AMOUNT
        MOVE TRAN-DETAIL TO DTL-TRAN-DETAIL
        MOVE TRAN-CURRENCY TO DTL-CURRENCY
        MOVE WS-Base-Amount-X TO DTL-BASE-AMOUNT
        WRITE TRAN-DETAIL-RECORD
        IF WS-Detail-Status NOT = "00"
            DISPLAY "HANDLER: ERROR WRITING DETAIL FILE, STATUS="
