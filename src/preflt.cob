       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PreFlight.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RunControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RunCtl-Status.
    SELECT CalendarFile ASSIGN TO "BATCHCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Calendar-Status.
    SELECT StreamFile ASSIGN TO "STREAMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Stream-Status.
    SELECT ControlFile ASSIGN TO "TRANCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Control-Status.
    SELECT TransactionFile ASSIGN TO DYNAMIC WS-Transaction-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Transaction-Status.
    SELECT TranMasterFile ASSIGN TO "TRANMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TM-TRAN-ID
        FILE STATUS IS WS-TranMaster-Status.
    SELECT FxRateFile ASSIGN TO "FXRATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FxRate-Status.
    SELECT PeriodControlFile ASSIGN TO "PERIODCL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PeriodCtl-Status.
    SELECT MsgCatalogFile ASSIGN TO "MSGCAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MSG-CODE
        FILE STATUS IS WS-MsgCat-Status.
    SELECT ReportFile ASSIGN TO DYNAMIC WS-Report-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.
    SELECT AuditLog ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuditLog-Status.
    SELECT AlertFile ASSIGN TO "ALERTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Alert-Status.

DATA DIVISION.
FILE SECTION.
FD RunControlFile.
    COPY RUNCTL.

FD CalendarFile.
    COPY BATCHCAL.

FD StreamFile.
    COPY STREAMS.

FD ControlFile.
    COPY TRANCTL.

FD TransactionFile.
    COPY TRANSREC.

FD TranMasterFile.
    COPY TRANMSTR.

FD FxRateFile.
    COPY FXRATE.

FD PeriodControlFile.
    COPY PERIODCL.

FD MsgCatalogFile.
    COPY MSGCAT.

FD ReportFile.
01 REPORT-LINE PIC X(100).

FD AuditLog.
    COPY AUDITREC.

FD AlertFile.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 WS-RunCtl-Status PIC X(2).
01 WS-Calendar-Status PIC X(2).
01 WS-Stream-Status PIC X(2).
01 WS-Control-Status PIC X(2).
01 WS-Transaction-Status PIC X(2).
01 WS-TranMaster-Status PIC X(2).
01 WS-MsgCat-Status PIC X(2).
01 WS-FxRate-Status PIC X(2).
01 WS-PeriodCtl-Status PIC X(2).
01 WS-Report-Status PIC X(2).
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
01 WS-Report-Filename PIC X(21) VALUE SPACES.
01 WS-Transaction-Filename PIC X(20) VALUE "TRANSIN".
01 WS-Report-Open PIC X VALUE "N".
01 WS-Override-Date PIC 9(8) VALUE 0.
01 WS-Override-Bad PIC X VALUE "N".
01 WS-Calendar-EOF PIC X VALUE "N".
01 WS-Today-On-Calendar PIC X VALUE "N".
01 WS-Today-Day-Type PIC X(1).
01 WS-Today-Description PIC X(30).
01 WS-Stream-EOF PIC X VALUE "N".
01 WS-Stream-Overflow PIC X VALUE "N".
01 WS-Stream-Count-Used PIC 9(2) VALUE 0.
01 WS-Stream-Table.
    05 WS-Stream-Entry OCCURS 20 TIMES.
        10 WS-Stream-Region PIC X(8).
        10 WS-Stream-Transin PIC X(20).
        10 WS-Stream-Currency PIC X(3).
        10 WS-Stream-Rated PIC X(1).
01 WS-Stream-Sub PIC 9(2).
01 WS-Ctl-EOF PIC X VALUE "N".
01 WS-Ctl-Readable PIC X VALUE "N".
01 WS-Ctl-Count-Used PIC 9(2) VALUE 0.
01 WS-Ctl-Ignored PIC 9(3) VALUE 0.
01 WS-Ctl-Table.
    05 WS-Ctl-Region PIC X(8) OCCURS 20 TIMES.
01 WS-Ctl-Sub PIC 9(2).
01 WS-Ctl-Found PIC X.
01 WS-Ctl-Missing PIC 9(2) VALUE 0.
01 WS-Region-Tag PIC X(8).
01 WS-FxRate-EOF PIC X VALUE "N".
01 WS-FxRate-Readable PIC X VALUE "N".
01 WS-Rate-Missing PIC 9(2) VALUE 0.
01 WS-Foreign-Count PIC 9(2) VALUE 0.
01 WS-PeriodCtl-EOF PIC X VALUE "N".
01 WS-Run-Period PIC 9(6).
01 WS-Period-State PIC X(1).
01 WS-Count-Text PIC Z9.
*> WS-Check-Result: R = ready, W = ready with a warning,
*> N = not ready (the batch must not start).
01 WS-Check-Name PIC X(21).
01 WS-Check-Result PIC X(1).
01 WS-Check-Severity PIC 9(1).
01 WS-Check-FStat PIC X(2).
01 WS-Check-Reason PIC X(40).
01 WS-Result-Text PIC X(9).
01 WS-Check-Count PIC 9(3) VALUE 0.
01 WS-Ready-Count PIC 9(3) VALUE 0.
01 WS-Warning-Count PIC 9(3) VALUE 0.
01 WS-Not-Ready-Count PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    PERFORM READ-RUN-CONTROL
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    STRING "PREFLT." WS-Run-Date ".RPT" DELIMITED BY SIZE
        INTO WS-Report-Filename
    PERFORM OPEN-REPORT-FILE
    PERFORM CHECK-RUN-CONTROL
    PERFORM CHECK-BUSINESS-CALENDAR
    PERFORM CHECK-STREAM-FILE
    PERFORM CHECK-CONTROL-FILE
    IF WS-Stream-Count-Used = 0
        MOVE SPACES TO WS-Region-Tag
        MOVE "TRANSIN" TO WS-Transaction-Filename
        PERFORM CHECK-TRANSIN-FILE
    ELSE
        PERFORM CHECK-ONE-STREAM
            VARYING WS-Stream-Sub FROM 1 BY 1
            UNTIL WS-Stream-Sub > WS-Stream-Count-Used
    END-IF
    PERFORM CHECK-EXCHANGE-RATES
    PERFORM CHECK-PERIOD-LOCK
    PERFORM CHECK-TRAN-MASTER
    PERFORM CHECK-MESSAGE-CATALOG
    PERFORM WRITE-READINESS-SUMMARY
    PERFORM APPEND-AUDIT-RECORD
    GOBACK.

READ-RUN-CONTROL.
*> Same business-date rule as every step: a non-zero numeric date
*> on RUNCTL replaces today's. A date that is there but unreadable
*> is remembered - the steps would quietly run for today instead.
    OPEN INPUT RunControlFile
    IF WS-RunCtl-Status = "00"
        READ RunControlFile
            NOT AT END
                IF RUN-BUSINESS-DATE IS NUMERIC
                    IF RUN-BUSINESS-DATE > 0
                        MOVE RUN-BUSINESS-DATE TO WS-Override-Date
                        MOVE RUN-BUSINESS-DATE TO WS-Run-Date
                        DISPLAY "PREFLIGHT: BUSINESS DATE OVERRIDDEN TO "
                            WS-Run-Date " BY RUN CONTROL"
                    END-IF
                ELSE
                    IF RUN-BUSINESS-DATE NOT = SPACES
                        MOVE "Y" TO WS-Override-Bad
                    END-IF
                END-IF
        END-READ
        CLOSE RunControlFile
    END-IF.

OPEN-REPORT-FILE.
*> The checks still run and still alert without the report; SYSOUT
*> carries every result as well.
    OPEN OUTPUT ReportFile
    IF WS-Report-Status = "00"
        MOVE "Y" TO WS-Report-Open
        MOVE SPACES TO REPORT-LINE
        STRING "PRE-FLIGHT READINESS CHECK - BUSINESS DATE " WS-Run-Date
            "  RUN " WS-Run-Timestamp
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "  INPUT                 RESULT     REASON" TO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        DISPLAY "PREFLIGHT: ERROR OPENING REPORT FILE, STATUS="
            WS-Report-Status
        MOVE 2 TO WS-Alert-Severity
        MOVE WS-Report-Filename TO WS-Alert-File
        MOVE WS-Report-Status TO WS-Alert-FStat
        MOVE "UNABLE TO WRITE PRE-FLIGHT REPORT" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

CHECK-RUN-CONTROL.
*> RUNCTL is optional; only an unreadable file or date is a problem,
*> since either would lose an operator's controlled rerun.
    MOVE "RUNCTL" TO WS-Check-Name
    MOVE SPACES TO WS-Check-Reason
    MOVE SPACES TO WS-Check-FStat
    EVALUATE TRUE
        WHEN WS-RunCtl-Status NOT = "00" AND WS-RunCtl-Status NOT = "35"
            MOVE "N" TO WS-Check-Result
            MOVE 1 TO WS-Check-Severity
            MOVE WS-RunCtl-Status TO WS-Check-FStat
            MOVE "RUN CONTROL UNREADABLE" TO WS-Check-Reason
        WHEN WS-Override-Bad = "Y"
            MOVE "N" TO WS-Check-Result
            MOVE 1 TO WS-Check-Severity
            MOVE "RUN-BUSINESS-DATE IS NOT NUMERIC"
                TO WS-Check-Reason
        WHEN WS-Override-Date > 0
            MOVE "R" TO WS-Check-Result
            STRING "RERUN FOR BUSINESS DATE " WS-Run-Date
                DELIMITED BY SIZE INTO WS-Check-Reason
        WHEN OTHER
            MOVE "R" TO WS-Check-Result
            STRING "NO OVERRIDE, BUSINESS DATE " WS-Run-Date
                DELIMITED BY SIZE INTO WS-Check-Reason
    END-EVALUATE
    PERFORM RECORD-CHECK-RESULT.

CHECK-BUSINESS-CALENDAR.
*> A date missing from the calendar, or no calendar at all, is run
*> as a business day, as Driver does; a holiday must not be run.
    MOVE "BATCHCAL" TO WS-Check-Name
    MOVE SPACES TO WS-Check-Reason
    MOVE SPACES TO WS-Check-FStat
    OPEN INPUT CalendarFile
    IF WS-Calendar-Status = "00"
        PERFORM READ-CALENDAR-RECORD UNTIL WS-Calendar-EOF = "Y"
        CLOSE CalendarFile
        EVALUATE TRUE
            WHEN WS-Today-On-Calendar = "N"
                MOVE "W" TO WS-Check-Result
                MOVE 3 TO WS-Check-Severity
                STRING WS-Run-Date " NOT ON CALENDAR, RUN AS NORMAL"
                    DELIMITED BY SIZE
                    INTO WS-Check-Reason
            WHEN WS-Today-Day-Type = "B"
                MOVE "R" TO WS-Check-Result
                STRING WS-Run-Date " IS A BUSINESS DAY"
                    DELIMITED BY SIZE INTO WS-Check-Reason
            WHEN OTHER
                MOVE "N" TO WS-Check-Result
                MOVE 1 TO WS-Check-Severity
                STRING WS-Run-Date " IS A HOLIDAY: " WS-Today-Description
                    DELIMITED BY SIZE INTO WS-Check-Reason
        END-EVALUATE
    ELSE
        MOVE "W" TO WS-Check-Result
        MOVE 2 TO WS-Check-Severity
        MOVE WS-Calendar-Status TO WS-Check-FStat
        MOVE "CALENDAR UNAVAILABLE, RUN AS BUSINESS DAY"
            TO WS-Check-Reason
    END-IF
    PERFORM RECORD-CHECK-RESULT.

READ-CALENDAR-RECORD.
    READ CalendarFile
        AT END
            MOVE "Y" TO WS-Calendar-EOF
        NOT AT END
            IF CAL-DATE = WS-Run-Date
                MOVE "Y" TO WS-Today-On-Calendar
                MOVE CAL-DAY-TYPE TO WS-Today-Day-Type
                MOVE CAL-DESCRIPTION TO WS-Today-Description
            END-IF
    END-READ.

CHECK-STREAM-FILE.
*> No STREAMS file is the single-feed arrangement, not a fault. One
*> that exists but cannot be read would send Handler down the
*> single-feed path with the regional feeds left unprocessed.
    MOVE "STREAMS" TO WS-Check-Name
    MOVE SPACES TO WS-Check-Reason
    MOVE SPACES TO WS-Check-FStat
    OPEN INPUT StreamFile
    IF WS-Stream-Status = "00"
        PERFORM READ-STREAM-RECORD UNTIL WS-Stream-EOF = "Y"
        CLOSE StreamFile
    END-IF
    EVALUATE TRUE
        WHEN WS-Stream-Status NOT = "00" AND WS-Stream-Status NOT = "10"
            AND WS-Stream-Status NOT = "35"
            MOVE "N" TO WS-Check-Result
            MOVE 1 TO WS-Check-Severity
            MOVE WS-Stream-Status TO WS-Check-FStat
            MOVE "STREAM CONTROL FILE UNREADABLE" TO WS-Check-Reason
        WHEN WS-Stream-Overflow = "Y"
            MOVE "N" TO WS-Check-Result
            MOVE 1 TO WS-Check-Severity
            MOVE "MORE THAN 20 STREAMS, SOME NOT CHECKED"
                TO WS-Check-Reason
        WHEN WS-Stream-Count-Used = 0
            MOVE "R" TO WS-Check-Result
            MOVE "NO STREAMS, SINGLE TRANSIN FEED" TO WS-Check-Reason
        WHEN OTHER
            MOVE "R" TO WS-Check-Result
            MOVE WS-Stream-Count-Used TO WS-Count-Text
            STRING "REGIONAL STREAMS DEFINED: " WS-Count-Text
                DELIMITED BY SIZE INTO WS-Check-Reason
    END-EVALUATE
    PERFORM RECORD-CHECK-RESULT.

READ-STREAM-RECORD.
    READ StreamFile
        AT END
            MOVE "Y" TO WS-Stream-EOF
        NOT AT END
            IF WS-Stream-Count-Used < 20
                ADD 1 TO WS-Stream-Count-Used
                MOVE STREAM-REGION
                    TO WS-Stream-Region (WS-Stream-Count-Used)
                MOVE STREAM-TRANSIN-NAME
                    TO WS-Stream-Transin (WS-Stream-Count-Used)
                MOVE STREAM-CURRENCY
                    TO WS-Stream-Currency (WS-Stream-Count-Used)
                MOVE "N" TO WS-Stream-Rated (WS-Stream-Count-Used)
            ELSE
                MOVE "Y" TO WS-Stream-Overflow
            END-IF
    END-READ.

CHECK-CONTROL-FILE.
*> TranBal needs a control record for every region it balances, or
*> the single record for the single feed.
    MOVE "TRANCTL" TO WS-Check-Name
    MOVE SPACES TO WS-Check-Reason
    MOVE SPACES TO WS-Check-FStat
    OPEN INPUT ControlFile
    IF WS-Control-Status = "00"
        MOVE "Y" TO WS-Ctl-Readable
        PERFORM READ-CONTROL-RECORD UNTIL WS-Ctl-EOF = "Y"
        CLOSE ControlFile
    END-IF
    EVALUATE TRUE
        WHEN WS-Ctl-Readable = "N"
            MOVE "N" TO WS-Check-Result
            MOVE 1 TO WS-Check-Severity
            MOVE WS-Control-Status TO WS-Check-FStat
            IF WS-Control-Status = "35"
                MOVE "CONTROL FILE MISSING" TO WS-Check-Reason
            ELSE
                MOVE "CONTROL FILE UNREADABLE" TO WS-Check-Reason
            END-IF
            PERFORM RECORD-CHECK-RESULT
        WHEN WS-Ctl-Count-Used = 0
            MOVE "N" TO WS-Check-Result
            MOVE 1 TO WS-Check-Severity
            MOVE "CONTROL FILE IS EMPTY" TO WS-Check-Reason
            PERFORM RECORD-CHECK-RESULT
        WHEN WS-Stream-Count-Used = 0
            MOVE "R" TO WS-Check-Result
            MOVE "CONTROL RECORD PRESENT FOR SINGLE FEED"
                TO WS-Check-Reason
            PERFORM RECORD-CHECK-RESULT
        WHEN OTHER
            PERFORM CHECK-REGION-CONTROL
                VARYING WS-Stream-Sub FROM 1 BY 1
                UNTIL WS-Stream-Sub > WS-Stream-Count-Used
            IF WS-Ctl-Missing = 0
                MOVE "R" TO WS-Check-Result
                MOVE SPACES TO WS-Check-FStat
                MOVE WS-Stream-Count-Used TO WS-Count-Text
                MOVE SPACES TO WS-Check-Reason
                STRING "CONTROL RECORDS PRESENT, REGIONS: "
                    WS-Count-Text
                    DELIMITED BY SIZE INTO WS-Check-Reason
                PERFORM RECORD-CHECK-RESULT
            END-IF
    END-EVALUATE.

READ-CONTROL-RECORD.
    READ ControlFile
        AT END
            MOVE "Y" TO WS-Ctl-EOF
        NOT AT END
            IF WS-Ctl-Count-Used < 20
                ADD 1 TO WS-Ctl-Count-Used
                MOVE CTL-REGION TO WS-Ctl-Region (WS-Ctl-Count-Used)
            ELSE
                ADD 1 TO WS-Ctl-Ignored
            END-IF
    END-READ.

CHECK-REGION-CONTROL.
    MOVE WS-Stream-Region (WS-Stream-Sub) TO WS-Region-Tag
    MOVE "N" TO WS-Ctl-Found
    PERFORM MATCH-CONTROL-REGION
        VARYING WS-Ctl-Sub FROM 1 BY 1
        UNTIL WS-Ctl-Sub > WS-Ctl-Count-Used OR WS-Ctl-Found = "Y"
    IF WS-Ctl-Found = "N"
        ADD 1 TO WS-Ctl-Missing
        MOVE "N" TO WS-Check-Result
        MOVE 1 TO WS-Check-Severity
        MOVE SPACES TO WS-Check-FStat
        MOVE SPACES TO WS-Check-Reason
        STRING "NO CONTROL RECORD FOR REGION " WS-Region-Tag
            DELIMITED BY SIZE INTO WS-Check-Reason
        PERFORM RECORD-CHECK-RESULT
    END-IF.

MATCH-CONTROL-REGION.
    IF WS-Ctl-Region (WS-Ctl-Sub) = WS-Region-Tag
        MOVE "Y" TO WS-Ctl-Found
    END-IF.

CHECK-ONE-STREAM.
    MOVE WS-Stream-Region (WS-Stream-Sub) TO WS-Region-Tag
    MOVE WS-Stream-Transin (WS-Stream-Sub) TO WS-Transaction-Filename
    PERFORM CHECK-TRANSIN-FILE.

CHECK-TRANSIN-FILE.
*> The feed must be there, openable and not empty. Its batch header
*> is checked the way TranBal will check it, so a stale or misrouted
*> file is caught now rather than at the balancing step; an
*> unheaded feed is still accepted there, so only warned of here.
    MOVE WS-Transaction-Filename TO WS-Check-Name
    MOVE SPACES TO WS-Check-Reason
    MOVE SPACES TO WS-Check-FStat
    OPEN INPUT TransactionFile
    IF WS-Transaction-Status = "00"
        READ TransactionFile
            AT END
                MOVE "N" TO WS-Check-Result
                MOVE 1 TO WS-Check-Severity
                MOVE "FEED IS EMPTY" TO WS-Check-Reason
            NOT AT END
                PERFORM CHECK-FEED-HEADER
        END-READ
        CLOSE TransactionFile
    ELSE
        MOVE "N" TO WS-Check-Result
        MOVE 1 TO WS-Check-Severity
        MOVE WS-Transaction-Status TO WS-Check-FStat
        IF WS-Transaction-Status = "35"
            MOVE "FEED MISSING" TO WS-Check-Reason
        ELSE
            MOVE "FEED WILL NOT OPEN (LOCKED OR DAMAGED)"
                TO WS-Check-Reason
        END-IF
    END-IF
    PERFORM RECORD-CHECK-RESULT.

CHECK-FEED-HEADER.
    EVALUATE TRUE
        WHEN TH-RECORD-TYPE NOT = "HEADER"
            MOVE "W" TO WS-Check-Result
            MOVE 3 TO WS-Check-Severity
            MOVE "NO BATCH HEADER, UNHEADED FEED"
                TO WS-Check-Reason
        WHEN TH-BUSINESS-DATE NOT = WS-Run-Date
            MOVE "N" TO WS-Check-Result
            MOVE 1 TO WS-Check-Severity
            STRING "STALE FEED, HEADER DATE " TH-BUSINESS-DATE
                DELIMITED BY SIZE INTO WS-Check-Reason
        WHEN WS-Region-Tag NOT = SPACES
            AND TH-REGION NOT = WS-Region-Tag
            MOVE "N" TO WS-Check-Result
            MOVE 1 TO WS-Check-Severity
            STRING "HEADER REGION " TH-REGION ", EXPECTED "
                WS-Region-Tag DELIMITED BY SIZE INTO WS-Check-Reason
        WHEN OTHER
            MOVE "R" TO WS-Check-Result
            IF WS-Region-Tag = SPACES
                MOVE "HEADER DATE MATCHES" TO WS-Check-Reason
            ELSE
                STRING "HEADER DATE MATCHES, REGION " WS-Region-Tag
                    DELIMITED BY SIZE INTO WS-Check-Reason
            END-IF
    END-EVALUATE.

CHECK-EXCHANGE-RATES.
*> Handler values every region that trades in its own currency at
*> the FXRATE rate dated the business date, and sends the region's
*> business to suspense (CCYR/CCYU) when there is none. No FXRATE is
*> only a warning on its own - base-currency business needs no rate
*> - but a region whose currency has no rate today is not ready.
    MOVE "FXRATE" TO WS-Check-Name
    MOVE SPACES TO WS-Check-Reason
    MOVE SPACES TO WS-Check-FStat
    OPEN INPUT FxRateFile
    IF WS-FxRate-Status = "00"
        MOVE "Y" TO WS-FxRate-Readable
        PERFORM READ-EXCHANGE-RATE UNTIL WS-FxRate-EOF = "Y"
        CLOSE FxRateFile
    ELSE
        MOVE "W" TO WS-Check-Result
        MOVE 2 TO WS-Check-Severity
        MOVE WS-FxRate-Status TO WS-Check-FStat
        IF WS-FxRate-Status = "35"
            MOVE "EXCHANGE-RATE FILE MISSING, BASE ONLY"
                TO WS-Check-Reason
        ELSE
            MOVE "EXCHANGE-RATE FILE UNREADABLE, BASE ONLY"
                TO WS-Check-Reason
        END-IF
        PERFORM RECORD-CHECK-RESULT
    END-IF
    PERFORM CHECK-REGION-RATE
        VARYING WS-Stream-Sub FROM 1 BY 1
        UNTIL WS-Stream-Sub > WS-Stream-Count-Used
    IF WS-FxRate-Readable = "Y" AND WS-Rate-Missing = 0
        MOVE "FXRATE" TO WS-Check-Name
        MOVE "R" TO WS-Check-Result
        MOVE SPACES TO WS-Check-FStat
        MOVE SPACES TO WS-Check-Reason
        IF WS-Foreign-Count = 0
            MOVE "NO REGION NEEDS A RATE, ALL IN BASE"
                TO WS-Check-Reason
        ELSE
            MOVE WS-Foreign-Count TO WS-Count-Text
            STRING "RATES DATED " WS-Run-Date " FOR REGIONS: "
                WS-Count-Text
                DELIMITED BY SIZE INTO WS-Check-Reason
        END-IF
        PERFORM RECORD-CHECK-RESULT
    END-IF.

READ-EXCHANGE-RATE.
    READ FxRateFile
        AT END
            MOVE "Y" TO WS-FxRate-EOF
        NOT AT END
            IF FX-RATE-DATE = WS-Run-Date
                PERFORM MATCH-STREAM-RATE
                    VARYING WS-Stream-Sub FROM 1 BY 1
                    UNTIL WS-Stream-Sub > WS-Stream-Count-Used
            END-IF
    END-READ.

MATCH-STREAM-RATE.
    IF WS-Stream-Currency (WS-Stream-Sub) = FX-CURRENCY
        MOVE "Y" TO WS-Stream-Rated (WS-Stream-Sub)
    END-IF.

CHECK-REGION-RATE.
    IF WS-Stream-Currency (WS-Stream-Sub) NOT = SPACES
        ADD 1 TO WS-Foreign-Count
        IF WS-Stream-Rated (WS-Stream-Sub) = "N"
            ADD 1 TO WS-Rate-Missing
            MOVE SPACES TO WS-Check-Name
            STRING "FXRATE " WS-Stream-Region (WS-Stream-Sub)
                DELIMITED BY SIZE INTO WS-Check-Name
            MOVE "N" TO WS-Check-Result
            MOVE 1 TO WS-Check-Severity
            MOVE SPACES TO WS-Check-FStat
            MOVE SPACES TO WS-Check-Reason
            STRING "NO " WS-Stream-Currency (WS-Stream-Sub)
                " RATE DATED " WS-Run-Date
                DELIMITED BY SIZE INTO WS-Check-Reason
            PERFORM RECORD-CHECK-RESULT
        END-IF
    END-IF.

CHECK-PERIOD-LOCK.
*> Same rule as TranBal: the latest C record for the business
*> date's period, unless an authorized R reopen follows it, means
*> Driver, TranBal and Handler will all refuse the night.
    MOVE "PERIODCL" TO WS-Check-Name
    MOVE SPACES TO WS-Check-Reason
    MOVE SPACES TO WS-Check-FStat
    MOVE WS-Run-Date (1:6) TO WS-Run-Period
    MOVE SPACE TO WS-Period-State
    OPEN INPUT PeriodControlFile
    IF WS-PeriodCtl-Status = "00"
        PERFORM SCAN-PERIOD-CONTROL UNTIL WS-PeriodCtl-EOF = "Y"
        CLOSE PeriodControlFile
    END-IF
    EVALUATE TRUE
        WHEN WS-PeriodCtl-Status NOT = "00"
            AND WS-PeriodCtl-Status NOT = "35"
            MOVE "W" TO WS-Check-Result
            MOVE 2 TO WS-Check-Severity
            MOVE WS-PeriodCtl-Status TO WS-Check-FStat
            MOVE "PERIOD CONTROL UNREADABLE, TAKEN AS OPEN"
                TO WS-Check-Reason
        WHEN WS-Period-State = "C"
            MOVE "N" TO WS-Check-Result
            MOVE 1 TO WS-Check-Severity
            STRING "PERIOD " WS-Run-Period " IS CLOSED, NO REOPEN"
                DELIMITED BY SIZE INTO WS-Check-Reason
        WHEN OTHER
            MOVE "R" TO WS-Check-Result
            STRING "PERIOD " WS-Run-Period " IS OPEN"
                DELIMITED BY SIZE INTO WS-Check-Reason
    END-EVALUATE
    PERFORM RECORD-CHECK-RESULT.

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

CHECK-TRAN-MASTER.
*> Opened for input only, so a check never creates the master.
*> Handler starts a new one when none exists, but on any night but
*> the first that means the duplicate check has nothing to go on.
    MOVE "TRANMSTR" TO WS-Check-Name
    MOVE SPACES TO WS-Check-Reason
    MOVE SPACES TO WS-Check-FStat
    OPEN INPUT TranMasterFile
    EVALUATE WS-TranMaster-Status
        WHEN "00"
            CLOSE TranMasterFile
            MOVE "R" TO WS-Check-Result
            MOVE "PROCESSED-TRANSACTION MASTER OPENS"
                TO WS-Check-Reason
        WHEN "35"
            MOVE "W" TO WS-Check-Result
            MOVE 2 TO WS-Check-Severity
            MOVE WS-TranMaster-Status TO WS-Check-FStat
            MOVE "NOT FOUND, HANDLER STARTS A NEW MASTER"
                TO WS-Check-Reason
        WHEN OTHER
            MOVE "N" TO WS-Check-Result
            MOVE 1 TO WS-Check-Severity
            MOVE WS-TranMaster-Status TO WS-Check-FStat
            MOVE "MASTER WILL NOT OPEN (LOCKED OR DAMAGED)"
                TO WS-Check-Reason
    END-EVALUATE
    PERFORM RECORD-CHECK-RESULT.

CHECK-MESSAGE-CATALOG.
    MOVE "MSGCAT" TO WS-Check-Name
    MOVE SPACES TO WS-Check-Reason
    MOVE SPACES TO WS-Check-FStat
    OPEN INPUT MsgCatalogFile
    IF WS-MsgCat-Status = "00"
        CLOSE MsgCatalogFile
        MOVE "R" TO WS-Check-Result
        MOVE "MESSAGE CATALOG OPENS" TO WS-Check-Reason
    ELSE
        MOVE "N" TO WS-Check-Result
        MOVE 1 TO WS-Check-Severity
        MOVE WS-MsgCat-Status TO WS-Check-FStat
        IF WS-MsgCat-Status = "35"
            MOVE "MESSAGE CATALOG MISSING" TO WS-Check-Reason
        ELSE
            MOVE "CATALOG WILL NOT OPEN (LOCKED OR DAMAGED)"
                TO WS-Check-Reason
        END-IF
    END-IF
    PERFORM RECORD-CHECK-RESULT.

RECORD-CHECK-RESULT.
*> Every input gets a line on the report and SYSOUT; anything not
*> ready, or ready only with a warning, is alerted at its own
*> severity so the on-call person sees every problem at once.
    ADD 1 TO WS-Check-Count
    EVALUATE WS-Check-Result
        WHEN "R"
            ADD 1 TO WS-Ready-Count
            MOVE "READY" TO WS-Result-Text
        WHEN "W"
            ADD 1 TO WS-Warning-Count
            MOVE "WARNING" TO WS-Result-Text
        WHEN OTHER
            ADD 1 TO WS-Not-Ready-Count
            MOVE "NOT READY" TO WS-Result-Text
    END-EVALUATE
    IF WS-Check-FStat = SPACES
        DISPLAY "PREFLIGHT: " WS-Check-Name " " WS-Result-Text " - "
            WS-Check-Reason
    ELSE
        DISPLAY "PREFLIGHT: " WS-Check-Name " " WS-Result-Text " - "
            WS-Check-Reason " (STATUS=" WS-Check-FStat ")"
    END-IF
    IF WS-Report-Open = "Y"
        MOVE SPACES TO REPORT-LINE
        IF WS-Check-FStat = SPACES
            STRING "  " WS-Check-Name " " WS-Result-Text "  "
                WS-Check-Reason
                DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            STRING "  " WS-Check-Name " " WS-Result-Text "  "
                WS-Check-Reason " STATUS=" WS-Check-FStat
                DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
    END-IF
    IF WS-Check-Result NOT = "R"
        MOVE WS-Check-Severity TO WS-Alert-Severity
        MOVE WS-Check-Name TO WS-Alert-File
        MOVE WS-Check-FStat TO WS-Alert-FStat
        MOVE WS-Check-Reason TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

WRITE-READINESS-SUMMARY.
*> Anything not ready fails the step, so HelloWorld and everything
*> after it is held; warnings alone let the night go ahead.
    IF WS-Not-Ready-Count > 0
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE SPACES TO WS-Alert-Text
        STRING "PRE-FLIGHT FAILED, " WS-Not-Ready-Count
            " INPUTS NOT READY" DELIMITED BY SIZE INTO WS-Alert-Text
    ELSE
        IF WS-Warning-Count > 0
            MOVE 4 TO RETURN-CODE
            MOVE 3 TO WS-Alert-Severity
            MOVE SPACES TO WS-Alert-Text
            STRING "PRE-FLIGHT PASSED WITH " WS-Warning-Count
                " WARNINGS" DELIMITED BY SIZE INTO WS-Alert-Text
        END-IF
    END-IF
    IF WS-Not-Ready-Count > 0 OR WS-Warning-Count > 0
        MOVE WS-Report-Filename TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        PERFORM WRITE-ALERT-RECORD
    END-IF
    DISPLAY "PREFLIGHT: " WS-Check-Count " INPUTS CHECKED, "
        WS-Ready-Count " READY, " WS-Warning-Count " WARNINGS, "
        WS-Not-Ready-Count " NOT READY"
    IF WS-Not-Ready-Count > 0
        DISPLAY "PREFLIGHT: BATCH MUST NOT START UNTIL EVERY INPUT"
            " IS READY"
    END-IF
    IF WS-Report-Open = "Y"
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  CHECKED " WS-Check-Count
            "  READY " WS-Ready-Count
            "  WARNINGS " WS-Warning-Count
            "  NOT READY " WS-Not-Ready-Count
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        IF WS-Not-Ready-Count > 0
            MOVE SPACES TO REPORT-LINE
            STRING "  *** BATCH MUST NOT START - " WS-Not-Ready-Count
                " INPUTS NOT READY"
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        CLOSE ReportFile
        DISPLAY "PREFLIGHT: READINESS REPORT WRITTEN TO "
            WS-Report-Filename
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "PreFlight" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "PREFLIGHT: UNABLE TO WRITE AUDIT LOG, STATUS="
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
        MOVE "PreFlight" TO ALERT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO ALERT-RUN-ID
        MOVE WS-Alert-File TO ALERT-FILE-NAME
        MOVE WS-Alert-FStat TO ALERT-FILE-STATUS
        MOVE WS-Alert-Text TO ALERT-TEXT
        WRITE ALERT-RECORD
        CLOSE AlertFile
    ELSE
        DISPLAY "PREFLIGHT: UNABLE TO WRITE ALERT FILE, STATUS="
            WS-Alert-Status
    END-IF.
