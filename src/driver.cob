    SELECT AlertFile ASSIGN TO "ALERTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Alert-Status.
    SELECT PeriodControlFile ASSIGN TO "PERIODCL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PeriodCtl-Status.
    SELECT JobDefFile ASSIGN TO "JOBDEF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JobDef-Status.
    SELECT ReportFile ASSIGN TO DYNAMIC WS-Report-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Report-Status.

DATA DIVISION.
FILE SECTION.
FD AlertFile.
    COPY ALERTREC.

FD PeriodControlFile.
    COPY PERIODCL.

FD JobDefFile.
    COPY JOBDEF.

FD ReportFile.
01 REPORT-LINE PIC X(100).

WORKING-STORAGE SECTION.
01 WS-Step-Name PIC X(10).
01 WS-AuditLog-Status PIC X(2).
01 WS-Alert-FStat PIC X(2).
01 WS-Alert-Text PIC X(40).
01 WS-Audit-Program-Name PIC X(10) VALUE "Driver".
01 WS-Period-Date PIC 9(8).
01 WS-PeriodCtl-Status PIC X(2).
01 WS-PeriodCtl-EOF PIC X VALUE "N".
01 WS-Run-Period PIC 9(6).
01 WS-Period-State PIC X(1).
01 WS-Period-Closed PIC X VALUE "N".
01 WS-JobDef-Status PIC X(2).
01 WS-JobDef-EOF PIC X VALUE "N".
01 WS-Report-Status PIC X(2).
01 WS-Report-Filename PIC X(21).
01 WS-Network-Source PIC X(30) VALUE SPACES.
01 WS-Network-Valid PIC X VALUE "Y".
01 WS-Network-Stopped PIC X VALUE "N".
01 WS-Stopped-By PIC X(10) VALUE SPACES.
01 WS-Network-RC PIC 9(4) VALUE 0.
01 WS-Step-RC PIC 9(4) VALUE 0.
01 WS-Step-Blocked-By PIC X(10).
01 WS-Step-Runctl-Skip PIC X VALUE "N".
01 WS-Default-Predecessor PIC X(10).
01 WS-Step-Found PIC X.
01 WS-Find-Name PIC X(10).
01 WS-Completed-Count PIC 9(3) VALUE 0.
01 WS-Failed-Count PIC 9(3) VALUE 0.
01 WS-Skipped-Count PIC 9(3) VALUE 0.
01 WS-Not-Run-Count PIC 9(3) VALUE 0.
01 WS-Overflow-Count PIC 9(3) VALUE 0.
*> WS-Job-State: P = pending, C = completed, F = failed,
*> K = skipped because a predecessor did not complete,
*> R = skipped by RUNCTL, X = not run after a network stop.
01 WS-Job-Count-Used PIC 9(2) VALUE 0.
01 WS-Job-Sub PIC 9(2).
01 WS-Find-Sub PIC 9(2).
01 WS-Pred-Sub PIC 9(1).
01 WS-Job-Table.
    05 WS-Job-Entry OCCURS 40 TIMES.
        10 WS-Job-Program PIC X(10).
        10 WS-Job-On-Failure PIC X(1).
        10 WS-Job-Max-RC PIC 9(2).
        10 WS-Job-Predecessor PIC X(10) OCCURS 5 TIMES.
        10 WS-Job-State PIC X(1).
        10 WS-Job-RC PIC 9(4).
        10 WS-Job-Start-Time PIC 9(8).
        10 WS-Job-End-Time PIC 9(8).
        10 WS-Job-Note PIC X(40).
01 WS-State-Text PIC X(9).

PROCEDURE DIVISION.
MAIN-LOGIC.
        INTO WS-Run-Timestamp

    PERFORM READ-RUN-CONTROL
    IF WS-Override-Date > 0
        MOVE WS-Override-Date TO WS-Period-Date
    ELSE
        MOVE WS-Run-Date TO WS-Period-Date
    END-IF
    MOVE WS-Period-Date (1:6) TO WS-Run-Period
    PERFORM CHECK-PERIOD-OPEN
    IF WS-Period-Closed = "Y"
        PERFORM APPEND-AUDIT-RECORD
        STOP RUN
    END-IF

    IF WS-Override-Date > 0
        DISPLAY "DRIVER: CONTROLLED RERUN FOR BUSINESS DATE "
            WS-Override-Date ", CALENDAR CHECKS BYPASSED"
        PERFORM CHECK-MISSED-BUSINESS-DAY
    END-IF

    STRING "DRIVER." WS-Period-Date ".RPT" DELIMITED BY SIZE
        INTO WS-Report-Filename

    PERFORM LOAD-JOB-NETWORK
    PERFORM VALIDATE-JOB-NETWORK
    IF WS-Network-Valid = "N"
        DISPLAY "DRIVER: JOB NETWORK DEFINITION IS INVALID,"
            " NO STEPS RUN"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "JOBDEF" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "JOB NETWORK INVALID, NO STEPS RUN" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
        PERFORM APPEND-AUDIT-RECORD
        STOP RUN
    END-IF

    PERFORM RUN-ONE-STEP
        VARYING WS-Job-Sub FROM 1 BY 1
        UNTIL WS-Job-Sub > WS-Job-Count-Used
    PERFORM WRITE-COMPLETION-REPORT

    IF WS-Failed-Count = 0 AND WS-Skipped-Count = 0
        DISPLAY "DRIVER: ALL STEPS COMPLETED SUCCESSFULLY"
        MOVE 0 TO RETURN-CODE
    ELSE
        DISPLAY "DRIVER: NETWORK ENDED WITH " WS-Failed-Count
            " FAILED, " WS-Skipped-Count " SKIPPED, "
            WS-Not-Run-Count " NOT RUN"
        MOVE WS-Network-RC TO RETURN-CODE
    END-IF
    PERFORM APPEND-AUDIT-RECORD
    STOP RUN.

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
        DISPLAY "DRIVER: BUSINESS DATE " WS-Period-Date
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

CHECK-BUSINESS-CALENDAR.
    OPEN INPUT CalendarFile
    IF WS-Calendar-Status = "00"
            END-IF
    END-READ.

LOAD-JOB-NETWORK.
*> The end-of-day network comes from JOBDEF, one step per record
*> in run order. Without it Driver runs the core chain it has
*> always run, so a missing file never silently drops Handler.
    OPEN INPUT JobDefFile
    IF WS-JobDef-Status = "00"
        MOVE "JOBDEF" TO WS-Network-Source
        PERFORM READ-JOB-DEFINITION UNTIL WS-JobDef-EOF = "Y"
        CLOSE JobDefFile
        IF WS-Job-Count-Used = 0 AND WS-Overflow-Count = 0
            DISPLAY "DRIVER: JOBDEF HOLDS NO STEPS, RUNNING THE"
                " CORE CHAIN"
        END-IF
    ELSE
        DISPLAY "DRIVER: JOBDEF UNAVAILABLE, STATUS="
            WS-JobDef-Status ", RUNNING THE CORE CHAIN"
    END-IF
    IF WS-Job-Count-Used = 0 AND WS-Overflow-Count = 0
        PERFORM LOAD-DEFAULT-NETWORK
    END-IF
    DISPLAY "DRIVER: " WS-Job-Count-Used " STEPS LOADED FROM "
        WS-Network-Source.

READ-JOB-DEFINITION.
    READ JobDefFile
        AT END
            MOVE "Y" TO WS-JobDef-EOF
        NOT AT END
            IF JOB-PROGRAM NOT = SPACES
                AND JOB-PROGRAM (1:1) NOT = "*"
                IF WS-Job-Count-Used < 40
                    PERFORM STORE-JOB-DEFINITION
                ELSE
                    ADD 1 TO WS-Overflow-Count
                END-IF
            END-IF
    END-READ.

STORE-JOB-DEFINITION.
*> Anything other than D on the failure flag stops the network -
*> a mistyped flag errs toward holding the night, not running on.
    ADD 1 TO WS-Job-Count-Used
    MOVE WS-Job-Count-Used TO WS-Job-Sub
    PERFORM CLEAR-JOB-ENTRY
    MOVE JOB-PROGRAM TO WS-Job-Program (WS-Job-Sub)
    IF JOB-ON-FAILURE = "D"
        MOVE "D" TO WS-Job-On-Failure (WS-Job-Sub)
    END-IF
    IF JOB-MAX-RC-N IS NUMERIC
        MOVE JOB-MAX-RC-N TO WS-Job-Max-RC (WS-Job-Sub)
    END-IF
    PERFORM STORE-JOB-PREDECESSOR
        VARYING WS-Pred-Sub FROM 1 BY 1
        UNTIL WS-Pred-Sub > 5.

STORE-JOB-PREDECESSOR.
    MOVE JOB-PREDECESSOR (WS-Pred-Sub)
        TO WS-Job-Predecessor (WS-Job-Sub, WS-Pred-Sub).

CLEAR-JOB-ENTRY.
    MOVE SPACES TO WS-Job-Entry (WS-Job-Sub)
    MOVE "N" TO WS-Job-On-Failure (WS-Job-Sub)
    MOVE 0 TO WS-Job-Max-RC (WS-Job-Sub)
    MOVE "P" TO WS-Job-State (WS-Job-Sub)
    MOVE 0 TO WS-Job-RC (WS-Job-Sub)
    MOVE 0 TO WS-Job-Start-Time (WS-Job-Sub)
    MOVE 0 TO WS-Job-End-Time (WS-Job-Sub).

LOAD-DEFAULT-NETWORK.
    MOVE "CORE CHAIN (NO JOBDEF)" TO WS-Network-Source
*> PreFlight's warnings (RC 4) do not hold the chain; anything it
*> finds not ready fails it and so stops the network.
    MOVE "PreFlight" TO WS-Find-Name
    MOVE SPACES TO WS-Default-Predecessor
    PERFORM ADD-DEFAULT-STEP
    MOVE 4 TO WS-Job-Max-RC (WS-Job-Sub)
    MOVE "HelloWorld" TO WS-Find-Name
    MOVE "PreFlight" TO WS-Default-Predecessor
    PERFORM ADD-DEFAULT-STEP
    MOVE "TranBal" TO WS-Find-Name
    MOVE "HelloWorld" TO WS-Default-Predecessor
    PERFORM ADD-DEFAULT-STEP
    MOVE "Handler" TO WS-Find-Name
    MOVE "TranBal" TO WS-Default-Predecessor
    PERFORM ADD-DEFAULT-STEP
*> As in the JCL, AnomChk's deviations (RC 4) are only a warning and
*> its failure holds just the steps behind it; ValProof must prove
*> the day clean before Status runs, and DayClose will not close a
*> day without it.
    MOVE "AnomChk" TO WS-Find-Name
    MOVE "Handler" TO WS-Default-Predecessor
    PERFORM ADD-DEFAULT-STEP
    MOVE 4 TO WS-Job-Max-RC (WS-Job-Sub)
    MOVE "D" TO WS-Job-On-Failure (WS-Job-Sub)
    MOVE "ValProof" TO WS-Find-Name
    MOVE "AnomChk" TO WS-Default-Predecessor
    PERFORM ADD-DEFAULT-STEP
    MOVE "Status" TO WS-Find-Name
    MOVE "ValProof" TO WS-Default-Predecessor
    PERFORM ADD-DEFAULT-STEP.

ADD-DEFAULT-STEP.
    ADD 1 TO WS-Job-Count-Used
    MOVE WS-Job-Count-Used TO WS-Job-Sub
    PERFORM CLEAR-JOB-ENTRY
    MOVE WS-Find-Name TO WS-Job-Program (WS-Job-Sub)
    MOVE WS-Default-Predecessor TO WS-Job-Predecessor (WS-Job-Sub, 1).

VALIDATE-JOB-NETWORK.
*> The whole network is checked before the first CALL: a step
*> named twice, or a predecessor that is not an earlier step,
*> would otherwise surface halfway through the night.
    IF WS-Overflow-Count > 0
        DISPLAY "DRIVER: JOBDEF HOLDS MORE THAN 40 STEPS, "
            WS-Overflow-Count " NOT LOADED"
        MOVE "N" TO WS-Network-Valid
    END-IF
    PERFORM VALIDATE-ONE-STEP
        VARYING WS-Job-Sub FROM 1 BY 1
        UNTIL WS-Job-Sub > WS-Job-Count-Used.

VALIDATE-ONE-STEP.
    MOVE WS-Job-Program (WS-Job-Sub) TO WS-Find-Name
    PERFORM FIND-EARLIER-STEP
    IF WS-Step-Found = "Y"
        DISPLAY "DRIVER: STEP " WS-Find-Name
            " IS DEFINED MORE THAN ONCE IN JOBDEF"
        MOVE "N" TO WS-Network-Valid
    END-IF
    PERFORM VALIDATE-ONE-PREDECESSOR
        VARYING WS-Pred-Sub FROM 1 BY 1
        UNTIL WS-Pred-Sub > 5.

VALIDATE-ONE-PREDECESSOR.
    IF WS-Job-Predecessor (WS-Job-Sub, WS-Pred-Sub) NOT = SPACES
        MOVE WS-Job-Predecessor (WS-Job-Sub, WS-Pred-Sub)
            TO WS-Find-Name
        PERFORM FIND-EARLIER-STEP
        IF WS-Step-Found = "N"
            DISPLAY "DRIVER: STEP " WS-Job-Program (WS-Job-Sub)
                " NAMES PREDECESSOR " WS-Find-Name
                " WHICH IS NOT AN EARLIER STEP"
            MOVE "N" TO WS-Network-Valid
        END-IF
    END-IF.

FIND-EARLIER-STEP.
*> Looks for WS-Find-Name among the steps before WS-Job-Sub.
    MOVE "N" TO WS-Step-Found
    PERFORM MATCH-STEP-NAME
        VARYING WS-Find-Sub FROM 1 BY 1
        UNTIL WS-Find-Sub >= WS-Job-Sub OR WS-Step-Found = "Y"
    IF WS-Step-Found = "Y"
        SUBTRACT 1 FROM WS-Find-Sub
    END-IF.

MATCH-STEP-NAME.
    IF WS-Job-Program (WS-Find-Sub) = WS-Find-Name
        MOVE "Y" TO WS-Step-Found
    END-IF.

RUN-ONE-STEP.
    MOVE WS-Job-Program (WS-Job-Sub) TO WS-Step-Name
    MOVE SPACES TO WS-Step-Blocked-By
    PERFORM CHECK-STEP-PREDECESSOR
        VARYING WS-Pred-Sub FROM 1 BY 1
        UNTIL WS-Pred-Sub > 5 OR WS-Step-Blocked-By NOT = SPACES
    PERFORM CHECK-RUN-CONTROL-SKIP
    EVALUATE TRUE
        WHEN WS-Network-Stopped = "Y"
            MOVE "X" TO WS-Job-State (WS-Job-Sub)
            STRING "NETWORK STOPPED BY " WS-Stopped-By
                DELIMITED BY SIZE INTO WS-Job-Note (WS-Job-Sub)
            ADD 1 TO WS-Not-Run-Count
            DISPLAY "DRIVER: STEP " WS-Step-Name
                " NOT RUN, NETWORK STOPPED"
        WHEN WS-Step-Blocked-By NOT = SPACES
            MOVE "K" TO WS-Job-State (WS-Job-Sub)
            STRING "PREDECESSOR " WS-Step-Blocked-By
                " DID NOT COMPLETE" DELIMITED BY SIZE
                INTO WS-Job-Note (WS-Job-Sub)
            ADD 1 TO WS-Skipped-Count
            DISPLAY "DRIVER: STEP " WS-Step-Name " SKIPPED,"
                " PREDECESSOR " WS-Step-Blocked-By
                " DID NOT COMPLETE"
        WHEN WS-Step-Runctl-Skip = "Y"
            MOVE "R" TO WS-Job-State (WS-Job-Sub)
            MOVE "SKIPPED BY RUN CONTROL" TO WS-Job-Note (WS-Job-Sub)
            DISPLAY "DRIVER: STEP " WS-Step-Name
                " SKIPPED BY RUN CONTROL"
        WHEN OTHER
            PERFORM CALL-NETWORK-STEP
    END-EVALUATE.

CHECK-STEP-PREDECESSOR.
*> A predecessor RUNCTL told us to skip does not hold its
*> dependents - the operator chose to leave it out tonight.
    IF WS-Job-Predecessor (WS-Job-Sub, WS-Pred-Sub) NOT = SPACES
        MOVE WS-Job-Predecessor (WS-Job-Sub, WS-Pred-Sub)
            TO WS-Find-Name
        PERFORM FIND-EARLIER-STEP
        IF WS-Step-Found = "Y"
            IF WS-Job-State (WS-Find-Sub) NOT = "C"
                AND WS-Job-State (WS-Find-Sub) NOT = "R"
                MOVE WS-Find-Name TO WS-Step-Blocked-By
            END-IF
        END-IF
    END-IF.

CHECK-RUN-CONTROL-SKIP.
    MOVE "N" TO WS-Step-Runctl-Skip
    EVALUATE TRUE
        WHEN WS-Step-Name = "HelloWorld" AND WS-Run-Hello-Step = "N"
            MOVE "Y" TO WS-Step-Runctl-Skip
        WHEN WS-Step-Name = "TranBal" AND WS-Run-TranBal-Step = "N"
            MOVE "Y" TO WS-Step-Runctl-Skip
        WHEN WS-Step-Name = "Handler" AND WS-Run-Handler-Step = "N"
            MOVE "Y" TO WS-Step-Runctl-Skip
*> ValProof proves what Handler posted, so it goes with Handler's
*> flag, as DayClose expects.
        WHEN WS-Step-Name = "ValProof" AND WS-Run-Handler-Step = "N"
            MOVE "Y" TO WS-Step-Runctl-Skip
        WHEN WS-Step-Name = "Status" AND WS-Run-Status-Step = "N"
            MOVE "Y" TO WS-Step-Runctl-Skip
    END-EVALUATE.

CALL-NETWORK-STEP.
*> CANCEL after each step, as Console does, so a program named
*> by the network never inherits another step's state.
    DISPLAY "DRIVER: STARTING STEP " WS-Step-Name
    ACCEPT WS-Job-Start-Time (WS-Job-Sub) FROM TIME
    MOVE 0 TO RETURN-CODE
    CALL WS-Step-Name
        ON EXCEPTION
            DISPLAY "DRIVER: STEP " WS-Step-Name
                " IS NOT AVAILABLE IN THIS LOAD MODULE"
            MOVE "PROGRAM NOT AVAILABLE" TO WS-Job-Note (WS-Job-Sub)
            MOVE 12 TO RETURN-CODE
    END-CALL
    MOVE RETURN-CODE TO WS-Step-RC
    CANCEL WS-Step-Name
    ACCEPT WS-Job-End-Time (WS-Job-Sub) FROM TIME
    MOVE WS-Step-RC TO WS-Job-RC (WS-Job-Sub)
    PERFORM CHECK-STEP-RESULT
    MOVE 0 TO RETURN-CODE.

CHECK-STEP-RESULT.
    IF WS-Step-RC > WS-Job-Max-RC (WS-Job-Sub)
        MOVE "F" TO WS-Job-State (WS-Job-Sub)
        ADD 1 TO WS-Failed-Count
        IF WS-Step-RC > WS-Network-RC
            MOVE WS-Step-RC TO WS-Network-RC
        END-IF
        DISPLAY "DRIVER: STEP " WS-Step-Name
            " FAILED, RETURN-CODE=" WS-Step-RC
        MOVE 1 TO WS-Alert-Severity
        MOVE SPACES TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE SPACES TO WS-Alert-Text
        IF WS-Job-On-Failure (WS-Job-Sub) = "D"
            DISPLAY "DRIVER: SKIPPING THE STEPS THAT DEPEND ON "
                WS-Step-Name
            STRING "STEP " WS-Step-Name " FAILED, DEPENDENTS"
                " HELD" DELIMITED BY SIZE INTO WS-Alert-Text
        ELSE
            DISPLAY "DRIVER: ABORTING REMAINING STEPS"
            MOVE "Y" TO WS-Network-Stopped
            MOVE WS-Step-Name TO WS-Stopped-By
            STRING "STEP " WS-Step-Name " FAILED, NETWORK"
                " STOPPED" DELIMITED BY SIZE INTO WS-Alert-Text
        END-IF
        PERFORM WRITE-ALERT-RECORD
    ELSE
        MOVE "C" TO WS-Job-State (WS-Job-Sub)
        ADD 1 TO WS-Completed-Count
        IF WS-Step-RC > 0
            MOVE "COMPLETED WITH WARNINGS" TO WS-Job-Note (WS-Job-Sub)
        END-IF
    END-IF.

WRITE-COMPLETION-REPORT.
    OPEN OUTPUT ReportFile
    IF WS-Report-Status NOT = "00"
        DISPLAY "DRIVER: ERROR OPENING REPORT FILE, STATUS="
            WS-Report-Status
        MOVE 2 TO WS-Alert-Severity
        MOVE WS-Report-Filename TO WS-Alert-File
        MOVE WS-Report-Status TO WS-Alert-FStat
        MOVE "UNABLE TO WRITE NETWORK REPORT" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        MOVE SPACES TO REPORT-LINE
        STRING "END-OF-DAY NETWORK COMPLETION REPORT - "
            WS-Period-Date "  RUN " WS-Run-Timestamp
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  NETWORK FROM " WS-Network-Source
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "  STEP       RESULT     RC   STARTED  ENDED    NOTE"
            TO REPORT-LINE
        WRITE REPORT-LINE
        PERFORM WRITE-STEP-LINE
            VARYING WS-Job-Sub FROM 1 BY 1
            UNTIL WS-Job-Sub > WS-Job-Count-Used
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  COMPLETED " WS-Completed-Count
            "  FAILED " WS-Failed-Count
            "  SKIPPED " WS-Skipped-Count
            "  NOT RUN " WS-Not-Run-Count
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        IF WS-Network-Stopped = "Y"
            MOVE SPACES TO REPORT-LINE
            STRING "  *** NETWORK STOPPED BY THE FAILURE OF "
                WS-Stopped-By DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        CLOSE ReportFile
        DISPLAY "DRIVER: NETWORK REPORT WRITTEN TO "
            WS-Report-Filename
    END-IF.

WRITE-STEP-LINE.
    EVALUATE WS-Job-State (WS-Job-Sub)
        WHEN "C"
            MOVE "COMPLETED" TO WS-State-Text
        WHEN "F"
            MOVE "FAILED" TO WS-State-Text
        WHEN "K"
            MOVE "SKIPPED" TO WS-State-Text
        WHEN "R"
            MOVE "BYPASSED" TO WS-State-Text
        WHEN OTHER
            MOVE "NOT RUN" TO WS-State-Text
    END-EVALUATE
    MOVE SPACES TO REPORT-LINE
    IF WS-Job-Start-Time (WS-Job-Sub) = 0
        STRING "  " WS-Job-Program (WS-Job-Sub) " " WS-State-Text
            "  " "                       "
            WS-Job-Note (WS-Job-Sub)
            DELIMITED BY SIZE INTO REPORT-LINE
    ELSE
        STRING "  " WS-Job-Program (WS-Job-Sub) " " WS-State-Text
            "  " WS-Job-RC (WS-Job-Sub)
            " " WS-Job-Start-Time (WS-Job-Sub)
            " " WS-Job-End-Time (WS-Job-Sub)
            " " WS-Job-Note (WS-Job-Sub)
            DELIMITED BY SIZE INTO REPORT-LINE
    END-IF
    WRITE REPORT-LINE.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
