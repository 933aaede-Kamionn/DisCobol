       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TranTrace.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditLog ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuditLog-Status.
    SELECT TranMasterFile ASSIGN TO "TRANMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TRAN-ID
        FILE STATUS IS WS-TranMaster-Status.
    SELECT DetailFile ASSIGN TO DYNAMIC WS-Detail-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Detail-Status.
    SELECT SuspenseFile ASSIGN TO DYNAMIC WS-Suspense-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Suspense-Status.
    SELECT SuspMasterFile ASSIGN TO "SUSPMSTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SuspMaster-Status.
    SELECT HoldMasterFile ASSIGN TO "HOLDMSTR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HoldMaster-Status.
    SELECT ResubmitFile ASSIGN TO "TRANRSUB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Resubmit-Status.
    SELECT ReleaseFile ASSIGN TO "TMRELEASE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Release-Status.
    SELECT CorrectionFile ASSIGN TO "SUSPCORR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Correction-Status.

DATA DIVISION.
FILE SECTION.
FD AuditLog.
    COPY AUDITREC.

FD TranMasterFile.
    COPY TRANMSTR.

FD DetailFile.
    COPY TRANDTL.

FD SuspenseFile.
    COPY SUSPREC.

FD SuspMasterFile.
    COPY SUSPMST.

FD HoldMasterFile.
    COPY HOLDMST.

FD ResubmitFile.
    COPY TRANSREC REPLACING
        ==TRANSACTION-RECORD== BY ==RESUBMIT-RECORD==
        ==TRAN-ID==            BY ==RESUB-TRAN-ID==
        ==TRAN-AMOUNT-X==      BY ==RESUB-TRAN-AMOUNT-X==
        ==TRAN-AMOUNT==        BY ==RESUB-TRAN-AMOUNT==
        ==TRAN-DETAIL==        BY ==RESUB-TRAN-DETAIL==
        ==TRAN-REVERSAL-DETAIL== BY ==RESUB-REVERSAL-DETAIL==
        ==TRAN-REV-TAG==       BY ==RESUB-REV-TAG==
        ==TRAN-REV-ORIG-ID==   BY ==RESUB-REV-ORIG-ID==
        ==TRAN-CURRENCY==      BY ==RESUB-CURRENCY==.

FD ReleaseFile.
    COPY TMREL.

FD CorrectionFile.
    COPY SUSPCORR.

WORKING-STORAGE SECTION.
    COPY TRANSREC.
01 WS-AuditLog-Status PIC X(2).
01 WS-TranMaster-Status PIC X(2).
01 WS-Detail-Status PIC X(2).
01 WS-Suspense-Status PIC X(2).
01 WS-SuspMaster-Status PIC X(2).
01 WS-HoldMaster-Status PIC X(2).
01 WS-Resubmit-Status PIC X(2).
01 WS-Release-Status PIC X(2).
01 WS-Correction-Status PIC X(2).
01 WS-Detail-Filename PIC X(21).
01 WS-Suspense-Filename PIC X(21).
01 WS-Run-Date PIC 9(8).
01 WS-Run-Time PIC 9(8).
01 WS-End-Time PIC 9(8).
01 WS-Run-Timestamp PIC X(16).
01 WS-Parm-Line PIC X(32).
01 WS-Search-Tran-Id PIC X(10).
01 WS-Start-Parm PIC X(8).
01 WS-End-Parm PIC X(8).
01 WS-Start-Date PIC 9(8).
01 WS-End-Date PIC 9(8).
01 WS-Start-Integer PIC 9(8).
01 WS-End-Integer PIC 9(8).
01 WS-Day-Integer PIC 9(8).
01 WS-Day-Date PIC 9(8).
01 WS-Detail-EOF PIC X VALUE "N".
01 WS-Suspense-EOF PIC X VALUE "N".
01 WS-SuspMaster-EOF PIC X VALUE "N".
01 WS-HoldMaster-EOF PIC X VALUE "N".
01 WS-Resubmit-EOF PIC X VALUE "N".
01 WS-Release-EOF PIC X VALUE "N".
01 WS-Correction-EOF PIC X VALUE "N".
01 WS-Days-Scanned PIC 9(3) VALUE 0.
01 WS-Detail-Files PIC 9(3) VALUE 0.
01 WS-Suspense-Files PIC 9(3) VALUE 0.
01 WS-On-Master PIC X VALUE "N".
*> One line of the trace. Events found in the dated files and on
*> the masters are filed by business date as they are found, so
*> the story prints in date order whatever file it came from;
*> items still waiting (resubmission, release, open suspense or
*> hold) carry 99999999 and print last as the current state.
*> SUSPCORR carries no date, so repairs and write-offs signed off
*> against the suspense workbench are listed with the current
*> state too.
01 WS-New-Event-Date PIC 9(8).
01 WS-New-Event-Source PIC X(8).
01 WS-New-Event-Text PIC X(64).
01 WS-Event-Count-Used PIC 9(3) VALUE 0.
01 WS-Event-Overflow PIC 9(5) VALUE 0.
01 WS-Event-Sub PIC 9(3).
01 WS-Insert-Sub PIC 9(3).
01 WS-Insert-Found PIC X.
01 WS-Event-Table.
    05 WS-Event-Entry OCCURS 200 TIMES.
        10 WS-Event-Date PIC 9(8).
        10 WS-Event-Source PIC X(8).
        10 WS-Event-Text PIC X(64).
01 WS-Event-Date-Text PIC X(8).
01 WS-Current-State PIC 9(8) VALUE 99999999.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    PERFORM RESOLVE-TRACE-PARM
    IF RETURN-CODE NOT = ZERO
        PERFORM APPEND-AUDIT-RECORD
        GOBACK
    END-IF
    DISPLAY "===== TRANSACTION TRACE FOR " WS-Search-Tran-Id " ====="
    DISPLAY "   DATED FILES SEARCHED " WS-Start-Date " THROUGH "
        WS-End-Date
    PERFORM TRACE-TRAN-MASTER
    PERFORM TRACE-DATED-FILES
    PERFORM TRACE-SUSPENSE-MASTER
    PERFORM TRACE-CORRECTIONS
    PERFORM TRACE-HOLD-MASTER
    PERFORM TRACE-RESUBMISSIONS
    PERFORM TRACE-RELEASE-REQUESTS
    PERFORM SHOW-TRACE-EVENTS
    DISPLAY "=================================================="
    PERFORM APPEND-AUDIT-RECORD
    GOBACK.

RESOLVE-TRACE-PARM.
*> Parm is the TRAN-ID, optionally followed by a YYYYMMDD YYYYMMDD
*> range for the dated TRANDTL and SUSPENSE files; without one the
*> last 30 days are searched, as the trend reports default.
    ACCEPT WS-Parm-Line FROM COMMAND-LINE
    MOVE SPACES TO WS-Search-Tran-Id
    MOVE SPACES TO WS-Start-Parm
    MOVE SPACES TO WS-End-Parm
    UNSTRING WS-Parm-Line DELIMITED BY ALL SPACE
        INTO WS-Search-Tran-Id WS-Start-Parm WS-End-Parm
    IF WS-Search-Tran-Id = SPACES
        DISPLAY "TRANTRACE: GIVE A TRAN-ID ON THE COMMAND LINE,"
            " OPTIONALLY FOLLOWED BY YYYYMMDD YYYYMMDD"
        MOVE 12 TO RETURN-CODE
    ELSE
        IF WS-Start-Parm = SPACES
            MOVE WS-Run-Date TO WS-End-Date
            COMPUTE WS-Start-Integer =
                FUNCTION INTEGER-OF-DATE(WS-Run-Date) - 30
            COMPUTE WS-Start-Date =
                FUNCTION DATE-OF-INTEGER(WS-Start-Integer)
        ELSE
            IF WS-Start-Parm IS NUMERIC AND WS-End-Parm IS NUMERIC
                MOVE WS-Start-Parm TO WS-Start-Date
                MOVE WS-End-Parm TO WS-End-Date
            ELSE
                DISPLAY "TRANTRACE: INVALID DATE RANGE '"
                    WS-Start-Parm " " WS-End-Parm
                    "', EXPECTED YYYYMMDD YYYYMMDD"
                MOVE 12 TO RETURN-CODE
            END-IF
        END-IF
    END-IF
    IF RETURN-CODE = ZERO AND WS-Start-Date > WS-End-Date
        DISPLAY "TRANTRACE: START DATE " WS-Start-Date
            " IS AFTER END DATE " WS-End-Date
        MOVE 12 TO RETURN-CODE
    END-IF.

TRACE-TRAN-MASTER.
    OPEN INPUT TranMasterFile
    IF WS-TranMaster-Status = "00"
        MOVE WS-Search-Tran-Id TO TM-TRAN-ID
        READ TranMasterFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO WS-On-Master
        END-READ
        CLOSE TranMasterFile
        IF WS-On-Master = "Y"
            MOVE TM-PROCESS-DATE TO WS-New-Event-Date
            MOVE "TRANMSTR" TO WS-New-Event-Source
            MOVE SPACES TO WS-New-Event-Text
            STRING "ON PROCESSED MASTER, TAKEN BY RUN " TM-RUN-ID
                " " TM-ORIG-AMOUNT " " TM-CURRENCY
                DELIMITED BY SIZE INTO WS-New-Event-Text
            PERFORM ADD-TRACE-EVENT
            IF TM-REVERSED-FLAG = "Y"
                MOVE TM-REVERSED-DATE TO WS-New-Event-Date
                MOVE SPACES TO WS-New-Event-Text
                STRING "MARKED REVERSED BY " TM-REVERSED-BY
                    DELIMITED BY SIZE INTO WS-New-Event-Text
                PERFORM ADD-TRACE-EVENT
            END-IF
        END-IF
    ELSE
        DISPLAY "   PROCESSED MASTER UNAVAILABLE, STATUS="
            WS-TranMaster-Status
    END-IF.

TRACE-DATED-FILES.
    COMPUTE WS-Start-Integer = FUNCTION INTEGER-OF-DATE(WS-Start-Date)
    COMPUTE WS-End-Integer = FUNCTION INTEGER-OF-DATE(WS-End-Date)
    IF WS-End-Integer - WS-Start-Integer > 365
        COMPUTE WS-Start-Integer = WS-End-Integer - 365
        COMPUTE WS-Start-Date =
            FUNCTION DATE-OF-INTEGER(WS-Start-Integer)
        DISPLAY "   RANGE CAPPED AT 366 DAYS, SEARCHING FROM "
            WS-Start-Date
    END-IF
    PERFORM TRACE-ONE-DAY
        VARYING WS-Day-Integer FROM WS-Start-Integer BY 1
        UNTIL WS-Day-Integer > WS-End-Integer.

TRACE-ONE-DAY.
*> Days with no files (weekends, holidays, or files past their
*> retention) are passed over without comment.
    ADD 1 TO WS-Days-Scanned
    COMPUTE WS-Day-Date = FUNCTION DATE-OF-INTEGER(WS-Day-Integer)
    MOVE SPACES TO WS-Detail-Filename
    MOVE SPACES TO WS-Suspense-Filename
    STRING "TRANDTL." WS-Day-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Detail-Filename
    STRING "SUSPENSE." WS-Day-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Suspense-Filename
    OPEN INPUT SuspenseFile
    IF WS-Suspense-Status = "00"
        ADD 1 TO WS-Suspense-Files
        MOVE "N" TO WS-Suspense-EOF
        PERFORM TRACE-SUSPENSE-RECORD UNTIL WS-Suspense-EOF = "Y"
        CLOSE SuspenseFile
    END-IF
    OPEN INPUT DetailFile
    IF WS-Detail-Status = "00"
        ADD 1 TO WS-Detail-Files
        MOVE "N" TO WS-Detail-EOF
        PERFORM TRACE-DETAIL-RECORD UNTIL WS-Detail-EOF = "Y"
        CLOSE DetailFile
    END-IF.

TRACE-SUSPENSE-RECORD.
    READ SuspenseFile
        AT END
            MOVE "Y" TO WS-Suspense-EOF
        NOT AT END
            MOVE SUSP-TRAN-DATA TO TRANSACTION-RECORD
            IF TRAN-ID = WS-Search-Tran-Id
                MOVE WS-Day-Date TO WS-New-Event-Date
                MOVE "SUSPENSE" TO WS-New-Event-Source
                MOVE SPACES TO WS-New-Event-Text
                STRING "REJECTED " SUSP-REASON-CODE " BY RUN "
                    SUSP-RUN-ID " " TRAN-AMOUNT-X
                    " " TRAN-CURRENCY
                    DELIMITED BY SIZE INTO WS-New-Event-Text
                PERFORM ADD-TRACE-EVENT
            END-IF
    END-READ.

TRACE-DETAIL-RECORD.
*> Besides the transaction's own acceptance, a reversal naming it
*> as the original is part of its story.
    READ DetailFile
        AT END
            MOVE "Y" TO WS-Detail-EOF
        NOT AT END
            IF DTL-TRAILER-TYPE NOT = "TRAILER"
                IF DTL-TRAN-ID = WS-Search-Tran-Id
                    MOVE WS-Day-Date TO WS-New-Event-Date
                    MOVE "TRANDTL" TO WS-New-Event-Source
                    MOVE SPACES TO WS-New-Event-Text
                    STRING "ACCEPTED BY RUN " DTL-RUN-ID " "
                        DTL-TRAN-AMOUNT " " DTL-CURRENCY
                        DELIMITED BY SIZE INTO WS-New-Event-Text
                    PERFORM ADD-TRACE-EVENT
                END-IF
                MOVE DTL-TRAN-DETAIL TO TRAN-DETAIL
                IF TRAN-REV-TAG = "REVERSAL"
                    AND TRAN-REV-ORIG-ID = WS-Search-Tran-Id
                    MOVE WS-Day-Date TO WS-New-Event-Date
                    MOVE "TRANDTL" TO WS-New-Event-Source
                    MOVE SPACES TO WS-New-Event-Text
                    STRING "REVERSAL " DTL-TRAN-ID " ACCEPTED BY RUN "
                        DTL-RUN-ID DELIMITED BY SIZE
                        INTO WS-New-Event-Text
                    PERFORM ADD-TRACE-EVENT
                END-IF
            END-IF
    END-READ.

TRACE-SUSPENSE-MASTER.
    OPEN INPUT SuspMasterFile
    IF WS-SuspMaster-Status = "00"
        PERFORM TRACE-SUSP-MASTER-RECORD
            UNTIL WS-SuspMaster-EOF = "Y"
        CLOSE SuspMasterFile
    END-IF.

TRACE-SUSP-MASTER-RECORD.
    READ SuspMasterFile
        AT END
            MOVE "Y" TO WS-SuspMaster-EOF
        NOT AT END
            MOVE SM-TRAN-DATA TO TRANSACTION-RECORD
            IF TRAN-ID = WS-Search-Tran-Id
                MOVE WS-Current-State TO WS-New-Event-Date
                MOVE "SUSPMSTR" TO WS-New-Event-Source
                MOVE SPACES TO WS-New-Event-Text
                STRING "STILL OPEN ON SUSPENSE WORKBENCH, "
                    SM-REASON-CODE " SINCE " SM-FIRST-DATE
                    DELIMITED BY SIZE INTO WS-New-Event-Text
                PERFORM ADD-TRACE-EVENT
            END-IF
    END-READ.

TRACE-CORRECTIONS.
    OPEN INPUT CorrectionFile
    IF WS-Correction-Status = "00"
        PERFORM TRACE-CORRECTION-RECORD UNTIL WS-Correction-EOF = "Y"
        CLOSE CorrectionFile
    END-IF.

TRACE-CORRECTION-RECORD.
    READ CorrectionFile
        AT END
            MOVE "Y" TO WS-Correction-EOF
        NOT AT END
            IF COR-TRAN-ID = WS-Search-Tran-Id
                MOVE WS-Current-State TO WS-New-Event-Date
                MOVE "SUSPCORR" TO WS-New-Event-Source
                MOVE SPACES TO WS-New-Event-Text
                EVALUATE COR-ACTION
                    WHEN "R"
                        STRING "REPAIRED BY " COR-OPERATOR
                            " APPROVED BY " COR-APPROVED-BY
                            DELIMITED BY SIZE INTO WS-New-Event-Text
                    WHEN "W"
                        STRING "WRITTEN OFF BY " COR-OPERATOR
                            " APPROVED BY " COR-APPROVED-BY
                            DELIMITED BY SIZE INTO WS-New-Event-Text
                    WHEN OTHER
                        STRING "CORRECTION '" COR-ACTION "' BY "
                            COR-OPERATOR " APPROVED BY "
                            COR-APPROVED-BY
                            DELIMITED BY SIZE INTO WS-New-Event-Text
                END-EVALUATE
                PERFORM ADD-TRACE-EVENT
            END-IF
    END-READ.

TRACE-HOLD-MASTER.
    OPEN INPUT HoldMasterFile
    IF WS-HoldMaster-Status = "00"
        PERFORM TRACE-HOLD-MASTER-RECORD
            UNTIL WS-HoldMaster-EOF = "Y"
        CLOSE HoldMasterFile
    END-IF.

TRACE-HOLD-MASTER-RECORD.
    READ HoldMasterFile
        AT END
            MOVE "Y" TO WS-HoldMaster-EOF
        NOT AT END
            MOVE HM-TRAN-DATA TO TRANSACTION-RECORD
            IF TRAN-ID = WS-Search-Tran-Id
                MOVE WS-Current-State TO WS-New-Event-Date
                MOVE "HOLDMSTR" TO WS-New-Event-Source
                MOVE SPACES TO WS-New-Event-Text
                STRING "HELD FOR RELEASE SINCE " HM-HELD-DATE
                    " BY RUN " HM-RUN-ID
                    DELIMITED BY SIZE INTO WS-New-Event-Text
                PERFORM ADD-TRACE-EVENT
            END-IF
    END-READ.

TRACE-RESUBMISSIONS.
    OPEN INPUT ResubmitFile
    IF WS-Resubmit-Status = "00"
        PERFORM TRACE-RESUBMIT-RECORD UNTIL WS-Resubmit-EOF = "Y"
        CLOSE ResubmitFile
    END-IF.

TRACE-RESUBMIT-RECORD.
    READ ResubmitFile
        AT END
            MOVE "Y" TO WS-Resubmit-EOF
        NOT AT END
            IF RESUB-TRAN-ID = WS-Search-Tran-Id
                MOVE WS-Current-State TO WS-New-Event-Date
                MOVE "TRANRSUB" TO WS-New-Event-Source
                MOVE SPACES TO WS-New-Event-Text
                STRING "REQUEUED FOR THE NEXT HANDLER RUN "
                    RESUB-TRAN-AMOUNT-X " " RESUB-CURRENCY
                    DELIMITED BY SIZE INTO WS-New-Event-Text
                PERFORM ADD-TRACE-EVENT
            END-IF
    END-READ.

TRACE-RELEASE-REQUESTS.
    OPEN INPUT ReleaseFile
    IF WS-Release-Status = "00"
        PERFORM TRACE-RELEASE-RECORD UNTIL WS-Release-EOF = "Y"
        CLOSE ReleaseFile
    END-IF.

TRACE-RELEASE-RECORD.
    READ ReleaseFile
        AT END
            MOVE "Y" TO WS-Release-EOF
        NOT AT END
            IF REL-TRAN-ID = WS-Search-Tran-Id
                MOVE WS-Current-State TO WS-New-Event-Date
                MOVE "TMRELEAS" TO WS-New-Event-Source
                MOVE SPACES TO WS-New-Event-Text
                STRING "MASTER RELEASE REQUESTED BY " REL-AUTHORIZED-BY
                    " APPROVED BY " REL-APPROVED-BY
                    DELIMITED BY SIZE INTO WS-New-Event-Text
                PERFORM ADD-TRACE-EVENT
            END-IF
    END-READ.

ADD-TRACE-EVENT.
*> Files the event after every event of the same or an earlier
*> date, so same-day events keep the order they were found in.
    IF WS-Event-Count-Used = 200
        ADD 1 TO WS-Event-Overflow
    ELSE
        MOVE "N" TO WS-Insert-Found
        PERFORM MATCH-INSERT-POINT
            VARYING WS-Insert-Sub FROM 1 BY 1
            UNTIL WS-Insert-Sub > WS-Event-Count-Used
                OR WS-Insert-Found = "Y"
        IF WS-Insert-Found = "Y"
            SUBTRACT 1 FROM WS-Insert-Sub
        END-IF
        PERFORM SHIFT-EVENT-DOWN
            VARYING WS-Event-Sub FROM WS-Event-Count-Used BY -1
            UNTIL WS-Event-Sub < WS-Insert-Sub
        ADD 1 TO WS-Event-Count-Used
        MOVE WS-New-Event-Date TO WS-Event-Date (WS-Insert-Sub)
        MOVE WS-New-Event-Source TO WS-Event-Source (WS-Insert-Sub)
        MOVE WS-New-Event-Text TO WS-Event-Text (WS-Insert-Sub)
    END-IF.

MATCH-INSERT-POINT.
    IF WS-Event-Date (WS-Insert-Sub) > WS-New-Event-Date
        MOVE "Y" TO WS-Insert-Found
    END-IF.

SHIFT-EVENT-DOWN.
    MOVE WS-Event-Entry (WS-Event-Sub)
        TO WS-Event-Entry (WS-Event-Sub + 1).

SHOW-TRACE-EVENTS.
    DISPLAY "-- HISTORY --"
    IF WS-Event-Count-Used = 0
        DISPLAY "   NOTHING FOUND FOR " WS-Search-Tran-Id
            " IN " WS-Detail-Files " TRANDTL AND " WS-Suspense-Files
            " SUSPENSE FILES OR ON THE MASTERS"
    ELSE
        PERFORM SHOW-TRACE-EVENT
            VARYING WS-Event-Sub FROM 1 BY 1
            UNTIL WS-Event-Sub > WS-Event-Count-Used
    END-IF
    IF WS-Event-Overflow > 0
        DISPLAY "   ... " WS-Event-Overflow " FURTHER EVENTS NOT"
            " SHOWN, NARROW THE DATE RANGE"
    END-IF
    IF WS-On-Master = "N"
        DISPLAY "   NOT ON THE PROCESSED-TRANSACTION MASTER"
    END-IF
    DISPLAY "   " WS-Days-Scanned " DAYS SEARCHED, " WS-Detail-Files
        " TRANDTL AND " WS-Suspense-Files " SUSPENSE FILES FOUND".

SHOW-TRACE-EVENT.
    IF WS-Event-Date (WS-Event-Sub) = WS-Current-State
        MOVE "NOW" TO WS-Event-Date-Text
    ELSE
        MOVE WS-Event-Date (WS-Event-Sub) TO WS-Event-Date-Text
    END-IF
    DISPLAY "   " WS-Event-Date-Text "  " WS-Event-Source (WS-Event-Sub)
        "  " WS-Event-Text (WS-Event-Sub).

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "TranTrace" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "TRANTRACE: UNABLE TO WRITE AUDIT LOG, STATUS="
            WS-AuditLog-Status
    END-IF.
