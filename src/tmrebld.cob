       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TMRebuild.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TranMasterFile ASSIGN TO "TRANMSTR"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TM-TRAN-ID
        FILE STATUS IS WS-TranMaster-Status.
    SELECT WorkMasterFile ASSIGN TO "TMWORK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TW-TRAN-ID
        FILE STATUS IS WS-WorkMaster-Status.
    SELECT DetailFile ASSIGN TO DYNAMIC WS-Detail-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Detail-Status.
    SELECT ReleaseFile ASSIGN TO "TMRELEASE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Release-Status.
    SELECT OperAuthFile ASSIGN TO "OPERAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OperAuth-Status.
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
FD TranMasterFile.
    COPY TRANMSTR.

FD WorkMasterFile.
    COPY TRANMSTR REPLACING
        ==TRAN-MASTER-RECORD== BY ==TM-WORK-RECORD==
        ==TM-TRAN-ID==         BY ==TW-TRAN-ID==
        ==TM-RUN-ID==          BY ==TW-RUN-ID==
        ==TM-PROCESS-DATE==    BY ==TW-PROCESS-DATE==
        ==TM-ORIG-AMOUNT==     BY ==TW-ORIG-AMOUNT==
        ==TM-REVERSED-FLAG==   BY ==TW-REVERSED-FLAG==
        ==TM-REVERSED-BY==     BY ==TW-REVERSED-BY==
        ==TM-REVERSED-DATE==   BY ==TW-REVERSED-DATE==
        ==TM-CURRENCY==        BY ==TW-CURRENCY==.

FD DetailFile.
    COPY TRANDTL.

FD ReleaseFile.
    COPY TMREL.

FD OperAuthFile.
    COPY OPERAUTH.

FD ReportFile.
01 REPORT-LINE PIC X(100).

FD AuditLog.
    COPY AUDITREC.

FD AlertFile.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
    COPY TRANSREC.
01 WS-TranMaster-Status PIC X(2).
01 WS-WorkMaster-Status PIC X(2).
01 WS-Detail-Status PIC X(2).
01 WS-Release-Status PIC X(2).
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
01 WS-Report-Filename PIC X(21).
01 WS-Detail-Filename PIC X(21).
01 WS-Parm-Line PIC X(32).
01 WS-Mode-Parm PIC X(8).
01 WS-Start-Parm PIC X(8).
01 WS-End-Parm PIC X(8).
01 WS-Rebuild-Mode PIC X VALUE "N".
01 WS-Start-Date PIC 9(8).
01 WS-End-Date PIC 9(8).
01 WS-Start-Integer PIC 9(8).
01 WS-End-Integer PIC 9(8).
01 WS-Day-Integer PIC 9(8).
01 WS-Day-Date PIC 9(8).
01 WS-Detail-EOF PIC X VALUE "N".
01 WS-Release-EOF PIC X VALUE "N".
01 WS-Work-EOF PIC X VALUE "N".
01 WS-Master-EOF PIC X VALUE "N".
01 WS-Record-Found PIC X.
01 WS-Amount-Check PIC X(12).
01 WS-Amount-Value REDEFINES WS-Amount-Check
    PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-Files-Read PIC 9(4) VALUE 0.
01 WS-Details-Read PIC 9(9) VALUE 0.
01 WS-Keys-Built PIC 9(9) VALUE 0.
01 WS-Reused-Count PIC 9(6) VALUE 0.
01 WS-Reaccepted-Count PIC 9(6) VALUE 0.
01 WS-Released-Count PIC 9(6) VALUE 0.
01 WS-Reversal-Count PIC 9(6) VALUE 0.
01 WS-Orphan-Reversals PIC 9(6) VALUE 0.
01 WS-Unusable-Releases PIC 9(6) VALUE 0.
01 WS-Missing-Master PIC 9(9) VALUE 0.
01 WS-Missing-History PIC 9(9) VALUE 0.
01 WS-Run-Differs PIC 9(9) VALUE 0.
01 WS-Outside-Range PIC 9(9) VALUE 0.
01 WS-Keys-Written PIC 9(9) VALUE 0.
01 WS-Reversal-Orig-Id PIC X(10).
*> Authorized TMRELEASE requests by TRAN-ID. Each release took one
*> acceptance of the key off the master, so WS-Rel-Left counts the
*> releases not yet matched to a later re-acceptance of the key.
01 WS-Rel-Count-Used PIC 9(4) VALUE 0.
01 WS-Rel-Table.
    05 WS-Rel-Entry OCCURS 2000 TIMES.
        10 WS-Rel-Tran-Id PIC X(10).
        10 WS-Rel-Left PIC 9(3).
01 WS-Rel-Sub PIC 9(4).
01 WS-Rel-Found PIC X.
01 WS-Rel-Overflow PIC X VALUE "N".
01 WS-OperAuth-Status PIC X(2).
01 WS-OperAuth-EOF PIC X VALUE "N".
01 WS-Auth-Count-Used PIC 9(3) VALUE 0.
01 WS-Auth-Table.
    05 WS-Auth-Entry OCCURS 500 TIMES.
        10 WS-Auth-Operator PIC X(8).
        10 WS-Auth-Function PIC X(8).
01 WS-Auth-Sub PIC 9(3).
01 WS-Auth-Overflow PIC X VALUE "N".
01 WS-Auth-Known PIC X.
01 WS-Auth-Found PIC X.
01 WS-Auth-Lookup PIC X(8).
01 WS-Auth-Function-Code PIC X(8).
01 WS-Auth-Operator-Id PIC X(8).
01 WS-Auth-Approver-Id PIC X(8).
01 WS-Auth-Reason PIC X(40).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    STRING "TMREBLD." WS-Run-Date ".RPT" DELIMITED BY SIZE
        INTO WS-Report-Filename
    PERFORM RESOLVE-REQUEST-MODE
    IF RETURN-CODE = ZERO
        PERFORM OPEN-REPORT-FILE
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM LOAD-OPERATOR-AUTHORITY
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM LOAD-RELEASE-REQUESTS
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM OPEN-WORK-MASTER
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM BUILD-FROM-DETAIL-HISTORY
        PERFORM APPLY-OUTSTANDING-RELEASES
        IF RETURN-CODE NOT = ZERO
            DISPLAY "TMREBUILD: BUILD DID NOT COMPLETE CLEANLY, TRANMSTR"
                " NOT COMPARED OR REPLACED"
        ELSE
            IF WS-Rebuild-Mode = "Y"
                PERFORM REPLACE-TRAN-MASTER
            ELSE
                PERFORM VERIFY-TRAN-MASTER
            END-IF
        END-IF
        CLOSE WorkMasterFile
    END-IF
    PERFORM WRITE-REPORT-SUMMARY
    PERFORM APPEND-AUDIT-RECORD
    GOBACK.

RESOLVE-REQUEST-MODE.
*> Parm: VERIFY or REBUILD, then the YYYYMMDD YYYYMMDD range of
*> TRANDTL files to build from. Normally the range is the master's
*> retention window, since TranMaint purges anything older.
    ACCEPT WS-Parm-Line FROM COMMAND-LINE
    MOVE SPACES TO WS-Mode-Parm
    MOVE SPACES TO WS-Start-Parm
    MOVE SPACES TO WS-End-Parm
    UNSTRING WS-Parm-Line DELIMITED BY ALL SPACE
        INTO WS-Mode-Parm WS-Start-Parm WS-End-Parm
    EVALUATE WS-Mode-Parm
        WHEN "VERIFY"
            MOVE "N" TO WS-Rebuild-Mode
        WHEN "REBUILD"
            MOVE "Y" TO WS-Rebuild-Mode
        WHEN OTHER
            DISPLAY "TMREBUILD: PARM MUST BE VERIFY OR REBUILD"
                " FOLLOWED BY YYYYMMDD YYYYMMDD"
            MOVE 12 TO RETURN-CODE
    END-EVALUATE
    IF RETURN-CODE = ZERO
        IF WS-Start-Parm IS NUMERIC AND WS-End-Parm IS NUMERIC
            MOVE WS-Start-Parm TO WS-Start-Date
            MOVE WS-End-Parm TO WS-End-Date
            IF WS-Start-Date > WS-End-Date
                DISPLAY "TMREBUILD: START DATE " WS-Start-Date
                    " IS AFTER END DATE " WS-End-Date
                MOVE 12 TO RETURN-CODE
            END-IF
        ELSE
            DISPLAY "TMREBUILD: INVALID DATE RANGE '" WS-Start-Parm
                " " WS-End-Parm "', EXPECTED YYYYMMDD YYYYMMDD"
            MOVE 12 TO RETURN-CODE
        END-IF
    END-IF.

OPEN-REPORT-FILE.
    OPEN OUTPUT ReportFile
    IF WS-Report-Status NOT = "00"
        DISPLAY "TMREBUILD: ERROR OPENING REPORT FILE, STATUS="
            WS-Report-Status
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE SPACES TO REPORT-LINE
        IF WS-Rebuild-Mode = "Y"
            STRING "PROCESSED-TRANSACTION MASTER REBUILD - "
                WS-Run-Date DELIMITED BY SIZE INTO REPORT-LINE
        ELSE
            STRING "PROCESSED-TRANSACTION MASTER VERIFY - "
                WS-Run-Date DELIMITED BY SIZE INTO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  FROM TRANDTL HISTORY " WS-Start-Date " THROUGH "
            WS-End-Date DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

LOAD-RELEASE-REQUESTS.
*> Only releases TranMaint would have applied - raised and signed
*> off by two different TMRELEAS holders - took entries off the
*> master, so only those are honoured here.
    OPEN INPUT ReleaseFile
    IF WS-Release-Status = "00"
        PERFORM LOAD-ONE-RELEASE UNTIL WS-Release-EOF = "Y"
        CLOSE ReleaseFile
    ELSE
        DISPLAY "TMREBUILD: NO RELEASE REQUEST FILE, STATUS="
            WS-Release-Status ", NO RELEASES HONOURED"
    END-IF
    IF WS-Rel-Overflow = "Y"
        DISPLAY "TMREBUILD: TMRELEASE HOLDS MORE THAN 2000 TRAN-IDS,"
            " MASTER NOT BUILT"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "TMRELEASE" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "RELEASE TABLE FULL, MASTER NOT BUILT" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

LOAD-ONE-RELEASE.
    READ ReleaseFile
        AT END
            MOVE "Y" TO WS-Release-EOF
        NOT AT END
            MOVE "TMRELEAS" TO WS-Auth-Function-Code
            MOVE REL-AUTHORIZED-BY TO WS-Auth-Operator-Id
            MOVE REL-APPROVED-BY TO WS-Auth-Approver-Id
            PERFORM CHECK-OPERATOR-AUTHORITY
            IF WS-Auth-Reason = SPACES
                PERFORM CHECK-SECOND-APPROVER
            END-IF
            IF WS-Auth-Reason = SPACES
                PERFORM STORE-RELEASE
            ELSE
                ADD 1 TO WS-Unusable-Releases
                MOVE SPACES TO REPORT-LINE
                STRING "  RELEASE NOT HONOURED " REL-TRAN-ID "  "
                    WS-Auth-Reason DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF
    END-READ.

STORE-RELEASE.
    PERFORM FIND-RELEASE-ENTRY
    IF WS-Rel-Found = "Y"
        ADD 1 TO WS-Rel-Left (WS-Rel-Sub)
    ELSE
        IF WS-Rel-Count-Used < 2000
            ADD 1 TO WS-Rel-Count-Used
            MOVE REL-TRAN-ID TO WS-Rel-Tran-Id (WS-Rel-Count-Used)
            MOVE 1 TO WS-Rel-Left (WS-Rel-Count-Used)
        ELSE
            MOVE "Y" TO WS-Rel-Overflow
        END-IF
    END-IF.

FIND-RELEASE-ENTRY.
*> Caller leaves the key in REL-TRAN-ID.
    MOVE "N" TO WS-Rel-Found
    PERFORM MATCH-RELEASE-ENTRY
        VARYING WS-Rel-Sub FROM 1 BY 1
        UNTIL WS-Rel-Sub > WS-Rel-Count-Used OR WS-Rel-Found = "Y"
    IF WS-Rel-Found = "Y"
        SUBTRACT 1 FROM WS-Rel-Sub
    END-IF.

MATCH-RELEASE-ENTRY.
    IF WS-Rel-Tran-Id (WS-Rel-Sub) = REL-TRAN-ID
        MOVE "Y" TO WS-Rel-Found
    END-IF.

OPEN-WORK-MASTER.
*> The expected master is built in TMWORK first, so a failed build
*> never leaves the live TRANMSTR half replaced.
    OPEN OUTPUT WorkMasterFile
    IF WS-WorkMaster-Status = "00"
        CLOSE WorkMasterFile
        OPEN I-O WorkMasterFile
    END-IF
    IF WS-WorkMaster-Status NOT = "00"
        DISPLAY "TMREBUILD: UNABLE TO OPEN WORK MASTER TMWORK, STATUS="
            WS-WorkMaster-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "TMWORK" TO WS-Alert-File
        MOVE WS-WorkMaster-Status TO WS-Alert-FStat
        MOVE "WORK MASTER UNAVAILABLE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

BUILD-FROM-DETAIL-HISTORY.
    COMPUTE WS-Start-Integer = FUNCTION INTEGER-OF-DATE(WS-Start-Date)
    COMPUTE WS-End-Integer = FUNCTION INTEGER-OF-DATE(WS-End-Date)
    PERFORM BUILD-FROM-ONE-DAY
        VARYING WS-Day-Integer FROM WS-Start-Integer BY 1
        UNTIL WS-Day-Integer > WS-End-Integer
    IF WS-Files-Read = 0
        DISPLAY "TMREBUILD: NO TRANDTL FILES FOUND IN THE RANGE"
        MOVE 8 TO RETURN-CODE
        MOVE 2 TO WS-Alert-Severity
        MOVE "TRANDTL" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "NO DETAIL HISTORY IN REBUILD RANGE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

BUILD-FROM-ONE-DAY.
*> Days run oldest first, so a key accepted more than once ends up
*> holding its latest acceptance, as the live master would.
    COMPUTE WS-Day-Date = FUNCTION DATE-OF-INTEGER(WS-Day-Integer)
    MOVE SPACES TO WS-Detail-Filename
    STRING "TRANDTL." WS-Day-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Detail-Filename
    OPEN INPUT DetailFile
    IF WS-Detail-Status = "00"
        ADD 1 TO WS-Files-Read
        MOVE "N" TO WS-Detail-EOF
        PERFORM BUILD-FROM-DETAIL-RECORD UNTIL WS-Detail-EOF = "Y"
        CLOSE DetailFile
    END-IF.

BUILD-FROM-DETAIL-RECORD.
    READ DetailFile
        AT END
            MOVE "Y" TO WS-Detail-EOF
        NOT AT END
            IF DTL-TRAILER-TYPE NOT = "TRAILER"
                ADD 1 TO WS-Details-Read
                PERFORM RECORD-ACCEPTANCE
                MOVE DTL-TRAN-DETAIL TO TRAN-DETAIL
                IF TRAN-REV-TAG = "REVERSAL"
                    PERFORM RECORD-REVERSAL
                END-IF
            END-IF
    END-READ.

RECORD-ACCEPTANCE.
*> A key already built was accepted again later. That is expected
*> once for every release of it; without a release it means the
*> key aged off the master and came back, which is reported.
    MOVE SPACES TO TM-WORK-RECORD
    MOVE DTL-TRAN-ID TO TW-TRAN-ID
    MOVE DTL-RUN-ID TO TW-RUN-ID
    MOVE WS-Day-Date TO TW-PROCESS-DATE
    MOVE DTL-TRAN-AMOUNT TO WS-Amount-Check
    IF (WS-Amount-Check (1:1) = "+" OR WS-Amount-Check (1:1) = "-")
        AND WS-Amount-Check (2:11) IS NUMERIC
        MOVE WS-Amount-Value TO TW-ORIG-AMOUNT
    ELSE
        MOVE 0 TO TW-ORIG-AMOUNT
    END-IF
    MOVE "N" TO TW-REVERSED-FLAG
    MOVE 0 TO TW-REVERSED-DATE
    MOVE DTL-CURRENCY TO TW-CURRENCY
    WRITE TM-WORK-RECORD
        INVALID KEY
            PERFORM RECORD-REACCEPTANCE
        NOT INVALID KEY
            ADD 1 TO WS-Keys-Built
    END-WRITE.

RECORD-REACCEPTANCE.
    MOVE DTL-TRAN-ID TO REL-TRAN-ID
    PERFORM FIND-RELEASE-ENTRY
    IF WS-Rel-Found = "Y" AND WS-Rel-Left (WS-Rel-Sub) > 0
        SUBTRACT 1 FROM WS-Rel-Left (WS-Rel-Sub)
        ADD 1 TO WS-Reused-Count
    ELSE
        ADD 1 TO WS-Reaccepted-Count
        MOVE SPACES TO REPORT-LINE
        STRING "  ACCEPTED AGAIN WITHOUT A RELEASE " DTL-TRAN-ID
            "  ON " WS-Day-Date "  RUN " DTL-RUN-ID
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    REWRITE TM-WORK-RECORD
        INVALID KEY
            DISPLAY "TMREBUILD: UNABLE TO UPDATE WORK KEY "
                TW-TRAN-ID ", STATUS=" WS-WorkMaster-Status
            MOVE 16 TO RETURN-CODE
    END-REWRITE.

RECORD-REVERSAL.
    MOVE TRAN-REV-ORIG-ID TO WS-Reversal-Orig-Id
    MOVE WS-Reversal-Orig-Id TO TW-TRAN-ID
    MOVE "N" TO WS-Record-Found
    READ WorkMasterFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO WS-Record-Found
    END-READ
    IF WS-Record-Found = "Y"
        MOVE "Y" TO TW-REVERSED-FLAG
        MOVE DTL-TRAN-ID TO TW-REVERSED-BY
        MOVE WS-Day-Date TO TW-REVERSED-DATE
        REWRITE TM-WORK-RECORD
            INVALID KEY
                DISPLAY "TMREBUILD: UNABLE TO UPDATE WORK KEY "
                    TW-TRAN-ID ", STATUS=" WS-WorkMaster-Status
                MOVE 16 TO RETURN-CODE
        END-REWRITE
        ADD 1 TO WS-Reversal-Count
    ELSE
        ADD 1 TO WS-Orphan-Reversals
    END-IF.

APPLY-OUTSTANDING-RELEASES.
*> A release not used up by a later re-acceptance took the key's
*> last acceptance off the master, so the key must not be there.
    PERFORM APPLY-ONE-OUTSTANDING-RELEASE
        VARYING WS-Rel-Sub FROM 1 BY 1
        UNTIL WS-Rel-Sub > WS-Rel-Count-Used.

APPLY-ONE-OUTSTANDING-RELEASE.
    IF WS-Rel-Left (WS-Rel-Sub) > 0
        MOVE WS-Rel-Tran-Id (WS-Rel-Sub) TO TW-TRAN-ID
        DELETE WorkMasterFile
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD 1 TO WS-Released-Count
                SUBTRACT 1 FROM WS-Keys-Built
        END-DELETE
    END-IF.

VERIFY-TRAN-MASTER.
*> Read-only: keys built from history but absent from the master,
*> and master keys processed inside the range that history does
*> not account for. Master keys older or newer than the range are
*> counted but cannot be judged.
    OPEN INPUT TranMasterFile
    IF WS-TranMaster-Status NOT = "00"
        DISPLAY "TMREBUILD: PROCESSED-TRANSACTION MASTER UNAVAILABLE,"
            " STATUS=" WS-TranMaster-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "TRANMSTR" TO WS-Alert-File
        MOVE WS-TranMaster-Status TO WS-Alert-FStat
        MOVE "TRAN MASTER UNAVAILABLE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        MOVE "  KEYS IN DETAIL HISTORY MISSING FROM THE MASTER"
            TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE LOW-VALUES TO TW-TRAN-ID
        START WorkMasterFile KEY NOT < TW-TRAN-ID
            INVALID KEY
                MOVE "Y" TO WS-Work-EOF
        END-START
        PERFORM CHECK-WORK-KEY-ON-MASTER UNTIL WS-Work-EOF = "Y"
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE "  MASTER KEYS NOT ACCOUNTED FOR BY DETAIL HISTORY"
            TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE LOW-VALUES TO TM-TRAN-ID
        START TranMasterFile KEY NOT < TM-TRAN-ID
            INVALID KEY
                MOVE "Y" TO WS-Master-EOF
        END-START
        PERFORM CHECK-MASTER-KEY-IN-HISTORY UNTIL WS-Master-EOF = "Y"
        CLOSE TranMasterFile
        IF WS-Missing-Master > 0 OR WS-Missing-History > 0
            IF RETURN-CODE = ZERO
                MOVE 4 TO RETURN-CODE
            END-IF
            MOVE 2 TO WS-Alert-Severity
            MOVE "TRANMSTR" TO WS-Alert-File
            MOVE SPACES TO WS-Alert-FStat
            MOVE "TRANMSTR DIFFERS FROM TRANDTL HISTORY" TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

CHECK-WORK-KEY-ON-MASTER.
    READ WorkMasterFile NEXT RECORD
        AT END
            MOVE "Y" TO WS-Work-EOF
        NOT AT END
            MOVE TW-TRAN-ID TO TM-TRAN-ID
            MOVE "N" TO WS-Record-Found
            READ TranMasterFile
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-Record-Found
            END-READ
            IF WS-Record-Found = "N"
                ADD 1 TO WS-Missing-Master
                MOVE SPACES TO REPORT-LINE
                STRING "  MISSING FROM MASTER " TW-TRAN-ID
                    "  PROCESSED " TW-PROCESS-DATE "  RUN " TW-RUN-ID
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            ELSE
                IF TM-RUN-ID NOT = TW-RUN-ID
                    ADD 1 TO WS-Run-Differs
                    MOVE SPACES TO REPORT-LINE
                    STRING "  RUN DIFFERS         " TW-TRAN-ID
                        "  MASTER " TM-RUN-ID "  HISTORY " TW-RUN-ID
                        DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            END-IF
    END-READ.

CHECK-MASTER-KEY-IN-HISTORY.
    READ TranMasterFile NEXT RECORD
        AT END
            MOVE "Y" TO WS-Master-EOF
        NOT AT END
            IF TM-PROCESS-DATE IS NUMERIC
                AND TM-PROCESS-DATE NOT < WS-Start-Date
                AND TM-PROCESS-DATE NOT > WS-End-Date
                MOVE TM-TRAN-ID TO TW-TRAN-ID
                MOVE "N" TO WS-Record-Found
                READ WorkMasterFile
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-Record-Found
                END-READ
                IF WS-Record-Found = "N"
                    ADD 1 TO WS-Missing-History
                    MOVE SPACES TO REPORT-LINE
                    STRING "  ON MASTER ONLY      " TM-TRAN-ID
                        "  PROCESSED " TM-PROCESS-DATE
                        "  RUN " TM-RUN-ID
                        DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
                END-IF
            ELSE
                ADD 1 TO WS-Outside-Range
            END-IF
    END-READ.

REPLACE-TRAN-MASTER.
*> Only reached once the whole range has been built cleanly.
    OPEN OUTPUT TranMasterFile
    IF WS-TranMaster-Status NOT = "00"
        DISPLAY "TMREBUILD: UNABLE TO RECREATE TRANMSTR, STATUS="
            WS-TranMaster-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "TRANMSTR" TO WS-Alert-File
        MOVE WS-TranMaster-Status TO WS-Alert-FStat
        MOVE "TRAN MASTER UNAVAILABLE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        MOVE LOW-VALUES TO TW-TRAN-ID
        START WorkMasterFile KEY NOT < TW-TRAN-ID
            INVALID KEY
                MOVE "Y" TO WS-Work-EOF
        END-START
        PERFORM COPY-WORK-KEY-TO-MASTER UNTIL WS-Work-EOF = "Y"
        CLOSE TranMasterFile
        MOVE 3 TO WS-Alert-Severity
        MOVE "TRANMSTR" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "TRANMSTR REBUILT FROM TRANDTL HISTORY" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

COPY-WORK-KEY-TO-MASTER.
    READ WorkMasterFile NEXT RECORD
        AT END
            MOVE "Y" TO WS-Work-EOF
        NOT AT END
            MOVE TM-WORK-RECORD TO TRAN-MASTER-RECORD
            WRITE TRAN-MASTER-RECORD
                INVALID KEY
                    DISPLAY "TMREBUILD: UNABLE TO WRITE TRAN-ID "
                        TM-TRAN-ID ", STATUS=" WS-TranMaster-Status
                    MOVE 16 TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO WS-Keys-Written
            END-WRITE
    END-READ.

WRITE-REPORT-SUMMARY.
    IF WS-Report-Status = "00"
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  TRANDTL FILES READ:        " WS-Files-Read
            "   DETAIL RECORDS: " WS-Details-Read
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  KEYS FROM HISTORY:         " WS-Keys-Built
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  RELEASES HONOURED:         " WS-Released-Count
            "   REUSED AFTER RELEASE: " WS-Reused-Count
            "   NOT HONOURED: " WS-Unusable-Releases
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  REVERSALS APPLIED:         " WS-Reversal-Count
            "   ORIGINAL OUTSIDE RANGE: " WS-Orphan-Reversals
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  ACCEPTED AGAIN UNRELEASED: " WS-Reaccepted-Count
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        IF WS-Rebuild-Mode = "Y"
            MOVE SPACES TO REPORT-LINE
            STRING "  KEYS WRITTEN TO TRANMSTR:  " WS-Keys-Written
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        ELSE
            MOVE SPACES TO REPORT-LINE
            STRING "  MISSING FROM MASTER:       " WS-Missing-Master
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "  ON MASTER ONLY:            " WS-Missing-History
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "  RUN-ID DIFFERS:            " WS-Run-Differs
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "  MASTER KEYS OUTSIDE RANGE: " WS-Outside-Range
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        CLOSE ReportFile
        DISPLAY "TMREBUILD: " WS-Keys-Built " KEYS FROM HISTORY, "
            WS-Missing-Master " MISSING FROM MASTER, "
            WS-Missing-History " ON MASTER ONLY, REPORT WRITTEN TO "
            WS-Report-Filename
    END-IF.

LOAD-OPERATOR-AUTHORITY.
*> Releases cannot be judged without the authority file, and
*> honouring an unauthorized one would drop a live key, so a missing
*> or oversized file stops the run.
    OPEN INPUT OperAuthFile
    IF WS-OperAuth-Status = "00"
        PERFORM LOAD-AUTHORITY-RECORD UNTIL WS-OperAuth-EOF = "Y"
        CLOSE OperAuthFile
    ELSE
        DISPLAY "TMREBUILD: OPERATOR AUTHORITY FILE UNAVAILABLE, STATUS="
            WS-OperAuth-Status ", MASTER NOT BUILT"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "OPERAUTH" TO WS-Alert-File
        MOVE WS-OperAuth-Status TO WS-Alert-FStat
        MOVE "OPERATOR AUTHORITY FILE UNAVAILABLE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF WS-Auth-Overflow = "Y"
        DISPLAY "TMREBUILD: OPERATOR AUTHORITY FILE HOLDS MORE THAN 500"
            " ENTRIES, MASTER NOT BUILT"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "OPERAUTH" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "OPERATOR AUTHORITY TABLE FULL" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

LOAD-AUTHORITY-RECORD.
    READ OperAuthFile
        AT END
            MOVE "Y" TO WS-OperAuth-EOF
        NOT AT END
            IF OA-STATUS = "A" AND OA-OPERATOR NOT = SPACES
                IF WS-Auth-Count-Used < 500
                    ADD 1 TO WS-Auth-Count-Used
                    MOVE OA-OPERATOR
                        TO WS-Auth-Operator (WS-Auth-Count-Used)
                    MOVE OA-FUNCTION
                        TO WS-Auth-Function (WS-Auth-Count-Used)
                ELSE
                    MOVE "Y" TO WS-Auth-Overflow
                    MOVE "Y" TO WS-OperAuth-EOF
                END-IF
            END-IF
    END-READ.

CHECK-OPERATOR-AUTHORITY.
*> WS-Auth-Operator-Id must be an active operator holding
*> WS-Auth-Function-Code; WS-Auth-Reason is left spaces if so.
    MOVE SPACES TO WS-Auth-Reason
    MOVE WS-Auth-Operator-Id TO WS-Auth-Lookup
    PERFORM LOOKUP-OPERATOR-AUTHORITY
    EVALUATE TRUE
        WHEN WS-Auth-Operator-Id = SPACES
            MOVE "NO OPERATOR ON REQUEST" TO WS-Auth-Reason
        WHEN WS-Auth-Known = "N"
            MOVE "OPERATOR NOT ON AUTHORITY FILE" TO WS-Auth-Reason
        WHEN WS-Auth-Found = "N"
            STRING "OPERATOR NOT AUTHORIZED FOR "
                WS-Auth-Function-Code
                DELIMITED BY SIZE INTO WS-Auth-Reason
    END-EVALUATE.

CHECK-SECOND-APPROVER.
*> Dual control: a destructive request needs a second, different
*> operator who also holds the function to have signed it off.
    MOVE SPACES TO WS-Auth-Reason
    MOVE WS-Auth-Approver-Id TO WS-Auth-Lookup
    PERFORM LOOKUP-OPERATOR-AUTHORITY
    EVALUATE TRUE
        WHEN WS-Auth-Approver-Id = SPACES
            MOVE "SECOND APPROVER REQUIRED" TO WS-Auth-Reason
        WHEN WS-Auth-Approver-Id = WS-Auth-Operator-Id
            MOVE "APPROVER SAME AS OPERATOR" TO WS-Auth-Reason
        WHEN WS-Auth-Known = "N"
            MOVE "APPROVER NOT ON AUTHORITY FILE" TO WS-Auth-Reason
        WHEN WS-Auth-Found = "N"
            STRING "APPROVER NOT AUTHORIZED FOR "
                WS-Auth-Function-Code
                DELIMITED BY SIZE INTO WS-Auth-Reason
    END-EVALUATE.

LOOKUP-OPERATOR-AUTHORITY.
    MOVE "N" TO WS-Auth-Known
    MOVE "N" TO WS-Auth-Found
    PERFORM MATCH-AUTHORITY-ENTRY
        VARYING WS-Auth-Sub FROM 1 BY 1
        UNTIL WS-Auth-Sub > WS-Auth-Count-Used
            OR WS-Auth-Found = "Y".

MATCH-AUTHORITY-ENTRY.
    IF WS-Auth-Operator (WS-Auth-Sub) = WS-Auth-Lookup
        MOVE "Y" TO WS-Auth-Known
        IF WS-Auth-Function (WS-Auth-Sub) = WS-Auth-Function-Code
            MOVE "Y" TO WS-Auth-Found
        END-IF
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "TMRebuild" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "TMREBUILD: UNABLE TO WRITE AUDIT LOG, STATUS="
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
        MOVE "TMRebuild" TO ALERT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO ALERT-RUN-ID
        MOVE WS-Alert-File TO ALERT-FILE-NAME
        MOVE WS-Alert-FStat TO ALERT-FILE-STATUS
        MOVE WS-Alert-Text TO ALERT-TEXT
        WRITE ALERT-RECORD
        CLOSE AlertFile
    ELSE
        DISPLAY "TMREBUILD: UNABLE TO WRITE ALERT FILE, STATUS="
            WS-Alert-Status
    END-IF.
