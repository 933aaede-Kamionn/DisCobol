       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLPost.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DetailFile ASSIGN TO DYNAMIC WS-Detail-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Detail-Status.
    SELECT MappingFile ASSIGN TO "GLMAP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Mapping-Status.
    SELECT JournalFile ASSIGN TO DYNAMIC WS-Journal-Filename
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Journal-Status.
    SELECT BalanceFile ASSIGN TO "GLBAL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GB-ACCOUNT
        FILE STATUS IS WS-Balance-Status.
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
FD DetailFile.
    COPY TRANDTL.

FD MappingFile.
    COPY GLMAP.

FD JournalFile.
    COPY GLJRNL.

FD BalanceFile.
    COPY GLBAL.

FD ReportFile.
01 REPORT-LINE PIC X(100).

FD RunControlFile.
    COPY RUNCTL.

FD AuditLog.
    COPY AUDITREC.

FD AlertFile.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 WS-Detail-Status PIC X(2).
01 WS-Mapping-Status PIC X(2).
01 WS-Journal-Status PIC X(2).
01 WS-Balance-Status PIC X(2).
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
01 WS-Detail-Filename PIC X(21).
01 WS-Journal-Filename PIC X(21).
01 WS-Report-Filename PIC X(21).
01 WS-Detail-EOF PIC X VALUE "N".
01 WS-Mapping-EOF PIC X VALUE "N".
01 WS-Journal-EOF PIC X VALUE "N".
01 WS-Journal-Opened PIC X VALUE "N".
01 WS-Already-Posted PIC X VALUE "N".
01 WS-Pass PIC 9(1).
01 WS-Map-Count-Used PIC 9(3) VALUE 0.
01 WS-Map-Table.
    05 WS-Map-Entry OCCURS 200 TIMES.
        10 WS-Map-Prefix PIC X(2).
        10 WS-Map-Sign PIC X(1).
        10 WS-Map-Debit PIC X(10).
        10 WS-Map-Credit PIC X(10).
01 WS-Map-Sub PIC 9(3).
01 WS-Map-Found PIC X.
01 WS-Map-Hit PIC 9(3).
01 WS-Map-Overflow PIC X VALUE "N".
01 WS-Acct-Count-Used PIC 9(3) VALUE 0.
01 WS-Acct-Table.
    05 WS-Acct-Entry OCCURS 100 TIMES.
        10 WS-Acct-Id PIC X(10).
        10 WS-Acct-Debit PIC S9(13)V99.
        10 WS-Acct-Credit PIC S9(13)V99.
01 WS-Acct-Sub PIC 9(3).
01 WS-Acct-Found PIC X.
01 WS-Acct-Overflow PIC X VALUE "N".
01 WS-Acct-Wanted PIC X(10).
01 WS-Unmapped-Count-Used PIC 9(2) VALUE 0.
01 WS-Unmapped-Table.
    05 WS-Unmapped-Entry OCCURS 50 TIMES.
        10 WS-Unmapped-Prefix PIC X(2).
        10 WS-Unmapped-Sign PIC X(1).
        10 WS-Unmapped-Count PIC 9(6).
01 WS-Unmapped-Sub PIC 9(2).
01 WS-Unmapped-Found PIC X.
01 WS-Unmapped-Total PIC 9(6) VALUE 0.
01 WS-Bad-Amount-Count PIC 9(6) VALUE 0.
01 WS-This-Prefix PIC X(2).
01 WS-This-Sign PIC X(1).
01 WS-Dtl-Amount PIC S9(9)V99 SIGN LEADING SEPARATE.
01 WS-Dtl-Amount-X REDEFINES WS-Dtl-Amount PIC X(12).
01 WS-Post-Amount PIC 9(11)V99.
01 WS-Tran-Count PIC 9(6) VALUE 0.
01 WS-Proof-Debits PIC S9(13)V99 VALUE 0.
01 WS-Proof-Credits PIC S9(13)V99 VALUE 0.
01 WS-Journal-Count PIC 9(6) VALUE 0.
01 WS-Journal-Debits PIC S9(13)V99 VALUE 0.
01 WS-Journal-Credits PIC S9(13)V99 VALUE 0.
01 WS-Posted-Acct-Count PIC 9(3) VALUE 0.
01 WS-Skipped-Acct-Count PIC 9(3) VALUE 0.
01 WS-Amount-Display PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Amount-Display-2 PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    PERFORM READ-RUN-CONTROL
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    STRING "TRANDTL." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Detail-Filename
    STRING "GLJRNL." WS-Run-Date ".OUT" DELIMITED BY SIZE
        INTO WS-Journal-Filename
    STRING "GLPOST." WS-Run-Date ".RPT" DELIMITED BY SIZE
        INTO WS-Report-Filename
    PERFORM OPEN-REPORT-FILE
    IF RETURN-CODE = ZERO
        PERFORM LOAD-GL-MAPPING
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM CHECK-ALREADY-POSTED
    END-IF
    IF RETURN-CODE = ZERO AND WS-Already-Posted = "N"
        MOVE 1 TO WS-Pass
        PERFORM SCAN-DETAIL-FILE
        IF RETURN-CODE = ZERO AND WS-Tran-Count > 0
            PERFORM PROVE-MAPPED-DETAIL
        END-IF
        IF RETURN-CODE = ZERO AND WS-Tran-Count > 0
            PERFORM WRITE-JOURNAL-FILE
        END-IF
        IF RETURN-CODE = ZERO AND WS-Tran-Count > 0
            PERFORM UPDATE-GL-BALANCES
        END-IF
        PERFORM FINISH-JOURNAL-FILE
    END-IF
    PERFORM WRITE-REPORT-SUMMARY
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
                    DISPLAY "GLPOST: BUSINESS DATE OVERRIDDEN TO "
                        WS-Run-Date " BY RUN CONTROL"
                END-IF
        END-READ
        CLOSE RunControlFile
    END-IF.

OPEN-REPORT-FILE.
    OPEN OUTPUT ReportFile
    IF WS-Report-Status NOT = "00"
        DISPLAY "GLPOST: ERROR OPENING REPORT FILE, STATUS="
            WS-Report-Status
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE SPACES TO REPORT-LINE
        STRING "GENERAL LEDGER POSTING - " WS-Run-Date
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

LOAD-GL-MAPPING.
    OPEN INPUT MappingFile
    IF WS-Mapping-Status = "00"
        PERFORM LOAD-ONE-MAPPING UNTIL WS-Mapping-EOF = "Y"
        CLOSE MappingFile
    END-IF
    IF WS-Mapping-Status NOT = "00" AND WS-Mapping-Status NOT = "10"
        DISPLAY "GLPOST: CHART-OF-ACCOUNTS MAPPING UNAVAILABLE,"
            " STATUS=" WS-Mapping-Status ", NOTHING POSTED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "GLMAP" TO WS-Alert-File
        MOVE WS-Mapping-Status TO WS-Alert-FStat
        MOVE "GL MAPPING FILE UNAVAILABLE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF RETURN-CODE = ZERO AND WS-Map-Overflow = "Y"
        DISPLAY "GLPOST: MAPPING FILE HOLDS MORE THAN 200 RECORDS,"
            " NOTHING POSTED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "GLMAP" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "GL MAPPING TABLE OVERFLOW" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

LOAD-ONE-MAPPING.
*> A mapping with either account blank cannot produce a balanced
*> pair of journal lines, so it is ignored here and the prefix
*> then fails as unmapped rather than posting one side only.
    READ MappingFile
        AT END
            MOVE "Y" TO WS-Mapping-EOF
        NOT AT END
            IF GM-DEBIT-ACCOUNT = SPACES OR GM-CREDIT-ACCOUNT = SPACES
                OR (GM-AMOUNT-SIGN NOT = "+" AND GM-AMOUNT-SIGN NOT = "-")
                DISPLAY "GLPOST: MAPPING FOR PREFIX " GM-TYPE-PREFIX
                    " SIGN '" GM-AMOUNT-SIGN "' INCOMPLETE, IGNORED"
            ELSE
                IF WS-Map-Count-Used < 200
                    ADD 1 TO WS-Map-Count-Used
                    MOVE GM-TYPE-PREFIX
                        TO WS-Map-Prefix (WS-Map-Count-Used)
                    MOVE GM-AMOUNT-SIGN
                        TO WS-Map-Sign (WS-Map-Count-Used)
                    MOVE GM-DEBIT-ACCOUNT
                        TO WS-Map-Debit (WS-Map-Count-Used)
                    MOVE GM-CREDIT-ACCOUNT
                        TO WS-Map-Credit (WS-Map-Count-Used)
                ELSE
                    MOVE "Y" TO WS-Map-Overflow
                END-IF
            END-IF
    END-READ.

CHECK-ALREADY-POSTED.
*> A journal that already carries its trailer was proved and
*> posted to the balance master by an earlier run, so a rerun is
*> a no-op rather than a second posting of the same day.
    OPEN INPUT JournalFile
    IF WS-Journal-Status = "00"
        PERFORM SCAN-JOURNAL-RECORD UNTIL WS-Journal-EOF = "Y"
        CLOSE JournalFile
    END-IF
    IF WS-Already-Posted = "Y"
        DISPLAY "GLPOST: " WS-Journal-Filename " ALREADY POSTED,"
            " NOTHING TO DO"
        MOVE SPACES TO REPORT-LINE
        STRING "  JOURNAL " WS-Journal-Filename " ALREADY POSTED"
            " - RERUN IGNORED" DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

SCAN-JOURNAL-RECORD.
    READ JournalFile
        AT END
            MOVE "Y" TO WS-Journal-EOF
        NOT AT END
            IF JNL-TRAILER-TYPE = "TRAILER"
                MOVE "Y" TO WS-Already-Posted
            END-IF
    END-READ.

SCAN-DETAIL-FILE.
*> Read twice: pass 1 maps and proves every transaction before a
*> single journal line exists, pass 2 writes the journal itself.
    MOVE "N" TO WS-Detail-EOF
    OPEN INPUT DetailFile
    IF WS-Detail-Status = "00"
        PERFORM READ-DETAIL-RECORD UNTIL WS-Detail-EOF = "Y"
        CLOSE DetailFile
    ELSE
        IF WS-Pass = 1
            DISPLAY "GLPOST: NO DETAIL FILE " WS-Detail-Filename
                ", STATUS=" WS-Detail-Status ", NOTHING POSTED"
            MOVE SPACES TO REPORT-LINE
            STRING "  NO ACCEPTED TRANSACTIONS ON " WS-Detail-Filename
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
            MOVE 4 TO RETURN-CODE
        ELSE
            DISPLAY "GLPOST: DETAIL FILE " WS-Detail-Filename
                " LOST BETWEEN PASSES, STATUS=" WS-Detail-Status
            MOVE 12 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE WS-Detail-Filename TO WS-Alert-File
            MOVE WS-Detail-Status TO WS-Alert-FStat
            MOVE "DETAIL FILE UNAVAILABLE" TO WS-Alert-Text
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
                IF WS-Pass = 1
                    PERFORM MAP-ONE-TRANSACTION
                ELSE
                    PERFORM JOURNAL-ONE-TRANSACTION
                END-IF
            END-IF
    END-READ.

RESOLVE-DETAIL-AMOUNT.
*> The ledger is kept in base currency. Detail written before
*> currencies were carried has no base amount and is already base.
    IF DTL-BASE-AMOUNT = SPACES
        MOVE DTL-TRAN-AMOUNT TO WS-Dtl-Amount-X
    ELSE
        MOVE DTL-BASE-AMOUNT TO WS-Dtl-Amount-X
    END-IF
    MOVE DTL-TRAN-ID (1:2) TO WS-This-Prefix
    MOVE "+" TO WS-This-Sign
    MOVE 0 TO WS-Post-Amount
    IF (WS-Dtl-Amount-X (1:1) = "+" OR WS-Dtl-Amount-X (1:1) = "-")
        AND WS-Dtl-Amount-X (2:11) IS NUMERIC
        IF WS-Dtl-Amount < 0
            MOVE "-" TO WS-This-Sign
            COMPUTE WS-Post-Amount = 0 - WS-Dtl-Amount
        ELSE
            MOVE WS-Dtl-Amount TO WS-Post-Amount
        END-IF
    ELSE
        MOVE SPACE TO WS-This-Sign
    END-IF
    MOVE "N" TO WS-Map-Found
    MOVE 0 TO WS-Map-Hit
    IF WS-This-Sign NOT = SPACE
        PERFORM MATCH-MAPPING-ENTRY
            VARYING WS-Map-Sub FROM 1 BY 1
            UNTIL WS-Map-Sub > WS-Map-Count-Used OR WS-Map-Found = "Y"
    END-IF.

MATCH-MAPPING-ENTRY.
    IF WS-Map-Prefix (WS-Map-Sub) = WS-This-Prefix
        AND WS-Map-Sign (WS-Map-Sub) = WS-This-Sign
        MOVE "Y" TO WS-Map-Found
        MOVE WS-Map-Sub TO WS-Map-Hit
    END-IF.

MAP-ONE-TRANSACTION.
    ADD 1 TO WS-Tran-Count
    PERFORM RESOLVE-DETAIL-AMOUNT
    IF WS-This-Sign = SPACE
        ADD 1 TO WS-Bad-Amount-Count
        MOVE SPACES TO REPORT-LINE
        STRING "  *** TRAN-ID " DTL-TRAN-ID " AMOUNT '"
            WS-Dtl-Amount-X "' NOT NUMERIC, CANNOT BE POSTED"
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    ELSE
        IF WS-Map-Found = "N"
            PERFORM RECORD-UNMAPPED-TYPE
        ELSE
            ADD WS-Post-Amount TO WS-Proof-Debits
            ADD WS-Post-Amount TO WS-Proof-Credits
            MOVE WS-Map-Debit (WS-Map-Hit) TO WS-Acct-Wanted
            PERFORM FIND-ACCOUNT-ENTRY
            IF WS-Acct-Found = "Y"
                ADD WS-Post-Amount TO WS-Acct-Debit (WS-Acct-Sub)
            END-IF
            MOVE WS-Map-Credit (WS-Map-Hit) TO WS-Acct-Wanted
            PERFORM FIND-ACCOUNT-ENTRY
            IF WS-Acct-Found = "Y"
                ADD WS-Post-Amount TO WS-Acct-Credit (WS-Acct-Sub)
            END-IF
        END-IF
    END-IF.

RECORD-UNMAPPED-TYPE.
    ADD 1 TO WS-Unmapped-Total
    MOVE "N" TO WS-Unmapped-Found
    PERFORM MATCH-UNMAPPED-ENTRY
        VARYING WS-Unmapped-Sub FROM 1 BY 1
        UNTIL WS-Unmapped-Sub > WS-Unmapped-Count-Used
            OR WS-Unmapped-Found = "Y"
    IF WS-Unmapped-Found = "N" AND WS-Unmapped-Count-Used < 50
        ADD 1 TO WS-Unmapped-Count-Used
        MOVE WS-This-Prefix
            TO WS-Unmapped-Prefix (WS-Unmapped-Count-Used)
        MOVE WS-This-Sign TO WS-Unmapped-Sign (WS-Unmapped-Count-Used)
        MOVE 1 TO WS-Unmapped-Count (WS-Unmapped-Count-Used)
    END-IF.

MATCH-UNMAPPED-ENTRY.
    IF WS-Unmapped-Prefix (WS-Unmapped-Sub) = WS-This-Prefix
        AND WS-Unmapped-Sign (WS-Unmapped-Sub) = WS-This-Sign
        MOVE "Y" TO WS-Unmapped-Found
        ADD 1 TO WS-Unmapped-Count (WS-Unmapped-Sub)
    END-IF.

FIND-ACCOUNT-ENTRY.
    MOVE "N" TO WS-Acct-Found
    PERFORM MATCH-ACCOUNT-ENTRY
        VARYING WS-Acct-Sub FROM 1 BY 1
        UNTIL WS-Acct-Sub > WS-Acct-Count-Used OR WS-Acct-Found = "Y"
    IF WS-Acct-Found = "Y"
        SUBTRACT 1 FROM WS-Acct-Sub
    ELSE
        IF WS-Acct-Count-Used < 100
            ADD 1 TO WS-Acct-Count-Used
            MOVE WS-Acct-Count-Used TO WS-Acct-Sub
            MOVE WS-Acct-Wanted TO WS-Acct-Id (WS-Acct-Sub)
            MOVE 0 TO WS-Acct-Debit (WS-Acct-Sub)
            MOVE 0 TO WS-Acct-Credit (WS-Acct-Sub)
            MOVE "Y" TO WS-Acct-Found
        ELSE
            MOVE "Y" TO WS-Acct-Overflow
        END-IF
    END-IF.

MATCH-ACCOUNT-ENTRY.
    IF WS-Acct-Id (WS-Acct-Sub) = WS-Acct-Wanted
        MOVE "Y" TO WS-Acct-Found
    END-IF.

PROVE-MAPPED-DETAIL.
    IF WS-Unmapped-Total > 0
        PERFORM REPORT-UNMAPPED-TYPE
            VARYING WS-Unmapped-Sub FROM 1 BY 1
            UNTIL WS-Unmapped-Sub > WS-Unmapped-Count-Used
        DISPLAY "GLPOST: " WS-Unmapped-Total " TRANSACTIONS HAVE NO"
            " CHART-OF-ACCOUNTS MAPPING, POSTING FAILED"
        MOVE 8 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "GLMAP" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "UNMAPPED TRAN TYPE, GL POSTING FAILED" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF WS-Bad-Amount-Count > 0
        DISPLAY "GLPOST: " WS-Bad-Amount-Count " TRANSACTIONS WITH"
            " UNREADABLE AMOUNTS, POSTING FAILED"
        MOVE 8 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Detail-Filename TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "BAD DETAIL AMOUNT, GL POSTING FAILED" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF WS-Acct-Overflow = "Y"
        DISPLAY "GLPOST: MORE THAN 100 GL ACCOUNTS IN ONE DAY,"
            " POSTING FAILED"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "GLBAL" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "GL ACCOUNT TABLE OVERFLOW" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF
    IF RETURN-CODE = ZERO
        AND WS-Proof-Debits NOT = WS-Proof-Credits
        PERFORM REPORT-OUT-OF-BALANCE
    END-IF.

REPORT-UNMAPPED-TYPE.
    MOVE SPACES TO REPORT-LINE
    STRING "  *** UNMAPPED TYPE PREFIX '"
        WS-Unmapped-Prefix (WS-Unmapped-Sub) "' SIGN "
        WS-Unmapped-Sign (WS-Unmapped-Sub) "  "
        WS-Unmapped-Count (WS-Unmapped-Sub) " TRANSACTIONS"
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE.

REPORT-OUT-OF-BALANCE.
    MOVE WS-Proof-Debits TO WS-Amount-Display
    MOVE WS-Proof-Credits TO WS-Amount-Display-2
    DISPLAY "GLPOST: JOURNAL OUT OF BALANCE - DEBITS "
        WS-Amount-Display " CREDITS " WS-Amount-Display-2
    MOVE SPACES TO REPORT-LINE
    STRING "  *** JOURNAL OUT OF BALANCE - DEBITS " WS-Amount-Display
        " CREDITS " WS-Amount-Display-2
        DELIMITED BY SIZE INTO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 8 TO RETURN-CODE
    MOVE 1 TO WS-Alert-Severity
    MOVE WS-Journal-Filename TO WS-Alert-File
    MOVE SPACES TO WS-Alert-FStat
    MOVE "GL JOURNAL OUT OF BALANCE" TO WS-Alert-Text
    PERFORM WRITE-ALERT-RECORD.

WRITE-JOURNAL-FILE.
    OPEN OUTPUT JournalFile
    IF WS-Journal-Status NOT = "00"
        DISPLAY "GLPOST: ERROR OPENING JOURNAL FILE, STATUS="
            WS-Journal-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Journal-Filename TO WS-Alert-File
        MOVE WS-Journal-Status TO WS-Alert-FStat
        MOVE "ERROR OPENING GL JOURNAL" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        MOVE "Y" TO WS-Journal-Opened
        MOVE 2 TO WS-Pass
        PERFORM SCAN-DETAIL-FILE
        IF RETURN-CODE = ZERO
            AND (WS-Journal-Debits NOT = WS-Proof-Debits
                OR WS-Journal-Credits NOT = WS-Proof-Credits
                OR WS-Journal-Debits NOT = WS-Journal-Credits)
            MOVE WS-Journal-Debits TO WS-Proof-Debits
            MOVE WS-Journal-Credits TO WS-Proof-Credits
            PERFORM REPORT-OUT-OF-BALANCE
        END-IF
    END-IF.

JOURNAL-ONE-TRANSACTION.
    PERFORM RESOLVE-DETAIL-AMOUNT
    IF WS-Map-Found = "Y" AND RETURN-CODE = ZERO
        MOVE SPACES TO GL-JOURNAL-RECORD
        MOVE WS-Run-Date TO JNL-BUSINESS-DATE
        MOVE DTL-TRAN-ID TO JNL-TRAN-ID
        MOVE WS-Map-Debit (WS-Map-Hit) TO JNL-ACCOUNT
        MOVE "D" TO JNL-DR-CR
        MOVE WS-Post-Amount TO JNL-AMOUNT
        MOVE DTL-RUN-ID TO JNL-RUN-ID
        PERFORM WRITE-JOURNAL-LINE
        IF RETURN-CODE = ZERO
            ADD WS-Post-Amount TO WS-Journal-Debits
            MOVE WS-Map-Credit (WS-Map-Hit) TO JNL-ACCOUNT
            MOVE "C" TO JNL-DR-CR
            PERFORM WRITE-JOURNAL-LINE
        END-IF
        IF RETURN-CODE = ZERO
            ADD WS-Post-Amount TO WS-Journal-Credits
        END-IF
    END-IF.

WRITE-JOURNAL-LINE.
    WRITE GL-JOURNAL-RECORD
    IF WS-Journal-Status NOT = "00"
        DISPLAY "GLPOST: ERROR WRITING JOURNAL FILE, STATUS="
            WS-Journal-Status
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WS-Detail-EOF
        MOVE 1 TO WS-Alert-Severity
        MOVE WS-Journal-Filename TO WS-Alert-File
        MOVE WS-Journal-Status TO WS-Alert-FStat
        MOVE "ERROR WRITING GL JOURNAL" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        ADD 1 TO WS-Journal-Count
    END-IF.

UPDATE-GL-BALANCES.
*> An account already stamped with this business date was posted
*> by an earlier run that stopped before the journal trailer went
*> out; it is skipped so the rerun finishes the posting instead
*> of doubling it.
    OPEN I-O BalanceFile
    IF WS-Balance-Status = "35"
        OPEN OUTPUT BalanceFile
        CLOSE BalanceFile
        OPEN I-O BalanceFile
    END-IF
    IF WS-Balance-Status NOT = "00"
        DISPLAY "GLPOST: GL BALANCE MASTER UNAVAILABLE, STATUS="
            WS-Balance-Status
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "GLBAL" TO WS-Alert-File
        MOVE WS-Balance-Status TO WS-Alert-FStat
        MOVE "GL BALANCE MASTER UNAVAILABLE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        PERFORM POST-ONE-ACCOUNT
            VARYING WS-Acct-Sub FROM 1 BY 1
            UNTIL WS-Acct-Sub > WS-Acct-Count-Used
                OR RETURN-CODE NOT = ZERO
        CLOSE BalanceFile
    END-IF.

POST-ONE-ACCOUNT.
    MOVE WS-Acct-Id (WS-Acct-Sub) TO GB-ACCOUNT
    READ BalanceFile
        INVALID KEY
            MOVE WS-Acct-Id (WS-Acct-Sub) TO GB-ACCOUNT
            MOVE WS-Acct-Debit (WS-Acct-Sub) TO GB-DEBIT-TOTAL
            MOVE WS-Acct-Credit (WS-Acct-Sub) TO GB-CREDIT-TOTAL
            MOVE WS-Run-Date TO GB-LAST-POST-DATE
            WRITE GL-BALANCE-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
        NOT INVALID KEY
            IF GB-LAST-POST-DATE = WS-Run-Date
                ADD 1 TO WS-Skipped-Acct-Count
            ELSE
                ADD WS-Acct-Debit (WS-Acct-Sub) TO GB-DEBIT-TOTAL
                ADD WS-Acct-Credit (WS-Acct-Sub) TO GB-CREDIT-TOTAL
                MOVE WS-Run-Date TO GB-LAST-POST-DATE
                REWRITE GL-BALANCE-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
    END-READ
    IF WS-Balance-Status NOT = "00"
        DISPLAY "GLPOST: UNABLE TO POST ACCOUNT "
            WS-Acct-Id (WS-Acct-Sub) ", STATUS=" WS-Balance-Status
        MOVE 16 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "GLBAL" TO WS-Alert-File
        MOVE WS-Balance-Status TO WS-Alert-FStat
        MOVE "UNABLE TO UPDATE GL BALANCE" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        ADD 1 TO WS-Posted-Acct-Count
        MOVE WS-Acct-Debit (WS-Acct-Sub) TO WS-Amount-Display
        MOVE WS-Acct-Credit (WS-Acct-Sub) TO WS-Amount-Display-2
        MOVE SPACES TO REPORT-LINE
        STRING "  " WS-Acct-Id (WS-Acct-Sub) "  DR " WS-Amount-Display
            "  CR " WS-Amount-Display-2
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

FINISH-JOURNAL-FILE.
*> The trailer is the journal's proof of balance. A failed run
*> empties the journal so an unproved file never reaches finance.
    IF WS-Journal-Opened = "Y"
        IF RETURN-CODE = ZERO
            MOVE SPACES TO GL-JOURNAL-TRAILER
            MOVE "TRAILER" TO JNL-TRAILER-TYPE
            MOVE WS-Journal-Count TO JNL-TRAILER-COUNT
            MOVE WS-Journal-Debits TO JNL-TRAILER-DEBITS
            MOVE WS-Journal-Credits TO JNL-TRAILER-CREDITS
            MOVE WS-Run-Date TO JNL-TRAILER-DATE
            WRITE GL-JOURNAL-TRAILER
            IF WS-Journal-Status NOT = "00"
                DISPLAY "GLPOST: ERROR WRITING JOURNAL TRAILER, STATUS="
                    WS-Journal-Status
                MOVE 16 TO RETURN-CODE
                MOVE 1 TO WS-Alert-Severity
                MOVE WS-Journal-Filename TO WS-Alert-File
                MOVE WS-Journal-Status TO WS-Alert-FStat
                MOVE "ERROR WRITING GL JOURNAL TRAILER" TO WS-Alert-Text
                PERFORM WRITE-ALERT-RECORD
            END-IF
            CLOSE JournalFile
        ELSE
            CLOSE JournalFile
            OPEN OUTPUT JournalFile
            IF WS-Journal-Status = "00"
                CLOSE JournalFile
            END-IF
            DISPLAY "GLPOST: JOURNAL " WS-Journal-Filename
                " WITHDRAWN, NOTHING SENT TO FINANCE"
        END-IF
        MOVE "N" TO WS-Journal-Opened
    END-IF.

WRITE-REPORT-SUMMARY.
    IF WS-Report-Status = "00"
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  TRANSACTIONS READ:   " WS-Tran-Count
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        STRING "  JOURNAL LINES:       " WS-Journal-Count
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE WS-Journal-Debits TO WS-Amount-Display
        MOVE SPACES TO REPORT-LINE
        STRING "  TOTAL DEBITS:   " WS-Amount-Display
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        MOVE WS-Journal-Credits TO WS-Amount-Display
        MOVE SPACES TO REPORT-LINE
        STRING "  TOTAL CREDITS:  " WS-Amount-Display
            DELIMITED BY SIZE INTO REPORT-LINE
        WRITE REPORT-LINE
        IF WS-Skipped-Acct-Count > 0
            MOVE SPACES TO REPORT-LINE
            STRING "  ACCOUNTS ALREADY POSTED BY AN EARLIER RUN: "
                WS-Skipped-Acct-Count
                DELIMITED BY SIZE INTO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
        MOVE SPACES TO REPORT-LINE
        IF RETURN-CODE = ZERO OR RETURN-CODE = 4
            MOVE "  POSTING STATUS: COMPLETE" TO REPORT-LINE
        ELSE
            MOVE "  POSTING STATUS: FAILED - JOURNAL WITHDRAWN"
                TO REPORT-LINE
        END-IF
        WRITE REPORT-LINE
        CLOSE ReportFile
        DISPLAY "GLPOST: " WS-Tran-Count " TRANSACTIONS, "
            WS-Journal-Count " JOURNAL LINES, " WS-Posted-Acct-Count
            " ACCOUNTS POSTED, REPORT WRITTEN TO " WS-Report-Filename
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "GLPost" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "GLPOST: UNABLE TO WRITE AUDIT LOG, STATUS="
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
        MOVE "GLPost" TO ALERT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO ALERT-RUN-ID
        MOVE WS-Alert-File TO ALERT-FILE-NAME
        MOVE WS-Alert-FStat TO ALERT-FILE-STATUS
        MOVE WS-Alert-Text TO ALERT-TEXT
        WRITE ALERT-RECORD
        CLOSE AlertFile
    ELSE
        DISPLAY "GLPOST: UNABLE TO WRITE ALERT FILE, STATUS="
            WS-Alert-Status
    END-IF.
