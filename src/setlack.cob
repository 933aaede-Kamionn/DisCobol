       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SetlAck.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SettlementMaster ASSIGN TO "SETLMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SetlMaster-Status.
    SELECT ConfirmFile ASSIGN TO "SETLCONF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Confirm-Status.
    SELECT AuditLog ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AuditLog-Status.
    SELECT AlertFile ASSIGN TO "ALERTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-Alert-Status.

DATA DIVISION.
FILE SECTION.
FD SettlementMaster.
    COPY SETLMST.

FD ConfirmFile.
    COPY SETLCONF.

FD AuditLog.
    COPY AUDITREC.

FD AlertFile.
    COPY ALERTREC.

WORKING-STORAGE SECTION.
01 WS-SetlMaster-Status PIC X(2).
01 WS-Confirm-Status PIC X(2).
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
01 WS-Master-EOF PIC X VALUE "N".
01 WS-Confirm-EOF PIC X VALUE "N".
01 WS-Settle-Count-Used PIC 9(4) VALUE 0.
01 WS-Settle-Table.
    05 WS-Settle-Entry OCCURS 2000 TIMES.
        10 WS-Stl-Instruction-Id PIC X(12).
        10 WS-Stl-Date PIC 9(8).
        10 WS-Stl-Region PIC X(8).
        10 WS-Stl-Amount PIC S9(13)V99.
        10 WS-Stl-Status PIC X(1).
        10 WS-Stl-Confirm-Date PIC 9(8).
01 WS-Settle-Sub PIC 9(4).
01 WS-Settle-Hit PIC X.
01 WS-Confirmed-Count PIC 9(5) VALUE 0.
01 WS-Mismatch-Count PIC 9(5) VALUE 0.
01 WS-Unmatched-Count PIC 9(5) VALUE 0.
01 WS-Stale-Count PIC 9(5) VALUE 0.
01 WS-Setl-Overflow PIC X VALUE "N".
01 WS-Purged-Count PIC 9(5) VALUE 0.
01 WS-Amount-Display PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Confirm-Display PIC +Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Retention-Parm PIC X(3).
01 WS-Retention-Days PIC 9(3) VALUE 90.
01 WS-Retention-Work PIC 9(3).
01 WS-Cutoff-Date PIC 9(8).
01 WS-Cutoff-Integer PIC 9(8).

PROCEDURE DIVISION.
MAIN-LOGIC.
    ACCEPT WS-Run-Date FROM DATE YYYYMMDD
    ACCEPT WS-Run-Time FROM TIME
    STRING WS-Run-Date WS-Run-Time DELIMITED BY SIZE
        INTO WS-Run-Timestamp
    PERFORM RESOLVE-RETENTION
    PERFORM LOAD-SETTLEMENT-MASTER
    IF WS-Setl-Overflow = "Y"
        DISPLAY "SETLACK: SETTLEMENT MASTER HOLDS MORE THAN 2000"
            " RECORDS, MASTER LEFT UNCHANGED - ARCHIVE SETLMST"
            " AND RERUN"
        MOVE 12 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "SETLMST" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE "SETLMST OVERFLOW, NOT REWRITTEN"
            TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
        PERFORM APPEND-AUDIT-RECORD
        GOBACK
    END-IF
    IF RETURN-CODE = ZERO
        PERFORM APPLY-CONFIRM-FILE
        PERFORM CHECK-STALE-INSTRUCTIONS
            VARYING WS-Settle-Sub FROM 1 BY 1
            UNTIL WS-Settle-Sub > WS-Settle-Count-Used
        PERFORM REWRITE-SETTLEMENT-MASTER
    END-IF
    DISPLAY "SETLACK: " WS-Confirmed-Count " INSTRUCTIONS CONFIRMED, "
        WS-Mismatch-Count " CONFIRMATION MISMATCHES, "
        WS-Stale-Count " STILL UNCONFIRMED PAST CUTOFF"
    IF WS-Unmatched-Count > 0
        DISPLAY "SETLACK: " WS-Unmatched-Count " CONFIRMATIONS MATCH"
            " NO PENDING INSTRUCTION"
    END-IF
    IF WS-Purged-Count > 0
        DISPLAY "SETLACK: " WS-Purged-Count " CONFIRMED INSTRUCTIONS"
            " OLDER THAN " WS-Cutoff-Date " PURGED"
    END-IF
    IF RETURN-CODE = ZERO
        AND (WS-Stale-Count > 0 OR WS-Unmatched-Count > 0)
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM APPEND-AUDIT-RECORD
    GOBACK.

RESOLVE-RETENTION.
    ACCEPT WS-Retention-Parm
        FROM ENVIRONMENT "SETLMST_RETENTION_DAYS"
    IF WS-Retention-Parm NOT = SPACES
        COMPUTE WS-Retention-Work = FUNCTION NUMVAL(WS-Retention-Parm)
        IF WS-Retention-Work > 0
            MOVE WS-Retention-Work TO WS-Retention-Days
        ELSE
            DISPLAY "SETLACK: INVALID SETLMST_RETENTION_DAYS '"
                WS-Retention-Parm "', USING " WS-Retention-Days
                " DAYS"
        END-IF
    END-IF
    COMPUTE WS-Cutoff-Integer =
        FUNCTION INTEGER-OF-DATE(WS-Run-Date) - WS-Retention-Days
    COMPUTE WS-Cutoff-Date =
        FUNCTION DATE-OF-INTEGER(WS-Cutoff-Integer).

LOAD-SETTLEMENT-MASTER.
    OPEN INPUT SettlementMaster
    IF WS-SetlMaster-Status = "00"
        PERFORM LOAD-SETTLEMENT-RECORD UNTIL WS-Master-EOF = "Y"
        CLOSE SettlementMaster
    ELSE
        DISPLAY "SETLACK: NO SETTLEMENT MASTER ON FILE, STATUS="
            WS-SetlMaster-Status ", NOTHING TO CONFIRM"
    END-IF.

LOAD-SETTLEMENT-RECORD.
*> Confirmed instructions past the retention period are dropped
*> here, which keeps the master from filling up; a master that
*> still overflows the table is left untouched rather than
*> truncated.
    READ SettlementMaster
        AT END
            MOVE "Y" TO WS-Master-EOF
        NOT AT END
            IF SM-STATUS = "C"
                AND SM-BUSINESS-DATE IS NUMERIC
                AND SM-BUSINESS-DATE < WS-Cutoff-Date
                ADD 1 TO WS-Purged-Count
            ELSE
                IF WS-Settle-Count-Used < 2000
                    ADD 1 TO WS-Settle-Count-Used
                    MOVE SM-INSTRUCTION-ID
                        TO WS-Stl-Instruction-Id (WS-Settle-Count-Used)
                    MOVE SM-BUSINESS-DATE
                        TO WS-Stl-Date (WS-Settle-Count-Used)
                    MOVE SM-REGION
                        TO WS-Stl-Region (WS-Settle-Count-Used)
                    MOVE SM-NET-AMOUNT
                        TO WS-Stl-Amount (WS-Settle-Count-Used)
                    MOVE SM-STATUS
                        TO WS-Stl-Status (WS-Settle-Count-Used)
                    MOVE SM-CONFIRM-DATE
                        TO WS-Stl-Confirm-Date (WS-Settle-Count-Used)
                ELSE
                    MOVE "Y" TO WS-Setl-Overflow
                    MOVE "Y" TO WS-Master-EOF
                END-IF
            END-IF
    END-READ.

APPLY-CONFIRM-FILE.
    OPEN INPUT ConfirmFile
    IF WS-Confirm-Status = "00"
        PERFORM APPLY-ONE-CONFIRM UNTIL WS-Confirm-EOF = "Y"
        CLOSE ConfirmFile
    ELSE
        DISPLAY "SETLACK: NO CONFIRMATION FILE FROM TREASURY, STATUS="
            WS-Confirm-Status ", ONLY CHECKING FOR UNCONFIRMED"
            " INSTRUCTIONS"
    END-IF.

APPLY-ONE-CONFIRM.
    READ ConfirmFile
        AT END
            MOVE "Y" TO WS-Confirm-EOF
        NOT AT END
            MOVE "N" TO WS-Settle-Hit
            PERFORM MATCH-PENDING-INSTRUCTION
                VARYING WS-Settle-Sub FROM 1 BY 1
                UNTIL WS-Settle-Sub > WS-Settle-Count-Used
                    OR WS-Settle-Hit = "Y"
            IF WS-Settle-Hit = "N"
                ADD 1 TO WS-Unmatched-Count
                DISPLAY "SETLACK: CONFIRMATION " SC-TREASURY-REF
                    " FOR " SC-INSTRUCTION-ID
                    " MATCHES NO PENDING INSTRUCTION"
            END-IF
    END-READ.

MATCH-PENDING-INSTRUCTION.
    IF WS-Stl-Instruction-Id (WS-Settle-Sub) = SC-INSTRUCTION-ID
        AND WS-Stl-Status (WS-Settle-Sub) = "P"
        MOVE "Y" TO WS-Settle-Hit
        IF WS-Stl-Region (WS-Settle-Sub) = SC-REGION
            AND WS-Stl-Amount (WS-Settle-Sub) = SC-NET-AMOUNT
            MOVE "C" TO WS-Stl-Status (WS-Settle-Sub)
            MOVE WS-Run-Date TO WS-Stl-Confirm-Date (WS-Settle-Sub)
            ADD 1 TO WS-Confirmed-Count
            DISPLAY "SETLACK: INSTRUCTION " SC-INSTRUCTION-ID " "
                SC-REGION " CONFIRMED BY TREASURY REF "
                SC-TREASURY-REF
        ELSE
            ADD 1 TO WS-Mismatch-Count
            MOVE WS-Stl-Amount (WS-Settle-Sub) TO WS-Amount-Display
            MOVE SC-NET-AMOUNT TO WS-Confirm-Display
            DISPLAY "SETLACK: CONFIRMATION FOR " SC-INSTRUCTION-ID
                " DOES NOT MATCH THE INSTRUCTION - REGION "
                SC-REGION " VS " WS-Stl-Region (WS-Settle-Sub)
                ", AMOUNT " WS-Confirm-Display " VS "
                WS-Amount-Display
            MOVE 8 TO RETURN-CODE
            MOVE 1 TO WS-Alert-Severity
            MOVE "SETLMST" TO WS-Alert-File
            MOVE SPACES TO WS-Alert-FStat
            MOVE "TREASURY CONFIRM DOES NOT MATCH"
                TO WS-Alert-Text
            PERFORM WRITE-ALERT-RECORD
        END-IF
    END-IF.

CHECK-STALE-INSTRUCTIONS.
*> An instruction still pending at the next day's run missed its
*> cutoff: treasury never confirmed the movement, so the region may
*> not have been paid or collected.
    IF WS-Stl-Status (WS-Settle-Sub) = "P"
        AND WS-Stl-Date (WS-Settle-Sub) < WS-Run-Date
        ADD 1 TO WS-Stale-Count
        DISPLAY "SETLACK: INSTRUCTION "
            WS-Stl-Instruction-Id (WS-Settle-Sub) " "
            WS-Stl-Region (WS-Settle-Sub)
            " STILL UNCONFIRMED PAST CUTOFF - CHASE TREASURY"
        MOVE 1 TO WS-Alert-Severity
        MOVE "SETLMST" TO WS-Alert-File
        MOVE SPACES TO WS-Alert-FStat
        MOVE SPACES TO WS-Alert-Text
        STRING "SETTLEMENT " WS-Stl-Instruction-Id (WS-Settle-Sub)
            " UNCONFIRMED" DELIMITED BY SIZE
            INTO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    END-IF.

REWRITE-SETTLEMENT-MASTER.
    OPEN OUTPUT SettlementMaster
    IF WS-SetlMaster-Status NOT = "00"
        DISPLAY "SETLACK: ERROR REWRITING SETTLEMENT MASTER, STATUS="
            WS-SetlMaster-Status
        MOVE 16 TO RETURN-CODE
        MOVE 1 TO WS-Alert-Severity
        MOVE "SETLMST" TO WS-Alert-File
        MOVE WS-SetlMaster-Status TO WS-Alert-FStat
        MOVE "ERROR REWRITING SETTLEMENT MASTER" TO WS-Alert-Text
        PERFORM WRITE-ALERT-RECORD
    ELSE
        PERFORM WRITE-SETTLEMENT-RECORD
            VARYING WS-Settle-Sub FROM 1 BY 1
            UNTIL WS-Settle-Sub > WS-Settle-Count-Used
        CLOSE SettlementMaster
    END-IF.

WRITE-SETTLEMENT-RECORD.
    MOVE SPACES TO SETTLEMENT-MASTER-RECORD
    MOVE WS-Stl-Instruction-Id (WS-Settle-Sub) TO SM-INSTRUCTION-ID
    MOVE WS-Stl-Date (WS-Settle-Sub) TO SM-BUSINESS-DATE
    MOVE WS-Stl-Region (WS-Settle-Sub) TO SM-REGION
    MOVE WS-Stl-Amount (WS-Settle-Sub) TO SM-NET-AMOUNT
    MOVE WS-Stl-Status (WS-Settle-Sub) TO SM-STATUS
    MOVE WS-Stl-Confirm-Date (WS-Settle-Sub) TO SM-CONFIRM-DATE
    WRITE SETTLEMENT-MASTER-RECORD
    IF WS-SetlMaster-Status NOT = "00"
        DISPLAY "SETLACK: ERROR WRITING SETTLEMENT MASTER, STATUS="
            WS-SetlMaster-Status
        MOVE 16 TO RETURN-CODE
        MOVE WS-Settle-Count-Used TO WS-Settle-Sub
    END-IF.

APPEND-AUDIT-RECORD.
    OPEN EXTEND AuditLog
    IF WS-AuditLog-Status = "35"
        OPEN OUTPUT AuditLog
    END-IF
    IF WS-AuditLog-Status = "00"
        MOVE "SetlAck" TO AUDIT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO AUDIT-RUN-ID
        MOVE RETURN-CODE TO AUDIT-RETURN-CODE
        MOVE SPACES TO AUDIT-REGION
        MOVE WS-Run-Time TO AUDIT-START-TIME
        ACCEPT WS-End-Time FROM TIME
        MOVE WS-End-Time TO AUDIT-END-TIME
        WRITE AUDIT-RECORD
        CLOSE AuditLog
    ELSE
        DISPLAY "SETLACK: UNABLE TO WRITE AUDIT LOG, STATUS="
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
        MOVE "SetlAck" TO ALERT-PROGRAM-NAME
        MOVE WS-Run-Timestamp TO ALERT-RUN-ID
        MOVE WS-Alert-File TO ALERT-FILE-NAME
        MOVE WS-Alert-FStat TO ALERT-FILE-STATUS
        MOVE WS-Alert-Text TO ALERT-TEXT
        WRITE ALERT-RECORD
        CLOSE AlertFile
    ELSE
        DISPLAY "SETLACK: UNABLE TO WRITE ALERT FILE, STATUS="
            WS-Alert-Status
    END-IF.
