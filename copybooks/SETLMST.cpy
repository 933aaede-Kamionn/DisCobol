    01  SETTLEMENT-MASTER-RECORD.
    *> One record per settlement instruction issued, kept on the
    *> SETLMST master by Settle and worked by SetlAck against the
    *> confirmations treasury returns.
    *> SM-STATUS: P = awaiting treasury confirmation, C = confirmed
    *> (SetlAck matched the confirmation and stamped SM-CONFIRM-DATE).
        05  SM-INSTRUCTION-ID      PIC X(12).
        05  FILLER                 PIC X(1).
        05  SM-BUSINESS-DATE       PIC 9(8).
        05  FILLER                 PIC X(1).
        05  SM-REGION              PIC X(8).
        05  FILLER                 PIC X(1).
        05  SM-NET-AMOUNT          PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
        05  FILLER                 PIC X(1).
        05  SM-STATUS              PIC X(1).
        05  FILLER                 PIC X(1).
        05  SM-CONFIRM-DATE        PIC 9(8).
