    01  MAINT-REJECT-RECORD.
    *> One record per maintenance request a maintenance program
    *> refused to apply, appended to the shared MNTREJ log so every
    *> refusal - unknown or unauthorized operator, missing or invalid
    *> second approver, or a request the data would not allow - can
    *> be reviewed after the fact. MR-REQUEST-KEY is the request's
    *> own key (message code, TRAN-ID or run-id).
        05  MR-PROGRAM-NAME        PIC X(10).
        05  FILLER                 PIC X(1).
        05  MR-RUN-ID              PIC X(16).
        05  FILLER                 PIC X(1).
        05  MR-FUNCTION            PIC X(8).
        05  FILLER                 PIC X(1).
        05  MR-OPERATOR            PIC X(8).
        05  FILLER                 PIC X(1).
        05  MR-APPROVER            PIC X(8).
        05  FILLER                 PIC X(1).
        05  MR-REQUEST-KEY         PIC X(16).
        05  FILLER                 PIC X(1).
        05  MR-REASON              PIC X(40).
