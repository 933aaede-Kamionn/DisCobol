    01  RETURN-MASTER-RECORD.
    *> One record per reject returned to the feed provider whose
    *> replacement is being watched for, kept on the RTNMSTR master
    *> by RejReturn and read by SuspWork. DUPL rejects and rejects
    *> with no TRAN-ID are returned but not tracked: there is nothing
    *> to replace, or nothing to match a replacement on.
    *> RM-STATUS: O = returned, awaiting the provider's replacement,
    *> R = replaced (the TRAN-ID was accepted on TRANDTL on or after
    *> the return date, stamped in RM-REPLACED-DATE and
    *> RM-REPLACED-RUN-ID). SuspWork closes the open suspense item for
    *> an R record automatically. R records are dropped 30 days after
    *> the replacement, O records 90 days after the return.
        05  RM-TRAN-ID             PIC X(10).
        05  FILLER                 PIC X(1).
        05  RM-REGION              PIC X(8).
        05  FILLER                 PIC X(1).
        05  RM-RETURN-DATE         PIC 9(8).
        05  FILLER                 PIC X(1).
        05  RM-REASON-CODE         PIC X(4).
        05  FILLER                 PIC X(1).
        05  RM-RUN-ID              PIC X(16).
        05  FILLER                 PIC X(1).
        05  RM-STATUS              PIC X(1).
        05  FILLER                 PIC X(1).
        05  RM-REPLACED-DATE       PIC 9(8).
        05  FILLER                 PIC X(1).
        05  RM-REPLACED-RUN-ID     PIC X(16).
