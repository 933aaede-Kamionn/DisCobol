    *> transaction master, used when the feed provider legitimately
    *> reuses a TRAN-ID (their numbering wraps annually) and the
    *> master entry must be removed so the new transaction is not
    *> flagged DUPL. REL-AUTHORIZED-BY names who raised the request
    *> and REL-APPROVED-BY the second, different operator who signed
    *> it off; both must hold TMRELEAS on OPERAUTH, and both are
    *> carried onto the maintenance report.
        05  REL-TRAN-ID            PIC X(10).
        05  FILLER                 PIC X(1).
        05  REL-AUTHORIZED-BY      PIC X(8).
        05  FILLER                 PIC X(1).
        05  REL-APPROVED-BY        PIC X(8).
