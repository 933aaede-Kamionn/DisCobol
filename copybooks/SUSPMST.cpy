        05  FILLER                 PIC X(1).
        05  SM-REASON-CODE         PIC X(4).
        05  FILLER                 PIC X(1).
        05  SM-TRAN-DATA           PIC X(104).
