    *> from the processed count instead of inflating the totals.
    *> TM-RUN-ID and TM-PROCESS-DATE say which run first took the
    *> transaction, for investigation of flagged duplicates.
    *> TM-ORIG-AMOUNT keeps the accepted TRAN-AMOUNT so a later
    *> reversal can be proved to offset it exactly; TM-CURRENCY is
    *> the currency it was accepted in (spaces = base), and a reversal
    *> in any other currency does not offset it.
    *> TM-REVERSED-FLAG: Y = already reversed (by the TRAN-ID in
    *> TM-REVERSED-BY, accepted on TM-REVERSED-DATE); anything else
    *> means the transaction still stands. A second reversal of the
    *> same original is rejected.
        05  TM-TRAN-ID             PIC X(10).
        05  TM-RUN-ID              PIC X(16).
        05  TM-PROCESS-DATE        PIC 9(8).
        05  TM-ORIG-AMOUNT         PIC S9(9)V99 SIGN LEADING SEPARATE.
        05  TM-REVERSED-FLAG       PIC X(1).
        05  TM-REVERSED-BY         PIC X(10).
        05  TM-REVERSED-DATE       PIC 9(8).
        05  TM-CURRENCY            PIC X(3).
