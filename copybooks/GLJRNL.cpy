    01  GL-JOURNAL-RECORD.
    *> One journal line per side of each posted transaction, written
    *> to the dated GLJRNL.yyyymmdd.OUT file handed to finance.
    *> JNL-DR-CR: D = debit, C = credit. JNL-AMOUNT is always the
    *> absolute value; the side is carried by JNL-DR-CR.
    *> JNL-RUN-ID is the DTL-RUN-ID that accepted the transaction.
        05  JNL-BUSINESS-DATE      PIC 9(8).
        05  FILLER                 PIC X(1).
        05  JNL-TRAN-ID            PIC X(10).
        05  FILLER                 PIC X(1).
        05  JNL-ACCOUNT            PIC X(10).
        05  FILLER                 PIC X(1).
        05  JNL-DR-CR              PIC X(1).
        05  FILLER                 PIC X(1).
        05  JNL-AMOUNT             PIC 9(11)V99.
        05  FILLER                 PIC X(1).
        05  JNL-RUN-ID             PIC X(16).

    01  GL-JOURNAL-TRAILER.
    *> Written last. A journal only carries a trailer once its debit
    *> and credit totals have been proved equal, so finance must
    *> refuse any GLJRNL file without one.
        05  JNL-TRAILER-TYPE       PIC X(7).
        05  FILLER                 PIC X(1).
        05  JNL-TRAILER-COUNT      PIC 9(6).
        05  FILLER                 PIC X(1).
        05  JNL-TRAILER-DEBITS     PIC 9(13)V99.
        05  FILLER                 PIC X(1).
        05  JNL-TRAILER-CREDITS    PIC 9(13)V99.
        05  FILLER                 PIC X(1).
        05  JNL-TRAILER-DATE       PIC 9(8).
