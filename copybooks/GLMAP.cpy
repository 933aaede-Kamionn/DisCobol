    01  GL-MAPPING-RECORD.
    *> Chart-of-accounts mapping maintained by operations, one record
    *> per transaction type prefix and amount sign. GLPost looks up
    *> the first two characters of each accepted TRAN-ID together
    *> with the sign of its amount and posts the absolute amount as
    *> a debit to GM-DEBIT-ACCOUNT and a credit to GM-CREDIT-ACCOUNT.
    *> GM-AMOUNT-SIGN: + = positive (or zero) amounts,
    *>                 - = negative amounts.
    *> A prefix/sign with no record here fails the posting step.
        05  GM-TYPE-PREFIX         PIC X(2).
        05  FILLER                 PIC X(1).
        05  GM-AMOUNT-SIGN         PIC X(1).
        05  FILLER                 PIC X(1).
        05  GM-DEBIT-ACCOUNT       PIC X(10).
        05  FILLER                 PIC X(1).
        05  GM-CREDIT-ACCOUNT      PIC X(10).
        05  FILLER                 PIC X(1).
        05  GM-DESCRIPTION         PIC X(30).
