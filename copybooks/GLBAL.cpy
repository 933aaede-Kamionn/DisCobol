    01  GL-BALANCE-RECORD.
    *> GL balance master, indexed by GB-ACCOUNT. GLPost adds each
    *> day's journal totals to the account's running debit and
    *> credit totals and stamps the business date last posted.
        05  GB-ACCOUNT             PIC X(10).
        05  GB-DEBIT-TOTAL         PIC S9(13)V99 SIGN LEADING SEPARATE.
        05  GB-CREDIT-TOTAL        PIC S9(13)V99 SIGN LEADING SEPARATE.
        05  GB-LAST-POST-DATE      PIC 9(8).
