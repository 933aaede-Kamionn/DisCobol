    01  DAY-STATISTICS-RECORD.
    *> One record per closed business day, region and transaction-
    *> type prefix (first two characters of TRAN-ID) with accepted
    *> activity, appended to the DAYSTAT history file by DayClose as
    *> the day closes. Amounts are base currency, as in PERIODM.
    *> Single-feed days carry a region of spaces; a detail record
    *> whose stream can no longer be matched to STREAMS is held under
    *> UNKNOWN. AnomChk reads this history to build the trailing
    *> same-weekday averages it checks each new day against.
        05  DS-BUSINESS-DATE       PIC 9(8).
        05  FILLER                 PIC X(1).
        05  DS-REGION              PIC X(8).
        05  FILLER                 PIC X(1).
        05  DS-TYPE-PREFIX         PIC X(2).
        05  FILLER                 PIC X(1).
        05  DS-ACCEPTED-COUNT      PIC 9(9).
        05  FILLER                 PIC X(1).
        05  DS-ACCEPTED-AMOUNT     PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
