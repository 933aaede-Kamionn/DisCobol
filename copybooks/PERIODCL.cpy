    01  PERIOD-CONTROL-RECORD.
    *> Accounting-period status, one record appended per change on
    *> the PERIODCL file; the latest record for a period wins.
    *> PC-STATUS: C = closed by MonthEnd, R = reopened.
    *> A closed period refuses any business date inside it - Driver,
    *> TranBal, Handler and DayClose all stop with RETURN-CODE 8 -
    *> until operations append an R record naming the period, who
    *> authorized the reopen and why. MonthEnd writes a fresh C
    *> record when the reopened period is closed again.
        05  PC-PERIOD              PIC 9(6).
        05  FILLER                 PIC X(1).
        05  PC-STATUS              PIC X(1).
        05  FILLER                 PIC X(1).
        05  PC-RUN-ID              PIC X(16).
        05  FILLER                 PIC X(1).
        05  PC-AUTHORIZED-BY       PIC X(8).
        05  FILLER                 PIC X(1).
        05  PC-REASON              PIC X(30).
