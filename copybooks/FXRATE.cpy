    01  EXCHANGE-RATE-RECORD.
    *> Dated exchange rates, loaded to the FXRATE file ahead of the
    *> batch: one record per currency per business date.
    *> FX-RATE-TO-BASE is the number of base-currency units one unit
    *> of FX-CURRENCY buys on FX-RATE-DATE, to six decimal places.
    *> A currency that appears on the file only for other dates has
    *> no rate for the business date and its transactions are refused
    *> (CCYR); one that never appears is unknown (CCYU). Transactions
    *> with no currency code are in their region's currency, and a
    *> base-currency region needs no rate at all. A transaction that
    *> quotes the base currency by its code needs that code on the
    *> file at 1.000000 like any other.
        05  FX-CURRENCY            PIC X(3).
        05  FILLER                 PIC X(1).
        05  FX-RATE-DATE           PIC 9(8).
        05  FILLER                 PIC X(1).
        05  FX-RATE-TO-BASE        PIC 9(5)V9(6).
