    01  SETTLEMENT-HEADER-RECORD.
    *> Fixed-format settlement instruction file SETTLE.yyyymmdd.DAT
    *> sent to treasury once the business day is closed: one header,
    *> one instruction per region, one trailer. Every amount is in
    *> the base currency, signed like TRAN-AMOUNT with a leading
    *> "+" or "-" and two implied decimal places.
        05  SH-RECORD-TYPE         PIC X(7).
        05  FILLER                 PIC X(1).
        05  SH-BUSINESS-DATE       PIC 9(8).
        05  FILLER                 PIC X(1).
        05  SH-RUN-ID              PIC X(16).
        05  FILLER                 PIC X(1).
        05  SH-SENDER              PIC X(8).

    01  SETTLEMENT-INSTRUCTION-RECORD.
    *> SI-NET-AMOUNT is the region's accepted transactions netted for
    *> the day. SI-DIRECTION says which way the money moves: P = pay
    *> the region (net credit), R = receive from the region (net
    *> debit), N = nothing to move. SI-INSTRUCTION-ID is the business
    *> date followed by the instruction's sequence in the file, and
    *> is what treasury quotes back on its confirmation.
        05  SI-RECORD-TYPE         PIC X(7).
        05  FILLER                 PIC X(1).
        05  SI-INSTRUCTION-ID      PIC X(12).
        05  FILLER                 PIC X(1).
        05  SI-REGION              PIC X(8).
        05  FILLER                 PIC X(1).
        05  SI-DIRECTION           PIC X(1).
        05  FILLER                 PIC X(1).
        05  SI-NET-AMOUNT          PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
        05  FILLER                 PIC X(1).
        05  SI-TRAN-COUNT          PIC 9(7).

    01  SETTLEMENT-TRAILER-RECORD.
    *> ST-VALUE-TOTAL is the signed sum of every SI-NET-AMOUNT.
        05  ST-RECORD-TYPE         PIC X(7).
        05  FILLER                 PIC X(1).
        05  ST-INSTRUCTION-COUNT   PIC 9(5).
        05  FILLER                 PIC X(1).
        05  ST-VALUE-TOTAL         PIC S9(15)V99
                                   SIGN LEADING SEPARATE.
