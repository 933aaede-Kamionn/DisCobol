    *> by eleven digits with two implied decimal places, e.g.
    *> +00001234550 for 12,345.50. TRAN-AMOUNT-X is the raw byte view
    *> used to edit the field before any arithmetic touches it.
    *> A reversal is a record whose TRAN-DETAIL starts with the tag
    *> REVERSAL followed by the TRAN-ID it reverses, e.g.
    *> "REVERSAL AB12345678 ...". Its TRAN-AMOUNT must exactly offset
    *> the original's; Handler proves it against TRANMSTR.
    *> TRAN-CURRENCY is the ISO code TRAN-AMOUNT is expressed in. It
    *> follows the provider's full 100-byte record, so a feed still
    *> sending the shorter record reads it as spaces. Spaces mean the
    *> region's own currency (STREAM-CURRENCY), which for a
    *> base-currency region or the single feed is the base currency
    *> itself; Handler writes the resolved code back before a record
    *> goes to suspense or the hold queue.
        05  TRAN-ID                PIC X(10).
        05  FILLER                 PIC X(1).
        05  TRAN-AMOUNT            PIC S9(9)V99 SIGN LEADING SEPARATE.
                                   PIC X(12).
        05  FILLER                 PIC X(1).
        05  TRAN-DETAIL            PIC X(76).
        05  TRAN-REVERSAL-DETAIL REDEFINES TRAN-DETAIL.
            10  TRAN-REV-TAG       PIC X(8).
            10  FILLER             PIC X(1).
            10  TRAN-REV-ORIG-ID   PIC X(10).
            10  FILLER             PIC X(57).
        05  FILLER                 PIC X(1).
        05  TRAN-CURRENCY          PIC X(3).

    01  TRAN-HEADER-RECORD.
    *> Batch header agreed with the feed provider, carried as the
