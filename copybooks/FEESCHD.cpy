    01  FEE-SCHEDULE-RECORD.
    *> One processing-fee rate per region and type prefix, maintained
    *> by finance in FEESCHD. FeeCalc prices each accepted transaction
    *> with the rate in effect on the business date: FS-EFFECTIVE-FROM
    *> not after it and FS-EFFECTIVE-TO (zero = open-ended) not before
    *> it. Where more than one rate is in effect the latest
    *> FS-EFFECTIVE-FROM wins. A record with region *ALL covers every
    *> region without a rate of its own for that prefix; single-feed
    *> days use the record whose region is spaces. A prefix with no
    *> rate in effect is reported as unpriced, never charged zero.
    *> FS-RATE-TYPE:
    *>   F - flat: FS-RATE is the fee per transaction
    *>   P - percentage: FS-RATE is the percent of the transaction's
    *>       base amount, whichever its sign
    *>   T - tiered by volume: the transaction's position in the
    *>       month's volume for the region and prefix picks the first
    *>       tier whose FS-TIER-UPTO it does not exceed (zero = no
    *>       upper limit); FS-TIER-RATE is the fee per transaction in
    *>       that tier. Unused tiers are spaces; beyond the last
    *>       bounded tier its rate still applies.
    *> Fees are in base currency.
        05  FS-REGION              PIC X(8).
        05  FILLER                 PIC X(1).
        05  FS-TYPE-PREFIX         PIC X(2).
        05  FILLER                 PIC X(1).
        05  FS-EFFECTIVE-FROM      PIC 9(8).
        05  FILLER                 PIC X(1).
        05  FS-EFFECTIVE-TO        PIC 9(8).
        05  FILLER                 PIC X(1).
        05  FS-RATE-TYPE           PIC X(1).
        05  FILLER                 PIC X(1).
        05  FS-RATE                PIC 9(3)V9(4).
        05  FS-TIER-SET.
            10  FS-TIER-ENTRY OCCURS 4 TIMES.
                15  FILLER         PIC X(1).
                15  FS-TIER-UPTO   PIC 9(7).
                15  FILLER         PIC X(1).
                15  FS-TIER-RATE   PIC 9(3)V9(4).
