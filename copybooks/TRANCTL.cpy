    *> the whole file, in the same explicit-sign eleven-digit format
    *> as the transaction amount itself; a file whose record count and
    *> hash match but whose money does not fails the balance here.
    *> The total is stated in the region's STREAM-CURRENCY (base for
    *> the single feed); any record quoted in another currency counts
    *> at its value in that currency on the business date's rates.
        05  CTL-EXPECTED-COUNT     PIC 9(6).
        05  FILLER                 PIC X(1).
        05  CTL-HASH-TOTAL         PIC 9(12).
