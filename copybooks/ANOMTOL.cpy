    01  ANOMALY-TOLERANCE-RECORD.
    *> One tolerance band per STREAM-REGION, maintained by operations
    *> in ANOMTOL. AnomChk raises a deviation when a type prefix's
    *> accepted count (AT-COUNT-PCT) or accepted base amount
    *> (AT-AMOUNT-PCT) moves more than the given percentage above or
    *> below its trailing same-weekday average. A percentage of zero
    *> switches that measure off for the region. A record with region
    *> *DEFAULT covers every region without one of its own; with
    *> neither, 50 percent applies to both measures. Single-feed days
    *> use the record whose region is spaces.
        05  AT-REGION              PIC X(8).
        05  FILLER                 PIC X(1).
        05  AT-COUNT-PCT           PIC 9(3).
        05  FILLER                 PIC X(1).
        05  AT-AMOUNT-PCT          PIC 9(3).
