    01  ANOMALY-DEVIATION-RECORD.
    *> One record per deviation AnomChk found for a business date,
    *> written to ANOMALY.yyyymmdd.OUT (rewritten on every run, so an
    *> empty file means the day was checked and nothing stood out)
    *> and shown by Briefing.
    *> AD-DEVIATION-TYPE: NEWP = type prefix never seen before in the
    *> region, MISS = prefix regular on this weekday but absent today,
    *> VOLH / VOLL = accepted count above / below the band,
    *> VALH / VALL = accepted base amount above / below the band.
    *> AD-DEVIATION-PCT is today against the average (zero for NEWP
    *> and MISS); AD-HISTORY-DAYS is the number of earlier same-
    *> weekday dates the average was taken over.
        05  AD-BUSINESS-DATE       PIC 9(8).
        05  FILLER                 PIC X(1).
        05  AD-REGION              PIC X(8).
        05  FILLER                 PIC X(1).
        05  AD-TYPE-PREFIX         PIC X(2).
        05  FILLER                 PIC X(1).
        05  AD-DEVIATION-TYPE      PIC X(4).
        05  FILLER                 PIC X(1).
        05  AD-TODAY-COUNT         PIC 9(9).
        05  FILLER                 PIC X(1).
        05  AD-AVERAGE-COUNT       PIC 9(9).
        05  FILLER                 PIC X(1).
        05  AD-TODAY-AMOUNT        PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
        05  FILLER                 PIC X(1).
        05  AD-AVERAGE-AMOUNT      PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
        05  FILLER                 PIC X(1).
        05  AD-DEVIATION-PCT       PIC S9(5) SIGN LEADING SEPARATE.
        05  FILLER                 PIC X(1).
        05  AD-TOLERANCE-PCT       PIC 9(3).
        05  FILLER                 PIC X(1).
        05  AD-HISTORY-DAYS        PIC 9(2).
