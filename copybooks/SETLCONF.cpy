    01  SETTLEMENT-CONFIRM-RECORD.
    *> One confirmation returned by treasury for each settlement
    *> instruction it has executed, delivered on the SETLCONF
    *> dataset. The instruction id, region and amount must all agree
    *> with the instruction as issued or the confirmation is treated
    *> as suspect and alerted. SC-TREASURY-REF is treasury's own
    *> payment reference, kept for the report only.
        05  SC-INSTRUCTION-ID      PIC X(12).
        05  FILLER                 PIC X(1).
        05  SC-REGION              PIC X(8).
        05  FILLER                 PIC X(1).
        05  SC-NET-AMOUNT          PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
        05  FILLER                 PIC X(1).
        05  SC-TREASURY-REF        PIC X(16).
