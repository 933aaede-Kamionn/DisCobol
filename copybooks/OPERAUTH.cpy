    01  OPERATOR-AUTHORITY-RECORD.
    *> One record per operator per maintenance function the operator
    *> may perform, kept on the OPERAUTH file by the security
    *> administrator. An operator with no active record is unknown to
    *> every maintenance program; one without a record for a function
    *> is not authorized for it, whether raising the request or
    *> signing it off as the second approver.
    *> OA-FUNCTION: MSGMAINT = MSGCAT maintenance (MsgMaint),
    *>              TMRELEAS = TRANMSTR releases (TranMaint),
    *>              SUSPCORR = suspense corrections (SuspWork),
    *>              ALERTACK = alert acknowledgment (AlertAck),
    *>              HOLDREL  = high-value hold decisions (HoldRel).
    *> OA-STATUS: A = active; anything else (S = suspended) is
    *> treated as if the record were absent.
        05  OA-OPERATOR            PIC X(8).
        05  FILLER                 PIC X(1).
        05  OA-FUNCTION            PIC X(8).
        05  FILLER                 PIC X(1).
        05  OA-STATUS              PIC X(1).
        05  FILLER                 PIC X(1).
        05  OA-OPERATOR-NAME       PIC X(30).
