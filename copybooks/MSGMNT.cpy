    *> One maintenance request against the MSGCAT catalog.
    *> MNT-ACTION: A = add a new code, C = change the text of an
    *> existing code, D = delete a code (text fields ignored).
    *> MNT-OPERATOR raised the request and must hold MSGMAINT on
    *> OPERAUTH. A delete also needs MNT-APPROVED-BY, a second,
    *> different operator holding MSGMAINT; it is ignored otherwise.
        05  MNT-ACTION             PIC X(1).
        05  FILLER                 PIC X(1).
        05  MNT-MSG-CODE           PIC X(5).
        05  MNT-TEXT-FR            PIC X(100).
        05  FILLER                 PIC X(1).
        05  MNT-TEXT-EN            PIC X(100).
        05  FILLER                 PIC X(1).
        05  MNT-OPERATOR           PIC X(8).
        05  FILLER                 PIC X(1).
        05  MNT-APPROVED-BY        PIC X(8).
