    *> acknowledged; AK-PROGRAM narrows the acknowledgment to one
    *> program's alerts for that run, or spaces for all of them.
    *> AK-OPERATOR is who handled the condition and is stamped onto
    *> the acknowledged alerts; it must hold ALERTACK on OPERAUTH.
        05  AK-RUN-ID              PIC X(16).
        05  FILLER                 PIC X(1).
        05  AK-PROGRAM             PIC X(10).
