    01  JOB-DEFINITION-RECORD.
    *> One record per step of the end-of-day job network, read by
    *> Driver from the JOBDEF dataset and run in file order. Adding
    *> or reordering a step is a change to this file only. When the
    *> file is absent Driver runs the core chain PreFlight,
    *> HelloWorld, TranBal, Handler, AnomChk, ValProof, Status, as the
    *> JCL does. A "*" in column 1 marks a comment record.
    *> JOB-PROGRAM: the PROGRAM-ID Driver CALLs for the step.
    *> JOB-ON-FAILURE: N = a failure stops the whole network, every
    *> later step is left not run; D = a failure skips only the
    *> steps that name it (directly or through another skipped
    *> step) as a predecessor, the rest of the network carries on.
    *> JOB-MAX-RC: the highest RETURN-CODE still counted as a clean
    *> completion (e.g. 04 for a step whose warnings should not hold
    *> its dependents); spaces or zero mean only 0 is clean.
    *> JOB-PREDECESSOR: up to five steps that must have completed
    *> (or been skipped by RUNCTL) before this one runs. Each must
    *> appear earlier in the file; unused slots are spaces.
        05  JOB-PROGRAM            PIC X(10).
        05  FILLER                 PIC X(1).
        05  JOB-ON-FAILURE         PIC X(1).
        05  FILLER                 PIC X(1).
        05  JOB-MAX-RC             PIC X(2).
        05  JOB-MAX-RC-N REDEFINES JOB-MAX-RC
                                   PIC 9(2).
        05  JOB-PREDECESSOR-SET.
            10  JOB-PREDECESSOR-ENTRY OCCURS 5 TIMES.
                15  FILLER         PIC X(1).
                15  JOB-PREDECESSOR
                                   PIC X(10).
