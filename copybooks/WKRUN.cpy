      * PERFORM REGISTER-STEP-END so the completion is ledgered.
      * When the run ledger isn't provisioned (interactive MENU use),
      * the action is always 'P' and nothing is recorded.
      * RUN-CTL-MODE comes back 'S' when operations turned on the
      * suite's simulation switch (SIMULCT): the step runs and
      * reports as usual but leaves every master, register and
      * checkpoint as it found it, stamps its report pages and
      * interchange files as a simulation, and the run ledger
      * records nothing, so the date is never marked complete.
      ******************************************************************
       01  RUN-CTL-AREA.
           05  RUN-CTL-FUNCTION    PIC X(01).
           05  RUN-CTL-STEP        PIC X(10).
           05  RUN-CTL-ACTION      PIC X(01).
           05  RUN-CTL-STATUS      PIC X(02).
           05  RUN-CTL-MODE        PIC X(01).
               88  RUN-SIMULATED       VALUE 'S'.
      *> Holds the step's RETURN-CODE across the end-of-step CALL:
      *> the service's own GOBACK would otherwise reset the step's
      *> code to zero and a flagged run would look clean to the JCL.
