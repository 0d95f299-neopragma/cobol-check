      * THE SCHEDULER ALLOCATES A FRESH CTLFILE AT THE TOP OF EACH
      * NIGHT'S STREAM; EVERY PROGRAM OPENS IT EXTEND SO THE RECORDS
      * ACCUMULATE ACROSS THE STEPS OF ONE NIGHT ONLY.
      * EACH NIGHT'S GENERATION IS KEPT UNTIL THE MONTH IS CLOSED:
      * THE MONTH-END CLOSE (ARCLOSE) READS THE PERIOD'S GENERATIONS
      * CONCATENATED AS CTLPERD TO ROLL THE OPEN-ITEM COUNT FORWARD.
      *
      * COPY THIS MEMBER PLAIN (NO REPLACING) UNDER THE FD SO EVERY
      * WRITER AND THE BALANCING READER SHARE ONE DEFINITION.
