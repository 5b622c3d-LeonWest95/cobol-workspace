      ******************************************************************
      * TRANXSTP - nightly job-stream step table                       *
      * The fixed order of the nightly cycle, one entry per step:      *
      * sequence, program name, the step that must have completed      *
      * cleanly for the same business date before it may start, and    *
      * its schedule - N nightly, M month end only. A month-end-only   *
      * step that is not due is passed over: its successor waits on    *
      * the step before it instead. TRANRCTL enforces the table;       *
      * TRANRUNS and TRANRSUM list the night against it.               *
      * TRANCYCL posts its interest and fees ahead of TRANRECN, so the *
      * audit-to-export proof, the snapshot, the balance proof and the *
      * TRANGLJN journal for the date all take them in before TRANPURG *
      * archives them. TRANBRTN, TRANGLJN and TRANSARM read the        *
      * night's work on the live TRANAUD, so all three run before      *
      * TRANPURG archives it. TRANHEXP closes the night.               *
      ******************************************************************
       01 STEP-TABLE-VALUES.
           05 FILLER                  PIC X(19)
               VALUE '01TRANMRGE        N'.
           05 FILLER                  PIC X(19)
               VALUE '02TRANRELSTRANMRGEN'.
           05 FILLER                  PIC X(19)
               VALUE '03TRANBTCHTRANRELSN'.
           05 FILLER                  PIC X(19)
               VALUE '04TRANBRTNTRANBTCHN'.
           05 FILLER                  PIC X(19)
               VALUE '05TRANCYCLTRANBRTNM'.
           05 FILLER                  PIC X(19)
               VALUE '06TRANRECNTRANCYCLN'.
           05 FILLER                  PIC X(19)
               VALUE '07TRANSNAPTRANRECNN'.
           05 FILLER                  PIC X(19)
               VALUE '08TRANGLJNTRANSNAPN'.
           05 FILLER                  PIC X(19)
               VALUE '09TRANSARMTRANGLJNN'.
           05 FILLER                  PIC X(19)
               VALUE '10TRANPURGTRANSARMN'.
           05 FILLER                  PIC X(19)
               VALUE '11TRANHEXPTRANPURGN'.
       01 STEP-TABLE REDEFINES STEP-TABLE-VALUES.
           05 STEP-ENTRY OCCURS 11 TIMES.
               10 STEP-SEQUENCE       PIC 9(02).
               10 STEP-NAME           PIC X(08).
               10 STEP-PREDECESSOR    PIC X(08).
               10 STEP-SCHEDULE       PIC X(01).
                   88 STEP-NIGHTLY        VALUE 'N'.
                   88 STEP-MONTH-END-ONLY VALUE 'M'.
       01 STEP-COUNT                  PIC 9(02) VALUE 11.
