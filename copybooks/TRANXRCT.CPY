      ******************************************************************
      * TRANXRCT - TRANRCTL run-control request                        *
      * Passed by every step of the nightly stream to TRANRCTL, once   *
      * on entry (function S) and once on the way out (function E).    *
      * On S, TRANRCTL answers result 00 when the step may run, 08     *
      * when it is refused (its predecessor has not completed cleanly  *
      * for the business date, or the step itself already ran and is  *
      * not released for rerun) and 16 when TRANRUN cannot be used;    *
      * the message says why. On E the caller passes its return code   *
      * and record counts to be recorded against the step.             *
      ******************************************************************
       01 RCTL-REQUEST.
           05 RCTL-FUNCTION           PIC X(01).
               88 RCTL-FUNCTION-START     VALUE 'S'.
               88 RCTL-FUNCTION-END       VALUE 'E'.
           05 RCTL-STEP               PIC X(08).
           05 RCTL-BUSINESS-DATE      PIC 9(08).
           05 RCTL-STEP-RETURN-CODE   PIC 9(04).
           05 RCTL-RECORDS-IN         PIC 9(09).
           05 RCTL-RECORDS-OUT        PIC 9(09).
           05 RCTL-RESULT-CODE        PIC 9(02).
               88 RCTL-RESULT-OK          VALUE 00.
               88 RCTL-RESULT-REFUSED     VALUE 08.
               88 RCTL-RESULT-ERROR       VALUE 16.
           05 RCTL-MESSAGE            PIC X(60).
