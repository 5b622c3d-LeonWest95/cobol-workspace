      ******************************************************************
      * TRANXRUN - nightly job-stream run-control record               *
      * One record per business date and job step on the TRANRUN      *
      * indexed file, keyed on the date plus the step's program name.  *
      * TRANRCTL writes it when the step starts and rewrites it when   *
      * the step ends; nothing else changes it except TRANRUNS, where  *
      * a signed-on operator marks a failed step for rerun. A step     *
      * whose end was never recorded (the job abended) stays 'S'.      *
      * Records are never deleted - the file is the night-by-night     *
      * history of the stream.                                         *
      *   Status:                                                      *
      *     S = started, no end recorded yet                           *
      *     C = completed cleanly (return code 4 or less)              *
      *     F = failed (return code 8 or more)                         *
      *     R = released for rerun by an operator override             *
      ******************************************************************
       01 RUN-RECORD.
           05 RUN-KEY.
               10 RUN-BUSINESS-DATE   PIC 9(08).
               10 RUN-STEP            PIC X(08).
           05 RUN-STEP-SEQUENCE       PIC 9(02).
           05 RUN-STATUS-FLAG         PIC X(01).
               88 RUN-STATUS-STARTED      VALUE 'S'.
               88 RUN-STATUS-COMPLETED    VALUE 'C'.
               88 RUN-STATUS-FAILED       VALUE 'F'.
               88 RUN-STATUS-RERUN        VALUE 'R'.
           05 RUN-START-DATE          PIC 9(08).
           05 RUN-START-TIME          PIC 9(06).
           05 RUN-END-DATE            PIC 9(08).
           05 RUN-END-TIME            PIC 9(06).
           05 RUN-RETURN-CODE         PIC 9(04).
           05 RUN-RECORDS-IN          PIC 9(09).
           05 RUN-RECORDS-OUT         PIC 9(09).
           05 RUN-ATTEMPTS            PIC 9(03).
           05 RUN-OVERRIDE-OPERATOR   PIC X(08).
           05 RUN-OVERRIDE-DATE       PIC 9(08).
           05 RUN-OVERRIDE-TIME       PIC 9(06).
           05 RUN-OVERRIDE-NOTE       PIC X(40).
