       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANYEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "TRANAUD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "TRANGENC"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GEN-AUDIT-FILE
               ASSIGN USING WS-GEN-AUDIT-NAME
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "TRANPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO "TRANCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT OPTIONAL LINK-FILE ASSIGN TO "TRANCLNK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNK-KEY
               ALTERNATE RECORD KEY IS CLNK-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "TRANYESW".
           SELECT YEAR-WORK-FILE ASSIGN TO "TRANYEWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT SUMMARY-PRINT-FILE ASSIGN TO "TRANYESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT TAX-EXTRACT-FILE ASSIGN TO "TRANYETX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "TRANYERP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY TRANXAUD.
       FD  CATALOG-FILE
           RECORDING MODE IS F.
           COPY TRANXGEN.
       FD  GEN-AUDIT-FILE
           RECORDING MODE IS F.
           COPY TRANXAUD REPLACING LEADING ==AUDIT==
               BY ==GEN-AUDIT==.
       FD  PARM-FILE.
           COPY TRANXPRM.
       FD  CUSTOMER-FILE.
           COPY TRANXCUS.
       FD  LINK-FILE.
           COPY TRANXCLK.
       SD  SORT-FILE.
       01 SORT-YE-RECORD.
           05 SORT-YE-ACCOUNT         PIC X(10).
           05 SORT-YE-CATEGORY        PIC X(01).
           05 SORT-YE-EFF-DATE        PIC 9(08).
           05 SORT-YE-AMOUNT          PIC 9(09)V99.
           05 SORT-YE-KIND            PIC X(01).
       FD  YEAR-WORK-FILE
           RECORDING MODE IS F.
       01 YEW-RECORD                  PIC X(31).
       FD  SUMMARY-PRINT-FILE.
       01 PRINT-LINE                  PIC X(132).
       FD  TAX-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY TRANXTAX.
       FD  CONTROL-REPORT-FILE.
       01 REPORT-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
       01 FILLER REDEFINES WS-PROCESS-DATE.
           05 WS-PROCESS-YEAR         PIC 9(04).
           05 FILLER                  PIC 9(04).
       01 WS-TAX-YEAR-IN              PIC X(04) VALUE SPACES.
       01 WS-TAX-YEAR                 PIC 9(04) VALUE ZERO.
       01 WS-YEAR-START               PIC 9(08) VALUE ZERO.
       01 WS-YEAR-END                 PIC 9(08) VALUE ZERO.
       01 WS-MIN-INTEREST             PIC 9(09)V99 VALUE ZERO.
       01 WS-RUN-RETURN-CODE          PIC 9(02) VALUE ZERO.
       01 WS-CUSTOMER-FILE-STATUS     PIC X(02) VALUE '00'.
       01 WS-LINK-FILE-STATUS         PIC X(02) VALUE '00'.
       01 WS-WORK-STATUS              PIC X(02) VALUE '00'.
       01 WS-PRINT-STATUS             PIC X(02) VALUE '00'.
       01 WS-EXTRACT-STATUS           PIC X(02) VALUE '00'.
       01 WS-REPORT-STATUS            PIC X(02) VALUE '00'.
       01 WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-PARM-EOF             VALUE 'Y'.
       01 WS-AUD-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-AUD-EOF              VALUE 'Y'.
       01 WS-CAT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-CAT-EOF              VALUE 'Y'.
       01 WS-GEN-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-GEN-EOF              VALUE 'Y'.
       01 WS-ACT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88 WS-ACT-EOF              VALUE 'Y'.
       01 WS-LINK-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-LINK-EOF             VALUE 'Y'.
       01 WS-OWNER-FOUND-SWITCH       PIC X(01) VALUE 'N'.
           88 WS-OWNER-FOUND          VALUE 'Y'.
       01 WS-REPORTED-SWITCH          PIC X(01) VALUE 'N'.
           88 WS-REPORTED             VALUE 'Y'.
       01 WS-GEN-AUDIT-NAME           PIC X(30) VALUE SPACES.
       01 WS-AUD-WORK-ACCOUNT         PIC X(10) VALUE SPACES.
       01 WS-AUD-WORK-PROGRAM         PIC X(08) VALUE SPACES.
       01 WS-AUD-WORK-TYPE            PIC X(02) VALUE SPACES.
       01 WS-AUD-WORK-AMOUNT          PIC S9(9)V99 VALUE ZERO
           SIGN IS TRAILING SEPARATE.
       01 WS-AUD-WORK-EFF-DATE        PIC 9(08) VALUE ZERO.
       01 WS-AUD-WORK-STATUS          PIC 9(02) VALUE ZERO.
       01 WS-AUD-WORK-CATEGORY        PIC X(01) VALUE SPACE.
       01 WS-AUD-WORK-KIND            PIC X(01) VALUE SPACE.
      *    The current sorted entry, laid out as the sort record. The
      *    group key is everything but the kind: one account's
      *    interest or fee postings of one amount on one effective
      *    date, which is exactly what a reversal has to name.
       01 WS-ACT-ENTRY.
           05 WS-ACT-GROUP-KEY.
               10 WS-ACT-ACCOUNT      PIC X(10).
               10 WS-ACT-CATEGORY     PIC X(01).
                   88 WS-ACT-INTEREST VALUE 'I'.
                   88 WS-ACT-FEE      VALUE 'F'.
               10 WS-ACT-EFF-DATE     PIC 9(08).
               10 WS-ACT-AMOUNT       PIC 9(09)V99.
           05 WS-ACT-KIND             PIC X(01).
               88 WS-ACT-POSTING      VALUE 'P'.
               88 WS-ACT-REVERSAL     VALUE 'R'.
       01 WS-GROUP-KEY                PIC X(30) VALUE LOW-VALUES.
       01 WS-GROUP-POSTINGS           PIC 9(05) VALUE ZERO.
       01 WS-CURRENT-ACCOUNT          PIC X(10) VALUE SPACES.
       01 WS-OWNER-ID                 PIC X(10) VALUE SPACES.
       01 WS-OWNER-NAME               PIC X(40) VALUE SPACES.
       01 WS-OWNER-TAX-ID             PIC X(12) VALUE SPACES.
       01 WS-ACCT-INTEREST-GROSS      PIC 9(11)V99 VALUE ZERO.
       01 WS-ACCT-INTEREST-REVERSED   PIC 9(11)V99 VALUE ZERO.
       01 WS-ACCT-FEE-GROSS           PIC 9(11)V99 VALUE ZERO.
       01 WS-ACCT-FEE-REFUNDED        PIC 9(11)V99 VALUE ZERO.
       01 WS-ACCT-NET-INTEREST        PIC S9(11)V99 VALUE ZERO.
       01 WS-ACCT-NET-FEES            PIC S9(11)V99 VALUE ZERO.
       01 WS-ACCOUNT-COUNT            PIC 9(09) VALUE ZERO.
       01 WS-INTEREST-POST-COUNT      PIC 9(09) VALUE ZERO.
       01 WS-INTEREST-REV-COUNT       PIC 9(09) VALUE ZERO.
       01 WS-FEE-POST-COUNT           PIC 9(09) VALUE ZERO.
       01 WS-FEE-REV-COUNT            PIC 9(09) VALUE ZERO.
       01 WS-EXTRACT-COUNT            PIC 9(09) VALUE ZERO.
       01 WS-BELOW-MIN-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-NO-TAX-ID-COUNT          PIC 9(09) VALUE ZERO.
       01 WS-INTEREST-CREDITED        PIC S9(11)V99 VALUE ZERO.
       01 WS-INTEREST-REVERSED        PIC S9(11)V99 VALUE ZERO.
       01 WS-NET-INTEREST             PIC S9(11)V99 VALUE ZERO.
       01 WS-EXTRACT-INTEREST         PIC S9(11)V99 VALUE ZERO.
       01 WS-EXTRACT-FEES             PIC S9(11)V99 VALUE ZERO.
       01 WS-BELOW-MIN-INTEREST       PIC S9(11)V99 VALUE ZERO.
       01 WS-FEES-CHARGED             PIC S9(11)V99 VALUE ZERO.
       01 WS-FEES-REFUNDED            PIC S9(11)V99 VALUE ZERO.
       01 WS-NET-FEES                 PIC S9(11)V99 VALUE ZERO.
       01 WS-EXCEPTION-NOTE           PIC X(30) VALUE SPACES.
       01 WS-PRINT-LABEL              PIC X(24) VALUE SPACES.
       01 WS-PRINT-AMOUNT             PIC S9(11)V99 VALUE ZERO.
       01 WS-DETAIL-LABEL             PIC X(24) VALUE SPACES.
       01 WS-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
       01 WS-AMOUNT-DISP              PIC -9(11).9(02).
       PROCEDURE DIVISION.
      ******************************************************************
      * Year-end interest and fee summary. For a requested calendar    *
      * year it totals, per account, the interest TRANCYCL credited    *
      * (CR) and the service fees it charged (DB), net of any RC or RD *
      * reversal of those postings, from the year's TRANGENC audit     *
      * generations plus the live TRANAUD in one sorted pass, the way  *
      * TRANSTMT reads them. The year is taken on the effective date,  *
      * which a reversal shares with the posting it backs out. Three   *
      * outputs:                                                       *
      *   TRANYESP - printable annual summary per account, addressed   *
      *              to the primary owner, for mailing to customers    *
      *   TRANYETX - fixed-width tax-reporting extract (TRANXTAX) with *
      *              header and trailer control totals; accounts whose *
      *              net interest is under the TRANPARM                *
      *              TAX-MIN-INTEREST minimum are left off             *
      *   TRANYERP - control report listing every account left off the *
      *              extract or sent without a tax id, with totals:    *
      *              interest credited and fees charged equal the sum  *
      *              of the year's TRANCYRP reports, and the extract   *
      *              plus the below-minimum accounts equal the net.    *
      * Return code 4 when the year is not yet over (the figures are   *
      * to date) or an extracted account has no tax id on TRANCUST.    *
      ******************************************************************
       0000-MAIN-PROCESSING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           PERFORM 1000-ACCEPT-TAX-YEAR
           PERFORM 1100-LOAD-TAX-PARMS

           SORT SORT-FILE
               ON ASCENDING KEY SORT-YE-ACCOUNT
                                SORT-YE-CATEGORY
                                SORT-YE-EFF-DATE
                                SORT-YE-AMOUNT
                                SORT-YE-KIND
               INPUT PROCEDURE IS 1500-RELEASE-CYCLE-ACTIVITY
               GIVING YEAR-WORK-FILE

           OPEN OUTPUT SUMMARY-PRINT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'TRANYEND: CANNOT OPEN TRANYESP, STATUS '
                   WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TAX-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'TRANYEND: CANNOT OPEN TRANYETX, STATUS '
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONTROL-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANYEND: CANNOT OPEN TRANYERP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT YEAR-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'TRANYEND: CANNOT OPEN TRANYEWK, STATUS '
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT LINK-FILE

           MOVE SPACES TO TAX-HEADER-RECORD
           MOVE 'HDR' TO TAXH-RECORD-ID
           MOVE WS-TAX-YEAR TO TAXH-TAX-YEAR
           MOVE WS-PROCESS-DATE TO TAXH-CREATE-DATE
           WRITE TAX-HEADER-RECORD
           PERFORM 9300-CHECK-EXTRACT-WRITE

           PERFORM 1900-WRITE-REPORT-HEADINGS

           PERFORM 2900-READ-NEXT-ENTRY
           PERFORM 2000-SUMMARIZE-ONE-ACCOUNT UNTIL WS-ACT-EOF

           MOVE SPACES TO TAX-TRAILER-RECORD
           MOVE 'TRL' TO TAXT-RECORD-ID
           MOVE WS-TAX-YEAR TO TAXT-TAX-YEAR
           MOVE WS-EXTRACT-COUNT TO TAXT-DETAIL-COUNT
           MOVE WS-EXTRACT-INTEREST TO TAXT-INTEREST-TOTAL
           MOVE WS-EXTRACT-FEES TO TAXT-FEE-TOTAL
           WRITE TAX-TRAILER-RECORD
           PERFORM 9300-CHECK-EXTRACT-WRITE

           PERFORM 9000-WRITE-TOTALS

           CLOSE YEAR-WORK-FILE
           CLOSE CUSTOMER-FILE
           CLOSE LINK-FILE
           CLOSE SUMMARY-PRINT-FILE
           CLOSE TAX-EXTRACT-FILE
           CLOSE CONTROL-REPORT-FILE

           DISPLAY 'TRANYEND: TAX YEAR ' WS-TAX-YEAR ', '
               WS-ACCOUNT-COUNT ' ACCOUNTS SUMMARIZED, '
               WS-EXTRACT-COUNT ' ON THE EXTRACT'
           IF WS-NO-TAX-ID-COUNT > ZERO
               DISPLAY 'TRANYEND: ' WS-NO-TAX-ID-COUNT
                   ' EXTRACTED ACCOUNTS HAVE NO TAX ID, SEE TRANYERP'
           END-IF
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN
          .

      *    Left blank, the tax year is the calendar year before the
      *    run date - the normal January run. A year that has not yet
      *    ended is still summarized, to date, with a warning.
       1000-ACCEPT-TAX-YEAR.
           DISPLAY 'TAX YEAR (CCYY, BLANK FOR LAST YEAR): '
           MOVE SPACES TO WS-TAX-YEAR-IN
           ACCEPT WS-TAX-YEAR-IN
           IF WS-TAX-YEAR-IN NUMERIC AND WS-TAX-YEAR-IN NOT = '0000'
               MOVE WS-TAX-YEAR-IN TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-PROCESS-YEAR - 1
           END-IF
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231

           IF WS-PROCESS-DATE NOT > WS-YEAR-END
               DISPLAY 'TRANYEND: TAX YEAR ' WS-TAX-YEAR
                   ' IS NOT YET OVER, FIGURES ARE TO DATE'
               MOVE 4 TO WS-RUN-RETURN-CODE
           END-IF
          .

       1100-LOAD-TAX-PARMS.
           OPEN INPUT PARM-FILE
           PERFORM UNTIL WS-PARM-EOF
               READ PARM-FILE
                   AT END SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       IF PARM-KEYWORD = 'TAX-MIN-INTEREST'
                           MOVE PARM-VALUE-AMOUNT TO WS-MIN-INTEREST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
          .

      *    One pass over the audit history: archived generations
      *    first, then the live file. A generation cut on date D never
      *    holds activity after D, so cuts dated before the year
      *    began cannot contribute and are skipped; later cuts are
      *    read because a reversal of December interest may have
      *    posted in the new year.
       1500-RELEASE-CYCLE-ACTIVITY.
           MOVE 'N' TO WS-CAT-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           PERFORM UNTIL WS-CAT-EOF
               READ CATALOG-FILE
                   AT END SET WS-CAT-EOF TO TRUE
                   NOT AT END
                       IF GENC-BASE-NAME = 'TRANAUD' AND
                               GENC-STATUS-ACTIVE AND
                               GENC-CREATE-DATE NOT < WS-YEAR-START
                           PERFORM 1600-RELEASE-ONE-AUDIT-GEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE

           MOVE 'N' TO WS-AUD-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL WS-AUD-EOF
               READ AUDIT-FILE
                   AT END SET WS-AUD-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIT-ACCOUNT-NUMBER
                           TO WS-AUD-WORK-ACCOUNT
                       MOVE AUDIT-CALLING-PROGRAM
                           TO WS-AUD-WORK-PROGRAM
                       MOVE AUDIT-TYPE        TO WS-AUD-WORK-TYPE
                       MOVE AUDIT-AMOUNT      TO WS-AUD-WORK-AMOUNT
                       MOVE AUDIT-EFF-DATE    TO WS-AUD-WORK-EFF-DATE
                       MOVE AUDIT-STATUS-CODE TO WS-AUD-WORK-STATUS
                       PERFORM 1700-SELECT-AND-RELEASE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
          .

       1600-RELEASE-ONE-AUDIT-GEN.
           MOVE GENC-FILE-NAME TO WS-GEN-AUDIT-NAME
           MOVE 'N' TO WS-GEN-EOF-SWITCH
           OPEN INPUT GEN-AUDIT-FILE
           PERFORM UNTIL WS-GEN-EOF
               READ GEN-AUDIT-FILE
                   AT END SET WS-GEN-EOF TO TRUE
                   NOT AT END
                       MOVE GEN-AUDIT-ACCOUNT-NUMBER
                           TO WS-AUD-WORK-ACCOUNT
                       MOVE GEN-AUDIT-CALLING-PROGRAM
                           TO WS-AUD-WORK-PROGRAM
                       MOVE GEN-AUDIT-TYPE TO WS-AUD-WORK-TYPE
                       MOVE GEN-AUDIT-AMOUNT TO WS-AUD-WORK-AMOUNT
                       MOVE GEN-AUDIT-EFF-DATE
                           TO WS-AUD-WORK-EFF-DATE
                       MOVE GEN-AUDIT-STATUS-CODE
                           TO WS-AUD-WORK-STATUS
                       PERFORM 1700-SELECT-AND-RELEASE
               END-READ
           END-PERFORM
           CLOSE GEN-AUDIT-FILE
          .

      *    Released: TRANCYCL's posted interest credits and fee
      *    debits, and every posted reversal of the matching type
      *    (RC backs out a CR, RD a DB) whatever program posted it.
      *    Which reversals actually name a cycle posting is settled
      *    after the sort, in 2100.
       1700-SELECT-AND-RELEASE.
           MOVE SPACE TO WS-AUD-WORK-CATEGORY
           IF WS-AUD-WORK-EFF-DATE NOT < WS-YEAR-START AND
                   WS-AUD-WORK-EFF-DATE NOT > WS-YEAR-END
               EVALUATE TRUE
                   WHEN WS-AUD-WORK-PROGRAM = 'TRANCYCL' AND
                           WS-AUD-WORK-STATUS = ZERO AND
                           WS-AUD-WORK-TYPE = 'CR'
                       MOVE 'I' TO WS-AUD-WORK-CATEGORY
                       MOVE 'P' TO WS-AUD-WORK-KIND
                   WHEN WS-AUD-WORK-PROGRAM = 'TRANCYCL' AND
                           WS-AUD-WORK-STATUS = ZERO AND
                           WS-AUD-WORK-TYPE = 'DB'
                       MOVE 'F' TO WS-AUD-WORK-CATEGORY
                       MOVE 'P' TO WS-AUD-WORK-KIND
                   WHEN WS-AUD-WORK-STATUS = 05 AND
                           WS-AUD-WORK-TYPE = 'RC'
                       MOVE 'I' TO WS-AUD-WORK-CATEGORY
                       MOVE 'R' TO WS-AUD-WORK-KIND
                   WHEN WS-AUD-WORK-STATUS = 05 AND
                           WS-AUD-WORK-TYPE = 'RD'
                       MOVE 'F' TO WS-AUD-WORK-CATEGORY
                       MOVE 'R' TO WS-AUD-WORK-KIND
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-AUD-WORK-CATEGORY NOT = SPACE
               MOVE WS-AUD-WORK-ACCOUNT  TO SORT-YE-ACCOUNT
               MOVE WS-AUD-WORK-CATEGORY TO SORT-YE-CATEGORY
               MOVE WS-AUD-WORK-EFF-DATE TO SORT-YE-EFF-DATE
               MOVE WS-AUD-WORK-AMOUNT   TO SORT-YE-AMOUNT
               MOVE WS-AUD-WORK-KIND     TO SORT-YE-KIND
               RELEASE SORT-YE-RECORD
           END-IF
          .

       1900-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING 'TRANYEND YEAR-END INTEREST AND FEE CONTROL, TAX YEAR'
               DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               ' RUN ' DELIMITED BY SIZE
               WS-PROCESS-DATE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-MIN-INTEREST TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING 'MINIMUM REPORTABLE INTEREST ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           IF WS-PROCESS-DATE NOT > WS-YEAR-END
               MOVE 'THE TAX YEAR IS NOT YET OVER - FIGURES ARE TO DATE'
                   TO REPORT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'ACCOUNT    CUSTOMER      NET INTEREST NOTE'
               TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       2000-SUMMARIZE-ONE-ACCOUNT.
           MOVE WS-ACT-ACCOUNT TO WS-CURRENT-ACCOUNT
           MOVE ZERO TO WS-ACCT-INTEREST-GROSS
           MOVE ZERO TO WS-ACCT-INTEREST-REVERSED
           MOVE ZERO TO WS-ACCT-FEE-GROSS
           MOVE ZERO TO WS-ACCT-FEE-REFUNDED

           PERFORM UNTIL WS-ACT-EOF OR
                   WS-ACT-ACCOUNT NOT = WS-CURRENT-ACCOUNT
               PERFORM 2100-APPLY-ONE-ENTRY
               PERFORM 2900-READ-NEXT-ENTRY
           END-PERFORM

           IF WS-ACCT-INTEREST-GROSS > ZERO OR
                   WS-ACCT-FEE-GROSS > ZERO
               PERFORM 3000-REPORT-ONE-ACCOUNT
           END-IF
          .

      *    Within a group the postings sort ahead of the reversals,
      *    so each reversal is matched against a cycle posting still
      *    standing; once they are used up, any further reversal of
      *    that key backed out some other posting and is not ours.
      *    TRANSEEN holds one live key per account, type, amount and
      *    effective date, so a customer credit can never share a
      *    standing interest posting's key.
       2100-APPLY-ONE-ENTRY.
           IF WS-ACT-GROUP-KEY NOT = WS-GROUP-KEY
               MOVE WS-ACT-GROUP-KEY TO WS-GROUP-KEY
               MOVE ZERO TO WS-GROUP-POSTINGS
           END-IF

           IF WS-ACT-POSTING
               ADD 1 TO WS-GROUP-POSTINGS
               IF WS-ACT-INTEREST
                   ADD 1 TO WS-INTEREST-POST-COUNT
                   ADD WS-ACT-AMOUNT TO WS-ACCT-INTEREST-GROSS
               ELSE
                   ADD 1 TO WS-FEE-POST-COUNT
                   ADD WS-ACT-AMOUNT TO WS-ACCT-FEE-GROSS
               END-IF
           ELSE IF WS-GROUP-POSTINGS > ZERO
               SUBTRACT 1 FROM WS-GROUP-POSTINGS
               IF WS-ACT-INTEREST
                   ADD 1 TO WS-INTEREST-REV-COUNT
                   ADD WS-ACT-AMOUNT TO WS-ACCT-INTEREST-REVERSED
               ELSE
                   ADD 1 TO WS-FEE-REV-COUNT
                   ADD WS-ACT-AMOUNT TO WS-ACCT-FEE-REFUNDED
               END-IF
           END-IF
          .

      *    The current entry is held in working storage so the
      *    control breaks never touch the file record area at end of
      *    file.
       2900-READ-NEXT-ENTRY.
           READ YEAR-WORK-FILE
               AT END
                   SET WS-ACT-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-ACT-ACCOUNT
               NOT AT END
                   MOVE YEW-RECORD TO WS-ACT-ENTRY
           END-READ
           IF NOT WS-ACT-EOF AND
                   WS-WORK-STATUS NOT = '00'
               DISPLAY 'TRANYEND: READ ERROR ON TRANYEWK, STATUS '
                   WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
          .

      *    Net interest at or over the minimum goes on the extract.
      *    Anything less - including interest wholly reversed - is
      *    listed on the control report instead, so the extract plus
      *    the listing always adds back to the net interest paid.
       3000-REPORT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           COMPUTE WS-ACCT-NET-INTEREST =
               WS-ACCT-INTEREST-GROSS - WS-ACCT-INTEREST-REVERSED
           COMPUTE WS-ACCT-NET-FEES =
               WS-ACCT-FEE-GROSS - WS-ACCT-FEE-REFUNDED
           ADD WS-ACCT-INTEREST-GROSS TO WS-INTEREST-CREDITED
           ADD WS-ACCT-INTEREST-REVERSED TO WS-INTEREST-REVERSED
           ADD WS-ACCT-NET-INTEREST TO WS-NET-INTEREST
           ADD WS-ACCT-FEE-GROSS TO WS-FEES-CHARGED
           ADD WS-ACCT-FEE-REFUNDED TO WS-FEES-REFUNDED
           ADD WS-ACCT-NET-FEES TO WS-NET-FEES

           PERFORM 3100-FIND-PRIMARY-OWNER

           MOVE 'N' TO WS-REPORTED-SWITCH
           EVALUATE TRUE
               WHEN WS-ACCT-NET-INTEREST > ZERO AND
                       WS-ACCT-NET-INTEREST NOT < WS-MIN-INTEREST
                   PERFORM 3300-WRITE-EXTRACT-DETAIL
               WHEN WS-ACCT-INTEREST-GROSS > ZERO
                   ADD 1 TO WS-BELOW-MIN-COUNT
                   ADD WS-ACCT-NET-INTEREST TO WS-BELOW-MIN-INTEREST
                   MOVE 'BELOW MINIMUM, NOT EXTRACTED'
                       TO WS-EXCEPTION-NOTE
                   PERFORM 3400-LIST-EXCEPTION
           END-EVALUATE

           PERFORM 4000-PRINT-ANNUAL-SUMMARY
          .

      *    The account is reported under its primary owner; if no
      *    link is marked primary the first owner stands in, as on
      *    the statements.
       3100-FIND-PRIMARY-OWNER.
           MOVE SPACES TO WS-OWNER-ID
           MOVE SPACES TO WS-OWNER-NAME
           MOVE SPACES TO WS-OWNER-TAX-ID
           MOVE 'N' TO WS-OWNER-FOUND-SWITCH
           MOVE 'N' TO WS-LINK-EOF-SWITCH
           MOVE WS-CURRENT-ACCOUNT TO CLNK-ACCOUNT-NUMBER
           MOVE LOW-VALUES TO CLNK-CUSTOMER-ID
           START LINK-FILE KEY IS NOT < CLNK-KEY
               INVALID KEY SET WS-LINK-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LINK-EOF
               READ LINK-FILE NEXT RECORD
                   AT END SET WS-LINK-EOF TO TRUE
                   NOT AT END
                       IF CLNK-ACCOUNT-NUMBER NOT = WS-CURRENT-ACCOUNT
                           SET WS-LINK-EOF TO TRUE
                       ELSE IF CLNK-ROLE-PRIMARY
                           MOVE CLNK-CUSTOMER-ID TO WS-OWNER-ID
                           SET WS-LINK-EOF TO TRUE
                       ELSE IF WS-OWNER-ID = SPACES
                           MOVE CLNK-CUSTOMER-ID TO WS-OWNER-ID
                       END-IF
               END-READ
           END-PERFORM

           IF WS-OWNER-ID NOT = SPACES
               MOVE WS-OWNER-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE '(NOT ON CUSTOMER FILE)' TO WS-OWNER-NAME
                   NOT INVALID KEY
                       SET WS-OWNER-FOUND TO TRUE
                       MOVE CUST-NAME TO WS-OWNER-NAME
                       MOVE CUST-TAX-ID TO WS-OWNER-TAX-ID
               END-READ
           END-IF
          .

      *    An account with no tax id on file still goes on the
      *    extract - the interest was paid and must be declared - but
      *    is listed so the desk can chase the customer before the
      *    file is submitted.
       3300-WRITE-EXTRACT-DETAIL.
           SET WS-REPORTED TO TRUE
           MOVE SPACES TO TAX-DETAIL-RECORD
           MOVE 'DTL' TO TAXD-RECORD-ID
           MOVE WS-TAX-YEAR TO TAXD-TAX-YEAR
           MOVE WS-CURRENT-ACCOUNT TO TAXD-ACCOUNT-NUMBER
           MOVE WS-OWNER-TAX-ID TO TAXD-TAX-ID
           MOVE WS-OWNER-ID TO TAXD-CUSTOMER-ID
           MOVE WS-OWNER-NAME TO TAXD-CUSTOMER-NAME
           MOVE WS-ACCT-NET-INTEREST TO TAXD-INTEREST-PAID
           MOVE WS-ACCT-NET-FEES TO TAXD-FEES-CHARGED
           WRITE TAX-DETAIL-RECORD
           PERFORM 9300-CHECK-EXTRACT-WRITE
           ADD 1 TO WS-EXTRACT-COUNT
           ADD WS-ACCT-NET-INTEREST TO WS-EXTRACT-INTEREST
           ADD WS-ACCT-NET-FEES TO WS-EXTRACT-FEES

           IF WS-OWNER-TAX-ID = SPACES
               ADD 1 TO WS-NO-TAX-ID-COUNT
               MOVE 4 TO WS-RUN-RETURN-CODE
               MOVE 'EXTRACTED WITHOUT A TAX ID'
                   TO WS-EXCEPTION-NOTE
               PERFORM 3400-LIST-EXCEPTION
           END-IF
          .

       3400-LIST-EXCEPTION.
           MOVE WS-ACCT-NET-INTEREST TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING WS-CURRENT-ACCOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OWNER-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-EXCEPTION-NOTE DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       4000-PRINT-ANNUAL-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           STRING 'ANNUAL INTEREST AND FEE SUMMARY FOR ACCOUNT '
               DELIMITED BY SIZE
               WS-CURRENT-ACCOUNT DELIMITED BY SIZE
               ' TAX YEAR ' DELIMITED BY SIZE
               WS-TAX-YEAR DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           MOVE ALL '-' TO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE

           EVALUATE TRUE
               WHEN WS-OWNER-FOUND
                   PERFORM 4070-PRINT-ADDRESS
               WHEN WS-OWNER-ID = SPACES
                   MOVE 'NO OWNING CUSTOMER ON FILE' TO PRINT-LINE
                   PERFORM 4900-WRITE-PRINT-LINE
               WHEN OTHER
                   MOVE SPACES TO PRINT-LINE
                   STRING 'CUSTOMER ' DELIMITED BY SIZE
                       WS-OWNER-ID DELIMITED BY SIZE
                       ' NOT ON CUSTOMER FILE' DELIMITED BY SIZE
                       INTO PRINT-LINE
                   PERFORM 4900-WRITE-PRINT-LINE
           END-EVALUATE
           MOVE SPACES TO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE

           MOVE 'INTEREST CREDITED       ' TO WS-PRINT-LABEL
           MOVE WS-ACCT-INTEREST-GROSS TO WS-PRINT-AMOUNT
           PERFORM 4100-PRINT-AMOUNT-LINE
           IF WS-ACCT-INTEREST-REVERSED > ZERO
               MOVE 'LESS INTEREST REVERSED  ' TO WS-PRINT-LABEL
               MOVE WS-ACCT-INTEREST-REVERSED TO WS-PRINT-AMOUNT
               PERFORM 4100-PRINT-AMOUNT-LINE
           END-IF
           MOVE 'NET INTEREST PAID       ' TO WS-PRINT-LABEL
           MOVE WS-ACCT-NET-INTEREST TO WS-PRINT-AMOUNT
           PERFORM 4100-PRINT-AMOUNT-LINE

           MOVE 'SERVICE FEES CHARGED    ' TO WS-PRINT-LABEL
           MOVE WS-ACCT-FEE-GROSS TO WS-PRINT-AMOUNT
           PERFORM 4100-PRINT-AMOUNT-LINE
           IF WS-ACCT-FEE-REFUNDED > ZERO
               MOVE 'LESS FEES REFUNDED      ' TO WS-PRINT-LABEL
               MOVE WS-ACCT-FEE-REFUNDED TO WS-PRINT-AMOUNT
               PERFORM 4100-PRINT-AMOUNT-LINE
           END-IF
           MOVE 'NET FEES CHARGED        ' TO WS-PRINT-LABEL
           MOVE WS-ACCT-NET-FEES TO WS-PRINT-AMOUNT
           PERFORM 4100-PRINT-AMOUNT-LINE

           EVALUATE TRUE
               WHEN WS-REPORTED
                   MOVE SPACES TO PRINT-LINE
                   STRING 'NET INTEREST PAID IS REPORTED TO THE TAX'
                       DELIMITED BY SIZE
                       ' AUTHORITY FOR ' DELIMITED BY SIZE
                       WS-TAX-YEAR DELIMITED BY SIZE
                       INTO PRINT-LINE
                   PERFORM 4900-WRITE-PRINT-LINE
               WHEN WS-ACCT-INTEREST-GROSS > ZERO
                   MOVE SPACES TO PRINT-LINE
                   STRING 'NET INTEREST PAID IS BELOW THE REPORTING'
                       DELIMITED BY SIZE
                       ' MINIMUM AND IS NOT REPORTED' DELIMITED BY SIZE
                       INTO PRINT-LINE
                   PERFORM 4900-WRITE-PRINT-LINE
           END-EVALUATE

           MOVE SPACES TO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
          .

       4070-PRINT-ADDRESS.
           MOVE SPACES TO PRINT-LINE
           STRING '      ' DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING '      ' DELIMITED BY SIZE
               CUST-ADDR-LINE-1 DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING '      ' DELIMITED BY SIZE
                   CUST-ADDR-LINE-2 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 4900-WRITE-PRINT-LINE
           END-IF
           IF CUST-ADDR-LINE-3 NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING '      ' DELIMITED BY SIZE
                   CUST-ADDR-LINE-3 DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 4900-WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING '      ' DELIMITED BY SIZE
               CUST-POSTAL-CODE DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
          .

       4100-PRINT-AMOUNT-LINE.
           MOVE WS-PRINT-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO PRINT-LINE
           STRING WS-PRINT-LABEL DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO PRINT-LINE
           PERFORM 4900-WRITE-PRINT-LINE
          .

       4900-WRITE-PRINT-LINE.
           WRITE PRINT-LINE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'TRANYEND: WRITE ERROR ON TRANYESP, STATUS '
                   WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
          .

      *    Interest credited and fees charged are the year's
      *    TRANCYCL postings as they stood, so they prove to the sum
      *    of the INTEREST PAID and FEES CHARGED lines on the year's
      *    TRANCYRP reports; the reversals take them to the net.
       9000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE 'ACCOUNTS SUMMARIZED   : ' TO WS-DETAIL-LABEL
           MOVE WS-ACCOUNT-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE

           MOVE 'INTEREST POSTINGS     : ' TO WS-DETAIL-LABEL
           MOVE WS-INTEREST-POST-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE '  INTEREST CREDITED   : ' TO WS-PRINT-LABEL
           MOVE WS-INTEREST-CREDITED TO WS-PRINT-AMOUNT
           PERFORM 9400-WRITE-AMOUNT-LINE
           MOVE 'INTEREST REVERSALS    : ' TO WS-DETAIL-LABEL
           MOVE WS-INTEREST-REV-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE '  INTEREST REVERSED   : ' TO WS-PRINT-LABEL
           MOVE WS-INTEREST-REVERSED TO WS-PRINT-AMOUNT
           PERFORM 9400-WRITE-AMOUNT-LINE
           MOVE '  NET INTEREST PAID   : ' TO WS-PRINT-LABEL
           MOVE WS-NET-INTEREST TO WS-PRINT-AMOUNT
           PERFORM 9400-WRITE-AMOUNT-LINE

           MOVE 'ACCOUNTS ON EXTRACT   : ' TO WS-DETAIL-LABEL
           MOVE WS-EXTRACT-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE '  INTEREST EXTRACTED  : ' TO WS-PRINT-LABEL
           MOVE WS-EXTRACT-INTEREST TO WS-PRINT-AMOUNT
           PERFORM 9400-WRITE-AMOUNT-LINE
           MOVE 'BELOW THE MINIMUM     : ' TO WS-DETAIL-LABEL
           MOVE WS-BELOW-MIN-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE '  INTEREST LEFT OFF   : ' TO WS-PRINT-LABEL
           MOVE WS-BELOW-MIN-INTEREST TO WS-PRINT-AMOUNT
           PERFORM 9400-WRITE-AMOUNT-LINE
           MOVE 'EXTRACTED, NO TAX ID  : ' TO WS-DETAIL-LABEL
           MOVE WS-NO-TAX-ID-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE

           MOVE 'FEE POSTINGS          : ' TO WS-DETAIL-LABEL
           MOVE WS-FEE-POST-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE '  FEES CHARGED        : ' TO WS-PRINT-LABEL
           MOVE WS-FEES-CHARGED TO WS-PRINT-AMOUNT
           PERFORM 9400-WRITE-AMOUNT-LINE
           MOVE 'FEE REVERSALS         : ' TO WS-DETAIL-LABEL
           MOVE WS-FEE-REV-COUNT TO WS-DETAIL-COUNT
           PERFORM 9200-WRITE-COUNT-LINE
           MOVE '  FEES REFUNDED       : ' TO WS-PRINT-LABEL
           MOVE WS-FEES-REFUNDED TO WS-PRINT-AMOUNT
           PERFORM 9400-WRITE-AMOUNT-LINE
           MOVE '  NET FEES CHARGED    : ' TO WS-PRINT-LABEL
           MOVE WS-NET-FEES TO WS-PRINT-AMOUNT
           PERFORM 9400-WRITE-AMOUNT-LINE
          .

       9100-WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'TRANYEND: WRITE ERROR ON TRANYERP, STATUS '
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
          .

       9200-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-DETAIL-LABEL DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       9300-CHECK-EXTRACT-WRITE.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'TRANYEND: WRITE ERROR ON TRANYETX, STATUS '
                   WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
          .

       9400-WRITE-AMOUNT-LINE.
           MOVE WS-PRINT-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-PRINT-LABEL DELIMITED BY SIZE
               WS-AMOUNT-DISP DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
          .

       END PROGRAM TRANYEND.
