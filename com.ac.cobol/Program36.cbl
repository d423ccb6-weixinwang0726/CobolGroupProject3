      *(STUJRNL.TXT, WHICH EVERY MONEY DOOR WRITES) INTO BALANCED
      *DEBIT/CREDIT PAIRS BY TYPE - NEW ASSESSMENTS, PAYMENTS
      *(PAYMENT-POSTING REDUCTIONS), ADJUSTMENTS (OTHER REDUCTIONS),
      *AND WRITE-OFFS FROM DELETES, PLUS RETURNED (NSF) PAYMENTS
      *AND THE FEES CHARGED ON THEM, AND MONTH-END LATE-PAYMENT
      *CHARGES, AND APPROVED BAD-DEBT WRITE-OFFS (WRITEOFF-APPLY)
      *AND THE LATER PAYMENTS THAT RECOVER THEM - AND WRITES A
      *POSTING FILE (GLPOST.TXT) IN THE ACCOUNT-CODE FORMAT THE
      *LEDGER IMPORTS. THE SPONSOR'S SHARE OF TUITION NEVER TOUCHES
      *A STUDENT BALANCE, SO THE DATE'S SPONSOR ACCOUNT MOVEMENTS ARE
      *TAKEN FROM THE SPONSOR TRANSACTION FILE (SPONTRAN.TXT) - A
      *"CHG" SHARE OF AN ASSESSMENT DEBITS THE SPONSOR RECEIVABLE
      *AND CREDITS TUITION REVENUE, A "PAY" SPONSOR CHEQUE DEBITS
      *CASH AND CREDITS THE SPONSOR RECEIVABLE, AND A "CRD" SHARE OF
      *A DROPPED-COURSE CREDIT REVERSES THE CHARGE.
      *ACCOUNT CODES COME FROM GLACCT.TXT (KEYWORD/VALUE LIKE
      *RUNPARM.TXT) WITH SHOP DEFAULTS. THE EXTRACT'S NET MOVEMENT
      *IS TIED BACK TO THE SAME JOURNAL ARITHMETIC EOD-BALANCING
      *PROVES - A MISMATCH ENDS RC=8 AND STAMPS THE EXTRACT TRAILER
      *OUT OF PROOF, SO THE INTERFACE CAN NEVER PASS AN AMOUNT THE
      *BALANCING RUN DID NOT PROVE. THE SPONSOR POSTINGS ARE
      *BALANCED PAIRS OFF THE STUDENT RECEIVABLE AND STAY OUT OF
      *THAT PROOF.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS GLACCT-STATUS-WS.

      *Sponsor account movements written by TERM-ASSESSMENT,
      *PAYMENT-POSTING and DROP-REASSESSMENT
           SELECT SPONSOR-TRANS-FILE
               ASSIGN TO "D:\Cobol\SPONTRAN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SPT-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE-IN.
           05  ACCT-KEYWORD-IN         PIC X(20).
           05  ACCT-VALUE-IN           PIC X(40).

      *One line per movement on a sponsor's account: "CHG" the
      *sponsor share of an assessment, "PAY" a sponsor cheque,
      *"CRD" the sponsor share of a dropped-course credit
       FD  SPONSOR-TRANS-FILE.
       01  SPONSOR-TRANS-RECORD.
           05  SPT-SPONSOR-CODE        PIC X(6).
           05  FILLER                  PIC X(2).
           05  SPT-TYPE                PIC X(3).
           05  FILLER                  PIC X(2).
           05  SPT-TERM                PIC X(5).
           05  FILLER                  PIC X(2).
           05  SPT-STUD-NUM            PIC 9(6).
           05  FILLER                  PIC X(2).
           05  SPT-AMOUNT              PIC 9(7)V99.
           05  FILLER                  PIC X(2).
           05  SPT-DATE                PIC X(8).
           05  FILLER                  PIC X(2).
           05  SPT-REFERENCE           PIC X(8).

       WORKING-STORAGE SECTION.
      *The ledger accounts each movement type posts to, with the
      *shop defaults when GLACCT.TXT is absent
           05  CASH-ACCOUNT-WS         PIC X(8)  VALUE "10100000".
           05  ADJUST-ACCOUNT-WS       PIC X(8)  VALUE "40190000".
           05  WRITEOFF-ACCOUNT-WS     PIC X(8)  VALUE "61500000".
           05  FEE-REVENUE-ACCOUNT-WS  PIC X(8)  VALUE "40300000".
           05  BAD-DEBT-ACCOUNT-WS     PIC X(8)  VALUE "61600000".
           05  SPONSOR-AR-ACCOUNT-WS   PIC X(8)  VALUE "11300000".

      *Alphanumeric-to-numeric bridge for the journal tuition bytes,
      *the same test EOD-BALANCING applies
           05  PAYMENT-TOTAL-WS        PIC 9(7)V99  VALUE ZERO.
           05  ADJUST-TOTAL-WS         PIC 9(7)V99  VALUE ZERO.
           05  WRITEOFF-TOTAL-WS       PIC 9(7)V99  VALUE ZERO.
           05  RETURNED-TOTAL-WS       PIC 9(7)V99  VALUE ZERO.
           05  FEE-TOTAL-WS            PIC 9(7)V99  VALUE ZERO.
           05  BAD-DEBT-TOTAL-WS       PIC 9(7)V99  VALUE ZERO.
           05  RECOVERY-TOTAL-WS       PIC 9(7)V99  VALUE ZERO.
           05  SPONSOR-CHARGE-TOTAL-WS PIC 9(7)V99  VALUE ZERO.
           05  SPONSOR-PAY-TOTAL-WS    PIC 9(7)V99  VALUE ZERO.
           05  SPONSOR-CREDIT-TOTAL-WS PIC 9(7)V99  VALUE ZERO.
           05  JOURNAL-MOVEMENT-WS     PIC S9(9)V99 VALUE ZERO.
           05  EXTRACT-MOVEMENT-WS     PIC S9(9)V99 VALUE ZERO.
           05  POSTING-COUNTER-WS      PIC 9(6)     VALUE ZERO.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  JOURNAL-STATUS-WS       PIC X(2).
           05  BUSINESS-DATE-WS        PIC X(8)  VALUE SPACES.
           05  SPT-STATUS-WS           PIC X(2).
           05  SPT-EOF-FLAG            PIC X(1)  VALUE "N".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *EXTRACT THE DAY'S MOVEMENT AS BALANCED LEDGER POSTINGS
       100-EXTRACT-GL-POSTINGS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 201-INITIATE-EXTRACT.
           PERFORM 202-EXTRACT-ONE-RECORD UNTIL EOF-FLAG = "YES".
           PERFORM 204-EXTRACT-SPONSOR-ACTIVITY.
           PERFORM 203-TERMINATE-EXTRACT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-EXTRACT.
       301-READ-JOURNAL-RECORD.
           READ JOURNAL-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

      *Classify one journal record for the business date. Credit-
      *The movement type falls out of the action and the direction:
      *an add assesses, a PAYMENT-POSTING reduction is a payment,
      *any other reduction is an adjustment, an increase is an
      *assessment - unless NSF-REVERSAL put a bounced payment back
      *(a returned payment) or charged its fee, or LATE-CHARGE-RUN
      *charged a late fee (fee revenue), or PAYMENT-POSTING put a
      *written-off balance back to take a payment against it (a
      *bad-debt recovery) - a WRITEOFF-APPLY reduction is bad-debt
      *expense, and a delete writes the balance off
       303-CLASSIFY-AND-POST.
           COMPUTE DELTA-WS = AFTER-AMOUNT-WS - BEFORE-AMOUNT-WS.
           EVALUATE TRUE
                   PERFORM 307-POST-WRITEOFF
               WHEN JRN-ACTION-IN = "R" AND DELTA-WS > ZERO
                   MOVE DELTA-WS TO POSTING-AMOUNT-WS
                   EVALUATE JRN-PROGRAM-IN
                       WHEN "NSFREV  "
                           ADD POSTING-AMOUNT-WS TO RETURNED-TOTAL-WS
                           PERFORM 312-POST-RETURNED-PAYMENT
                       WHEN "NSFFEE  "
                           ADD POSTING-AMOUNT-WS TO FEE-TOTAL-WS
                           MOVE "NSF FEE     " TO GL-TYPE-OUT
                           PERFORM 313-POST-FEE-REVENUE
                       WHEN "LATEFEE "
                           ADD POSTING-AMOUNT-WS TO FEE-TOTAL-WS
                           MOVE "LATE FEE    " TO GL-TYPE-OUT
                           PERFORM 313-POST-FEE-REVENUE
                       WHEN "WOFRECOV"
                           ADD POSTING-AMOUNT-WS TO RECOVERY-TOTAL-WS
                           PERFORM 315-POST-RECOVERY
                       WHEN OTHER
                           ADD POSTING-AMOUNT-WS TO ASSESSED-TOTAL-WS
                           PERFORM 304-POST-ASSESSMENT
                   END-EVALUATE
               WHEN JRN-ACTION-IN = "R" AND DELTA-WS < ZERO
                   COMPUTE POSTING-AMOUNT-WS = ZERO - DELTA-WS
                   EVALUATE JRN-PROGRAM-IN
                       WHEN "PAYPOST "
                           ADD POSTING-AMOUNT-WS TO PAYMENT-TOTAL-WS
                           PERFORM 305-POST-PAYMENT
                       WHEN "WRTOFF  "
                           ADD POSTING-AMOUNT-WS TO BAD-DEBT-TOTAL-WS
                           PERFORM 314-POST-BAD-DEBT
                       WHEN OTHER
                           ADD POSTING-AMOUNT-WS TO ADJUST-TOTAL-WS
                           PERFORM 306-POST-ADJUSTMENT
                   END-EVALUATE
           END-EVALUATE.

       304-POST-ASSESSMENT.
           MOVE "CR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.

      *A bounced payment undoes the cash side of the original
      *payment posting
       312-POST-RETURNED-PAYMENT.
           MOVE "RETURNED PMT" TO GL-TYPE-OUT.
           MOVE AR-ACCOUNT-WS   TO GL-ACCOUNT-OUT.
           MOVE "DR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.
           MOVE CASH-ACCOUNT-WS TO GL-ACCOUNT-OUT.
           MOVE "CR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.

      *A fee charged to the student's balance; GL-TYPE-OUT is set
      *by the caller to say which fee
       313-POST-FEE-REVENUE.
           MOVE AR-ACCOUNT-WS          TO GL-ACCOUNT-OUT.
           MOVE "DR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.
           MOVE FEE-REVENUE-ACCOUNT-WS TO GL-ACCOUNT-OUT.
           MOVE "CR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.

      *An approved write-off moves the balance to bad-debt expense
       314-POST-BAD-DEBT.
           MOVE "BAD DEBT    " TO GL-TYPE-OUT.
           MOVE BAD-DEBT-ACCOUNT-WS TO GL-ACCOUNT-OUT.
           MOVE "DR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.
           MOVE AR-ACCOUNT-WS       TO GL-ACCOUNT-OUT.
           MOVE "CR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.

      *A written-off balance put back for a payment reverses the
      *bad-debt expense; the payment itself posts to cash as usual
       315-POST-RECOVERY.
           MOVE "RECOVERY    " TO GL-TYPE-OUT.
           MOVE AR-ACCOUNT-WS       TO GL-ACCOUNT-OUT.
           MOVE "DR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.
           MOVE BAD-DEBT-ACCOUNT-WS TO GL-ACCOUNT-OUT.
           MOVE "CR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.

       308-WRITE-POSTING-RECORD.
           MOVE BUSINESS-DATE-WS  TO GL-DATE-OUT.
           MOVE POSTING-AMOUNT-WS TO GL-AMOUNT-OUT.
      *trailer so the ledger import refuses the file.
       203-TERMINATE-EXTRACT.
           COMPUTE EXTRACT-MOVEMENT-WS =
               ASSESSED-TOTAL-WS + RETURNED-TOTAL-WS + FEE-TOTAL-WS
               + RECOVERY-TOTAL-WS
               - PAYMENT-TOTAL-WS
               - ADJUST-TOTAL-WS - WRITEOFF-TOTAL-WS
               - BAD-DEBT-TOTAL-WS.
           MOVE POSTING-COUNTER-WS TO TRL-COUNT-OUT-WS.
           MOVE EXTRACT-MOVEMENT-WS TO TRL-MOVEMENT-OUT-WS.
           IF EXTRACT-MOVEMENT-WS = JOURNAL-MOVEMENT-WS
           END-IF.
           WRITE GL-POSTING-RECORD FROM TRAILER-LINE-WS.
           DISPLAY "POSTING RECORDS WRITTEN: " POSTING-COUNTER-WS.
           DISPLAY "SPONSOR CHARGES: " SPONSOR-CHARGE-TOTAL-WS
               " PAYMENTS: " SPONSOR-PAY-TOTAL-WS
               " CREDITS: " SPONSOR-CREDIT-TOTAL-WS.
           IF EOF-FLAG = "YES" AND JOURNAL-STATUS-WS = "00"
               CLOSE JOURNAL-FILE-IN
           END-IF.
           CLOSE GL-POSTING-FILE.

      *Post the business date's sponsor account movements; no
      *SPONTRAN.TXT means no sponsor has ever been charged
       204-EXTRACT-SPONSOR-ACTIVITY.
           OPEN INPUT SPONSOR-TRANS-FILE.
           IF SPT-STATUS-WS = "00"
               PERFORM 316-READ-SPONSOR-TRANS
                   UNTIL SPT-EOF-FLAG = "Y"
               CLOSE SPONSOR-TRANS-FILE
           END-IF.

       316-READ-SPONSOR-TRANS.
           READ SPONSOR-TRANS-FILE
               AT END MOVE "Y" TO SPT-EOF-FLAG
               NOT AT END
                   ADD 1 TO JLG-REQ-READ-WS
                   IF SPT-DATE = BUSINESS-DATE-WS
                       AND SPT-AMOUNT IS NUMERIC
                       AND SPT-AMOUNT > ZERO
                       PERFORM 317-CLASSIFY-SPONSOR-TRANS
                   END-IF
           END-READ.

       317-CLASSIFY-SPONSOR-TRANS.
           MOVE SPT-AMOUNT TO POSTING-AMOUNT-WS.
           EVALUATE SPT-TYPE
               WHEN "CHG"
                   ADD POSTING-AMOUNT-WS TO SPONSOR-CHARGE-TOTAL-WS
                   PERFORM 318-POST-SPONSOR-CHARGE
               WHEN "PAY"
                   ADD POSTING-AMOUNT-WS TO SPONSOR-PAY-TOTAL-WS
                   PERFORM 319-POST-SPONSOR-PAYMENT
               WHEN "CRD"
                   ADD POSTING-AMOUNT-WS TO SPONSOR-CREDIT-TOTAL-WS
                   PERFORM 320-POST-SPONSOR-CREDIT
           END-EVALUATE.

      *The sponsor's share of an assessment is tuition revenue owed
      *by the sponsor
       318-POST-SPONSOR-CHARGE.
           MOVE "SPONSOR CHG " TO GL-TYPE-OUT.
           MOVE SPONSOR-AR-ACCOUNT-WS TO GL-ACCOUNT-OUT.
           MOVE "DR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.
           MOVE REVENUE-ACCOUNT-WS    TO GL-ACCOUNT-OUT.
           MOVE "CR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.

       319-POST-SPONSOR-PAYMENT.
           MOVE "SPONSOR PMT " TO GL-TYPE-OUT.
           MOVE CASH-ACCOUNT-WS       TO GL-ACCOUNT-OUT.
           MOVE "DR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.
           MOVE SPONSOR-AR-ACCOUNT-WS TO GL-ACCOUNT-OUT.
           MOVE "CR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.

      *The sponsor's share of a dropped-course credit takes back the
      *revenue the charge booked
       320-POST-SPONSOR-CREDIT.
           MOVE "SPONSOR CRD " TO GL-TYPE-OUT.
           MOVE REVENUE-ACCOUNT-WS    TO GL-ACCOUNT-OUT.
           MOVE "DR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.
           MOVE SPONSOR-AR-ACCOUNT-WS TO GL-ACCOUNT-OUT.
           MOVE "CR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.


      *Pick up the ledger account codes; a missing GLACCT.TXT or an
      *unknown keyword just leaves the shop defaults
                   MOVE ACCT-VALUE-IN TO ADJUST-ACCOUNT-WS
               WHEN "WRITEOFF-ACCOUNT    "
                   MOVE ACCT-VALUE-IN TO WRITEOFF-ACCOUNT-WS
               WHEN "FEE-REVENUE-ACCOUNT "
                   MOVE ACCT-VALUE-IN TO FEE-REVENUE-ACCOUNT-WS
               WHEN "BAD-DEBT-ACCOUNT    "
                   MOVE ACCT-VALUE-IN TO BAD-DEBT-ACCOUNT-WS
               WHEN "SPONSOR-AR-ACCOUNT  "
                   MOVE ACCT-VALUE-IN TO SPONSOR-AR-ACCOUNT-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "GL-EXTRACT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE POSTING-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM GL-EXTRACT.
