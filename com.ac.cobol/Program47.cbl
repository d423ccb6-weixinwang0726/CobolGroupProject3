      *STUDENTS MATCHES WHAT THE DEPOSITS SAY CAME IN. RECEIPT
      *NUMBERS COME FROM THE TAXNUMCTL.TXT CONTROL FILE THE WAY
      *STUDENT NUMBERS COME FROM STUNUMCTL.TXT, SO TWO YEARS' RUNS
      *CAN NEVER ISSUE THE SAME NUMBER. A RECEIPT NSF-REVERSAL HAS
      *REVERSED (RCPTREV.TXT) WAS NEVER REALLY PAID AND IS LEFT OUT.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-RECEIPT-RUN.
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RCPT-STATUS-WS.

      *Receipts the bank returned unpaid, reversed by NSF-REVERSAL
           SELECT REVERSAL-HISTORY-FILE
               ASSIGN TO "D:\Cobol\RCPTREV.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS REV-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
           05  FILLER                  PIC X(2).
           05  RCP-DATE-IN             PIC X(8).

       FD  REVERSAL-HISTORY-FILE.
       01  REVERSAL-HISTORY-RECORD.
           05  REV-RECEIPT-IN          PIC X(8).
           05  FILLER                  PIC X(48).

       FD  INDEXED-STUDENT-FILE.
       01  STUDENT-RECORD-OUT.
           05  STUD-NUM-OUT             PIC 9(6).
           05  FOUND-FLAG              PIC X(1)  VALUE "N".
           05  ADDR-FOUND-FLAG         PIC X(1)  VALUE "N".

      *Reversed receipt numbers, held in storage so a bounced
      *payment is never certified
       01  REVERSED-TABLE-WS.
           05  REV-TBL-WS OCCURS 5000 TIMES
                                       PIC X(8).

       01  REVERSED-WORK-FIELDS.
           05  REV-STATUS-WS           PIC X(2).
           05  REV-EOF-FLAG            PIC X(1)  VALUE "N".
           05  REV-COUNT-WS            PIC 9(4)  VALUE ZERO.
           05  REV-SUB-WS              PIC 9(4)  VALUE ZERO.
           05  REV-FOUND-FLAG          PIC X(1)  VALUE "N".

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  EOF-SORT-FLAG           PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD            PIC X(2).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *ISSUE THE YEAR'S NUMBERED TAX RECEIPTS FROM POSTED PAYMENTS
       100-RUN-TAX-RECEIPTS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 310-READ-RUN-PARAMETERS.
           PERFORM 315-LOAD-REVERSED-RECEIPTS.
           PERFORM 201-INITIATE-RECEIPT-RUN.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUD-NUM-WS
               INPUT PROCEDURE IS 301-LOAD-YEAR-PAYMENTS
               OUTPUT PROCEDURE IS 302-ISSUE-RECEIPTS.
           PERFORM 203-TERMINATE-RECEIPT-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-RECEIPT-RUN.
       304-READ-REGISTER-RECORD.
           READ RECEIPT-REGISTER-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

       305-RELEASE-ONE-PAYMENT.
           PERFORM 317-CHECK-RECEIPT-REVERSED.
           IF RCP-DATE-IN(1:4) = RECEIPT-YEAR-WS
               AND REV-FOUND-FLAG = "N"
               MOVE RCP-STUD-NUM-IN TO SORT-STUD-NUM-WS
               MOVE RCP-AMOUNT-IN   TO SORT-AMOUNT-WS
               RELEASE SORT-RECORD-WS
           CLOSE NUMBER-CONTROL-FILE.


      *Load the reversed receipt numbers; a missing reversal
      *register just means no payment has ever been returned
       315-LOAD-REVERSED-RECEIPTS.
           OPEN INPUT REVERSAL-HISTORY-FILE.
           IF REV-STATUS-WS = "00"
               PERFORM 316-LOAD-ONE-REVERSAL
                   UNTIL REV-EOF-FLAG = "Y"
                       OR REV-COUNT-WS >= 5000
               IF REV-EOF-FLAG NOT = "Y"
                   READ REVERSAL-HISTORY-FILE
                       AT END MOVE "Y" TO REV-EOF-FLAG
                   END-READ
               END-IF
               IF REV-EOF-FLAG NOT = "Y"
                   DISPLAY "TAX RECEIPT RUN REFUSED - RCPTREV.TXT "
                       "HOLDS MORE THAN 5000 REVERSALS; ENLARGE THE "
                       "TABLE OR ARCHIVE THE REGISTER"
                   CLOSE REVERSAL-HISTORY-FILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 391-LOG-JOB-END
                   STOP RUN
               END-IF
               CLOSE REVERSAL-HISTORY-FILE
           END-IF.

       316-LOAD-ONE-REVERSAL.
           READ REVERSAL-HISTORY-FILE
               AT END MOVE "Y" TO REV-EOF-FLAG
               NOT AT END
                   ADD 1 TO REV-COUNT-WS
                   MOVE REV-RECEIPT-IN TO REV-TBL-WS(REV-COUNT-WS)
           END-READ.

       317-CHECK-RECEIPT-REVERSED.
           MOVE "N" TO REV-FOUND-FLAG.
           PERFORM 318-MATCH-REVERSED-RECEIPT
               VARYING REV-SUB-WS FROM 1 BY 1
               UNTIL REV-SUB-WS > REV-COUNT-WS
                   OR REV-FOUND-FLAG = "Y".

       318-MATCH-REVERSED-RECEIPT.
           IF REV-TBL-WS(REV-SUB-WS) = RCP-RECEIPT-IN
               MOVE "Y" TO REV-FOUND-FLAG
           END-IF.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       310-READ-RUN-PARAMETERS.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "TAX-RECEIPT-RUN" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE ISSUED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM TAX-RECEIPT-RUN.
