      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *RETURNED-PAYMENT (NSF) REVERSAL RUN. WHEN THE BANK BOUNCES A
      *CHEQUE PAYMENT-POSTING HAS ALREADY APPLIED, THIS RUN READS THE
      *BANK'S RETURNED-ITEMS FILE (RETITEMS.TXT - RECEIPT NUMBER,
      *AMOUNT, RETURN REASON), FINDS THE ORIGINAL RECEIPT ON THE
      *CUMULATIVE RECEIPT REGISTER (RCPTREG.TXT), AND UNDOES IT: ANY
      *CREDIT BALANCE THE PAYMENT LEFT ON CREDFILE.TXT IS TAKEN BACK
      *FIRST, THE REST GOES BACK ON TUITION-OWED-OUT, AND A RETURNED-
      *PAYMENT FEE (NSF-FEE-AMOUNT IN RUNPARM.TXT) IS CHARGED. THE
      *BALANCE REWRITES ARE JOURNALLED TO STUJRNL.TXT UNDER THEIR OWN
      *PROGRAM IDS ("NSFREV  " FOR THE REVERSAL, "NSFFEE  " FOR THE
      *FEE) SO EOD-BALANCING PROVES THEM AND GL-EXTRACT POSTS THEM
      *AS RETURNED PAYMENTS AND FEE REVENUE RATHER THAN ASSESSMENTS.
      *EVERY REVERSED RECEIPT IS ADDED TO A CUMULATIVE REVERSAL
      *REGISTER (RCPTREV.TXT); A RECEIPT THAT WAS NEVER POSTED, WAS
      *ALREADY REVERSED, OR WHOSE AMOUNT DOES NOT MATCH THE POSTED
      *AMOUNT IS REJECTED. EVERY ITEM IS LISTED ON A REVERSAL
      *REGISTER (NSFREG.TXT) WITH REVERSED/REJECTED/FEE TOTALS. THE
      *STUDENT ACCOUNT LEDGER (STULEDGR.TXT) GETS AN "NSF" ENTRY FOR
      *THE AMOUNT PUT BACK ON THE BALANCE (A MEMO ENTRY FOR ANY
      *CREDIT TAKEN BACK) AND A "FEE" ENTRY FOR THE CHARGE.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSF-REVERSAL.
       DATE-WRITTEN. 05-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-ITEM-FILE
               ASSIGN TO "D:\Cobol\RETITEMS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RETURN-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

           SELECT CREDIT-FILE
               ASSIGN TO "D:\Cobol\CREDFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS CRED-STUD-NUM
                               FILE STATUS IS CRED-STATUS-WS.

           SELECT RECEIPT-REGISTER-FILE
               ASSIGN TO "D:\Cobol\RCPTREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RCPT-STATUS-WS.

      *Cumulative register of every receipt ever reversed - the
      *already-reversed test, and the rerun protection the same way
      *RCPTREG.TXT protects PAYMENT-POSTING
           SELECT REVERSAL-HISTORY-FILE
               ASSIGN TO "D:\Cobol\RCPTREV.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS REV-STATUS-WS.

           SELECT REVERSAL-REGISTER
               ASSIGN TO "D:\Cobol\NSFREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE
               ASSIGN TO "D:\Cobol\STUJRNL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SYSTEM-STATUS-FILE
               ASSIGN TO "D:\Cobol\SYSSTAT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SYSSTAT-STATUS-WS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *One item the bank returned unpaid
       FD  RETURNED-ITEM-FILE.
       01  RETURNED-ITEM-RECORD-IN.
           05  RET-RECEIPT-IN           PIC X(8).
           05  RET-AMOUNT-IN            PIC 9(4)V99.
           05  RET-REASON-IN            PIC X(20).

       FD  INDEXED-STUDENT-FILE.
       01  STUDENT-RECORD-OUT.
           05  STUD-NUM-OUT             PIC 9(6).
           05  TUITION-OWED-OUT         PIC 9(4)V99.
           05  STUD-NAME-OUT            PIC X(40).
           05  PROGRAM-OF-STUDY-OUT     PIC X(5).
           05  COURSE-CODE-1-OUT        PIC X(7).
           05  COURSE-AVERAGE-1-OUT     PIC 9(3).
           05  COURSE-CODE-2-OUT        PIC X(7).
           05  COURSE-AVERAGE-2-OUT     PIC 9(3).
           05  COURSE-CODE-3-OUT        PIC X(7).
           05  COURSE-AVERAGE-3-OUT     PIC 9(3).
           05  COURSE-CODE-4-OUT        PIC X(7).
           05  COURSE-AVERAGE-4-OUT     PIC 9(3).
           05  COURSE-CODE-5-OUT        PIC X(7).
           05  COURSE-AVERAGE-5-OUT     PIC 9(3).
           05  STUDENT-STATUS-OUT       PIC X(1).
           05  ENROLLMENT-DATE-OUT      PIC X(8).

      *Credit balance carried per student, as PAYMENT-POSTING keeps it
       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           05  CRED-STUD-NUM           PIC 9(6).
           05  CRED-TAG                PIC X(2).
           05  CRED-AMOUNT             PIC 9(4)V99.
           05  CRED-LAST-DATE          PIC X(8).

      *The cumulative posted-payment register PAYMENT-POSTING keeps
       FD  RECEIPT-REGISTER-FILE.
       01  RECEIPT-REGISTER-RECORD.
           05  RCP-RECEIPT-IN          PIC X(8).
           05  FILLER                  PIC X(2).
           05  RCP-STUD-NUM-IN         PIC 9(6).
           05  FILLER                  PIC X(2).
           05  RCP-AMOUNT-IN           PIC 9(4)V99.
           05  FILLER                  PIC X(2).
           05  RCP-DATE-IN             PIC X(8).

      *One line per receipt ever reversed, laid out like the receipt
      *register with the reversal date and the bank's reason added
       FD  REVERSAL-HISTORY-FILE.
       01  REVERSAL-HISTORY-RECORD.
           05  REV-RECEIPT             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REV-STUD-NUM            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REV-AMOUNT              PIC 9(4)V99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REV-DATE                PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REV-REASON              PIC X(20).

       FD  REVERSAL-REGISTER.
       01  REGISTER-RECORD-OUT          PIC X(80).

      *Before/after image journal, shared with every other updater
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD-OUT.
           05  JRN-TIMESTAMP-OUT       PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  JRN-PROGRAM-OUT         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  JRN-ACTION-OUT          PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  JRN-BEFORE-IMAGE-OUT    PIC X(116).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  JRN-AFTER-IMAGE-OUT     PIC X(116).

      *System-status interlock - one record saying who has the
      *student file: "O" an online session, "B" a batch job, spaces
      *free. This program refuses to run while an online session is
      *registered and registers itself while it has the file.
       FD  SYSTEM-STATUS-FILE.
       01  SYSTEM-STATUS-RECORD.
           05  SYSSTAT-MODE            PIC X(1).
           05  SYSSTAT-ID              PIC X(8).
           05  SYSSTAT-TIMESTAMP       PIC X(14).

      *Run-control parameter record: a keyword in columns 1-20 and
      *its value in columns 21-60; amounts are zero-padded in the
      *first six value bytes with two implied decimals
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD-IN.
           05  PARM-KEYWORD-IN         PIC X(20).
           05  PARM-VALUE-IN           PIC X(40).
           05  PARM-VALUE-NUM-IN REDEFINES PARM-VALUE-IN.
               10  PARM-AMOUNT-IN      PIC 9(4)V99.
               10  FILLER              PIC X(34).

       WORKING-STORAGE SECTION.
      *Run-control parameters, with the production values as
      *defaults when RUNPARM.TXT is absent
       01  RUN-PARAMETER-FIELDS.
           05  RUNPARM-STATUS-WS       PIC X(2).
           05  RUNPARM-EOF-FLAG        PIC X(1)  VALUE "N".
           05  STUFILE-IN-PATH-WS      PIC X(40)
                   VALUE "D:\Cobol\STUFILE_IN.TXT".
           05  NSF-FEE-AMOUNT-WS       PIC 9(4)V99 VALUE 35.00.

      *REGISTER PAGE HEADING
       01  PAGE-HEADER-WS.
           05  FILLER  PIC X(34) VALUE
                   "RETURNED PAYMENT REVERSAL REGISTER".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  HDR-DATE-OUT-WS          PIC X(8).

      *REGISTER COLUMN HEADING
       01  COLUMN-HEADER-WS.
           05  FILLER  PIC X(9)  VALUE "RECEIPT".
           05  FILLER  PIC X(8)  VALUE "STUDENT".
           05  FILLER  PIC X(10) VALUE "AMOUNT".
           05  FILLER  PIC X(10) VALUE "CREDIT".
           05  FILLER  PIC X(10) VALUE "TO BAL".
           05  FILLER  PIC X(8)  VALUE "FEE".
           05  FILLER  PIC X(25) VALUE "DISPOSITION".

      *REGISTER DETAIL LINE - ONE PER RETURNED ITEM
       01  REGISTER-DETAIL-LINE-WS.
           05  REG-RECEIPT-OUT-WS       PIC X(8).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  REG-STUD-NUM-OUT-WS      PIC 9(6).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  REG-AMOUNT-OUT-WS        PIC Z,ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  REG-CREDIT-OUT-WS        PIC Z,ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  REG-BALANCE-OUT-WS       PIC Z,ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  REG-FEE-OUT-WS           PIC ZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  REG-DISPOSITION-OUT-WS   PIC X(28).

       01  REASON-LINE-WS.
           05  FILLER                   PIC X(17) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
                   "BANK REASON:  ".
           05  REG-REASON-OUT-WS        PIC X(20).

      *REGISTER TOTAL LINES
       01  REVERSED-TOTAL-LINE-WS.
           05  FILLER                   PIC X(20) VALUE
                   "RECEIPTS REVERSED:  ".
           05  TOT-REVERSED-COUNT-OUT-WS PIC ZZZZZ9.
           05  FILLER                   PIC X(9)  VALUE "  AMOUNT:".
           05  TOT-REVERSED-AMT-OUT-WS  PIC Z,ZZZ,ZZ9.99.

       01  CREDIT-TOTAL-LINE-WS.
           05  FILLER                   PIC X(26) VALUE
                   "  FROM CREDIT BALANCES:   ".
           05  FILLER                   PIC X(9)  VALUE "  AMOUNT:".
           05  TOT-CREDIT-AMT-OUT-WS    PIC Z,ZZZ,ZZ9.99.

       01  BALANCE-TOTAL-LINE-WS.
           05  FILLER                   PIC X(26) VALUE
                   "  BACK ON TUITION OWING:  ".
           05  FILLER                   PIC X(9)  VALUE "  AMOUNT:".
           05  TOT-BALANCE-AMT-OUT-WS   PIC Z,ZZZ,ZZ9.99.

       01  FEE-TOTAL-LINE-WS.
           05  FILLER                   PIC X(20) VALUE
                   "NSF FEES CHARGED:   ".
           05  TOT-FEE-COUNT-OUT-WS     PIC ZZZZZ9.
           05  FILLER                   PIC X(9)  VALUE "  AMOUNT:".
           05  TOT-FEE-AMT-OUT-WS       PIC Z,ZZZ,ZZ9.99.

       01  REJECTED-TOTAL-LINE-WS.
           05  FILLER                   PIC X(20) VALUE
                   "ITEMS REJECTED:     ".
           05  TOT-REJECT-COUNT-OUT-WS  PIC ZZZZZ9.
           05  FILLER                   PIC X(9)  VALUE "  AMOUNT:".
           05  TOT-REJECT-AMT-OUT-WS    PIC Z,ZZZ,ZZ9.99.

       01  REVERSAL-TOTALS-WS.
           05  REVERSED-COUNTER-WS      PIC 9(6)    VALUE ZERO.
           05  REVERSED-AMOUNT-WS       PIC 9(7)V99 VALUE ZERO.
           05  CREDIT-TAKEN-TOTAL-WS    PIC 9(7)V99 VALUE ZERO.
           05  BALANCE-TOTAL-WS         PIC 9(7)V99 VALUE ZERO.
           05  FEE-COUNTER-WS           PIC 9(6)    VALUE ZERO.
           05  FEE-AMOUNT-TOTAL-WS      PIC 9(7)V99 VALUE ZERO.
           05  REJECTED-COUNTER-WS      PIC 9(6)    VALUE ZERO.
           05  REJECTED-AMOUNT-WS       PIC 9(7)V99 VALUE ZERO.

      *Split of the returned amount for the item in hand
       01  REVERSAL-WORK-FIELDS.
           05  RETURN-STATUS-WS         PIC X(2).
           05  RETFILE-OPEN-FLAG        PIC X(1)    VALUE "N".
           05  CRED-STATUS-WS           PIC X(2).
           05  CRED-FOUND-FLAG          PIC X(1)    VALUE "N".
           05  CREDIT-TAKEN-WS          PIC 9(4)V99 VALUE ZERO.
           05  BALANCE-PART-WS          PIC 9(4)V99 VALUE ZERO.
           05  FEE-CHARGED-WS           PIC 9(4)V99 VALUE ZERO.
           05  NEW-BALANCE-WS           PIC 9(5)V99 VALUE ZERO.
           05  REJECT-REASON-WS         PIC X(28)   VALUE SPACES.
           05  RUN-DATE-WS              PIC X(8)    VALUE SPACES.

      *Posted receipts from the cumulative register, held in storage
      *with the student and amount each was posted for
       01  RECEIPT-TABLE-WS.
           05  RCPT-TBL-WS OCCURS 5000 TIMES.
               10  RCPT-TBL-RECEIPT-WS  PIC X(8).
               10  RCPT-TBL-STUD-NUM-WS PIC 9(6).
               10  RCPT-TBL-AMOUNT-WS   PIC 9(4)V99.

       01  RECEIPT-WORK-FIELDS.
           05  RCPT-STATUS-WS           PIC X(2).
           05  RCPT-EOF-FLAG            PIC X(1)    VALUE "N".
           05  RCPT-COUNT-WS            PIC 9(4)    VALUE ZERO.
           05  RCPT-SUB-WS              PIC 9(4)    VALUE ZERO.
           05  RCPT-FOUND-SUB-WS        PIC 9(4)    VALUE ZERO.
           05  SCRATCH-RECEIPT-REC-WS   PIC X(34)   VALUE SPACES.

      *Receipts already reversed, from the cumulative reversal
      *register
       01  REVERSED-TABLE-WS.
           05  REV-TBL-WS OCCURS 5000 TIMES
                                        PIC X(8).

       01  REVERSED-WORK-FIELDS.
           05  REV-STATUS-WS            PIC X(2).
           05  REV-EOF-FLAG             PIC X(1)    VALUE "N".
           05  REV-COUNT-WS             PIC 9(4)    VALUE ZERO.
           05  REV-SUB-WS               PIC 9(4)    VALUE ZERO.
           05  REV-FOUND-FLAG           PIC X(1)    VALUE "N".
           05  SCRATCH-REVERSAL-REC-WS  PIC X(56)   VALUE SPACES.

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                 PIC X(3)    VALUE "NO ".
           05  STATUS-FIELD             PIC X(2).
           05  FOUND-FLAG               PIC X(1).

      *System-status interlock working fields
       01  SYSSTAT-FIELDS.
           05  SYSSTAT-STATUS-WS       PIC X(2).
           05  SYSSTAT-HELD-FLAG       PIC X(1)  VALUE "N".
           05  SYSSTAT-STAMP-WS.
               10  SYSSTAT-DATE-WS     PIC X(8).
               10  SYSSTAT-TIME-WS     PIC X(6).

      *Journal image staging areas, journal program id, and run
      *timestamp
       01  JOURNAL-FIELDS.
           05  JRN-BEFORE-WS           PIC X(116) VALUE SPACES.
           05  JRN-AFTER-WS            PIC X(116) VALUE SPACES.
           05  JRN-ACTION-WS           PIC X(1)   VALUE SPACE.
           05  JRN-PROGRAM-WS          PIC X(8)   VALUE "NSFREV  ".
       01  JRN-TIMESTAMP-WS.
           05  JRN-TS-DATE-WS          PIC X(8).
           05  JRN-TS-TIME-WS          PIC X(6).

      *Account ledger posting request
       COPY "LDG-REQ-STRUCTURE.CBL".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *REVERSE THE BANK'S RETURNED ITEMS AGAINST POSTED RECEIPTS
       100-REVERSE-RETURNED-PAYMENTS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 313-READ-RUN-PARAMETERS.
           PERFORM 310-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "NSF REVERSAL REFUSED - AN ONLINE "
                   "SESSION HAS THE STUDENT FILE OPEN "
                   "(SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 311-REGISTER-BATCH-SESSION.
           PERFORM 317-LOAD-RECEIPT-REGISTER.
           PERFORM 320-LOAD-REVERSAL-HISTORY.
           PERFORM 201-INITIATE-REVERSAL.
           PERFORM 202-REVERSE-ONE-ITEM UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-REVERSAL.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-REVERSAL.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN OUTPUT REVERSAL-REGISTER.
           PERFORM 305-WRITE-REGISTER-HEADERS.
           OPEN INPUT RETURNED-ITEM-FILE.
           IF RETURN-STATUS-WS NOT = "00"
               DISPLAY "NO RETURNED-ITEMS FILE - NOTHING TO REVERSE"
               MOVE "YES" TO EOF-FLAG
           ELSE
               MOVE "Y" TO RETFILE-OPEN-FLAG
               OPEN I-O    INDEXED-STUDENT-FILE
                           CREDIT-FILE
               OPEN EXTEND JOURNAL-FILE
                           REVERSAL-HISTORY-FILE
               IF REV-STATUS-WS = "35"
                   OPEN OUTPUT REVERSAL-HISTORY-FILE
               END-IF
               PERFORM 301-READ-RETURNED-ITEM
           END-IF.

       202-REVERSE-ONE-ITEM.
           PERFORM 302-VALIDATE-RETURNED-ITEM.
           IF REJECT-REASON-WS = SPACES
               PERFORM 303-APPLY-REVERSAL
           ELSE
               PERFORM 304-REJECT-RETURNED-ITEM
           END-IF.
           PERFORM 301-READ-RETURNED-ITEM.

       203-TERMINATE-REVERSAL.
           PERFORM 306-WRITE-REGISTER-TOTALS.
           DISPLAY "TOTAL RECEIPTS REVERSED: " REVERSED-COUNTER-WS.
           DISPLAY "TOTAL ITEMS REJECTED: " REJECTED-COUNTER-WS.
           DISPLAY "TOTAL NSF FEES CHARGED: " FEE-COUNTER-WS.
           IF RETFILE-OPEN-FLAG = "Y"
               CLOSE RETURNED-ITEM-FILE
                     INDEXED-STUDENT-FILE
                     CREDIT-FILE
                     JOURNAL-FILE
                     REVERSAL-HISTORY-FILE
           END-IF.
           CLOSE REVERSAL-REGISTER.
           MOVE "C" TO LDG-REQ-FUNCTION-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.
           PERFORM 312-CLEAR-SYSTEM-STATUS.

       301-READ-RETURNED-ITEM.
           READ RETURNED-ITEM-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      *An item can only be reversed if its receipt is on the posted
      *register for the same amount, has not been reversed before,
      *and its student is still on file. The balance the reversal
      *and fee would leave must also fit TUITION-OWED-OUT.
       302-VALIDATE-RETURNED-ITEM.
           MOVE SPACES TO REJECT-REASON-WS.
           MOVE ZERO TO CREDIT-TAKEN-WS BALANCE-PART-WS
                        FEE-CHARGED-WS.
           PERFORM 318-FIND-POSTED-RECEIPT.
           PERFORM 321-CHECK-ALREADY-REVERSED.
           EVALUATE TRUE
               WHEN RCPT-FOUND-SUB-WS = ZERO
                   MOVE "RECEIPT NEVER POSTED"
                       TO REJECT-REASON-WS
               WHEN REV-FOUND-FLAG = "Y"
                   MOVE "RECEIPT ALREADY REVERSED"
                       TO REJECT-REASON-WS
               WHEN RET-AMOUNT-IN NOT =
                       RCPT-TBL-AMOUNT-WS(RCPT-FOUND-SUB-WS)
                   MOVE "AMOUNT NOT AS POSTED"
                       TO REJECT-REASON-WS
           END-EVALUATE.
           IF REJECT-REASON-WS = SPACES
               PERFORM 314-READ-RECEIPT-STUDENT
           END-IF.
           IF REJECT-REASON-WS = SPACES
               PERFORM 315-SPLIT-RETURNED-AMOUNT
           END-IF.

       314-READ-RECEIPT-STUDENT.
           MOVE RCPT-TBL-STUD-NUM-WS(RCPT-FOUND-SUB-WS)
               TO STUD-NUM-OUT.
           READ INDEXED-STUDENT-FILE
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = "N"
               MOVE "STUDENT NO LONGER ON FILE" TO REJECT-REASON-WS
           END-IF.

      *Any credit balance still on file is taken back first - the
      *part of the payment PAYMENT-POSTING parked there never
      *reduced the balance - and only the rest goes back on the
      *balance owing, with the fee on top
       315-SPLIT-RETURNED-AMOUNT.
           MOVE STUD-NUM-OUT TO CRED-STUD-NUM.
           READ CREDIT-FILE
               INVALID KEY MOVE "N" TO CRED-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO CRED-FOUND-FLAG
           END-READ.
           IF CRED-FOUND-FLAG = "Y"
               IF CRED-AMOUNT > RET-AMOUNT-IN
                   MOVE RET-AMOUNT-IN TO CREDIT-TAKEN-WS
               ELSE
                   MOVE CRED-AMOUNT TO CREDIT-TAKEN-WS
               END-IF
           END-IF.
           COMPUTE BALANCE-PART-WS = RET-AMOUNT-IN - CREDIT-TAKEN-WS.
           MOVE NSF-FEE-AMOUNT-WS TO FEE-CHARGED-WS.
           COMPUTE NEW-BALANCE-WS = TUITION-OWED-OUT
               + BALANCE-PART-WS + FEE-CHARGED-WS.
           IF NEW-BALANCE-WS > 9999.99
               MOVE "BALANCE WOULD EXCEED 9999.99" TO REJECT-REASON-WS
           END-IF.

      *Take back the credit, put the rest back on the balance, then
      *charge the fee - the balance movements are journalled as two
      *separate rewrites so the ledger sees the reversal and the fee
      *revenue apart
       303-APPLY-REVERSAL.
           IF CREDIT-TAKEN-WS > ZERO
               PERFORM 316-TAKE-BACK-CREDIT
           END-IF.
           IF BALANCE-PART-WS > ZERO
               MOVE STUDENT-RECORD-OUT TO JRN-BEFORE-WS
               MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS
               ADD BALANCE-PART-WS TO TUITION-OWED-OUT
               MOVE "NSFREV  " TO JRN-PROGRAM-WS
               MOVE "NSF" TO LDG-REQ-TYPE-WS
               PERFORM 322-REWRITE-STUDENT-BALANCE
           END-IF.
           IF FEE-CHARGED-WS > ZERO
               MOVE STUDENT-RECORD-OUT TO JRN-BEFORE-WS
               MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS
               ADD FEE-CHARGED-WS TO TUITION-OWED-OUT
               MOVE "NSFFEE  " TO JRN-PROGRAM-WS
               MOVE "FEE" TO LDG-REQ-TYPE-WS
               PERFORM 322-REWRITE-STUDENT-BALANCE
               ADD 1 TO FEE-COUNTER-WS
               ADD FEE-CHARGED-WS TO FEE-AMOUNT-TOTAL-WS
           END-IF.
           PERFORM 319-RECORD-REVERSED-RECEIPT.
           ADD 1 TO REVERSED-COUNTER-WS.
           ADD RET-AMOUNT-IN   TO REVERSED-AMOUNT-WS.
           ADD CREDIT-TAKEN-WS TO CREDIT-TAKEN-TOTAL-WS.
           ADD BALANCE-PART-WS TO BALANCE-TOTAL-WS.
           MOVE "REVERSED" TO REG-DISPOSITION-OUT-WS.
           PERFORM 307-WRITE-REGISTER-DETAIL.

       322-REWRITE-STUDENT-BALANCE.
           REWRITE STUDENT-RECORD-OUT
               INVALID KEY
                   DISPLAY "NSF REVERSAL - REWRITE FAILED FOR "
                       STUD-NUM-OUT " STATUS " STATUS-FIELD
               NOT INVALID KEY
                   MOVE STUDENT-RECORD-OUT TO JRN-AFTER-WS
                   MOVE "R" TO JRN-ACTION-WS
                   PERFORM 308-WRITE-JOURNAL-RECORD
                   MOVE ZERO TO LDG-REQ-MEMO-AMOUNT-WS
                   PERFORM 327-POST-LEDGER-ENTRY
           END-REWRITE.

      *Reduce the credit balance by the part taken back; the credit
      *movement is journalled with action "C" like PAYMENT-POSTING's.
      *A credit that cannot be rewritten stays on file and is not
      *counted as taken back.
       316-TAKE-BACK-CREDIT.
           MOVE CREDIT-RECORD TO JRN-BEFORE-WS.
           SUBTRACT CREDIT-TAKEN-WS FROM CRED-AMOUNT.
           MOVE RUN-DATE-WS TO CRED-LAST-DATE.
           REWRITE CREDIT-RECORD
               INVALID KEY
                   DISPLAY "NSF REVERSAL - CREDIT REWRITE FAILED FOR "
                       CRED-STUD-NUM " STATUS " CRED-STATUS-WS
                   MOVE ZERO TO CREDIT-TAKEN-WS
               NOT INVALID KEY
                   MOVE CREDIT-RECORD TO JRN-AFTER-WS
                   MOVE "C" TO JRN-ACTION-WS
                   MOVE "NSFREV  " TO JRN-PROGRAM-WS
                   PERFORM 308-WRITE-JOURNAL-RECORD
                   MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS
                   MOVE "NSF" TO LDG-REQ-TYPE-WS
                   MOVE CREDIT-TAKEN-WS TO LDG-REQ-MEMO-AMOUNT-WS
                   PERFORM 327-POST-LEDGER-ENTRY
           END-REWRITE.

      *List a rejected item on the register with the reason
       304-REJECT-RETURNED-ITEM.
           ADD 1 TO REJECTED-COUNTER-WS.
           ADD RET-AMOUNT-IN TO REJECTED-AMOUNT-WS.
           MOVE ZERO TO CREDIT-TAKEN-WS BALANCE-PART-WS
                        FEE-CHARGED-WS.
           MOVE REJECT-REASON-WS TO REG-DISPOSITION-OUT-WS.
           PERFORM 307-WRITE-REGISTER-DETAIL.

       305-WRITE-REGISTER-HEADERS.
           ACCEPT HDR-DATE-OUT-WS FROM DATE YYYYMMDD.
           WRITE REGISTER-RECORD-OUT FROM PAGE-HEADER-WS.
           WRITE REGISTER-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.

       306-WRITE-REGISTER-TOTALS.
           MOVE REVERSED-COUNTER-WS   TO TOT-REVERSED-COUNT-OUT-WS.
           MOVE REVERSED-AMOUNT-WS    TO TOT-REVERSED-AMT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM REVERSED-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE CREDIT-TAKEN-TOTAL-WS TO TOT-CREDIT-AMT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM CREDIT-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE BALANCE-TOTAL-WS      TO TOT-BALANCE-AMT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM BALANCE-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE FEE-COUNTER-WS        TO TOT-FEE-COUNT-OUT-WS.
           MOVE FEE-AMOUNT-TOTAL-WS   TO TOT-FEE-AMT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM FEE-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE REJECTED-COUNTER-WS   TO TOT-REJECT-COUNT-OUT-WS.
           MOVE REJECTED-AMOUNT-WS    TO TOT-REJECT-AMT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM REJECTED-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.

       307-WRITE-REGISTER-DETAIL.
           MOVE RET-RECEIPT-IN  TO REG-RECEIPT-OUT-WS.
           IF RCPT-FOUND-SUB-WS > ZERO
               MOVE RCPT-TBL-STUD-NUM-WS(RCPT-FOUND-SUB-WS)
                   TO REG-STUD-NUM-OUT-WS
           ELSE
               MOVE ZERO TO REG-STUD-NUM-OUT-WS
           END-IF.
           MOVE RET-AMOUNT-IN   TO REG-AMOUNT-OUT-WS.
           MOVE CREDIT-TAKEN-WS TO REG-CREDIT-OUT-WS.
           MOVE BALANCE-PART-WS TO REG-BALANCE-OUT-WS.
           MOVE FEE-CHARGED-WS  TO REG-FEE-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE RET-REASON-IN   TO REG-REASON-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM REASON-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Append a before/after image journal record to STUJRNL.TXT
      *under the program id for the movement in hand
       308-WRITE-JOURNAL-RECORD.
           ACCEPT JRN-TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JRN-TS-TIME-WS FROM TIME.
           MOVE SPACES            TO JOURNAL-RECORD-OUT.
           MOVE JRN-TIMESTAMP-WS  TO JRN-TIMESTAMP-OUT.
           MOVE JRN-PROGRAM-WS    TO JRN-PROGRAM-OUT.
           MOVE JRN-ACTION-WS     TO JRN-ACTION-OUT.
           MOVE JRN-BEFORE-WS     TO JRN-BEFORE-IMAGE-OUT.
           MOVE JRN-AFTER-WS      TO JRN-AFTER-IMAGE-OUT.
           WRITE JOURNAL-RECORD-OUT.

      *Post the movement in hand to the student's account ledger
      *under the returned receipt number; the caller has set the
      *entry type, the balance before, and any memo amount
       327-POST-LEDGER-ENTRY.
           MOVE "W"              TO LDG-REQ-FUNCTION-WS.
           MOVE STUD-NUM-OUT     TO LDG-REQ-STUD-NUM-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-AFTER-BAL-WS.
           MOVE RET-RECEIPT-IN   TO LDG-REQ-REFERENCE-WS.
           MOVE JRN-PROGRAM-WS   TO LDG-REQ-PROGRAM-WS.
           MOVE "BATCH   "       TO LDG-REQ-OPERATOR-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.

      *Load the posted receipts; a register past the table refuses
      *the run, the same rule PAYMENT-POSTING applies
       317-LOAD-RECEIPT-REGISTER.
           MOVE "N" TO RCPT-EOF-FLAG.
           MOVE ZERO TO RCPT-COUNT-WS.
           OPEN INPUT RECEIPT-REGISTER-FILE.
           IF RCPT-STATUS-WS = "00"
               PERFORM 323-LOAD-ONE-RECEIPT
                   UNTIL RCPT-EOF-FLAG = "Y"
                       OR RCPT-COUNT-WS >= 5000
               IF RCPT-EOF-FLAG NOT = "Y"
                   READ RECEIPT-REGISTER-FILE
                           INTO SCRATCH-RECEIPT-REC-WS
                       AT END MOVE "Y" TO RCPT-EOF-FLAG
                   END-READ
               END-IF
               IF RCPT-EOF-FLAG NOT = "Y"
                   DISPLAY "NSF REVERSAL REFUSED - RCPTREG.TXT "
                       "HOLDS MORE THAN 5000 RECEIPTS; ENLARGE THE "
                       "TABLE OR ARCHIVE THE REGISTER"
                   CLOSE RECEIPT-REGISTER-FILE
                   PERFORM 312-CLEAR-SYSTEM-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 391-LOG-JOB-END
                   STOP RUN
               END-IF
               CLOSE RECEIPT-REGISTER-FILE
           END-IF.

       323-LOAD-ONE-RECEIPT.
           READ RECEIPT-REGISTER-FILE
               AT END MOVE "Y" TO RCPT-EOF-FLAG
               NOT AT END
                   ADD 1 TO RCPT-COUNT-WS
                   MOVE RCP-RECEIPT-IN
                       TO RCPT-TBL-RECEIPT-WS(RCPT-COUNT-WS)
                   MOVE RCP-STUD-NUM-IN
                       TO RCPT-TBL-STUD-NUM-WS(RCPT-COUNT-WS)
                   MOVE RCP-AMOUNT-IN
                       TO RCPT-TBL-AMOUNT-WS(RCPT-COUNT-WS)
           END-READ.

       318-FIND-POSTED-RECEIPT.
           MOVE ZERO TO RCPT-FOUND-SUB-WS.
           PERFORM 401-MATCH-RECEIPT-NUMBER
               VARYING RCPT-SUB-WS FROM 1 BY 1
               UNTIL RCPT-SUB-WS > RCPT-COUNT-WS
                   OR RCPT-FOUND-SUB-WS > ZERO.

       401-MATCH-RECEIPT-NUMBER.
           IF RCPT-TBL-RECEIPT-WS(RCPT-SUB-WS) = RET-RECEIPT-IN
               MOVE RCPT-SUB-WS TO RCPT-FOUND-SUB-WS
           END-IF.

      *Load the receipts already reversed; a missing register just
      *means nothing has been reversed yet
       320-LOAD-REVERSAL-HISTORY.
           MOVE "N" TO REV-EOF-FLAG.
           MOVE ZERO TO REV-COUNT-WS.
           OPEN INPUT REVERSAL-HISTORY-FILE.
           IF REV-STATUS-WS = "00"
               PERFORM 324-LOAD-ONE-REVERSAL
                   UNTIL REV-EOF-FLAG = "Y"
                       OR REV-COUNT-WS >= 5000
               IF REV-EOF-FLAG NOT = "Y"
                   READ REVERSAL-HISTORY-FILE
                           INTO SCRATCH-REVERSAL-REC-WS
                       AT END MOVE "Y" TO REV-EOF-FLAG
                   END-READ
               END-IF
               IF REV-EOF-FLAG NOT = "Y"
                   DISPLAY "NSF REVERSAL REFUSED - RCPTREV.TXT "
                       "HOLDS MORE THAN 5000 REVERSALS; ENLARGE THE "
                       "TABLE OR ARCHIVE THE REGISTER"
                   CLOSE REVERSAL-HISTORY-FILE
                   PERFORM 312-CLEAR-SYSTEM-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 391-LOG-JOB-END
                   STOP RUN
               END-IF
               CLOSE REVERSAL-HISTORY-FILE
           END-IF.

       324-LOAD-ONE-REVERSAL.
           READ REVERSAL-HISTORY-FILE
               AT END MOVE "Y" TO REV-EOF-FLAG
               NOT AT END
                   ADD 1 TO REV-COUNT-WS
                   MOVE REV-RECEIPT TO REV-TBL-WS(REV-COUNT-WS)
           END-READ.

       321-CHECK-ALREADY-REVERSED.
           MOVE "N" TO REV-FOUND-FLAG.
           PERFORM 402-MATCH-REVERSED-RECEIPT
               VARYING REV-SUB-WS FROM 1 BY 1
               UNTIL REV-SUB-WS > REV-COUNT-WS
                   OR REV-FOUND-FLAG = "Y".

       402-MATCH-REVERSED-RECEIPT.
           IF REV-TBL-WS(REV-SUB-WS) = RET-RECEIPT-IN
               MOVE "Y" TO REV-FOUND-FLAG
           END-IF.

      *The receipt goes on the reversal register the moment it is
      *reversed, so a rerun or a second return of the same cheque
      *can never reverse it twice
       319-RECORD-REVERSED-RECEIPT.
           MOVE SPACES         TO REVERSAL-HISTORY-RECORD.
           MOVE RET-RECEIPT-IN TO REV-RECEIPT.
           MOVE STUD-NUM-OUT   TO REV-STUD-NUM.
           MOVE RET-AMOUNT-IN  TO REV-AMOUNT.
           MOVE RUN-DATE-WS    TO REV-DATE.
           MOVE RET-REASON-IN  TO REV-REASON.
           WRITE REVERSAL-HISTORY-RECORD.
           IF REV-COUNT-WS < 5000
               ADD 1 TO REV-COUNT-WS
               MOVE RET-RECEIPT-IN TO REV-TBL-WS(REV-COUNT-WS)
           END-IF.

      *Refuse to run while an online session is registered; a batch
      *flag left by a crashed batch job is taken over (batch runs
      *are serialized by the JCL chain)
       310-CHECK-SYSTEM-STATUS.
           MOVE "N" TO SYSSTAT-HELD-FLAG.
           OPEN INPUT SYSTEM-STATUS-FILE.
           IF SYSSTAT-STATUS-WS = "00"
               READ SYSTEM-STATUS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SYSSTAT-MODE = "O"
                           MOVE "Y" TO SYSSTAT-HELD-FLAG
                       END-IF
               END-READ
               CLOSE SYSTEM-STATUS-FILE
           END-IF.

       311-REGISTER-BATCH-SESSION.
           ACCEPT SYSSTAT-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT SYSSTAT-TIME-WS FROM TIME.
           OPEN OUTPUT SYSTEM-STATUS-FILE.
           MOVE "B"              TO SYSSTAT-MODE.
           MOVE "NSFREV  "       TO SYSSTAT-ID.
           MOVE SYSSTAT-STAMP-WS TO SYSSTAT-TIMESTAMP.
           WRITE SYSTEM-STATUS-RECORD.
           CLOSE SYSTEM-STATUS-FILE.

       312-CLEAR-SYSTEM-STATUS.
           OPEN OUTPUT SYSTEM-STATUS-FILE.
           MOVE SPACES TO SYSTEM-STATUS-RECORD.
           WRITE SYSTEM-STATUS-RECORD.
           CLOSE SYSTEM-STATUS-FILE.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       313-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 325-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       325-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 326-APPLY-RUN-PARAMETER
           END-READ.

       326-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
               WHEN "NSF-FEE-AMOUNT      "
                   IF PARM-AMOUNT-IN IS NUMERIC
                       MOVE PARM-AMOUNT-IN TO NSF-FEE-AMOUNT-WS
                   END-IF
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "NSF-REVERSAL" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               REVERSED-COUNTER-WS + REJECTED-COUNTER-WS.
           COMPUTE JLG-REQ-WRITTEN-WS =
               REVERSED-COUNTER-WS + FEE-COUNTER-WS.
           MOVE REJECTED-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM NSF-REVERSAL.
