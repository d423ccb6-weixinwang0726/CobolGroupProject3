      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *MONTH-END LATE-PAYMENT CHARGE RUN. AGED-RECEIVABLES SAYS WHO
      *IS OVERDUE AND COLLECTION-LETTERS CHASES THEM, BUT A LATE FEE
      *WAS NEVER ACTUALLY CHARGED - THIS RUN WALKS THE INDEXED
      *STUDENT FILE (STUFILE_IN.TXT) AND ADDS A LATE-PAYMENT CHARGE
      *TO TUITION-OWED-OUT FOR EVERY NON-WITHDRAWN STUDENT WHOSE
      *BALANCE IS PAST DUE, I.E. STILL AT OR ABOVE THE MINIMUM
      *BALANCE (LATE-FEE-MIN-BAL) AT MONTH END ONCE THE FEE DEADLINE
      *OF THE TERM IN SESSION (CALENDAR.TXT, SEE CALENDAR-MAINT, OR
      *"FEE-DEADLINE" ON RUNPARM.TXT) IS MORE THAN LATE-FEE-GRACE-DAYS
      *BEHIND THE RUN DATE. UNTIL THEN NOTHING IS PAST DUE AND THE RUN
      *ENDS WITHOUT CHARGING; WITH NO DEADLINE IT IS REFUSED. THE
      *CHARGE IS A FLAT AMOUNT (LATE-FEE-AMOUNT) OR, WHEN
      *LATE-FEE-PERCENT IS SET, A PERCENTAGE OF THE BALANCE - ALL
      *FROM RUNPARM.TXT. A STUDENT
      *WITH A PAYMENT PLAN (PAYPLAN.TXT) THAT IS CURRENT BY THE SAME
      *RULE PAYMENT-PLAN-STATUS APPLIES - POSTED PAYMENTS ON
      *RCPTREG.TXT SINCE SET-UP, LESS ANY NSF-REVERSAL HAS
      *REVERSED (RCPTREV.TXT), COVER THE INSTALLMENTS DUE - IS
      *EXEMPT. EVERY CHARGE IS JOURNALLED TO STUJRNL.TXT AS "LATEFEE "
      *(GL-EXTRACT POSTS IT AS FEE REVENUE), LISTED ON A CHARGE
      *REGISTER (LATEREG.TXT), AND RECORDED ON A CUMULATIVE CHARGE
      *HISTORY (LATEHIST.TXT) BY CHARGE MONTH, SO A RERUN FOR THE
      *SAME MONTH SKIPS ANY STUDENT ALREADY CHARGED. EACH CHARGE IS
      *ALSO A "FEE" ENTRY ON THE STUDENT ACCOUNT LEDGER
      *(STULEDGR.TXT) REFERENCED BY THE CHARGE MONTH.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-CHARGE-RUN.
       DATE-WRITTEN. 05-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

           SELECT PLAN-FILE
               ASSIGN TO "D:\Cobol\PAYPLAN.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS PLAN-STUD-NUM
                               FILE STATUS IS PLAN-STATUS-WS.

           SELECT RECEIPT-REGISTER-FILE
               ASSIGN TO "D:\Cobol\RCPTREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RCPT-STATUS-WS.

      *Receipts the bank returned unpaid, reversed by NSF-REVERSAL
           SELECT REVERSAL-HISTORY-FILE
               ASSIGN TO "D:\Cobol\RCPTREV.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS REV-STATUS-WS.

      *Cumulative history of every late charge by charge month -
      *the rerun protection
           SELECT CHARGE-HISTORY-FILE
               ASSIGN TO "D:\Cobol\LATEHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS HIST-STATUS-WS.

           SELECT CHARGE-REGISTER
               ASSIGN TO "D:\Cobol\LATEREG.TXT"
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

      *Academic calendar maintained by CALENDAR-MAINT - the term in
      *session and its fee deadline
           SELECT CALENDAR-FILE-IN
               ASSIGN TO "D:\Cobol\CALENDAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CAL-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PLAN-FILE.
       01  PLAN-RECORD.
           05  PLAN-STUD-NUM       PIC 9(6).
           05  PLAN-OPENING-BAL    PIC 9(4)V99.
           05  PLAN-SET-UP-DATE    PIC X(8).
           05  PLAN-INST-ENTRY OCCURS 4 TIMES.
               10  PLAN-INST-AMOUNT PIC 9(4)V99.
               10  PLAN-INST-DUE    PIC X(8).

       FD  RECEIPT-REGISTER-FILE.
       01  RECEIPT-REGISTER-RECORD.
           05  RCP-RECEIPT-IN          PIC X(8).
           05  FILLER                  PIC X(2).
           05  RCP-STUD-NUM-IN         PIC 9(6).
           05  FILLER                  PIC X(2).
           05  RCP-AMOUNT-IN           PIC 9(4)V99.
           05  FILLER                  PIC X(2).
           05  RCP-DATE-IN             PIC X(8).

       FD  REVERSAL-HISTORY-FILE.
       01  REVERSAL-HISTORY-RECORD.
           05  REV-RECEIPT-IN          PIC X(8).
           05  FILLER                  PIC X(48).

      *One line per late charge ever made
       FD  CHARGE-HISTORY-FILE.
       01  CHARGE-HISTORY-RECORD.
           05  HST-STUD-NUM            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HST-CHARGE-MONTH        PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HST-AMOUNT              PIC 9(4)V99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HST-RUN-DATE            PIC X(8).

       FD  CHARGE-REGISTER.
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
      *its value in columns 21-60; amounts and percentages are
      *zero-padded in the first six value bytes with two implied
      *decimals, a day count in the first three
       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN        PIC X(5).
           05  CAL-START-DATE-IN       PIC X(8).
           05  CAL-END-DATE-IN         PIC X(8).
           05  CAL-DROP-DEADLINE-IN    PIC X(8).
           05  CAL-GRADE-DEADLINE-IN   PIC X(8).
           05  CAL-FEE-DEADLINE-IN     PIC X(8).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD-IN.
           05  PARM-KEYWORD-IN         PIC X(20).
           05  PARM-VALUE-IN           PIC X(40).
           05  PARM-VALUE-NUM-IN REDEFINES PARM-VALUE-IN.
               10  PARM-AMOUNT-IN      PIC 9(4)V99.
               10  FILLER              PIC X(34).
           05  PARM-VALUE-DAYS-IN REDEFINES PARM-VALUE-IN.
               10  PARM-DAYS-IN        PIC 9(3).
               10  FILLER              PIC X(37).

       WORKING-STORAGE SECTION.
      *Run-control parameters, with the production values as
      *defaults when RUNPARM.TXT is absent. A non-zero percentage
      *overrides the flat amount.
       01  RUN-PARAMETER-FIELDS.
           05  RUNPARM-STATUS-WS       PIC X(2).
           05  RUNPARM-EOF-FLAG        PIC X(1)  VALUE "N".
           05  STUFILE-IN-PATH-WS      PIC X(40)
                   VALUE "D:\Cobol\STUFILE_IN.TXT".
           05  LATE-FEE-AMOUNT-WS      PIC 9(4)V99 VALUE 25.00.
           05  LATE-FEE-PERCENT-WS     PIC 9(4)V99 VALUE ZERO.
           05  LATE-FEE-MIN-BAL-WS     PIC 9(4)V99 VALUE 100.00.
           05  LATE-FEE-GRACE-DAYS-WS  PIC 9(3)    VALUE ZERO.
           05  FEE-DEADLINE-PARM-WS    PIC X(8)    VALUE SPACES.

      *Calendar lookup fields - the term in session on the run date
      *and how far its fee deadline is behind that date
       01  CALENDAR-FIELDS.
           05  CAL-STATUS-WS           PIC X(2).
           05  CAL-EOF-FLAG            PIC X(1)    VALUE "N".
           05  FEE-TERM-WS             PIC X(5)    VALUE SPACES.
           05  FEE-DEADLINE-WS         PIC X(8)    VALUE SPACES.
           05  FEE-DEADLINE-NUM-WS REDEFINES FEE-DEADLINE-WS
                                       PIC 9(8).
           05  DAYS-PAST-DEADLINE-WS   PIC S9(7)   VALUE ZERO.

      *REGISTER PAGE HEADING
       01  PAGE-HEADER-WS.
           05  FILLER  PIC X(32) VALUE
                   "LATE-PAYMENT CHARGE REGISTER FOR".
           05  FILLER  PIC X(1)  VALUE SPACES.
           05  HDR-MONTH-OUT-WS         PIC X(6).

      *REGISTER COLUMN HEADING
       01  COLUMN-HEADER-WS.
           05  FILLER  PIC X(8)  VALUE "STUDENT".
           05  FILLER  PIC X(24) VALUE "NAME".
           05  FILLER  PIC X(11) VALUE "BALANCE".
           05  FILLER  PIC X(9)  VALUE "CHARGE".
           05  FILLER  PIC X(20) VALUE "DISPOSITION".

      *REGISTER DETAIL LINE - ONE PER STUDENT CHARGED OR SKIPPED
       01  REGISTER-DETAIL-LINE-WS.
           05  REG-STUD-NUM-OUT-WS      PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  REG-STUD-NAME-OUT-WS     PIC X(22).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  REG-BALANCE-OUT-WS       PIC Z,ZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  REG-CHARGE-OUT-WS        PIC ZZ9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  REG-DISPOSITION-OUT-WS   PIC X(24).

      *REGISTER TOTAL LINES
       01  CHARGED-TOTAL-LINE-WS.
           05  FILLER                   PIC X(20) VALUE
                   "STUDENTS CHARGED:   ".
           05  TOT-CHARGED-COUNT-OUT-WS PIC ZZZZZ9.
           05  FILLER                   PIC X(9)  VALUE "  AMOUNT:".
           05  TOT-CHARGED-AMT-OUT-WS   PIC Z,ZZZ,ZZ9.99.

       01  EXEMPT-TOTAL-LINE-WS.
           05  FILLER                   PIC X(20) VALUE
                   "EXEMPT - PLAN:      ".
           05  TOT-EXEMPT-COUNT-OUT-WS  PIC ZZZZZ9.

       01  SKIPPED-TOTAL-LINE-WS.
           05  FILLER                   PIC X(20) VALUE
                   "ALREADY CHARGED:    ".
           05  TOT-SKIPPED-COUNT-OUT-WS PIC ZZZZZ9.

       01  CHARGE-TOTALS-WS.
           05  CHARGED-COUNTER-WS       PIC 9(6)    VALUE ZERO.
           05  CHARGED-AMOUNT-WS        PIC 9(7)V99 VALUE ZERO.
           05  EXEMPT-COUNTER-WS        PIC 9(6)    VALUE ZERO.
           05  SKIPPED-COUNTER-WS       PIC 9(6)    VALUE ZERO.

      *Charge work fields for the student in hand
       01  CHARGE-WORK-FIELDS.
           05  CHARGE-MONTH-WS          PIC X(6)    VALUE SPACES.
           05  FILLER REDEFINES CHARGE-MONTH-WS.
               10  CHARGE-MONTH-YYYY-WS PIC 9(4).
               10  CHARGE-MONTH-MM-WS   PIC 9(2).
           05  RUN-DATE-WS              PIC X(8)    VALUE SPACES.
           05  RUN-DATE-NUM-WS REDEFINES RUN-DATE-WS PIC 9(8).
           05  CHARGE-AMOUNT-WS         PIC 9(4)V99 VALUE ZERO.
           05  NEW-BALANCE-WS           PIC 9(5)V99 VALUE ZERO.
           05  PLAN-STATUS-WS           PIC X(2).
           05  PLAN-FOUND-FLAG          PIC X(1)    VALUE "N".
           05  PLAN-CURRENT-FLAG        PIC X(1)    VALUE "N".
           05  SCHEDULED-AMOUNT-WS      PIC 9(5)V99 VALUE ZERO.
           05  PAID-AMOUNT-WS           PIC 9(5)V99 VALUE ZERO.
           05  INST-SUB-WS              PIC 9(1)    VALUE ZERO.
           05  RCPT-STATUS-WS           PIC X(2).
           05  RCPT-EOF-FLAG            PIC X(1)    VALUE "N".

      *Students already charged for this charge month, from the
      *cumulative charge history
       01  CHARGED-TABLE-WS.
           05  CHG-TBL-WS OCCURS 5000 TIMES
                                        PIC 9(6).

       01  CHARGED-WORK-FIELDS.
           05  HIST-STATUS-WS           PIC X(2).
           05  HIST-EOF-FLAG            PIC X(1)    VALUE "N".
           05  CHG-COUNT-WS             PIC 9(4)    VALUE ZERO.
           05  CHG-SUB-WS               PIC 9(4)    VALUE ZERO.
           05  CHG-FOUND-FLAG           PIC X(1)    VALUE "N".

      *Reversed receipt numbers, held in storage so a bounced
      *payment never keeps a plan current
       01  REVERSED-TABLE-WS.
           05  REV-TBL-WS OCCURS 5000 TIMES
                                        PIC X(8).

       01  REVERSED-WORK-FIELDS.
           05  REV-STATUS-WS            PIC X(2).
           05  REV-EOF-FLAG             PIC X(1)    VALUE "N".
           05  REV-COUNT-WS             PIC 9(4)    VALUE ZERO.
           05  REV-SUB-WS               PIC 9(4)    VALUE ZERO.
           05  REV-FOUND-FLAG           PIC X(1)    VALUE "N".

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                 PIC X(3)    VALUE "NO ".
           05  STATUS-FIELD             PIC X(2).

      *System-status interlock working fields
       01  SYSSTAT-FIELDS.
           05  SYSSTAT-STATUS-WS       PIC X(2).
           05  SYSSTAT-HELD-FLAG       PIC X(1)  VALUE "N".
           05  SYSSTAT-STAMP-WS.
               10  SYSSTAT-DATE-WS     PIC X(8).
               10  SYSSTAT-TIME-WS     PIC X(6).

      *Journal image staging areas and run timestamp
       01  JOURNAL-FIELDS.
           05  JRN-BEFORE-WS           PIC X(116) VALUE SPACES.
           05  JRN-AFTER-WS            PIC X(116) VALUE SPACES.
           05  JRN-ACTION-WS           PIC X(1)   VALUE SPACE.
       01  JRN-TIMESTAMP-WS.
           05  JRN-TS-DATE-WS          PIC X(8).
           05  JRN-TS-TIME-WS          PIC X(6).

      *Account ledger posting request
       COPY "LDG-REQ-STRUCTURE.CBL".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *CHARGE THE MONTH'S LATE-PAYMENT FEES
       100-RUN-LATE-CHARGES.
           PERFORM 390-LOG-JOB-START.
           PERFORM 313-READ-RUN-PARAMETERS.
           PERFORM 310-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "LATE CHARGE RUN REFUSED - AN ONLINE "
                   "SESSION HAS THE STUDENT FILE OPEN "
                   "(SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 311-REGISTER-BATCH-SESSION.
           DISPLAY "ENTER CHARGE MONTH (YYYYMM): ".
           ACCEPT CHARGE-MONTH-WS.
           IF CHARGE-MONTH-WS NOT NUMERIC
               OR CHARGE-MONTH-MM-WS < 01
               OR CHARGE-MONTH-MM-WS > 12
               DISPLAY "LATE CHARGE RUN REFUSED - CHARGE MONTH "
                   CHARGE-MONTH-WS
                   " IS NOT A VALID YYYYMM"
               PERFORM 312-CLEAR-SYSTEM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 326-FIND-FEE-DEADLINE.
           IF FEE-DEADLINE-WS IS NOT NUMERIC
               DISPLAY "LATE CHARGE RUN REFUSED - NO FEE DEADLINE "
                   "ON CALENDAR.TXT FOR THE TERM IN SESSION ON "
                   RUN-DATE-WS " (OR FEE-DEADLINE ON RUNPARM.TXT)"
               PERFORM 312-CLEAR-SYSTEM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           COMPUTE DAYS-PAST-DEADLINE-WS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM-WS)
             - FUNCTION INTEGER-OF-DATE(FEE-DEADLINE-NUM-WS).
           IF DAYS-PAST-DEADLINE-WS NOT > LATE-FEE-GRACE-DAYS-WS
               DISPLAY "LATE CHARGE RUN - NOTHING PAST DUE; TERM "
                   FEE-TERM-WS " FEE DEADLINE " FEE-DEADLINE-WS
                   " PLUS " LATE-FEE-GRACE-DAYS-WS
                   " GRACE DAYS HAS NOT PASSED"
               PERFORM 312-CLEAR-SYSTEM-STATUS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 317-LOAD-CHARGE-HISTORY.
           PERFORM 323-LOAD-REVERSED-RECEIPTS.
           PERFORM 201-INITIATE-CHARGE-RUN.
           PERFORM 202-CHARGE-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-CHARGE-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-CHARGE-RUN.
           OPEN I-O    INDEXED-STUDENT-FILE.
           OPEN INPUT  PLAN-FILE.
           OPEN OUTPUT CHARGE-REGISTER.
           OPEN EXTEND JOURNAL-FILE.
           OPEN EXTEND CHARGE-HISTORY-FILE.
           IF HIST-STATUS-WS = "35"
               OPEN OUTPUT CHARGE-HISTORY-FILE
           END-IF.
           MOVE CHARGE-MONTH-WS TO HDR-MONTH-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM PAGE-HEADER-WS.
           WRITE REGISTER-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 301-READ-STUDENT-RECORD.

       301-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      *Once the fee deadline is behind the run date, only a real,
      *non-withdrawn student at or above the minimum balance is
      *past due; the plan exemption and the once-a-month
      *rule are then applied in that order
       202-CHARGE-ONE-STUDENT.
           IF STUD-NUM-OUT NOT = ZERO AND STUD-NUM-OUT NOT = 999999
               AND STUDENT-STATUS-OUT NOT = "W"
               AND TUITION-OWED-OUT >= LATE-FEE-MIN-BAL-WS
               AND TUITION-OWED-OUT > ZERO
               PERFORM 302-TEST-PAST-DUE-STUDENT
           END-IF.
           PERFORM 301-READ-STUDENT-RECORD.

       302-TEST-PAST-DUE-STUDENT.
           MOVE ZERO TO CHARGE-AMOUNT-WS.
           PERFORM 318-CHECK-ALREADY-CHARGED.
           PERFORM 304-CHECK-PLAN-CURRENT.
           EVALUATE TRUE
               WHEN CHG-FOUND-FLAG = "Y"
                   ADD 1 TO SKIPPED-COUNTER-WS
                   MOVE "ALREADY CHARGED" TO REG-DISPOSITION-OUT-WS
                   PERFORM 307-WRITE-REGISTER-DETAIL
               WHEN PLAN-CURRENT-FLAG = "Y"
                   ADD 1 TO EXEMPT-COUNTER-WS
                   MOVE "EXEMPT - PLAN CURRENT"
                       TO REG-DISPOSITION-OUT-WS
                   PERFORM 307-WRITE-REGISTER-DETAIL
               WHEN OTHER
                   PERFORM 303-APPLY-LATE-CHARGE
           END-EVALUATE.

      *Work out the charge, refuse one that would overflow the
      *balance field, and rewrite and journal the balance
       303-APPLY-LATE-CHARGE.
           IF LATE-FEE-PERCENT-WS > ZERO
               COMPUTE CHARGE-AMOUNT-WS ROUNDED =
                   TUITION-OWED-OUT * LATE-FEE-PERCENT-WS / 100
           ELSE
               MOVE LATE-FEE-AMOUNT-WS TO CHARGE-AMOUNT-WS
           END-IF.
           COMPUTE NEW-BALANCE-WS = TUITION-OWED-OUT + CHARGE-AMOUNT-WS.
           IF CHARGE-AMOUNT-WS = ZERO
               MOVE "NO CHARGE COMPUTED" TO REG-DISPOSITION-OUT-WS
               PERFORM 307-WRITE-REGISTER-DETAIL
           ELSE
               IF NEW-BALANCE-WS > 9999.99
                   MOVE "BALANCE WOULD OVERFLOW"
                       TO REG-DISPOSITION-OUT-WS
                   PERFORM 307-WRITE-REGISTER-DETAIL
               ELSE
                   PERFORM 305-REWRITE-STUDENT-BALANCE
               END-IF
           END-IF.

       305-REWRITE-STUDENT-BALANCE.
           MOVE STUDENT-RECORD-OUT TO JRN-BEFORE-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS.
           ADD CHARGE-AMOUNT-WS TO TUITION-OWED-OUT.
           REWRITE STUDENT-RECORD-OUT
               INVALID KEY
                   MOVE "REWRITE FAILED" TO REG-DISPOSITION-OUT-WS
                   PERFORM 307-WRITE-REGISTER-DETAIL
               NOT INVALID KEY
                   MOVE STUDENT-RECORD-OUT TO JRN-AFTER-WS
                   MOVE "R" TO JRN-ACTION-WS
                   PERFORM 308-WRITE-JOURNAL-RECORD
                   PERFORM 322-POST-LEDGER-ENTRY
                   PERFORM 319-RECORD-CHARGE-HISTORY
                   ADD 1 TO CHARGED-COUNTER-WS
                   ADD CHARGE-AMOUNT-WS TO CHARGED-AMOUNT-WS
                   MOVE "CHARGED" TO REG-DISPOSITION-OUT-WS
                   PERFORM 307-WRITE-REGISTER-DETAIL
           END-REWRITE.

      *A plan is current when the posted payments since set-up
      *cover every installment due by the run date - the rule
      *PAYMENT-PLAN-STATUS prints as CURRENT
       304-CHECK-PLAN-CURRENT.
           MOVE "N" TO PLAN-CURRENT-FLAG.
           MOVE STUD-NUM-OUT TO PLAN-STUD-NUM.
           READ PLAN-FILE
               INVALID KEY MOVE "N" TO PLAN-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO PLAN-FOUND-FLAG
           END-READ.
           IF PLAN-FOUND-FLAG = "Y"
               MOVE ZERO TO SCHEDULED-AMOUNT-WS
               PERFORM 306-ADD-ONE-INSTALLMENT
                   VARYING INST-SUB-WS FROM 1 BY 1
                   UNTIL INST-SUB-WS > 4
               PERFORM 309-TOTAL-POSTED-PAYMENTS
               IF PAID-AMOUNT-WS >= SCHEDULED-AMOUNT-WS
                   MOVE "Y" TO PLAN-CURRENT-FLAG
               END-IF
           END-IF.

       306-ADD-ONE-INSTALLMENT.
           IF PLAN-INST-AMOUNT(INST-SUB-WS) > ZERO
               AND PLAN-INST-DUE(INST-SUB-WS) <= RUN-DATE-WS
               ADD PLAN-INST-AMOUNT(INST-SUB-WS)
                   TO SCHEDULED-AMOUNT-WS
           END-IF.

       309-TOTAL-POSTED-PAYMENTS.
           MOVE ZERO TO PAID-AMOUNT-WS.
           MOVE "N" TO RCPT-EOF-FLAG.
           OPEN INPUT RECEIPT-REGISTER-FILE.
           IF RCPT-STATUS-WS = "00"
               PERFORM 314-ADD-ONE-POSTED-PAYMENT
                   UNTIL RCPT-EOF-FLAG = "Y"
               CLOSE RECEIPT-REGISTER-FILE
           END-IF.

       314-ADD-ONE-POSTED-PAYMENT.
           READ RECEIPT-REGISTER-FILE
               AT END MOVE "Y" TO RCPT-EOF-FLAG
               NOT AT END
                   IF RCP-STUD-NUM-IN = PLAN-STUD-NUM
                       AND RCP-DATE-IN >= PLAN-SET-UP-DATE
                       PERFORM 325-CHECK-RECEIPT-REVERSED
                       IF REV-FOUND-FLAG = "N"
                           ADD RCP-AMOUNT-IN TO PAID-AMOUNT-WS
                       END-IF
                   END-IF
           END-READ.

      *Load the reversed receipt numbers; a missing reversal
      *register just means no payment has ever been returned
       323-LOAD-REVERSED-RECEIPTS.
           OPEN INPUT REVERSAL-HISTORY-FILE.
           IF REV-STATUS-WS = "00"
               PERFORM 324-LOAD-ONE-REVERSAL
                   UNTIL REV-EOF-FLAG = "Y"
                       OR REV-COUNT-WS >= 5000
               IF REV-EOF-FLAG NOT = "Y"
                   READ REVERSAL-HISTORY-FILE
                       AT END MOVE "Y" TO REV-EOF-FLAG
                   END-READ
               END-IF
               IF REV-EOF-FLAG NOT = "Y"
                   DISPLAY "LATE CHARGE RUN REFUSED - RCPTREV.TXT "
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
                   MOVE REV-RECEIPT-IN TO REV-TBL-WS(REV-COUNT-WS)
           END-READ.

       325-CHECK-RECEIPT-REVERSED.
           MOVE "N" TO REV-FOUND-FLAG.
           PERFORM 402-MATCH-REVERSED-RECEIPT
               VARYING REV-SUB-WS FROM 1 BY 1
               UNTIL REV-SUB-WS > REV-COUNT-WS
                   OR REV-FOUND-FLAG = "Y".

       402-MATCH-REVERSED-RECEIPT.
           IF REV-TBL-WS(REV-SUB-WS) = RCP-RECEIPT-IN
               MOVE "Y" TO REV-FOUND-FLAG
           END-IF.

       203-TERMINATE-CHARGE-RUN.
           MOVE CHARGED-COUNTER-WS TO TOT-CHARGED-COUNT-OUT-WS.
           MOVE CHARGED-AMOUNT-WS  TO TOT-CHARGED-AMT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM CHARGED-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE EXEMPT-COUNTER-WS  TO TOT-EXEMPT-COUNT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM EXEMPT-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE SKIPPED-COUNTER-WS TO TOT-SKIPPED-COUNT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM SKIPPED-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           DISPLAY "STUDENTS CHARGED: " CHARGED-COUNTER-WS.
           DISPLAY "EXEMPT ON A CURRENT PLAN: " EXEMPT-COUNTER-WS.
           DISPLAY "ALREADY CHARGED THIS MONTH: " SKIPPED-COUNTER-WS.
           CLOSE INDEXED-STUDENT-FILE
                 PLAN-FILE
                 CHARGE-REGISTER
                 JOURNAL-FILE
                 CHARGE-HISTORY-FILE.
           MOVE "C" TO LDG-REQ-FUNCTION-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.
           PERFORM 312-CLEAR-SYSTEM-STATUS.

       307-WRITE-REGISTER-DETAIL.
           MOVE STUD-NUM-OUT     TO REG-STUD-NUM-OUT-WS.
           MOVE STUD-NAME-OUT    TO REG-STUD-NAME-OUT-WS.
           MOVE TUITION-OWED-OUT TO REG-BALANCE-OUT-WS.
           MOVE CHARGE-AMOUNT-WS TO REG-CHARGE-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Append a before/after image journal record to STUJRNL.TXT
       308-WRITE-JOURNAL-RECORD.
           ACCEPT JRN-TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JRN-TS-TIME-WS FROM TIME.
           MOVE SPACES            TO JOURNAL-RECORD-OUT.
           MOVE JRN-TIMESTAMP-WS  TO JRN-TIMESTAMP-OUT.
           MOVE "LATEFEE "        TO JRN-PROGRAM-OUT.
           MOVE JRN-ACTION-WS     TO JRN-ACTION-OUT.
           MOVE JRN-BEFORE-WS     TO JRN-BEFORE-IMAGE-OUT.
           MOVE JRN-AFTER-WS      TO JRN-AFTER-IMAGE-OUT.
           WRITE JOURNAL-RECORD-OUT.

      *Post the charge to the student's account ledger as a fee
      *referenced by the charge month
       322-POST-LEDGER-ENTRY.
           MOVE "W"              TO LDG-REQ-FUNCTION-WS.
           MOVE STUD-NUM-OUT     TO LDG-REQ-STUD-NUM-WS.
           MOVE "FEE"            TO LDG-REQ-TYPE-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-AFTER-BAL-WS.
           MOVE ZERO             TO LDG-REQ-MEMO-AMOUNT-WS.
           MOVE CHARGE-MONTH-WS  TO LDG-REQ-REFERENCE-WS.
           MOVE "LATEFEE "       TO LDG-REQ-PROGRAM-WS.
           MOVE "BATCH   "       TO LDG-REQ-OPERATOR-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.

      *Load the students already charged for this month; a missing
      *history just means no late charge has ever been made. A
      *history past the table refuses the run rather than failing
      *open on the once-a-month rule.
       317-LOAD-CHARGE-HISTORY.
           MOVE "N" TO HIST-EOF-FLAG.
           MOVE ZERO TO CHG-COUNT-WS.
           OPEN INPUT CHARGE-HISTORY-FILE.
           IF HIST-STATUS-WS = "00"
               PERFORM 315-LOAD-ONE-CHARGE
                   UNTIL HIST-EOF-FLAG = "Y"
               CLOSE CHARGE-HISTORY-FILE
           END-IF.

       315-LOAD-ONE-CHARGE.
           READ CHARGE-HISTORY-FILE
               AT END MOVE "Y" TO HIST-EOF-FLAG
               NOT AT END
                   IF HST-CHARGE-MONTH = CHARGE-MONTH-WS
                       PERFORM 316-TABLE-ONE-CHARGE
                   END-IF
           END-READ.

       316-TABLE-ONE-CHARGE.
           IF CHG-COUNT-WS >= 5000
               DISPLAY "LATE CHARGE RUN REFUSED - LATEHIST.TXT "
                   "HOLDS MORE THAN 5000 CHARGES FOR THE MONTH"
               CLOSE CHARGE-HISTORY-FILE
               PERFORM 312-CLEAR-SYSTEM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           ADD 1 TO CHG-COUNT-WS.
           MOVE HST-STUD-NUM TO CHG-TBL-WS(CHG-COUNT-WS).

       318-CHECK-ALREADY-CHARGED.
           MOVE "N" TO CHG-FOUND-FLAG.
           PERFORM 401-MATCH-CHARGED-STUDENT
               VARYING CHG-SUB-WS FROM 1 BY 1
               UNTIL CHG-SUB-WS > CHG-COUNT-WS
                   OR CHG-FOUND-FLAG = "Y".

       401-MATCH-CHARGED-STUDENT.
           IF CHG-TBL-WS(CHG-SUB-WS) = STUD-NUM-OUT
               MOVE "Y" TO CHG-FOUND-FLAG
           END-IF.

      *The charge goes on the history the moment it is made, so a
      *crash one record later can never charge the student twice
       319-RECORD-CHARGE-HISTORY.
           MOVE SPACES           TO CHARGE-HISTORY-RECORD.
           MOVE STUD-NUM-OUT     TO HST-STUD-NUM.
           MOVE CHARGE-MONTH-WS  TO HST-CHARGE-MONTH.
           MOVE CHARGE-AMOUNT-WS TO HST-AMOUNT.
           MOVE RUN-DATE-WS      TO HST-RUN-DATE.
           WRITE CHARGE-HISTORY-RECORD.
           IF CHG-COUNT-WS < 5000
               ADD 1 TO CHG-COUNT-WS
               MOVE STUD-NUM-OUT TO CHG-TBL-WS(CHG-COUNT-WS)
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
           MOVE "LATEFEE "       TO SYSSTAT-ID.
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
               PERFORM 320-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       320-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 321-APPLY-RUN-PARAMETER
           END-READ.

       321-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
               WHEN "LATE-FEE-AMOUNT     "
                   IF PARM-AMOUNT-IN IS NUMERIC
                       MOVE PARM-AMOUNT-IN TO LATE-FEE-AMOUNT-WS
                   END-IF
               WHEN "LATE-FEE-PERCENT    "
                   IF PARM-AMOUNT-IN IS NUMERIC
                       MOVE PARM-AMOUNT-IN TO LATE-FEE-PERCENT-WS
                   END-IF
               WHEN "LATE-FEE-MIN-BAL    "
                   IF PARM-AMOUNT-IN IS NUMERIC
                       MOVE PARM-AMOUNT-IN TO LATE-FEE-MIN-BAL-WS
                   END-IF
               WHEN "LATE-FEE-GRACE-DAYS "
                   IF PARM-DAYS-IN IS NUMERIC
                       MOVE PARM-DAYS-IN TO LATE-FEE-GRACE-DAYS-WS
                   END-IF
               WHEN "FEE-DEADLINE        "
                   MOVE PARM-VALUE-IN TO FEE-DEADLINE-PARM-WS
           END-EVALUATE.

      *Find the calendar term in session on the run date and take
      *its fee deadline, unless RUNPARM.TXT names the deadline
       326-FIND-FEE-DEADLINE.
           MOVE SPACES TO FEE-TERM-WS
                          FEE-DEADLINE-WS.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-WS = "00"
               PERFORM 327-READ-CALENDAR-TERM
                   UNTIL CAL-EOF-FLAG = "Y"
               CLOSE CALENDAR-FILE-IN
           END-IF.
           IF FEE-DEADLINE-PARM-WS NOT = SPACES
               MOVE FEE-DEADLINE-PARM-WS TO FEE-DEADLINE-WS
           END-IF.

       327-READ-CALENDAR-TERM.
           READ CALENDAR-FILE-IN
               AT END MOVE "Y" TO CAL-EOF-FLAG
               NOT AT END
                   IF CAL-START-DATE-IN <= RUN-DATE-WS
                       AND CAL-END-DATE-IN >= RUN-DATE-WS
                       MOVE CAL-TERM-CODE-IN    TO FEE-TERM-WS
                       MOVE CAL-FEE-DEADLINE-IN TO FEE-DEADLINE-WS
                       MOVE "Y" TO CAL-EOF-FLAG
                   END-IF
           END-READ.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "LATE-CHARGE-RUN" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               CHARGED-COUNTER-WS + EXEMPT-COUNTER-WS
                 + SKIPPED-COUNTER-WS.
           MOVE CHARGED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM LATE-CHARGE-RUN.
