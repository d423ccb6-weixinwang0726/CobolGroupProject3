      *SCHEDULE, ARE LISTED AND LEFT UNTOUCHED. EVERY POSTED
      *ASSESSMENT GOES ON THE CUMULATIVE ASSESSED.TXT REGISTER,
      *CHECKED BEFORE POSTING, SO A FAILED RUN CAN BE RERUN END TO
      *END WITHOUT BILLING ANYONE TWICE. EACH ASSESSMENT IS ALSO
      *POSTED TO THE STUDENT ACCOUNT LEDGER (STULEDGR.TXT) AS A "CHG"
      *ENTRY REFERENCED BY THE TERM CODE. A STUDENT WITH A
      *SPONSORSHIP AGREEMENT FOR THE TERM (SPONAGR.TXT) HAS THE
      *ASSESSMENT SPLIT: THE SPONSOR'S SHARE - A PERCENTAGE, OR THE
      *TUITION UP TO A DOLLAR CAP - GOES ON THE SPONSOR RECEIVABLE
      *(SPONSOR.TXT) AND THE SPONSOR TRANSACTION FILE (SPONTRAN.TXT)
      *FOR THE SPONSOR INVOICE RUN, AND ONLY THE REST IS ADDED TO
      *THE STUDENT'S BALANCE; THE SPONSOR'S SHARE SHOWS ON THE
      *STUDENT'S LEDGER AS AN "SPN" MEMO ENTRY.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-ASSESSMENT.
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ASSESSED-STATUS-WS.

      *Sponsorship agreements and the sponsor master - both may be
      *missing at a site, in which case nobody is sponsored
           SELECT AGREEMENT-FILE
               ASSIGN TO "D:\Cobol\SPONAGR.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS AGR-KEY
                               FILE STATUS IS AGR-STATUS-WS.

           SELECT SPONSOR-FILE
               ASSIGN TO "D:\Cobol\SPONSOR.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SPN-CODE
                               FILE STATUS IS SPN-STATUS-WS.

           SELECT SPONSOR-TRANS-FILE
               ASSIGN TO "D:\Cobol\SPONTRAN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SPT-STATUS-WS.

           SELECT ASSESSMENT-REGISTER
               ASSIGN TO "D:\Cobol\ASSESSRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ASD-DATE-OUT            PIC X(8).

       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           05  AGR-KEY.
               10  AGR-STUD-NUM        PIC 9(6).
               10  AGR-TERM            PIC X(5).
           05  AGR-SPONSOR-CODE        PIC X(6).
           05  AGR-BASIS               PIC X(1).
           05  AGR-PERCENT             PIC 9(3).
           05  AGR-CAP-AMOUNT          PIC 9(5)V99.

       FD  SPONSOR-FILE.
       01  SPONSOR-RECORD.
           05  SPN-CODE                PIC X(6).
           05  SPN-NAME                PIC X(30).
           05  SPN-STREET              PIC X(30).
           05  SPN-CITY                PIC X(20).
           05  SPN-PROVINCE            PIC X(2).
           05  SPN-POSTAL-CODE         PIC X(7).
           05  SPN-CONTACT             PIC X(30).
           05  SPN-PHONE               PIC X(10).
           05  SPN-RECEIVABLE          PIC 9(7)V99.

      *One line per movement on a sponsor's account: "CHG" the
      *sponsor share of an assessment, "PAY" a sponsor cheque,
      *"CRD" the sponsor share of a dropped-course credit
       FD  SPONSOR-TRANS-FILE.
       01  SPONSOR-TRANS-RECORD.
           05  SPT-SPONSOR-CODE        PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPT-TYPE                PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPT-TERM                PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPT-STUD-NUM            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPT-AMOUNT              PIC 9(7)V99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPT-DATE                PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPT-REFERENCE           PIC X(8).

       FD  ASSESSMENT-REGISTER.
       01  REGISTER-RECORD-OUT     PIC X(80).

           05  FILLER                  PIC X(12) VALUE " = ASSESSED ".
           05  BLD-ASSESSED-OUT-WS     PIC Z,ZZ9.99.

       01  SPLIT-LINE-WS.
           05  FILLER                  PIC X(10) VALUE "  SPONSOR ".
           05  SPL-SPONSOR-OUT-WS      PIC X(6).
           05  FILLER                  PIC X(6)  VALUE " PAYS ".
           05  SPL-SPONSOR-AMT-OUT-WS  PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(15) VALUE
                   "  STUDENT PAYS ".
           05  SPL-STUDENT-AMT-OUT-WS  PIC ZZ,ZZ9.99.

       01  NO-SPONSOR-LINE-WS.
           05  FILLER                  PIC X(10) VALUE "  SPONSOR ".
           05  NSP-SPONSOR-OUT-WS      PIC X(6).
           05  FILLER                  PIC X(38) VALUE
                   " NOT ON MASTER - BILLED TO STUDENT".

       01  NO-RATE-LINE-WS             PIC X(44) VALUE
               "  NO RATE ON FEE SCHEDULE - NOT ASSESSED".

           05  FILLER                  PIC X(9)  VALUE "  PRIOR: ".
           05  TOT-ALREADY-OUT-WS      PIC ZZZZZ9.

       01  SPONSOR-TOTALS-LINE-WS.
           05  FILLER                  PIC X(11) VALUE "SPONSORED: ".
           05  TOT-SPONSORED-OUT-WS    PIC ZZZZZ9.
           05  FILLER                  PIC X(17) VALUE
                   "  SPONSOR SHARE: ".
           05  TOT-SPONSOR-AMT-OUT-WS  PIC Z,ZZZ,ZZ9.99.

      *Assessment work fields for the student in hand
       01  ASSESSMENT-FIELDS.
           05  FEE-STATUS-WS           PIC X(2).
           05  COURSE-FOUND-FLAG       PIC X(3)  VALUE "NO ".
           05  MATCHED-CRS-SUB-WS      PIC 9(3)  VALUE ZERO.

      *Sponsor split work fields for the student in hand
       01  SPONSOR-SPLIT-FIELDS.
           05  AGR-STATUS-WS           PIC X(2).
           05  SPN-STATUS-WS           PIC X(2).
           05  SPT-STATUS-WS           PIC X(2).
           05  AGRFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  SPNFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  SPONSORED-FLAG          PIC X(1)  VALUE "N".
           05  SPONSOR-SHARE-WS        PIC 9(5)V99 VALUE ZERO.
           05  STUDENT-SHARE-WS        PIC 9(5)V99 VALUE ZERO.

       01  RUN-COUNTERS-WS.
           05  ASSESSED-COUNTER-WS     PIC 9(6)    VALUE ZERO.
           05  ASSESSED-TOTAL-WS       PIC 9(7)V99 VALUE ZERO.
           05  SKIPPED-COUNTER-WS      PIC 9(6)    VALUE ZERO.
           05  ALREADY-COUNTER-WS      PIC 9(6)    VALUE ZERO.
           05  SPONSORED-COUNTER-WS    PIC 9(6)    VALUE ZERO.
           05  SPONSOR-TOTAL-WS        PIC 9(7)V99 VALUE ZERO.

      *The keyed assessment term and the term/student pairs already
      *assessed for it, held for the duplicate test
           05  JRN-TS-DATE-WS          PIC X(8).
           05  JRN-TS-TIME-WS          PIC X(6).

      *Account ledger posting request
       COPY "LDG-REQ-STRUCTURE.CBL".

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  EOF-CRS-TBL-FLAG        PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD            PIC X(2).
           05  CRS-TBL-SUB             PIC 9(3)  VALUE 1.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *ASSESS EVERY ENROLLED STUDENT'S TERM TUITION FROM THEIR
      *REGISTRATIONS
       100-ASSESS-TERM-FEES.
           PERFORM 390-LOG-JOB-START.
           PERFORM 312-READ-RUN-PARAMETERS.
           PERFORM 307-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "ASSESSMENT RUN REFUSED - AN ONLINE SESSION "
                   "HAS THE STUDENT FILE OPEN (SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 308-REGISTER-BATCH-SESSION.
           PERFORM 201-INITIATE-ASSESSMENT.
           PERFORM 202-ASSESS-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-ASSESSMENT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-ASSESSMENT.
                   "(SEE CALENDAR-MAINT)"
               PERFORM 309-CLEAR-SYSTEM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 318-LOAD-ASSESSED-REGISTER.
           OPEN INPUT  REGISTRATION-FILE
                       COURSE-FILE-IN.
           OPEN OUTPUT ASSESSMENT-REGISTER.
           OPEN EXTEND JOURNAL-FILE.
           OPEN EXTEND ASSESSED-REGISTER-FILE.
           IF ASSESSED-STATUS-WS = "35"
               OPEN OUTPUT ASSESSED-REGISTER-FILE
           END-IF.
           OPEN EXTEND SPONSOR-TRANS-FILE.
           IF SPT-STATUS-WS = "35"
               OPEN OUTPUT SPONSOR-TRANS-FILE
           END-IF.
           OPEN INPUT AGREEMENT-FILE.
           IF AGR-STATUS-WS = "00"
               MOVE "Y" TO AGRFILE-OPEN-FLAG
           END-IF.
           OPEN I-O SPONSOR-FILE.
           IF SPN-STATUS-WS = "00"
               MOVE "Y" TO SPNFILE-OPEN-FLAG
           END-IF.
           PERFORM 301-PRODUCE-COURSE-TBL
                   VARYING CRS-TBL-SUB FROM 1 BY 1
                   UNTIL CRS-TBL-SUB > 200
                           CLOSE ASSESSED-REGISTER-FILE
                           PERFORM 309-CLEAR-SYSTEM-STATUS
                           MOVE 8 TO RETURN-CODE
                           PERFORM 391-LOG-JOB-END
                           STOP RUN
                       END-IF
                       ADD 1 TO ASD-COUNT-WS
           MOVE ALREADY-COUNTER-WS  TO TOT-ALREADY-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM TOTALS-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE SPONSORED-COUNTER-WS TO TOT-SPONSORED-OUT-WS.
           MOVE SPONSOR-TOTAL-WS     TO TOT-SPONSOR-AMT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM SPONSOR-TOTALS-LINE-WS
               AFTER ADVANCING 1 LINES.
           DISPLAY "STUDENTS ASSESSED: " ASSESSED-COUNTER-WS.
           DISPLAY "STUDENTS SPONSORED: " SPONSORED-COUNTER-WS.
           DISPLAY "STUDENTS SKIPPED: " SKIPPED-COUNTER-WS.
           DISPLAY "ALREADY ASSESSED THIS TERM: " ALREADY-COUNTER-WS.
           CLOSE INDEXED-STUDENT-FILE
                 COURSE-FILE-IN
                 ASSESSMENT-REGISTER
                 ASSESSED-REGISTER-FILE
                 SPONSOR-TRANS-FILE
                 JOURNAL-FILE.
           IF AGRFILE-OPEN-FLAG = "Y"
               CLOSE AGREEMENT-FILE
           END-IF.
           IF SPNFILE-OPEN-FLAG = "Y"
               CLOSE SPONSOR-FILE
           END-IF.
           MOVE "C" TO LDG-REQ-FUNCTION-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.
           PERFORM 309-CLEAR-SYSTEM-STATUS.

      *One student: the register shows the build - each active
           END-IF.

      *Post the assessment: balance rewritten and journalled, and
      *the build line printed under the course detail. A sponsored
      *student's balance takes only the student's share; the
      *sponsor's share goes on the sponsor's account.
       306-POST-STUDENT-ASSESSMENT.
           COMPUTE ASSESSED-AMOUNT-WS =
               CREDIT-TOTAL-WS * STUDENT-RATE-WS.
           PERFORM 325-SPLIT-SPONSOR-SHARE.
           MOVE STUDENT-RECORD-OUT TO JRN-BEFORE-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS.
           ADD STUDENT-SHARE-WS TO TUITION-OWED-OUT.
           REWRITE STUDENT-RECORD-OUT.
           MOVE STUDENT-RECORD-OUT TO JRN-AFTER-WS.
           PERFORM 314-WRITE-JOURNAL-RECORD.
           PERFORM 324-POST-LEDGER-ENTRY.
           MOVE CREDIT-TOTAL-WS    TO BLD-CREDITS-OUT-WS.
           MOVE STUDENT-RATE-WS    TO BLD-RATE-OUT-WS.
           MOVE ASSESSED-AMOUNT-WS TO BLD-ASSESSED-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM BUILD-LINE-WS
               AFTER ADVANCING 1 LINES.
           IF SPONSORED-FLAG = "Y"
               PERFORM 327-POST-SPONSOR-SHARE
           END-IF.
           ADD 1 TO ASSESSED-COUNTER-WS.
           ADD ASSESSED-AMOUNT-WS TO ASSESSED-TOTAL-WS.
           PERFORM 321-RECORD-POSTED-ASSESSMENT.
           MOVE JRN-AFTER-WS      TO JRN-AFTER-IMAGE-OUT.
           WRITE JOURNAL-RECORD-OUT.

      *Post the assessment to the student's account ledger as a
      *charge referenced by the term
       324-POST-LEDGER-ENTRY.
           MOVE "W"                TO LDG-REQ-FUNCTION-WS.
           MOVE STUD-NUM-OUT       TO LDG-REQ-STUD-NUM-WS.
           MOVE "CHG"              TO LDG-REQ-TYPE-WS.
           MOVE TUITION-OWED-OUT   TO LDG-REQ-AFTER-BAL-WS.
           MOVE ZERO               TO LDG-REQ-MEMO-AMOUNT-WS.
           MOVE RUN-TERM-CODE-WS   TO LDG-REQ-REFERENCE-WS.
           MOVE "ASSESS  "         TO LDG-REQ-PROGRAM-WS.
           MOVE "BATCH   "         TO LDG-REQ-OPERATOR-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.


      *Find the student's sponsorship agreement for the term and
      *work out the sponsor's share - a percentage of the assessed
      *tuition, or the tuition up to the dollar cap. An agreement
      *naming a sponsor no longer on the master bills the student
      *in full and says so on the register.
       325-SPLIT-SPONSOR-SHARE.
           MOVE "N" TO SPONSORED-FLAG.
           MOVE ZERO TO SPONSOR-SHARE-WS.
           IF AGRFILE-OPEN-FLAG = "Y"
               MOVE STUD-NUM-OUT     TO AGR-STUD-NUM
               MOVE RUN-TERM-CODE-WS TO AGR-TERM
               READ AGREEMENT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 326-APPLY-AGREEMENT
               END-READ
           END-IF.
           COMPUTE STUDENT-SHARE-WS =
               ASSESSED-AMOUNT-WS - SPONSOR-SHARE-WS.

       326-APPLY-AGREEMENT.
           MOVE AGR-SPONSOR-CODE TO SPN-CODE.
           IF SPNFILE-OPEN-FLAG = "Y"
               READ SPONSOR-FILE
                   INVALID KEY MOVE "N" TO SPONSORED-FLAG
                   NOT INVALID KEY MOVE "Y" TO SPONSORED-FLAG
               END-READ
           END-IF.
           IF SPONSORED-FLAG = "N"
               MOVE AGR-SPONSOR-CODE TO NSP-SPONSOR-OUT-WS
               WRITE REGISTER-RECORD-OUT FROM NO-SPONSOR-LINE-WS
                   AFTER ADVANCING 1 LINES
           ELSE
               EVALUATE AGR-BASIS
                   WHEN "P"
                       COMPUTE SPONSOR-SHARE-WS ROUNDED =
                           ASSESSED-AMOUNT-WS * AGR-PERCENT / 100
                   WHEN "C"
                       IF AGR-CAP-AMOUNT < ASSESSED-AMOUNT-WS
                           MOVE AGR-CAP-AMOUNT TO SPONSOR-SHARE-WS
                       ELSE
                           MOVE ASSESSED-AMOUNT-WS
                               TO SPONSOR-SHARE-WS
                       END-IF
               END-EVALUATE
               IF SPONSOR-SHARE-WS > ASSESSED-AMOUNT-WS
                   MOVE ASSESSED-AMOUNT-WS TO SPONSOR-SHARE-WS
               END-IF
               IF SPONSOR-SHARE-WS = ZERO
                   MOVE "N" TO SPONSORED-FLAG
               END-IF
           END-IF.

      *The sponsor's share raises the sponsor receivable, goes on
      *the sponsor transaction file for the invoice run, and shows
      *on the student's ledger as a memo so the student's history
      *explains why the balance rose by less than the assessment. A
      *sponsor that cannot be rewritten is not charged at all.
       327-POST-SPONSOR-SHARE.
           ADD SPONSOR-SHARE-WS TO SPN-RECEIVABLE.
           REWRITE SPONSOR-RECORD
               INVALID KEY
                   DISPLAY "ASSESSMENT - SPONSOR.TXT REWRITE FAILED "
                       "FOR " SPN-CODE " STATUS " SPN-STATUS-WS
                       " - SHARE FOR " STUD-NUM-OUT " NOT POSTED"
               NOT INVALID KEY
                   PERFORM 328-RECORD-SPONSOR-CHARGE
           END-REWRITE.

       328-RECORD-SPONSOR-CHARGE.
           MOVE SPACES             TO SPONSOR-TRANS-RECORD.
           MOVE SPN-CODE           TO SPT-SPONSOR-CODE.
           MOVE "CHG"              TO SPT-TYPE.
           MOVE RUN-TERM-CODE-WS   TO SPT-TERM.
           MOVE STUD-NUM-OUT       TO SPT-STUD-NUM.
           MOVE SPONSOR-SHARE-WS   TO SPT-AMOUNT.
           MOVE RUN-DATE-WS        TO SPT-DATE.
           MOVE RUN-TERM-CODE-WS   TO SPT-REFERENCE.
           WRITE SPONSOR-TRANS-RECORD.
           MOVE "W"                TO LDG-REQ-FUNCTION-WS.
           MOVE STUD-NUM-OUT       TO LDG-REQ-STUD-NUM-WS.
           MOVE "SPN"              TO LDG-REQ-TYPE-WS.
           MOVE TUITION-OWED-OUT   TO LDG-REQ-BEFORE-BAL-WS.
           MOVE TUITION-OWED-OUT   TO LDG-REQ-AFTER-BAL-WS.
           MOVE SPONSOR-SHARE-WS   TO LDG-REQ-MEMO-AMOUNT-WS.
           MOVE RUN-TERM-CODE-WS   TO LDG-REQ-REFERENCE-WS.
           MOVE "ASSESS  "         TO LDG-REQ-PROGRAM-WS.
           MOVE "BATCH   "         TO LDG-REQ-OPERATOR-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.
           MOVE SPN-CODE           TO SPL-SPONSOR-OUT-WS.
           MOVE SPONSOR-SHARE-WS   TO SPL-SPONSOR-AMT-OUT-WS.
           MOVE STUDENT-SHARE-WS   TO SPL-STUDENT-AMT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM SPLIT-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO SPONSORED-COUNTER-WS.
           ADD SPONSOR-SHARE-WS TO SPONSOR-TOTAL-WS.

      *Refuse to run while an online session is registered; a batch
      *flag left by a crashed batch job is taken over (batch runs
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "TERM-ASSESSMENT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               ASSESSED-COUNTER-WS + SKIPPED-COUNTER-WS
                 + ALREADY-COUNTER-WS.
           MOVE ASSESSED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM TERM-ASSESSMENT.
