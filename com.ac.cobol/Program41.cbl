      *(AWARDS.TXT) CARRIES ONE LINE PER AWARD - CODE, NAME, DOLLAR
      *AMOUNT, MINIMUM CREDIT-WEIGHTED AVERAGE, AND AN OPTIONAL
      *PROGRAM OF STUDY (SPACES MEANS ANY PROGRAM). THIS RUN MATCHES
      *EVERY ENROLLED STUDENT AGAINST THE CRITERIA USING THE
      *CREDIT-WEIGHTED AVERAGE ON THE NIGHTLY STUDENT SUMMARY
      *(STUSUMM.TXT, BUILT BY STUDENT-SUMMARY-BUILD), THE SAME
      *AVERAGE HONOUR-ROLL LISTS, POSTS EACH WINNING AWARD AS A
      *CREDIT AGAINST TUITION-OWED-OUT WITH THE REWRITE JOURNALLED
      *(AND THE SUMMARY'S BALANCE KEPT IN STEP) - AN AWARD PAST
      *THE BALANCE CLEARS IT AND CARRIES THE REST ON CREDFILE.TXT
      *THE WAY PAYMENT-POSTING CARRIES OVERPAYMENTS - AND PRINTS AN
      *AWARD REGISTER (AWARDREG.TXT) WITH PER-AWARD TOTALS THE
      *COMMITTEE SIGNS OFF ON, SO THE CREDIT ON THE ACCOUNT FINALLY
      *TIES TO THE AWARD THAT PUT IT THERE. EACH POSTED AWARD IS
      *ALSO AN "AWD" ENTRY ON THE STUDENT ACCOUNT LEDGER
      *(STULEDGR.TXT) UNDER THE AWARD CODE, WITH ANY EXCESS SHOWN AS
      *A "CRD" MEMO ENTRY. THE RUN IS REFUSED WHEN CHECK-SUMMARY
      *FINDS THE SUMMARY OLDER THAN THE STUDENT FILE; AFTER A RUN
      *THAT POSTED, THE SUMMARY'S STAMP IS CARRIED FORWARD.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARD-POSTING.
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS AWARDS-STATUS-WS.

           SELECT CREDIT-FILE
               ASSIGN TO "D:\Cobol\CREDFILE.TXT"
                   ORGANIZATION IS INDEXED
                           RECORD KEY IS CRED-STUD-NUM
                               FILE STATUS IS CRED-STATUS-WS.

      *The nightly student summary - averages, credits, balance,
      *hold flag and standing STUDENT-SUMMARY-BUILD computed, read
      *by student number instead of recomputing them here
           SELECT STUDENT-SUMMARY-FILE
               ASSIGN TO "D:\Cobol\STUSUMM.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SUM-STUD-NUM
                               FILE STATUS IS SUMMARY-STATUS-WS.

           SELECT AWARD-REGISTER
               ASSIGN TO "D:\Cobol\AWARDREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           05  AWD-MIN-AVG-IN          PIC 9(3).
           05  AWD-PROGRAM-IN          PIC X(5).

      *Credit balance carried per student, shared with
      *PAYMENT-POSTING and REFUND-RUN; the "CR" tag keeps the
      *journalled images out of EOD-BALANCING's movement
           05  CRED-AMOUNT             PIC 9(4)V99.
           05  CRED-LAST-DATE          PIC X(8).

      *One summary record per student, keyed by student number
       FD  STUDENT-SUMMARY-FILE.
       01  STUDENT-SUMMARY-RECORD.
           05  SUM-STUD-NUM            PIC 9(6).
           05  SUM-BUILD-DATE          PIC X(8).
           05  SUM-AVERAGE             PIC 9(3).
           05  SUM-LETTER-GRADE        PIC X(1).
           05  SUM-EARNED-CREDITS      PIC 9(3).
           05  SUM-ATTEMPTED-CREDITS   PIC 9(3).
           05  SUM-TERM-CREDITS        PIC 9(3).
           05  SUM-BALANCE             PIC 9(4)V99.
           05  SUM-HOLD-FLAG           PIC X(1).
           05  SUM-STANDING            PIC X(1).
           05  SUM-AVERAGE-SOURCE      PIC X(1).
           05  FILLER                  PIC X(14).

       FD  AWARD-REGISTER.
       01  REGISTER-RECORD-OUT         PIC X(80).

           05  STUFILE-IN-PATH-WS      PIC X(40)
                   VALUE "D:\Cobol\STUFILE_IN.TXT".

      *Awards table with per-award posting totals for the register
       01  AWARD-TABLE-WS.
           05  AWARD-ENTRY-WS OCCURS 50 TIMES.
           05  FILLER                  PIC X(9)  VALUE "  TOTAL: ".
           05  AWT-TOTAL-OUT-WS        PIC ZZ,ZZ9.99.

      *Student-summary lookup fields
       01  SUMMARY-LOOKUP-FIELDS.
           05  SUMMARY-STATUS-WS        PIC X(2)  VALUE SPACES.
           05  SUMMARY-FOUND-FLAG       PIC X(1)  VALUE "N".
           05  STUDENT-AVERAGE-WS       PIC 9(3)  VALUE ZERO.
           05  NOT-ON-SUMMARY-CTR-WS    PIC 9(6)  VALUE ZERO.

      *Award posting work fields
       01  AWARD-WORK-FIELDS.
           05  RUN-DATE-WS             PIC X(8)  VALUE SPACES.
           05  POSTED-COUNTER-WS       PIC 9(6)  VALUE ZERO.
           05  ALREADY-COUNTER-WS      PIC 9(6)  VALUE ZERO.
           05  RUN-COND-CODE-WS        PIC 9(1)  VALUE ZERO.

      *Award/student pairs already credited, held in storage for
      *the duplicate test
           05  JRN-TS-DATE-WS          PIC X(8).
           05  JRN-TS-TIME-WS          PIC X(6).

      *Account ledger posting request
       COPY "LDG-REQ-STRUCTURE.CBL".

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD            PIC X(2).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Student-summary currency check request
       COPY "SUM-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *POST EVERY AWARD EACH ELIGIBLE STUDENT HAS EARNED
       100-POST-AWARDS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 312-READ-RUN-PARAMETERS.
           PERFORM 320-CHECK-STUDENT-SUMMARY.
           IF SUM-REQ-CURRENT-WS NOT = "Y"
               DISPLAY "AWARD POSTING REFUSED - STUDENT SUMMARY NOT "
                   "CURRENT: " SUM-REQ-REASON-WS
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 307-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "AWARD POSTING REFUSED - AN ONLINE SESSION "
                   "HAS THE STUDENT FILE OPEN (SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 308-REGISTER-BATCH-SESSION.
           PERFORM 201-INITIATE-AWARD-RUN.
           PERFORM 202-MATCH-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-AWARD-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-AWARD-RUN.
           PERFORM 316-LOAD-AWARD-REGISTER.
           OPEN I-O    INDEXED-STUDENT-FILE
                       CREDIT-FILE.
           OPEN I-O    STUDENT-SUMMARY-FILE.
           OPEN OUTPUT AWARD-REGISTER.
           OPEN EXTEND JOURNAL-FILE
                       AWARD-POSTED-FILE.
           PERFORM 310-LOAD-AWARDS-TABLE.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-HEADER-WS.
           PERFORM 302-READ-STUDENT-RECORD.

      *A missing awards file means no awards this cycle
       310-LOAD-AWARDS-TABLE.
           OPEN INPUT AWARDS-FILE-IN.
       302-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

       202-MATCH-ONE-STUDENT.
           IF STUD-NUM-OUT NOT = ZERO AND STUD-NUM-OUT NOT = 999999
               AND STUDENT-STATUS-OUT NOT = "W"
               PERFORM 303-READ-STUDENT-SUMMARY
               IF SUMMARY-FOUND-FLAG = "Y"
                   PERFORM 304-TEST-ONE-AWARD
                       VARYING AWD-SUB-WS FROM 1 BY 1
                       UNTIL AWD-SUB-WS > AWD-COUNT-WS
               ELSE
                   ADD 1 TO NOT-ON-SUMMARY-CTR-WS
               END-IF
           END-IF.
           PERFORM 302-READ-STUDENT-RECORD.

           DISPLAY "AWARDS POSTED: " POSTED-COUNTER-WS.
           DISPLAY "ALREADY ON THE POSTED REGISTER: "
               ALREADY-COUNTER-WS.
           DISPLAY "STUDENTS NOT ON STUDENT SUMMARY: "
               NOT-ON-SUMMARY-CTR-WS.
           CLOSE INDEXED-STUDENT-FILE
                 CREDIT-FILE
                 STUDENT-SUMMARY-FILE
                 AWARD-REGISTER
                 AWARD-POSTED-FILE
                 JOURNAL-FILE.
           IF POSTED-COUNTER-WS > ZERO
               PERFORM 321-ADVANCE-SUMMARY-STAMP
           END-IF.
           MOVE "C" TO LDG-REQ-FUNCTION-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.
           PERFORM 313-CLEAR-SYSTEM-STATUS.
      *The condition code is set only now - a CALL hands back the
      *called program's own return code
           MOVE RUN-COND-CODE-WS TO RETURN-CODE.

      *Take the average from the summary; a student the summary
      *does not carry is not matched against any award
       303-READ-STUDENT-SUMMARY.
           MOVE STUD-NUM-OUT TO SUM-STUD-NUM.
           READ STUDENT-SUMMARY-FILE
               INVALID KEY MOVE "N" TO SUMMARY-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO SUMMARY-FOUND-FLAG
           END-READ.
           IF SUMMARY-FOUND-FLAG = "Y"
               MOVE SUM-AVERAGE TO STUDENT-AVERAGE-WS
           END-IF.

      *One award against one student: the program must match (or
      *overpayment
       305-POST-ONE-AWARD.
           MOVE STUDENT-RECORD-OUT TO JRN-BEFORE-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS.
           IF AWD-AMOUNT-TBL-WS(AWD-SUB-WS) > TUITION-OWED-OUT
               COMPUTE EXCESS-AMOUNT-WS =
                   AWD-AMOUNT-TBL-WS(AWD-SUB-WS) - TUITION-OWED-OUT
           MOVE STUDENT-RECORD-OUT TO JRN-AFTER-WS.
           MOVE "R" TO JRN-ACTION-WS.
           PERFORM 306-WRITE-JOURNAL-RECORD.
           PERFORM 322-REWRITE-SUMMARY-BALANCE.
           MOVE "AWD" TO LDG-REQ-TYPE-WS.
           MOVE ZERO TO LDG-REQ-MEMO-AMOUNT-WS.
           PERFORM 323-POST-LEDGER-ENTRY.
           IF EXCESS-AMOUNT-WS > ZERO
               PERFORM 314-POST-CREDIT-BALANCE
               MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS
               MOVE "CRD" TO LDG-REQ-TYPE-WS
               MOVE EXCESS-AMOUNT-WS TO LDG-REQ-MEMO-AMOUNT-WS
               PERFORM 323-POST-LEDGER-ENTRY
           END-IF.
           ADD 1 TO POSTED-COUNTER-WS.
           ADD 1 TO AWD-COUNT-TBL-WS(AWD-SUB-WS).
                       CLOSE AWARD-POSTED-FILE
                       PERFORM 313-CLEAR-SYSTEM-STATUS
                       MOVE 8 TO RETURN-CODE
                       PERFORM 391-LOG-JOB-END
                       STOP RUN
                   END-IF
                   ADD 1 TO APR-COUNT-WS
           MOVE JRN-AFTER-WS      TO JRN-AFTER-IMAGE-OUT.
           WRITE JOURNAL-RECORD-OUT.

      *Post the award (or the excess carried to credit) to the
      *student's account ledger under the award code; the caller
      *has set the entry type, the balance before, and any memo
      *amount
       323-POST-LEDGER-ENTRY.
           MOVE "W"              TO LDG-REQ-FUNCTION-WS.
           MOVE STUD-NUM-OUT     TO LDG-REQ-STUD-NUM-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-AFTER-BAL-WS.
           MOVE AWD-CODE-TBL-WS(AWD-SUB-WS) TO LDG-REQ-REFERENCE-WS.
           MOVE "AWARD   "       TO LDG-REQ-PROGRAM-WS.
           MOVE "BATCH   "       TO LDG-REQ-OPERATOR-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.

      *Refuse to run from a student summary older than the
      *student file's last change
       320-CHECK-STUDENT-SUMMARY.
           MOVE "V" TO SUM-REQ-FUNCTION-WS.
           MOVE STUFILE-IN-PATH-WS TO SUM-REQ-STUFILE-PATH-WS.
           CALL 'CHECK-SUMMARY' USING SUMMARY-CHECK-REQUEST-WS.

      *The balances just written were carried onto the summary as
      *each award posted, so the summary is still current after
      *this run's rewrites
       321-ADVANCE-SUMMARY-STAMP.
           MOVE "A" TO SUM-REQ-FUNCTION-WS.
           CALL 'CHECK-SUMMARY' USING SUMMARY-CHECK-REQUEST-WS.
           IF SUM-REQ-CURRENT-WS NOT = "Y"
               DISPLAY "STUDENT SUMMARY STAMP NOT ADVANCED: "
                   SUM-REQ-REASON-WS
               MOVE 4 TO RUN-COND-CODE-WS
           END-IF.

      *Keep the summary's balance in step with the award credit
       322-REWRITE-SUMMARY-BALANCE.
           MOVE TUITION-OWED-OUT TO SUM-BALANCE.
           REWRITE STUDENT-SUMMARY-RECORD
               INVALID KEY
                   DISPLAY "SUMMARY BALANCE NOT UPDATED FOR STUDENT "
                       STUD-NUM-OUT
           END-REWRITE.

      *Refuse to run while an online session is registered; a batch
      *flag left by a crashed batch job is taken over (batch runs
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "AWARD-POSTING" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE POSTED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM AWARD-POSTING.
