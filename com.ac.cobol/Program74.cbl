      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *BAD-DEBT WRITE-OFF APPLY RUN. EVERY PROPOSAL A SUPERVISOR HAS
      *APPROVED THROUGH WRITEOFF-APPROVE IS CLEARED FROM THE STUDENT
      *FILE: THE BALANCE IS REDUCED BY THE LESSER OF THE BALANCE
      *APPROVED AND THE BALANCE OWING TODAY (NEW CHARGES SINCE THE
      *APPROVAL STAY OWING), THE REWRITE IS JOURNALLED TO
      *STUJRNL.TXT UNDER PROGRAM "WRTOFF" SO GL-EXTRACT POSTS IT TO
      *BAD-DEBT EXPENSE RATHER THAN AS AN ORDINARY ADJUSTMENT, AND
      *THE STUDENT ACCOUNT LEDGER GETS A "WOF" ENTRY UNDER THE
      *APPROVING SUPERVISOR'S ID. EACH WRITE-OFF IS ADDED TO THE
      *PERMANENT WRITE-OFF REGISTER (WOFREG.TXT, KEYED BY STUDENT
      *NUMBER), WHICH PAYMENT-POSTING READS TO RECOGNISE A LATER
      *PAYMENT AS A RECOVERY OF THE WRITTEN-OFF AMOUNT INSTEAD OF AN
      *OVERPAYMENT TO REFUND. A STUDENT CLEARED IN FULL IS TAKEN OFF
      *THE DUNNING FILE. A PROPOSAL WHOSE STUDENT HAS LEFT THE FILE
      *OR NO LONGER OWES ANYTHING IS CANCELLED. THE PROPOSAL IS
      *MARKED WRITTEN OFF WITH THE DATE AND AMOUNT, SO A RERUN NEVER
      *CLEARS IT TWICE, AND THE RUN IS LISTED ON WOFRPT.TXT.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF-APPLY.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE
               ASSIGN TO "D:\Cobol\WOFPROP.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS WOP-STUD-NUM
                               FILE STATUS IS PROPOSAL-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

           SELECT DUNNING-FILE
               ASSIGN TO "D:\Cobol\DUNFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS DUN-STUD-NUM
                               FILE STATUS IS DUN-STATUS-WS.

      *Permanent write-off register - what has been written off for
      *each student and how much of it has since been recovered
           SELECT WRITEOFF-REGISTER-FILE
               ASSIGN TO "D:\Cobol\WOFREG.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS WOR-STUD-NUM
                               FILE STATUS IS WOR-STATUS-WS.

           SELECT JOURNAL-FILE
               ASSIGN TO "D:\Cobol\STUJRNL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WRITEOFF-REPORT
               ASSIGN TO "D:\Cobol\WOFRPT.TXT"
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
      *Proposal status "P" pending a decision, "A" approved and
      *waiting for this run, "D" declined, "W" written off, "X"
      *cancelled here (nothing left to write off)
       FD  PROPOSAL-FILE.
       01  PROPOSAL-RECORD.
           05  WOP-STUD-NUM            PIC 9(6).
           05  WOP-STUD-NAME           PIC X(40).
           05  WOP-BALANCE             PIC 9(4)V99.
           05  WOP-DUN-LEVEL           PIC 9(1).
           05  WOP-AGE-DAYS            PIC 9(5).
           05  WOP-LAST-PAY-DATE       PIC X(8).
           05  WOP-PROPOSED-DATE       PIC X(8).
           05  WOP-SEEN-DATE           PIC X(8).
           05  WOP-STATUS              PIC X(1).
           05  WOP-DECIDED-BY          PIC X(8).
           05  WOP-DECIDED-DATE        PIC X(8).
           05  WOP-APPLIED-DATE        PIC X(8).
           05  WOP-APPLIED-AMOUNT      PIC 9(4)V99.

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

      *One dunning record per student being chased: the level last
      *sent and the date it went out
       FD  DUNNING-FILE.
       01  DUNNING-RECORD.
           05  DUN-STUD-NUM            PIC 9(6).
           05  DUN-LEVEL               PIC 9(1).
           05  DUN-LAST-DATE           PIC X(8).

      *One register record per student ever written off: the total
      *written off, the part recovered by later payments, and the
      *dates and approver of the latest of each
       FD  WRITEOFF-REGISTER-FILE.
       01  WRITEOFF-REGISTER-RECORD.
           05  WOR-STUD-NUM            PIC 9(6).
           05  WOR-STUD-NAME           PIC X(40).
           05  WOR-WRITTEN-OFF         PIC 9(5)V99.
           05  WOR-RECOVERED           PIC 9(5)V99.
           05  WOR-COUNT               PIC 9(3).
           05  WOR-LAST-WOF-DATE       PIC X(8).
           05  WOR-APPROVED-BY         PIC X(8).
           05  WOR-LAST-REC-DATE       PIC X(8).

      *Before/after image journal - every WRITE, REWRITE, and DELETE
      *against the indexed student file is journalled so a restored
      *copy of the file can be rolled forward by STUD-FILE-RECOVERY
      *after a corruption
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

       FD  WRITEOFF-REPORT.
       01  REPORT-RECORD-OUT           PIC X(80).

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
      *its value in columns 21-60
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD-IN.
           05  PARM-KEYWORD-IN         PIC X(20).
           05  PARM-VALUE-IN           PIC X(40).

       WORKING-STORAGE SECTION.
      *Run-control parameters - the file paths this run uses, with
      *the production values as defaults when RUNPARM.TXT is absent
       01  RUN-PARAMETER-FIELDS.
           05  RUNPARM-STATUS-WS       PIC X(2).
           05  RUNPARM-EOF-FLAG        PIC X(1)  VALUE "N".
           05  STUFILE-IN-PATH-WS      PIC X(40)
                   VALUE "D:\Cobol\STUFILE_IN.TXT".

      *REPORT LINES
       01  REPORT-HEADER-WS.
           05  FILLER                  PIC X(27) VALUE
               "BAD-DEBT WRITE-OFF REGISTER".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HDR-RUN-DATE-OUT-WS     PIC X(8).

       01  COLUMN-HEADER-WS.
           05  FILLER                  PIC X(40) VALUE
               "STUDENT NAME                  APPROVER".
           05  FILLER                  PIC X(40) VALUE
               "APPROVED  WRITTEN   DISPOSITION".

       01  REPORT-DETAIL-LINE-WS.
           05  RPT-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-STUD-NAME-OUT-WS    PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-APPROVER-OUT-WS     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-APPROVED-OUT-WS     PIC Z,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-WRITTEN-OUT-WS      PIC Z,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DISPOSITION-OUT-WS  PIC X(20).

       01  WRITTEN-OFF-TOTAL-LINE-WS.
           05  FILLER                  PIC X(13) VALUE "WRITTEN OFF: ".
           05  TOT-WRITTEN-COUNT-OUT-WS PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  TOT-WRITTEN-AMT-OUT-WS  PIC Z,ZZZ,ZZ9.99.

       01  CANCELLED-TOTAL-LINE-WS.
           05  FILLER                  PIC X(13) VALUE "CANCELLED:   ".
           05  TOT-CANCELLED-OUT-WS    PIC ZZZZ9.

       01  FAILED-TOTAL-LINE-WS.
           05  FILLER                  PIC X(32) VALUE
               "NOT APPLIED - LEFT APPROVED:    ".
           05  TOT-FAILED-OUT-WS       PIC ZZZZ9.

      *Write-off work fields
       01  WRITEOFF-WORK-FIELDS.
           05  PROPOSAL-STATUS-WS      PIC X(2).
           05  DUN-STATUS-WS           PIC X(2).
           05  WOR-STATUS-WS           PIC X(2).
           05  PROPOSAL-EOF-FLAG       PIC X(1)    VALUE "N".
           05  APPROVED-FOUND-FLAG     PIC X(1)    VALUE "N".
           05  DUNFILE-OPEN-FLAG       PIC X(1)    VALUE "N".
           05  WOR-FOUND-FLAG          PIC X(1)    VALUE "N".
           05  RUN-DATE-WS             PIC X(8)    VALUE SPACES.
           05  WRITEOFF-AMOUNT-WS      PIC 9(4)V99 VALUE ZERO.
           05  RUN-COND-CODE-WS        PIC 9(1)    VALUE ZERO.

       01  WRITEOFF-TOTALS-WS.
           05  WRITTEN-COUNTER-WS      PIC 9(5)    VALUE ZERO.
           05  WRITTEN-AMOUNT-WS       PIC 9(7)V99 VALUE ZERO.
           05  CANCELLED-COUNTER-WS    PIC 9(5)    VALUE ZERO.
           05  FAILED-COUNTER-WS       PIC 9(5)    VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  STATUS-FIELD            PIC X(2).
           05  FOUND-FLAG              PIC X(1).

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
      *CLEAR THE APPROVED WRITE-OFFS FROM THE STUDENT FILE
       100-APPLY-WRITE-OFFS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 313-READ-RUN-PARAMETERS.
           PERFORM 310-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "WRITE-OFF APPLY REFUSED - AN ONLINE "
                   "SESSION HAS THE STUDENT FILE OPEN "
                   "(SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 311-REGISTER-BATCH-SESSION.
           PERFORM 201-INITIATE-WRITE-OFFS.
           PERFORM 202-APPLY-ONE-WRITE-OFF
               UNTIL PROPOSAL-EOF-FLAG = "Y".
           PERFORM 203-TERMINATE-WRITE-OFFS.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *With no proposal file nothing has ever been proposed, so
      *nothing can be approved; the register is created on the
      *first write-off and the dunning file is optional
       201-INITIATE-WRITE-OFFS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN I-O PROPOSAL-FILE.
           IF PROPOSAL-STATUS-WS NOT = "00"
               DISPLAY "NO WRITE-OFF PROPOSALS ON FILE - NOTHING "
                   "TO APPLY"
               PERFORM 312-CLEAR-SYSTEM-STATUS
               MOVE 4 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           OPEN I-O INDEXED-STUDENT-FILE.
           OPEN I-O DUNNING-FILE.
           IF DUN-STATUS-WS = "00"
               MOVE "Y" TO DUNFILE-OPEN-FLAG
           END-IF.
           OPEN I-O WRITEOFF-REGISTER-FILE.
           IF WOR-STATUS-WS = "35"
               OPEN OUTPUT WRITEOFF-REGISTER-FILE
               CLOSE WRITEOFF-REGISTER-FILE
               OPEN I-O WRITEOFF-REGISTER-FILE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           OPEN OUTPUT WRITEOFF-REPORT.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM REPORT-HEADER-WS.
           WRITE REPORT-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WOP-STUD-NUM.
           START PROPOSAL-FILE KEY IS NOT LESS THAN WOP-STUD-NUM
               INVALID KEY MOVE "Y" TO PROPOSAL-EOF-FLAG
           END-START.
           PERFORM 301-READ-NEXT-APPROVED.

      *A student who has left the file, or has paid off the balance
      *since it was approved, has nothing to write off - the
      *proposal is cancelled rather than left approved
       202-APPLY-ONE-WRITE-OFF.
           ADD 1 TO JLG-REQ-READ-WS.
           MOVE WOP-STUD-NUM TO STUD-NUM-OUT.
           IF WOP-STUD-NUM = ZERO OR WOP-STUD-NUM = 999999
               MOVE "N" TO FOUND-FLAG
           ELSE
               READ INDEXED-STUDENT-FILE
                   INVALID KEY MOVE "N" TO FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
               END-READ
           END-IF.
           MOVE ZERO TO WRITEOFF-AMOUNT-WS.
           EVALUATE TRUE
               WHEN FOUND-FLAG = "N"
                   MOVE "CANCELLED - NO STUDENT"
                       TO RPT-DISPOSITION-OUT-WS
                   PERFORM 306-CANCEL-PROPOSAL
               WHEN TUITION-OWED-OUT = ZERO
                   MOVE "CANCELLED - PAID"
                       TO RPT-DISPOSITION-OUT-WS
                   PERFORM 306-CANCEL-PROPOSAL
               WHEN OTHER
                   PERFORM 303-WRITE-OFF-BALANCE
           END-EVALUATE.
           PERFORM 307-WRITE-REPORT-DETAIL.
           PERFORM 301-READ-NEXT-APPROVED.

       203-TERMINATE-WRITE-OFFS.
           MOVE WRITTEN-COUNTER-WS   TO TOT-WRITTEN-COUNT-OUT-WS.
           MOVE WRITTEN-AMOUNT-WS    TO TOT-WRITTEN-AMT-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM WRITTEN-OFF-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE CANCELLED-COUNTER-WS TO TOT-CANCELLED-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM CANCELLED-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE FAILED-COUNTER-WS    TO TOT-FAILED-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM FAILED-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           DISPLAY "WRITE-OFFS APPLIED: " WRITTEN-COUNTER-WS.
           DISPLAY "AMOUNT WRITTEN OFF: " WRITTEN-AMOUNT-WS.
           DISPLAY "PROPOSALS CANCELLED: " CANCELLED-COUNTER-WS.
           DISPLAY "WRITE-OFFS NOT APPLIED: " FAILED-COUNTER-WS.
           IF FAILED-COUNTER-WS > ZERO
               MOVE 4 TO RUN-COND-CODE-WS
           END-IF.
           IF DUNFILE-OPEN-FLAG = "Y"
               CLOSE DUNNING-FILE
           END-IF.
           CLOSE PROPOSAL-FILE
                 INDEXED-STUDENT-FILE
                 WRITEOFF-REGISTER-FILE
                 JOURNAL-FILE
                 WRITEOFF-REPORT.
           MOVE "C" TO LDG-REQ-FUNCTION-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.
           PERFORM 312-CLEAR-SYSTEM-STATUS.
      *The condition code is set only now - a CALL hands back the
      *called program's own return code
           MOVE RUN-COND-CODE-WS TO RETURN-CODE.

       301-READ-NEXT-APPROVED.
           MOVE "N" TO APPROVED-FOUND-FLAG.
           PERFORM 302-READ-NEXT-PROPOSAL
               UNTIL APPROVED-FOUND-FLAG = "Y"
                   OR PROPOSAL-EOF-FLAG = "Y".

       302-READ-NEXT-PROPOSAL.
           READ PROPOSAL-FILE NEXT RECORD
               AT END MOVE "Y" TO PROPOSAL-EOF-FLAG
               NOT AT END
                   IF WOP-STATUS = "A"
                       MOVE "Y" TO APPROVED-FOUND-FLAG
                   END-IF
           END-READ.

      *Write off the lesser of the approved balance and the balance
      *owing now. The rewrite is journalled under "WRTOFF" for
      *GL-EXTRACT; a failed rewrite leaves the proposal approved
      *for the next run
       303-WRITE-OFF-BALANCE.
           IF TUITION-OWED-OUT < WOP-BALANCE
               MOVE TUITION-OWED-OUT TO WRITEOFF-AMOUNT-WS
           ELSE
               MOVE WOP-BALANCE TO WRITEOFF-AMOUNT-WS
           END-IF.
           MOVE STUDENT-RECORD-OUT TO JRN-BEFORE-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS.
           SUBTRACT WRITEOFF-AMOUNT-WS FROM TUITION-OWED-OUT.
           REWRITE STUDENT-RECORD-OUT
               INVALID KEY
                   ADD 1 TO FAILED-COUNTER-WS
                   MOVE ZERO TO WRITEOFF-AMOUNT-WS
                   MOVE "REWRITE FAILED"
                       TO RPT-DISPOSITION-OUT-WS
               NOT INVALID KEY
                   MOVE STUDENT-RECORD-OUT TO JRN-AFTER-WS
                   MOVE "R" TO JRN-ACTION-WS
                   PERFORM 308-WRITE-JOURNAL-RECORD
                   PERFORM 309-POST-LEDGER-ENTRY
                   PERFORM 304-ADD-TO-REGISTER
                   PERFORM 305-CLEAR-DUNNING-RECORD
                   MOVE "W"                TO WOP-STATUS
                   MOVE RUN-DATE-WS        TO WOP-APPLIED-DATE
                   MOVE WRITEOFF-AMOUNT-WS TO WOP-APPLIED-AMOUNT
                   REWRITE PROPOSAL-RECORD
                       INVALID KEY
                           DISPLAY "WRITE-OFF APPLY - WOFPROP.TXT "
                               "REWRITE FAILED FOR " WOP-STUD-NUM
                               " STATUS " PROPOSAL-STATUS-WS
                               " - MARK THE PROPOSAL APPLIED BY HAND"
                   END-REWRITE
                   ADD 1 TO WRITTEN-COUNTER-WS
                   ADD 1 TO JLG-REQ-WRITTEN-WS
                   ADD WRITEOFF-AMOUNT-WS TO WRITTEN-AMOUNT-WS
                   IF TUITION-OWED-OUT > ZERO
                       MOVE "WRITTEN OFF - PART"
                           TO RPT-DISPOSITION-OUT-WS
                   ELSE
                       MOVE "WRITTEN OFF"
                           TO RPT-DISPOSITION-OUT-WS
                   END-IF
           END-REWRITE.

      *The register record is created on the student's first
      *write-off and accumulated on any later one
       304-ADD-TO-REGISTER.
           MOVE WOP-STUD-NUM TO WOR-STUD-NUM.
           READ WRITEOFF-REGISTER-FILE
               INVALID KEY MOVE "N" TO WOR-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO WOR-FOUND-FLAG
           END-READ.
           IF WOR-FOUND-FLAG = "N"
               MOVE SPACES        TO WRITEOFF-REGISTER-RECORD
               MOVE WOP-STUD-NUM  TO WOR-STUD-NUM
               MOVE ZERO          TO WOR-WRITTEN-OFF
                                     WOR-RECOVERED
                                     WOR-COUNT
           END-IF.
           MOVE STUD-NAME-OUT  TO WOR-STUD-NAME.
           ADD WRITEOFF-AMOUNT-WS TO WOR-WRITTEN-OFF.
           ADD 1 TO WOR-COUNT.
           MOVE RUN-DATE-WS    TO WOR-LAST-WOF-DATE.
           MOVE WOP-DECIDED-BY TO WOR-APPROVED-BY.
           IF WOR-FOUND-FLAG = "N"
               WRITE WRITEOFF-REGISTER-RECORD
                   INVALID KEY
                       PERFORM 310-REPORT-REGISTER-FAILURE
               END-WRITE
           ELSE
               REWRITE WRITEOFF-REGISTER-RECORD
                   INVALID KEY
                       PERFORM 310-REPORT-REGISTER-FAILURE
               END-REWRITE
           END-IF.

       310-REPORT-REGISTER-FAILURE.
           DISPLAY "WRITE-OFF APPLY - WOFREG.TXT UPDATE FAILED FOR "
               WOR-STUD-NUM " STATUS " WOR-STATUS-WS
               " - " WRITEOFF-AMOUNT-WS " NOT ON THE REGISTER".

      *A student cleared in full is no longer chased; one with new
      *charges left owing stays at the level reached
       305-CLEAR-DUNNING-RECORD.
           IF DUNFILE-OPEN-FLAG = "Y" AND TUITION-OWED-OUT = ZERO
               MOVE WOP-STUD-NUM TO DUN-STUD-NUM
               DELETE DUNNING-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.

       306-CANCEL-PROPOSAL.
           MOVE "X"         TO WOP-STATUS.
           MOVE RUN-DATE-WS TO WOP-APPLIED-DATE.
           MOVE ZERO        TO WOP-APPLIED-AMOUNT.
           REWRITE PROPOSAL-RECORD
               INVALID KEY
                   DISPLAY "WRITE-OFF APPLY - WOFPROP.TXT REWRITE "
                       "FAILED FOR " WOP-STUD-NUM " STATUS "
                       PROPOSAL-STATUS-WS " - NOT CANCELLED"
               NOT INVALID KEY
                   ADD 1 TO CANCELLED-COUNTER-WS
           END-REWRITE.

       307-WRITE-REPORT-DETAIL.
           MOVE WOP-STUD-NUM       TO RPT-STUD-NUM-OUT-WS.
           MOVE WOP-STUD-NAME      TO RPT-STUD-NAME-OUT-WS.
           MOVE WOP-DECIDED-BY     TO RPT-APPROVER-OUT-WS.
           MOVE WOP-BALANCE        TO RPT-APPROVED-OUT-WS.
           MOVE WRITEOFF-AMOUNT-WS TO RPT-WRITTEN-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM REPORT-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Append a before/after image journal record to STUJRNL.TXT
       308-WRITE-JOURNAL-RECORD.
           ACCEPT JRN-TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JRN-TS-TIME-WS FROM TIME.
           MOVE SPACES            TO JOURNAL-RECORD-OUT.
           MOVE JRN-TIMESTAMP-WS  TO JRN-TIMESTAMP-OUT.
           MOVE "WRTOFF  "        TO JRN-PROGRAM-OUT.
           MOVE JRN-ACTION-WS     TO JRN-ACTION-OUT.
           MOVE JRN-BEFORE-WS     TO JRN-BEFORE-IMAGE-OUT.
           MOVE JRN-AFTER-WS      TO JRN-AFTER-IMAGE-OUT.
           WRITE JOURNAL-RECORD-OUT.

      *Post the write-off to the student's account ledger under the
      *approving supervisor's ID
       309-POST-LEDGER-ENTRY.
           MOVE "W"              TO LDG-REQ-FUNCTION-WS.
           MOVE WOP-STUD-NUM     TO LDG-REQ-STUD-NUM-WS.
           MOVE "WOF"            TO LDG-REQ-TYPE-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-AFTER-BAL-WS.
           MOVE ZERO             TO LDG-REQ-MEMO-AMOUNT-WS.
           MOVE "WRITE-OFF "     TO LDG-REQ-REFERENCE-WS.
           MOVE "WRTOFF  "       TO LDG-REQ-PROGRAM-WS.
           MOVE WOP-DECIDED-BY   TO LDG-REQ-OPERATOR-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.

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
           MOVE "WRTOFF  "       TO SYSSTAT-ID.
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
               PERFORM 315-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       314-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

       315-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 314-APPLY-RUN-PARAMETER
           END-READ.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "WRITEOFF-APPLY" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE FAILED-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM WRITEOFF-APPLY.
