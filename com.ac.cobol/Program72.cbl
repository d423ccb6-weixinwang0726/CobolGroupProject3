      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *BAD-DEBT WRITE-OFF PROPOSAL RUN. BALANCES THAT HAVE REACHED
      *THE FINAL-NOTICE LEVEL ON THE DUNNING FILE (DUNFILE.TXT) AND
      *STILL GO UNPAID COULD ONLY BE CLEARED BY A MANUAL TUITION
      *CHANGE, WHICH REACHED THE LEDGER AS AN ORDINARY ADJUSTMENT.
      *THIS RUN PROPOSES EVERY STUDENT AT DUNNING LEVEL 3 WITH A
      *BALANCE OWING AND NO PAYMENT FOR AT LEAST AN OPERATOR-KEYED
      *NUMBER OF DAYS - THE AGE RUNS FROM THE LAST "PAY" ENTRY ON
      *THE STUDENT ACCOUNT LEDGER (STULEDGR.TXT), OR FROM THE OLDEST
      *LEDGER ENTRY (THE ENROLLMENT DATE WITH NO LEDGER) FOR A
      *STUDENT WHO HAS NEVER PAID. EACH CANDIDATE IS HELD ON THE
      *WRITE-OFF PROPOSAL FILE (WOFPROP.TXT, KEYED BY STUDENT
      *NUMBER) AS PENDING FOR A SUPERVISOR TO APPROVE OR DECLINE
      *THROUGH WRITEOFF-APPROVE; A RERUN REFRESHES A PENDING
      *PROPOSAL'S BALANCE AND AGE AND LEAVES A DECIDED ONE ALONE. A
      *PENDING OR DECLINED PROPOSAL WHOSE STUDENT IS NO LONGER A
      *CANDIDATE IS DROPPED. THE PROPOSAL LIST (WOFLIST.TXT) SHOWS
      *THE CANDIDATES OLDEST FIRST WITH THEIR DUNNING LEVEL, LAST
      *PAYMENT, BALANCE AND WHERE THEIR PROPOSAL STANDS.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF-PROPOSE.
       DATE-WRITTEN. 15-OCT-2026.

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

           SELECT DUNNING-FILE
               ASSIGN TO "D:\Cobol\DUNFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS DUN-STUD-NUM
                               FILE STATUS IS DUN-STATUS-WS.

           SELECT LEDGER-FILE
               ASSIGN TO "D:\Cobol\STULEDGR.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS LDG-KEY
                               FILE STATUS IS LEDGER-STATUS-WS.

      *Write-off proposals - one per candidate student, keyed by
      *student number, carrying the supervisor's decision
           SELECT PROPOSAL-FILE
               ASSIGN TO "D:\Cobol\WOFPROP.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS WOP-STUD-NUM
                               FILE STATUS IS PROPOSAL-STATUS-WS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK15".

           SELECT PROPOSAL-LIST
               ASSIGN TO "D:\Cobol\WOFLIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

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

      *One dunning record per student being chased: the level last
      *sent and the date it went out
       FD  DUNNING-FILE.
       01  DUNNING-RECORD.
           05  DUN-STUD-NUM            PIC 9(6).
           05  DUN-LEVEL               PIC 9(1).
           05  DUN-LAST-DATE           PIC X(8).

      *One ledger entry. The sequence number counts down from 99998
      *for each student, so the newest entry has the lowest key
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LDG-KEY.
               10  LDG-STUD-NUM        PIC 9(6).
               10  LDG-SEQ-NUM         PIC 9(5).
           05  LDG-ENTRY-DATE          PIC X(8).
           05  LDG-ENTRY-TIME          PIC X(6).
           05  LDG-ENTRY-TYPE          PIC X(3).
           05  LDG-DIRECTION           PIC X(1).
           05  LDG-AMOUNT              PIC 9(4)V99.
           05  LDG-RUNNING-BAL         PIC 9(5)V99.
           05  LDG-REFERENCE           PIC X(10).
           05  LDG-PROGRAM             PIC X(8).
           05  LDG-OPERATOR            PIC X(8).

      *Proposal status "P" pending a decision, "A" approved and
      *waiting for WRITEOFF-APPLY, "D" declined, "W" written off,
      *"X" cancelled at apply time (nothing left to write off)
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

       SD  SORT-WORK-FILE.
       01  SORT-RECORD-WS.
           05  SRT-AGE-DAYS-WS         PIC 9(5).
           05  SRT-DUN-LEVEL-WS        PIC 9(1).
           05  SRT-STUD-NUM-WS         PIC 9(6).
           05  SRT-STUD-NAME-WS        PIC X(25).
           05  SRT-LAST-PAY-DATE-WS    PIC X(8).
           05  SRT-BALANCE-WS          PIC 9(4)V99.
           05  SRT-STANDING-WS         PIC X(10).

       FD  PROPOSAL-LIST.
       01  LIST-RECORD-OUT             PIC X(80).

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

      *LIST LINES
       01  LIST-HEADER-WS.
           05  FILLER                  PIC X(32) VALUE
               "BAD-DEBT WRITE-OFF PROPOSAL LIST".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HDR-RUN-DATE-OUT-WS     PIC X(8).

       01  MINIMUM-AGE-LINE-WS.
           05  FILLER                  PIC X(38) VALUE
               "FINAL NOTICE AND NO PAYMENT IN DAYS: ".
           05  ECHO-MINIMUM-AGE-OUT-WS PIC ZZZZ9.

       01  COLUMN-HEADER-WS.
           05  FILLER                  PIC X(40) VALUE
               "STUDENT NAME                      LVL   ".
           05  FILLER                  PIC X(38) VALUE
               " AGE  LAST PAY  BALANCE  STANDING".

       01  LIST-DETAIL-LINE-WS.
           05  LST-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LST-STUD-NAME-OUT-WS    PIC X(25).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  LST-DUN-LEVEL-OUT-WS    PIC 9(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LST-AGE-OUT-WS          PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LST-LAST-PAY-OUT-WS     PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  LST-BALANCE-OUT-WS      PIC Z,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LST-STANDING-OUT-WS     PIC X(10).

       01  LIST-TOTALS-LINE-WS.
           05  FILLER                  PIC X(12) VALUE "CANDIDATES: ".
           05  TOT-CANDIDATE-OUT-WS    PIC ZZZZ9.
           05  FILLER                  PIC X(7)  VALUE "  NEW: ".
           05  TOT-NEW-OUT-WS          PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  PENDING: ".
           05  TOT-PENDING-OUT-WS      PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  APPROVED: ".
           05  TOT-APPROVED-OUT-WS     PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  DECLINED: ".
           05  TOT-DECLINED-OUT-WS     PIC ZZZZ9.

       01  BALANCE-TOTAL-LINE-WS.
           05  FILLER                  PIC X(28) VALUE
               "BALANCE ON THE CANDIDATES:  ".
           05  TOT-BALANCE-OUT-WS      PIC Z,ZZZ,ZZ9.99.

       01  DROPPED-TOTAL-LINE-WS.
           05  FILLER                  PIC X(36) VALUE
               "PROPOSALS DROPPED - NOT CANDIDATES: ".
           05  TOT-DROPPED-OUT-WS      PIC ZZZZ9.

      *Candidate test work fields
       01  PROPOSAL-WORK-FIELDS.
           05  DUN-STATUS-WS           PIC X(2).
           05  LEDGER-STATUS-WS        PIC X(2).
           05  PROPOSAL-STATUS-WS      PIC X(2).
           05  DUN-FOUND-FLAG          PIC X(1)  VALUE "N".
           05  LEDGER-OPEN-FLAG        PIC X(1)  VALUE "N".
           05  LEDGER-DONE-FLAG        PIC X(1)  VALUE "N".
           05  PROPOSAL-FOUND-FLAG     PIC X(1)  VALUE "N".
           05  PROPOSAL-EOF-FLAG       PIC X(1)  VALUE "N".
           05  MINIMUM-AGE-WS          PIC 9(5)  VALUE ZERO.
           05  RUN-DATE-WS             PIC X(8)  VALUE SPACES.
           05  RUN-DATE-NUM-WS REDEFINES RUN-DATE-WS
                                       PIC 9(8).
           05  LAST-PAY-DATE-WS        PIC X(8)  VALUE SPACES.
           05  AGE-FROM-DATE-WS        PIC X(8)  VALUE SPACES.
           05  AGE-FROM-DATE-NUM-WS REDEFINES AGE-FROM-DATE-WS
                                       PIC 9(8).
           05  AGE-DAYS-WS             PIC S9(7) VALUE ZERO.
           05  STANDING-WS             PIC X(10) VALUE SPACES.

       01  PROPOSAL-COUNTERS-WS.
           05  CANDIDATE-COUNTER-WS    PIC 9(5)    VALUE ZERO.
           05  NEW-COUNTER-WS          PIC 9(5)    VALUE ZERO.
           05  PENDING-COUNTER-WS      PIC 9(5)    VALUE ZERO.
           05  APPROVED-COUNTER-WS     PIC 9(5)    VALUE ZERO.
           05  DECLINED-COUNTER-WS     PIC 9(5)    VALUE ZERO.
           05  DROPPED-COUNTER-WS      PIC 9(5)    VALUE ZERO.
           05  CANDIDATE-BALANCE-WS    PIC 9(7)V99 VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  EOF-SORT-FLAG           PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD            PIC X(2).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PROPOSE FINAL-NOTICE BALANCES FOR BAD-DEBT WRITE-OFF
       100-PROPOSE-WRITE-OFFS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 310-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-PROPOSALS.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SRT-AGE-DAYS-WS
                  DESCENDING KEY SRT-DUN-LEVEL-WS
                  ASCENDING KEY SRT-STUD-NUM-WS
               INPUT PROCEDURE IS 301-SELECT-CANDIDATES
               OUTPUT PROCEDURE IS 302-WRITE-PROPOSAL-LIST.
           PERFORM 203-TERMINATE-PROPOSALS.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *The proposal file is created on the first run; the ledger is
      *optional - without it every age runs from the enrollment date
       201-INITIATE-PROPOSALS.
           DISPLAY "ENTER MINIMUM DAYS WITHOUT PAYMENT (00000): ".
           ACCEPT MINIMUM-AGE-WS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT DUNNING-FILE.
           IF DUN-STATUS-WS NOT = "00"
               DISPLAY "NO DUNNING FILE ON RECORD - NO STUDENT HAS "
                   "REACHED A FINAL NOTICE"
               MOVE 4 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS-WS = "00"
               MOVE "Y" TO LEDGER-OPEN-FLAG
           END-IF.
           OPEN I-O PROPOSAL-FILE.
           IF PROPOSAL-STATUS-WS = "35"
               OPEN OUTPUT PROPOSAL-FILE
               CLOSE PROPOSAL-FILE
               OPEN I-O PROPOSAL-FILE
           END-IF.
           OPEN OUTPUT PROPOSAL-LIST.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT-WS.
           WRITE LIST-RECORD-OUT FROM LIST-HEADER-WS.
           MOVE MINIMUM-AGE-WS TO ECHO-MINIMUM-AGE-OUT-WS.
           WRITE LIST-RECORD-OUT FROM MINIMUM-AGE-LINE-WS
               AFTER ADVANCING 1 LINES.
           WRITE LIST-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.

      *Drop the proposals nobody is a candidate for any more, print
      *the totals and close up
       203-TERMINATE-PROPOSALS.
           PERFORM 309-DROP-STALE-PROPOSALS.
           MOVE CANDIDATE-COUNTER-WS TO TOT-CANDIDATE-OUT-WS.
           MOVE NEW-COUNTER-WS       TO TOT-NEW-OUT-WS.
           MOVE PENDING-COUNTER-WS   TO TOT-PENDING-OUT-WS.
           MOVE APPROVED-COUNTER-WS  TO TOT-APPROVED-OUT-WS.
           MOVE DECLINED-COUNTER-WS  TO TOT-DECLINED-OUT-WS.
           WRITE LIST-RECORD-OUT FROM LIST-TOTALS-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE CANDIDATE-BALANCE-WS TO TOT-BALANCE-OUT-WS.
           WRITE LIST-RECORD-OUT FROM BALANCE-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE DROPPED-COUNTER-WS TO TOT-DROPPED-OUT-WS.
           WRITE LIST-RECORD-OUT FROM DROPPED-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           DISPLAY "WRITE-OFF CANDIDATES: " CANDIDATE-COUNTER-WS.
           DISPLAY "NEW PROPOSALS: " NEW-COUNTER-WS.
           DISPLAY "AWAITING A DECISION: "
               NEW-COUNTER-WS " NEW, " PENDING-COUNTER-WS " PENDING".
           DISPLAY "PROPOSALS DROPPED: " DROPPED-COUNTER-WS.
           IF LEDGER-OPEN-FLAG = "Y"
               CLOSE LEDGER-FILE
           END-IF.
           CLOSE DUNNING-FILE
                 PROPOSAL-FILE
                 PROPOSAL-LIST.

      *SORT input procedure: test every student and feed the
      *candidates to the sort
       301-SELECT-CANDIDATES.
           OPEN INPUT INDEXED-STUDENT-FILE.
           PERFORM 303-READ-STUDENT-RECORD.
           PERFORM 304-TEST-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           CLOSE INDEXED-STUDENT-FILE.

      *SORT output procedure: list the candidates oldest first
       302-WRITE-PROPOSAL-LIST.
           PERFORM 311-RETURN-SORT-RECORD.
           PERFORM 312-WRITE-LIST-DETAIL UNTIL EOF-SORT-FLAG = "YES".

       303-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

      *A candidate owes money, has had the final notice, and has not
      *paid for at least the minimum number of days
       304-TEST-ONE-STUDENT.
           IF STUD-NUM-OUT NOT = ZERO AND STUD-NUM-OUT NOT = 999999
               AND TUITION-OWED-OUT > ZERO
               MOVE STUD-NUM-OUT TO DUN-STUD-NUM
               READ DUNNING-FILE
                   INVALID KEY MOVE "N" TO DUN-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO DUN-FOUND-FLAG
               END-READ
               IF DUN-FOUND-FLAG = "Y" AND DUN-LEVEL = 3
                   PERFORM 305-WORK-OUT-BALANCE-AGE
                   IF AGE-DAYS-WS >= MINIMUM-AGE-WS
                       PERFORM 307-RECORD-PROPOSAL
                       PERFORM 308-RELEASE-CANDIDATE
                   END-IF
               END-IF
           END-IF.
           PERFORM 303-READ-STUDENT-RECORD.

      *The ledger reads newest first from a START on the student
      *number: the first "PAY" entry is the last payment, and with
      *none the last entry read is the oldest the student has
       305-WORK-OUT-BALANCE-AGE.
           MOVE SPACES TO LAST-PAY-DATE-WS.
           MOVE ENROLLMENT-DATE-OUT TO AGE-FROM-DATE-WS.
           IF LEDGER-OPEN-FLAG = "Y"
               MOVE "N" TO LEDGER-DONE-FLAG
               MOVE STUD-NUM-OUT TO LDG-STUD-NUM
               MOVE ZERO TO LDG-SEQ-NUM
               START LEDGER-FILE KEY IS NOT LESS THAN LDG-KEY
                   INVALID KEY MOVE "Y" TO LEDGER-DONE-FLAG
               END-START
               PERFORM 306-READ-NEXT-LEDGER-ENTRY
                   UNTIL LEDGER-DONE-FLAG = "Y"
           END-IF.
           MOVE ZERO TO AGE-DAYS-WS.
           IF AGE-FROM-DATE-WS IS NUMERIC
               IF FUNCTION INTEGER-OF-DATE(AGE-FROM-DATE-NUM-WS) > 0
                   COMPUTE AGE-DAYS-WS =
                       FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM-WS)
                     - FUNCTION INTEGER-OF-DATE(AGE-FROM-DATE-NUM-WS)
               END-IF
           END-IF.
           IF AGE-DAYS-WS < ZERO
               MOVE ZERO TO AGE-DAYS-WS
           END-IF.
           IF AGE-DAYS-WS > 99999
               MOVE 99999 TO AGE-DAYS-WS
           END-IF.

       306-READ-NEXT-LEDGER-ENTRY.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE "Y" TO LEDGER-DONE-FLAG
               NOT AT END
                   IF LDG-STUD-NUM NOT = STUD-NUM-OUT
                       MOVE "Y" TO LEDGER-DONE-FLAG
                   ELSE
                       MOVE LDG-ENTRY-DATE TO AGE-FROM-DATE-WS
                       IF LDG-ENTRY-TYPE = "PAY"
                           MOVE LDG-ENTRY-DATE TO LAST-PAY-DATE-WS
                           MOVE "Y" TO LEDGER-DONE-FLAG
                       END-IF
                   END-IF
           END-READ.

      *A new candidate, or one whose earlier write-off has been
      *applied, gets a fresh pending proposal; a pending one is
      *brought up to date; a decided one only records that it is
      *still a candidate
       307-RECORD-PROPOSAL.
           ADD 1 TO CANDIDATE-COUNTER-WS.
           ADD TUITION-OWED-OUT TO CANDIDATE-BALANCE-WS.
           MOVE STUD-NUM-OUT TO WOP-STUD-NUM.
           READ PROPOSAL-FILE
               INVALID KEY MOVE "N" TO PROPOSAL-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO PROPOSAL-FOUND-FLAG
           END-READ.
           EVALUATE TRUE
               WHEN PROPOSAL-FOUND-FLAG = "N"
                   PERFORM 313-BUILD-NEW-PROPOSAL
                   WRITE PROPOSAL-RECORD
                       INVALID KEY
                           PERFORM 318-REPORT-PROPOSAL-FAILURE
                       NOT INVALID KEY
                           ADD 1 TO NEW-COUNTER-WS
                           MOVE "NEW" TO STANDING-WS
                   END-WRITE
               WHEN WOP-STATUS = "W" OR WOP-STATUS = "X"
                   PERFORM 313-BUILD-NEW-PROPOSAL
                   REWRITE PROPOSAL-RECORD
                       INVALID KEY
                           PERFORM 318-REPORT-PROPOSAL-FAILURE
                       NOT INVALID KEY
                           ADD 1 TO NEW-COUNTER-WS
                           MOVE "NEW" TO STANDING-WS
                   END-REWRITE
               WHEN WOP-STATUS = "P"
                   PERFORM 314-REFRESH-PROPOSAL
                   REWRITE PROPOSAL-RECORD
                       INVALID KEY
                           PERFORM 318-REPORT-PROPOSAL-FAILURE
                       NOT INVALID KEY
                           ADD 1 TO PENDING-COUNTER-WS
                           MOVE "PENDING" TO STANDING-WS
                   END-REWRITE
               WHEN WOP-STATUS = "A"
                   MOVE RUN-DATE-WS TO WOP-SEEN-DATE
                   REWRITE PROPOSAL-RECORD
                       INVALID KEY
                           PERFORM 318-REPORT-PROPOSAL-FAILURE
                       NOT INVALID KEY
                           ADD 1 TO APPROVED-COUNTER-WS
                           MOVE "APPROVED" TO STANDING-WS
                   END-REWRITE
               WHEN OTHER
                   MOVE RUN-DATE-WS TO WOP-SEEN-DATE
                   REWRITE PROPOSAL-RECORD
                       INVALID KEY
                           PERFORM 318-REPORT-PROPOSAL-FAILURE
                       NOT INVALID KEY
                           ADD 1 TO DECLINED-COUNTER-WS
                           MOVE "DECLINED" TO STANDING-WS
                   END-REWRITE
           END-EVALUATE.

      *A proposal the file will not take is still listed, marked as
      *not on file, so the committee sees the candidate
       318-REPORT-PROPOSAL-FAILURE.
           DISPLAY "WRITE-OFF PROPOSAL - WOFPROP.TXT UPDATE FAILED FOR "
               STUD-NUM-OUT " STATUS " PROPOSAL-STATUS-WS.
           MOVE "NOT FILED" TO STANDING-WS.

       308-RELEASE-CANDIDATE.
           MOVE AGE-DAYS-WS      TO SRT-AGE-DAYS-WS.
           MOVE DUN-LEVEL        TO SRT-DUN-LEVEL-WS.
           MOVE STUD-NUM-OUT     TO SRT-STUD-NUM-WS.
           MOVE STUD-NAME-OUT    TO SRT-STUD-NAME-WS.
           MOVE LAST-PAY-DATE-WS TO SRT-LAST-PAY-DATE-WS.
           MOVE TUITION-OWED-OUT TO SRT-BALANCE-WS.
           MOVE STANDING-WS      TO SRT-STANDING-WS.
           RELEASE SORT-RECORD-WS.

      *Every candidate was stamped seen today; a pending or
      *declined proposal not seen is for a student who has paid,
      *fallen below the final notice or left the file
       309-DROP-STALE-PROPOSALS.
           MOVE "N" TO PROPOSAL-EOF-FLAG.
           MOVE ZERO TO WOP-STUD-NUM.
           START PROPOSAL-FILE KEY IS NOT LESS THAN WOP-STUD-NUM
               INVALID KEY MOVE "Y" TO PROPOSAL-EOF-FLAG
           END-START.
           PERFORM 315-CHECK-ONE-PROPOSAL
               UNTIL PROPOSAL-EOF-FLAG = "Y".

       311-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO EOF-SORT-FLAG
           END-RETURN.

       312-WRITE-LIST-DETAIL.
           MOVE SRT-STUD-NUM-WS      TO LST-STUD-NUM-OUT-WS.
           MOVE SRT-STUD-NAME-WS     TO LST-STUD-NAME-OUT-WS.
           MOVE SRT-DUN-LEVEL-WS     TO LST-DUN-LEVEL-OUT-WS.
           MOVE SRT-AGE-DAYS-WS      TO LST-AGE-OUT-WS.
           MOVE SRT-LAST-PAY-DATE-WS TO LST-LAST-PAY-OUT-WS.
           MOVE SRT-BALANCE-WS       TO LST-BALANCE-OUT-WS.
           MOVE SRT-STANDING-WS      TO LST-STANDING-OUT-WS.
           WRITE LIST-RECORD-OUT FROM LIST-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO JLG-REQ-WRITTEN-WS.
           PERFORM 311-RETURN-SORT-RECORD.

       313-BUILD-NEW-PROPOSAL.
           MOVE SPACES TO PROPOSAL-RECORD.
           MOVE STUD-NUM-OUT TO WOP-STUD-NUM.
           MOVE RUN-DATE-WS  TO WOP-PROPOSED-DATE.
           MOVE "P"          TO WOP-STATUS.
           MOVE ZERO         TO WOP-APPLIED-AMOUNT.
           PERFORM 314-REFRESH-PROPOSAL.

       314-REFRESH-PROPOSAL.
           MOVE STUD-NAME-OUT    TO WOP-STUD-NAME.
           MOVE TUITION-OWED-OUT TO WOP-BALANCE.
           MOVE DUN-LEVEL        TO WOP-DUN-LEVEL.
           MOVE AGE-DAYS-WS      TO WOP-AGE-DAYS.
           MOVE LAST-PAY-DATE-WS TO WOP-LAST-PAY-DATE.
           MOVE RUN-DATE-WS      TO WOP-SEEN-DATE.

       315-CHECK-ONE-PROPOSAL.
           READ PROPOSAL-FILE NEXT RECORD
               AT END MOVE "Y" TO PROPOSAL-EOF-FLAG
               NOT AT END
                   IF (WOP-STATUS = "P" OR WOP-STATUS = "D")
                       AND WOP-SEEN-DATE NOT = RUN-DATE-WS
                       DELETE PROPOSAL-FILE RECORD
                       ADD 1 TO DROPPED-COUNTER-WS
                   END-IF
           END-READ.

       310-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 316-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       316-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 317-APPLY-RUN-PARAMETER
           END-READ.

       317-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "WRITEOFF-PROPOSE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM WRITEOFF-PROPOSE.
