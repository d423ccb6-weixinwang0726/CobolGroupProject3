      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *SUPERVISOR APPROVAL OF BAD-DEBT WRITE-OFFS. WRITEOFF-PROPOSE
      *LEAVES EACH CANDIDATE ON THE WRITE-OFF PROPOSAL FILE
      *(WOFPROP.TXT) AS PENDING; NOTHING IS WRITTEN OFF UNTIL A
      *SUPERVISOR HAS SEEN IT. THE OPERATOR SIGNS ON AGAINST THE
      *OPERATOR MASTER AND MUST HOLD SUPERVISOR AUTHORITY (LEVEL 3)
      *AND AN UNEXPIRED PASSWORD, THE WAY OPERATOR-MAINT DOES. THE
      *PENDING PROPOSALS ARE THEN SHOWN ONE AT A TIME IN
      *STUDENT-NUMBER ORDER WITH THE BALANCE PROPOSED AND THE
      *BALANCE ON THE STUDENT FILE NOW, AND THE SUPERVISOR KEYS
      *A(PPROVE), D(ECLINE), S(KIP - LEAVE IT PENDING) OR N(QUIT).
      *A STUDENT WHO HAS SINCE PAID IN FULL, OR LEFT THE STUDENT
      *FILE, CANNOT BE APPROVED. THE SIGNED-ON ID IS RECORDED ON THE
      *PROPOSAL AS THE DECIDER AND EVERY DECISION IS LOGGED TO
      *SECLOG.TXT. AN APPROVED PROPOSAL IS CLEARED BY THE NEXT
      *WRITEOFF-APPLY RUN.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF-APPROVE.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE
               ASSIGN TO "D:\Cobol\WOFPROP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WOP-STUD-NUM
               FILE STATUS IS WOP-STATUS-FIELD.

           SELECT STUDENT-FILE
               ASSIGN TO "D:\Cobol\STUFILE_IN.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.

           SELECT OPERATOR-FILE
               ASSIGN TO "D:\Cobol\OPERFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS-FIELD.

           SELECT SECURITY-LOG-FILE
               ASSIGN TO "D:\Cobol\SECLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *One write-off proposal per candidate student. Status "P"
      *pending, "A" approved, "D" declined, "W" written off, "X"
      *cancelled at apply time
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

       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           05  STUDENT-NUMBER      PIC 9(6).
           05  TUITION-OWNED       PIC 9(4)V99.
           05  STUDENT-NAME        PIC X(40).
           05  PROGRAM-OF-STUDY    PIC X(5).
           05  STUDENT-COURSE-ENTRY OCCURS 5 TIMES.
               10  STUDENT-COURSE-CODE PIC X(7).
               10  STUDENT-COURSE-AVG  PIC 9(3).
           05  STUDENT-STATUS      PIC X(1).
           05  ENROLLMENT-DATE     PIC X(8).

      *Operator master - the same extended layout UPDATE-STUD-FILE
      *signs on against: expiry date, lock flag, and fail count
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD-IN.
           05  OPER-ID-IN              PIC X(8).
           05  OPER-PASSWORD-IN        PIC X(8).
           05  OPER-AUTH-LEVEL-IN      PIC X(1).
           05  OPER-PWD-EXPIRY-IN      PIC X(8).
           05  OPER-LOCK-FLAG-IN       PIC X(1).
           05  OPER-FAIL-COUNT-IN      PIC 9(1).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD-OUT.
           05  SEC-TIMESTAMP-OUT       PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SEC-OPERATOR-OUT        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SEC-EVENT-OUT           PIC X(30).

       WORKING-STORAGE SECTION.
      *File status fields
       01  WOP-STATUS-FIELD            PIC X(2).
       01  STATUS-FIELD                PIC X(2).
       01  OPER-STATUS-FIELD           PIC X(2).

      *Operator master held in storage for the session
       01  OPERATOR-TABLE-WS.
           05  OPER-ENTRY-WS OCCURS 30 TIMES.
               10  OPR-ID-TBL-WS       PIC X(8).
               10  OPR-PASSWORD-TBL-WS PIC X(8).
               10  OPR-AUTH-TBL-WS     PIC X(1).
               10  OPR-EXPIRY-TBL-WS   PIC X(8).
               10  OPR-LOCK-TBL-WS     PIC X(1).
               10  OPR-FAILS-TBL-WS    PIC 9(1).

       01  OPERATOR-TABLE-FIELDS.
           05  OPER-TBL-SUB            PIC 9(2)  VALUE 1.
           05  OPER-COUNT-WS           PIC 9(2)  VALUE ZERO.
           05  OPER-MATCH-SUB-WS       PIC 9(2)  VALUE ZERO.
           05  OPER-EOF-FLAG           PIC X(1)  VALUE "N".
           05  OPER-OVERFLOW-FLAG      PIC X(1)  VALUE "N".
           05  SCRATCH-OPER-REC-WS     PIC X(27) VALUE SPACES.

      *Sign-on security working fields - only a level-3 supervisor
      *may decide a write-off
       01  SIGN-ON-FIELDS.
           05  OPERATOR-ID-WS          PIC X(8)  VALUE SPACES.
           05  OPERATOR-PASSWORD-WS    PIC X(8)  VALUE SPACES.
           05  SIGNED-ON-FLAG          PIC X(1)  VALUE "N".
           05  SIGN-ON-DONE-FLAG       PIC X(1)  VALUE "N".
           05  SIGN-ON-ATTEMPTS-WS     PIC 9(1)  VALUE ZERO.
           05  SECURITY-EVENT-WS       PIC X(30) VALUE SPACES.
           05  SIGNON-TODAY-WS         PIC X(8)  VALUE SPACES.
       01  TIMESTAMP-WS.
           05  TS-DATE-WS              PIC X(8).
           05  TS-TIME-WS              PIC X(6).

      *Security-log event text for a decision, naming the student
       01  WOF-EVENT-WS.
           05  WEV-ACTION-WS           PIC X(19) VALUE SPACES.
           05  WEV-STUD-NUM-WS         PIC 9(6)  VALUE ZERO.

       01  FLAG-FIELDS.
           05  CHOICE                  PIC X(1)  VALUE SPACES.
           05  STUDENT-FOUND-FLAG      PIC X(1)  VALUE "N".
           05  PENDING-FOUND-FLAG      PIC X(1)  VALUE "N".
           05  PROPOSAL-EOF-FLAG       PIC X(1)  VALUE "N".
           05  DECISION-DATE-WS        PIC X(8)  VALUE SPACES.

       01  DECISION-COUNTERS-WS.
           05  APPROVED-COUNTER-WS     PIC 9(5)  VALUE ZERO.
           05  DECLINED-COUNTER-WS     PIC 9(5)  VALUE ZERO.
           05  SKIPPED-COUNTER-WS      PIC 9(5)  VALUE ZERO.

      *Proposal shown for a decision, with the balance owing now
       01  PROPOSAL-DISPLAY-WS.
           05  DSP-STUD-NUM-WS         PIC 9(6).
           05  DSP-STUD-NAME-WS        PIC X(40).
           05  DSP-DUN-LEVEL-WS        PIC 9(1).
           05  DSP-AGE-DAYS-WS         PIC ZZZZ9.
           05  DSP-LAST-PAY-DATE-WS    PIC X(8).
           05  DSP-PROPOSED-DATE-WS    PIC X(8).
           05  DSP-BALANCE-WS          PIC Z,ZZ9.99.
           05  DSP-CURRENT-BAL-WS      PIC Z,ZZ9.99.

       SCREEN SECTION.
      *The supervisor signs on first, against the operator master
       01  OPERATOR-ID-SCREEN.
           05  VALUE "Operator ID: "        LINE 3 COLUMN 16.
           05  OPERATOR-ID-INPUT            LINE 3 COLUMN 30
                                  PIC X(8) TO OPERATOR-ID-WS.
           05  VALUE "Password: "           LINE 4 COLUMN 16.
           05  OPERATOR-PASSWORD-INPUT      LINE 4 COLUMN 30
                          PIC X(8) TO OPERATOR-PASSWORD-WS SECURE.

       01  SIGN-ON-FAILED-SCREEN.
           05  VALUE "Operator ID or password not recognized"
                                            LINE 6 COLUMN 16.

       01  SIGN-ON-LOCKOUT-SCREEN.
           05  VALUE "Sign-on failed three times - session ended"
                                            LINE 6 COLUMN 16.

       01  PASSWORD-EXPIRED-SCREEN.
           05  VALUE "Password expired - change it through the"
                                            LINE 6 COLUMN 16.
           05  VALUE "student file screen, then sign on again"
                                            LINE 7 COLUMN 16.

       01  NOT-SUPERVISOR-SCREEN.
           05  VALUE "Supervisor authority required - session ended"
                                            LINE 6 COLUMN 16.

      *One pending proposal and the decision prompt
       01  PROPOSAL-DECISION-SCREEN.
           05  VALUE "Bad-Debt Write-Off Approval"
                                            LINE 5 COLUMN 16.
           05  VALUE "Student: "            LINE 8 COLUMN 16.
           05  DSP-STUD-NUM-OUT             LINE 8 COLUMN 36
                      PIC 9(6) FROM DSP-STUD-NUM-WS.
           05  DSP-STUD-NAME-OUT            LINE 8 COLUMN 44
                      PIC X(30) FROM DSP-STUD-NAME-WS.
           05  VALUE "Dunning level: "      LINE 9 COLUMN 16.
           05  DSP-DUN-LEVEL-OUT            LINE 9 COLUMN 36
                      PIC 9(1) FROM DSP-DUN-LEVEL-WS.
           05  VALUE "Days unpaid: "        LINE 10 COLUMN 16.
           05  DSP-AGE-DAYS-OUT             LINE 10 COLUMN 36
                      PIC X(5) FROM DSP-AGE-DAYS-WS.
           05  VALUE "Last payment: "       LINE 11 COLUMN 16.
           05  DSP-LAST-PAY-OUT             LINE 11 COLUMN 36
                      PIC X(8) FROM DSP-LAST-PAY-DATE-WS.
           05  VALUE "Proposed on: "        LINE 12 COLUMN 16.
           05  DSP-PROPOSED-OUT             LINE 12 COLUMN 36
                      PIC X(8) FROM DSP-PROPOSED-DATE-WS.
           05  VALUE "Balance proposed: "   LINE 13 COLUMN 16.
           05  DSP-BALANCE-OUT              LINE 13 COLUMN 36
                      PIC X(8) FROM DSP-BALANCE-WS.
           05  VALUE "Balance owing now: "  LINE 14 COLUMN 16.
           05  DSP-CURRENT-BAL-OUT          LINE 14 COLUMN 36
                      PIC X(8) FROM DSP-CURRENT-BAL-WS.
           05  VALUE "Decision (A/D/S/N)?"  LINE 16 COLUMN 16.
           05  CHOICE-IN                    LINE 16 COLUMN 36
                                          PIC X(1) TO CHOICE.

       01  NO-PROPOSAL-FILE-SCREEN.
           05  VALUE "No write-off proposals on file - run"
                                            LINE 19 COLUMN 16.
           05  VALUE "WRITEOFF-PROPOSE first"
                                            LINE 20 COLUMN 16.

       01  NO-MORE-PENDING-SCREEN.
           05  VALUE "No more proposals are waiting for a decision"
                                            LINE 19 COLUMN 16.

       01  NOTHING-OWING-SCREEN.
           05  VALUE "Nothing is owing on the student file now -"
                                            LINE 19 COLUMN 16.
           05  VALUE "decline the proposal or skip it"
                                            LINE 20 COLUMN 16.

       01  BAD-DECISION-SCREEN.
           05  VALUE "Decision must be A, D, S or N"
                                            LINE 19 COLUMN 16.

       01  DECISION-SUCCESS-SCREEN.
           05  VALUE "Decision recorded"    LINE 20 COLUMN 16.

       PROCEDURE DIVISION.
      *DECIDE THE PENDING WRITE-OFF PROPOSALS UNDER SUPERVISOR
      *SIGN-ON
       100-APPROVE-WRITE-OFFS.
           PERFORM 200-INIT-WRITEOFF-APPROVAL.
           PERFORM 201-PROCESS-DECISION
               UNTIL CHOICE = "N" OR PROPOSAL-EOF-FLAG = "Y".
           PERFORM 202-TERMINATE-WRITEOFF-APPROVAL.
           STOP RUN.

       200-INIT-WRITEOFF-APPROVAL.
           OPEN EXTEND SECURITY-LOG-FILE.
           PERFORM 300-LOAD-OPERATOR-TABLE.
           PERFORM 310-SIGN-ON-SUPERVISOR.
           IF SIGNED-ON-FLAG NOT = "Y"
               CLOSE SECURITY-LOG-FILE
               STOP RUN
           END-IF.
           OPEN I-O PROPOSAL-FILE.
           IF WOP-STATUS-FIELD NOT = "00"
               DISPLAY NO-PROPOSAL-FILE-SCREEN
               CLOSE SECURITY-LOG-FILE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-FILE.
           ACCEPT DECISION-DATE-WS FROM DATE YYYYMMDD.
           MOVE ZERO TO WOP-STUD-NUM.
           START PROPOSAL-FILE KEY IS NOT LESS THAN WOP-STUD-NUM
               INVALID KEY MOVE "Y" TO PROPOSAL-EOF-FLAG
           END-START.
           PERFORM 303-PRESENT-NEXT-PENDING.

      *A decision moves on to the next pending proposal; a bad key
      *shows the same proposal again
       201-PROCESS-DECISION.
           EVALUATE CHOICE
               WHEN "A"
                   PERFORM 305-APPROVE-PROPOSAL
               WHEN "D"
                   PERFORM 306-DECLINE-PROPOSAL
               WHEN "S"
                   ADD 1 TO SKIPPED-COUNTER-WS
                   PERFORM 303-PRESENT-NEXT-PENDING
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   DISPLAY BAD-DECISION-SCREEN
                   PERFORM 307-READ-DECISION
           END-EVALUATE.

       202-TERMINATE-WRITEOFF-APPROVAL.
           CLOSE PROPOSAL-FILE
                 STUDENT-FILE
                 SECURITY-LOG-FILE.
           DISPLAY "WRITE-OFFS APPROVED: " APPROVED-COUNTER-WS.
           DISPLAY "WRITE-OFFS DECLINED: " DECLINED-COUNTER-WS.
           DISPLAY "PROPOSALS SKIPPED: " SKIPPED-COUNTER-WS.
           DISPLAY "WRITE-OFF APPROVAL COMPLETE".

      *Sign the supervisor on against the loaded table; a non-
      *supervisor match ends the session with the attempt logged
       310-SIGN-ON-SUPERVISOR.
           PERFORM 312-ACCEPT-ONE-SIGN-ON
               UNTIL SIGNED-ON-FLAG = "Y"
                   OR SIGN-ON-DONE-FLAG = "Y"
                   OR SIGN-ON-ATTEMPTS-WS >= 3.
           IF SIGNED-ON-FLAG NOT = "Y"
               AND SIGN-ON-DONE-FLAG NOT = "Y"
               DISPLAY SIGN-ON-LOCKOUT-SCREEN
           END-IF.

      *The not-a-supervisor exit ends the loop through its own done
      *flag and has already logged its own event - it is not a
      *failed attempt and must not read like one
       312-ACCEPT-ONE-SIGN-ON.
           DISPLAY OPERATOR-ID-SCREEN.
           ACCEPT  OPERATOR-ID-SCREEN.
           PERFORM 314-CHECK-SIGN-ON.
           IF SIGNED-ON-FLAG NOT = "Y"
               AND SIGN-ON-DONE-FLAG NOT = "Y"
               ADD 1 TO SIGN-ON-ATTEMPTS-WS
               MOVE "WOF SIGN-ON FAILED" TO SECURITY-EVENT-WS
               PERFORM 316-LOG-SECURITY-EVENT
               DISPLAY SIGN-ON-FAILED-SCREEN
           END-IF.

      *A locked ID is refused outright, a wrong password bumps the
      *ID's fail count and locks it at three, and a clean match must
      *also carry an unexpired password, exactly as the
      *UPDATE-STUD-FILE sign-on does
       314-CHECK-SIGN-ON.
           MOVE ZERO TO OPER-MATCH-SUB-WS.
           PERFORM 402-MATCH-OPERATOR-ID
               VARYING OPER-TBL-SUB FROM 1 BY 1
               UNTIL OPER-TBL-SUB > OPER-COUNT-WS
                   OR OPER-MATCH-SUB-WS > ZERO.
           IF OPER-MATCH-SUB-WS > ZERO
               IF OPR-LOCK-TBL-WS(OPER-MATCH-SUB-WS) = "L"
                   MOVE "SIGN-ON ON LOCKED ID" TO SECURITY-EVENT-WS
                   PERFORM 316-LOG-SECURITY-EVENT
               ELSE
                   IF OPR-PASSWORD-TBL-WS(OPER-MATCH-SUB-WS) =
                           OPERATOR-PASSWORD-WS
                       PERFORM 325-TEST-PASSWORD-EXPIRY
                   ELSE
                       IF OPR-FAILS-TBL-WS(OPER-MATCH-SUB-WS) < 9
                           ADD 1
                               TO OPR-FAILS-TBL-WS(OPER-MATCH-SUB-WS)
                       END-IF
                       IF OPR-FAILS-TBL-WS(OPER-MATCH-SUB-WS) >= 3
                           MOVE "L"
                               TO OPR-LOCK-TBL-WS(OPER-MATCH-SUB-WS)
                           MOVE "OPERATOR ID LOCKED OUT"
                               TO SECURITY-EVENT-WS
                           PERFORM 316-LOG-SECURITY-EVENT
                       END-IF
                       PERFORM 320-REWRITE-OPERATOR-FILE
                   END-IF
               END-IF
           END-IF.

       317-TEST-SIGN-ON-AUTHORITY.
           IF OPR-AUTH-TBL-WS(OPER-MATCH-SUB-WS) = "3"
               MOVE "Y" TO SIGNED-ON-FLAG
      *The clean sign-on must not rewrite the master - concurrent
      *sessions interleaving the truncate-and-rewrite could lose
      *operators; only a standing fail count is worth clearing
               IF OPR-FAILS-TBL-WS(OPER-MATCH-SUB-WS) > ZERO
                   MOVE ZERO TO OPR-FAILS-TBL-WS(OPER-MATCH-SUB-WS)
                   PERFORM 320-REWRITE-OPERATOR-FILE
               END-IF
           ELSE
               DISPLAY NOT-SUPERVISOR-SCREEN
               MOVE "WOF DENIED - NOT SUPERVISOR"
                   TO SECURITY-EVENT-WS
               PERFORM 316-LOG-SECURITY-EVENT
               MOVE "Y" TO SIGN-ON-DONE-FLAG
           END-IF.

      *An expired password ends the session - it is changed through
      *the student file screen, not here
       325-TEST-PASSWORD-EXPIRY.
           ACCEPT SIGNON-TODAY-WS FROM DATE YYYYMMDD.
           IF OPR-EXPIRY-TBL-WS(OPER-MATCH-SUB-WS) IS NOT NUMERIC
               OR OPR-EXPIRY-TBL-WS(OPER-MATCH-SUB-WS)
                   <= SIGNON-TODAY-WS
               DISPLAY PASSWORD-EXPIRED-SCREEN
               MOVE "SIGN-ON WITH EXPIRED PASSWORD"
                   TO SECURITY-EVENT-WS
               PERFORM 316-LOG-SECURITY-EVENT
               MOVE "Y" TO SIGN-ON-DONE-FLAG
           ELSE
               PERFORM 317-TEST-SIGN-ON-AUTHORITY
           END-IF.

      *Read forward to the next proposal still waiting for a
      *decision and put it on the screen with today's balance
       303-PRESENT-NEXT-PENDING.
           MOVE "N" TO PENDING-FOUND-FLAG.
           PERFORM 304-READ-NEXT-PROPOSAL
               UNTIL PENDING-FOUND-FLAG = "Y"
                   OR PROPOSAL-EOF-FLAG = "Y".
           IF PROPOSAL-EOF-FLAG = "Y"
               DISPLAY NO-MORE-PENDING-SCREEN
           ELSE
               PERFORM 308-READ-CURRENT-BALANCE
               MOVE WOP-STUD-NUM      TO DSP-STUD-NUM-WS
               MOVE WOP-STUD-NAME     TO DSP-STUD-NAME-WS
               MOVE WOP-DUN-LEVEL     TO DSP-DUN-LEVEL-WS
               MOVE WOP-AGE-DAYS      TO DSP-AGE-DAYS-WS
               MOVE WOP-LAST-PAY-DATE TO DSP-LAST-PAY-DATE-WS
               MOVE WOP-PROPOSED-DATE TO DSP-PROPOSED-DATE-WS
               MOVE WOP-BALANCE       TO DSP-BALANCE-WS
               PERFORM 307-READ-DECISION
           END-IF.

       304-READ-NEXT-PROPOSAL.
           READ PROPOSAL-FILE NEXT RECORD
               AT END MOVE "Y" TO PROPOSAL-EOF-FLAG
               NOT AT END
                   IF WOP-STATUS = "P"
                       MOVE "Y" TO PENDING-FOUND-FLAG
                   END-IF
           END-READ.

      *Approve: the student must still be on file and still owe
      *something - WRITEOFF-APPLY clears the lesser of the approved
      *balance and what is owing on the day it runs
       305-APPROVE-PROPOSAL.
           IF STUDENT-FOUND-FLAG = "N" OR TUITION-OWNED = ZERO
               DISPLAY NOTHING-OWING-SCREEN
               PERFORM 307-READ-DECISION
           ELSE
               MOVE "A" TO WOP-STATUS
               PERFORM 309-RECORD-DECISION
               ADD 1 TO APPROVED-COUNTER-WS
               MOVE "WRITE-OFF APPROVED " TO WEV-ACTION-WS
               PERFORM 321-LOG-DECISION-EVENT
               PERFORM 303-PRESENT-NEXT-PENDING
           END-IF.

       306-DECLINE-PROPOSAL.
           MOVE "D" TO WOP-STATUS.
           PERFORM 309-RECORD-DECISION.
           ADD 1 TO DECLINED-COUNTER-WS.
           MOVE "WRITE-OFF DECLINED " TO WEV-ACTION-WS.
           PERFORM 321-LOG-DECISION-EVENT.
           PERFORM 303-PRESENT-NEXT-PENDING.

       307-READ-DECISION.
           MOVE SPACES TO CHOICE.
           DISPLAY PROPOSAL-DECISION-SCREEN.
           ACCEPT  PROPOSAL-DECISION-SCREEN.

      *The student file is read by number only for the balance;
      *control keys are never real students
       308-READ-CURRENT-BALANCE.
           MOVE WOP-STUD-NUM TO STUDENT-NUMBER.
           READ STUDENT-FILE
               INVALID KEY MOVE "N" TO STUDENT-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO STUDENT-FOUND-FLAG
           END-READ.
           IF STUDENT-FOUND-FLAG = "Y"
               MOVE TUITION-OWNED TO DSP-CURRENT-BAL-WS
           ELSE
               MOVE ZERO TO TUITION-OWNED
               MOVE ZERO TO DSP-CURRENT-BAL-WS
           END-IF.

       309-RECORD-DECISION.
           MOVE OPERATOR-ID-WS   TO WOP-DECIDED-BY.
           MOVE DECISION-DATE-WS TO WOP-DECIDED-DATE.
           REWRITE PROPOSAL-RECORD.
           DISPLAY DECISION-SUCCESS-SCREEN.

       402-MATCH-OPERATOR-ID.
           IF OPR-ID-TBL-WS(OPER-TBL-SUB) = OPERATOR-ID-WS
               MOVE OPER-TBL-SUB TO OPER-MATCH-SUB-WS
           END-IF.

      *Load the operator master into storage; a full table takes a
      *confirming read (into a scratch area, never into the table)
      *to tell exactly-full from overflowed - an overflowed master
      *must never be written back
       300-LOAD-OPERATOR-TABLE.
           MOVE "N" TO OPER-EOF-FLAG.
           MOVE ZERO TO OPER-COUNT-WS.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-STATUS-FIELD = "00"
               PERFORM 301-LOAD-ONE-OPERATOR
                   UNTIL OPER-EOF-FLAG = "Y"
                       OR OPER-COUNT-WS >= 30
               IF OPER-EOF-FLAG NOT = "Y"
                   READ OPERATOR-FILE INTO SCRATCH-OPER-REC-WS
                       AT END MOVE "Y" TO OPER-EOF-FLAG
                   END-READ
               END-IF
               IF OPER-EOF-FLAG NOT = "Y"
                   MOVE "Y" TO OPER-OVERFLOW-FLAG
                   DISPLAY "WARNING: OPERFILE.TXT HAS MORE THAN 30 "
                       "ENTRIES - FAIL COUNTS WILL NOT BE WRITTEN "
                       "BACK THIS SESSION"
               END-IF
               CLOSE OPERATOR-FILE
           END-IF.

       301-LOAD-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END MOVE "Y" TO OPER-EOF-FLAG
               NOT AT END
                   ADD 1 TO OPER-COUNT-WS
                   MOVE OPER-ID-IN TO OPR-ID-TBL-WS(OPER-COUNT-WS)
                   MOVE OPER-PASSWORD-IN
                       TO OPR-PASSWORD-TBL-WS(OPER-COUNT-WS)
                   MOVE OPER-AUTH-LEVEL-IN
                       TO OPR-AUTH-TBL-WS(OPER-COUNT-WS)
                   MOVE OPER-PWD-EXPIRY-IN
                       TO OPR-EXPIRY-TBL-WS(OPER-COUNT-WS)
                   MOVE OPER-LOCK-FLAG-IN
                       TO OPR-LOCK-TBL-WS(OPER-COUNT-WS)
                   IF OPER-FAIL-COUNT-IN IS NUMERIC
                       MOVE OPER-FAIL-COUNT-IN
                           TO OPR-FAILS-TBL-WS(OPER-COUNT-WS)
                   ELSE
                       MOVE ZERO TO OPR-FAILS-TBL-WS(OPER-COUNT-WS)
                   END-IF
           END-READ.

      *Write the maintained table back - refused when the load
      *overflowed, since that rewrite would truncate the master
       320-REWRITE-OPERATOR-FILE.
           IF OPER-OVERFLOW-FLAG = "Y"
               CONTINUE
           ELSE
               OPEN OUTPUT OPERATOR-FILE
               PERFORM 324-WRITE-ONE-OPERATOR
                   VARYING OPER-TBL-SUB FROM 1 BY 1
                   UNTIL OPER-TBL-SUB > OPER-COUNT-WS
               CLOSE OPERATOR-FILE
           END-IF.

       324-WRITE-ONE-OPERATOR.
           MOVE OPR-ID-TBL-WS(OPER-TBL-SUB)       TO OPER-ID-IN.
           MOVE OPR-PASSWORD-TBL-WS(OPER-TBL-SUB) TO OPER-PASSWORD-IN.
           MOVE OPR-AUTH-TBL-WS(OPER-TBL-SUB)  TO OPER-AUTH-LEVEL-IN.
           MOVE OPR-EXPIRY-TBL-WS(OPER-TBL-SUB) TO OPER-PWD-EXPIRY-IN.
           MOVE OPR-LOCK-TBL-WS(OPER-TBL-SUB)  TO OPER-LOCK-FLAG-IN.
           MOVE OPR-FAILS-TBL-WS(OPER-TBL-SUB) TO OPER-FAIL-COUNT-IN.
           WRITE OPERATOR-RECORD-IN.

       321-LOG-DECISION-EVENT.
           MOVE WOP-STUD-NUM TO WEV-STUD-NUM-WS.
           MOVE WOF-EVENT-WS TO SECURITY-EVENT-WS.
           PERFORM 316-LOG-SECURITY-EVENT.

      *Append a security event to SECLOG.TXT under the supervisor's
      *signed-on ID
       316-LOG-SECURITY-EVENT.
           ACCEPT TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT TS-TIME-WS FROM TIME.
           MOVE SPACES            TO SECURITY-LOG-RECORD-OUT.
           MOVE TIMESTAMP-WS      TO SEC-TIMESTAMP-OUT.
           MOVE OPERATOR-ID-WS    TO SEC-OPERATOR-OUT.
           MOVE SECURITY-EVENT-WS TO SEC-EVENT-OUT.
           WRITE SECURITY-LOG-RECORD-OUT.

       END PROGRAM WRITEOFF-APPROVE.
