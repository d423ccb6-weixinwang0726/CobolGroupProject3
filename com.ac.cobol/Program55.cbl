      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *TRANSFER CREDIT AND ADVANCED STANDING MAINTENANCE. STUDENTS
      *ARRIVING FROM OTHER COLLEGES ARE GRANTED CREDIT FOR COURSES
      *TAKEN ELSEWHERE; THIS PROGRAM RECORDS EACH GRANT ON THE
      *TRANSFER-CREDIT FILE (XFERCRED.TXT), AN INDEXED FILE KEYED BY
      *STUDENT NUMBER PLUS OUR COURSE CODE, WITH THE SOURCE
      *INSTITUTION, THE DATE GRANTED, AND THE APPROVING OPERATOR.
      *COURSE-REGISTRATION ACCEPTS A TRANSFER CREDIT AS A MET
      *PREREQUISITE, GRAD-AUDIT AS A MET REQUIREMENT, AND
      *TRANSCRIPT-PRINT PRINTS IT MARKED AS TRANSFER CREDIT WITH NO
      *GRADE. A TRANSFER CREDIT CARRIES NO MARK, SO IT NEVER SITS IN
      *THE COURSE SLOTS OR ON THE REGISTRATION FILE AND NEVER ENTERS
      *A CALC-AVERAGE AVERAGE - A GRANT IS REFUSED FOR A COURSE THE
      *STUDENT ALREADY HOLDS IN A SLOT OR A REGISTRATION HERE, OR FOR
      *A COURSE CODE RETIRED BY CODE-RECODE.
      *GRANTING IS AN APPROVAL, SO THE OPERATOR SIGNS ON AGAINST THE
      *OPERATOR MASTER AND MUST HOLD SUPERVISOR AUTHORITY (LEVEL 3)
      *AND AN UNEXPIRED PASSWORD, THE WAY OPERATOR-MAINT DOES; THE
      *SIGNED-ON ID IS RECORDED AS THE APPROVER AND EVERY GRANT AND
      *REVOKE IS LOGGED TO SECLOG.TXT. TRANSACTIONS: G(RANT),
      *R(EVOKE), I(NQUIRE), L(IST A STUDENT'S TRANSFER CREDITS),
      *N(QUIT).
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-CREDIT-MAINT.
       DATE-WRITTEN. 09-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-CREDIT-FILE
               ASSIGN TO "D:\Cobol\XFERCRED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XFR-KEY
               FILE STATUS IS XFR-STATUS-FIELD.

           SELECT STUDENT-FILE
               ASSIGN TO "D:\Cobol\STUFILE_IN.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.

      *The registration file - a course the student is registered in
      *here is earned here, not transferred in
           SELECT REGISTRATION-FILE
               ASSIGN TO "D:\Cobol\REGFILE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY
               FILE STATUS IS REG-STATUS-FIELD.

           SELECT COURSE-FILE-IN
               ASSIGN TO "D:\COBOL\COURSE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-FILE
               ASSIGN TO "D:\Cobol\OPERFILE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS-FIELD.

           SELECT SECURITY-LOG-FILE
               ASSIGN TO "D:\Cobol\SECLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *One transfer credit: the student, our equivalent course, where
      *it was earned, when it was granted, and who approved it
       FD  TRANSFER-CREDIT-FILE.
       01  TRANSFER-CREDIT-RECORD.
           05  XFR-KEY.
               10  XFR-STUD-NUM        PIC 9(6).
               10  XFR-COURSE-CODE     PIC X(7).
           05  XFR-INSTITUTION         PIC X(30).
           05  XFR-DATE-GRANTED        PIC X(8).
           05  XFR-OPERATOR            PIC X(8).

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

       FD  REGISTRATION-FILE.
       01  REGISTRATION-RECORD.
           05  REG-KEY.
               10  REG-STUD-NUM        PIC 9(6).
               10  REG-COURSE-CODE     PIC X(7).
           05  REG-TERM                PIC X(5).
           05  REG-AVERAGE             PIC 9(3).
           05  REG-STATUS              PIC X(1).
           05  REG-PRIOR-AVERAGE       PIC 9(3).
           05  REG-ATTEMPT             PIC 9(1).

       FD  COURSE-FILE-IN.
       01  COURSE-RECORD.
           05  COURSE-CODE-IN      PIC X(7).
           05  COURSE-TITLE-IN     PIC X(30).
           05  COURSE-DEPT-IN      PIC X(4).
           05  COURSE-CREDIT-IN    PIC 9(1).

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
       01  XFR-STATUS-FIELD            PIC X(2).
       01  STATUS-FIELD                PIC X(2).
       01  REG-STATUS-FIELD            PIC X(2).
       01  OPER-STATUS-FIELD           PIC X(2).

      *COURSE MASTER TABLE
       COPY "CRS-TBL-STRUCTURE.CBL".

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
      *may approve transfer credit
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

      *Security-log event text for a grant or revoke, naming the
      *student and course it touched
       01  XFR-EVENT-WS.
           05  XEV-ACTION-WS           PIC X(12) VALUE SPACES.
           05  XEV-STUD-NUM-WS         PIC 9(6)  VALUE ZERO.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  XEV-COURSE-WS           PIC X(7)  VALUE SPACES.

       01  FLAG-FIELDS.
           05  CHOICE                  PIC X(1)  VALUE SPACES.
           05  FOUND-FLAG              PIC X(1)  VALUE "N".
           05  STUDENT-FOUND-FLAG      PIC X(1)  VALUE "N".
           05  COURSE-FOUND-FLAG       PIC X(3)  VALUE "NO ".
           05  HELD-HERE-FLAG          PIC X(1)  VALUE "N".
           05  REGFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  LIST-DONE-FLAG          PIC X(1)  VALUE "N".
           05  EOF-CRS-TBL-FLAG        PIC X(3)  VALUE "NO ".
           05  CRS-TBL-SUB             PIC 9(3)  VALUE 1.
           05  SLOT-SUB-WS             PIC 9(1)  VALUE ZERO.

      *Transaction data accepted from the screens
       01  XFR-DATA-IN-WS.
           05  XFR-STUD-NUM-IN-WS      PIC 9(6)  VALUE ZERO.
           05  XFR-COURSE-IN-WS        PIC X(7)  VALUE SPACES.
           05  XFR-INSTITUTION-IN-WS   PIC X(30) VALUE SPACES.
           05  XFR-DATE-IN-WS          PIC X(8)  VALUE SPACES.

      *Record image for the inquiry display
       01  XFR-RECORD-WS.
           05  XFR-STUD-NUM-WS         PIC 9(6).
           05  XFR-COURSE-CODE-WS      PIC X(7).
           05  XFR-INSTITUTION-WS      PIC X(30).
           05  XFR-DATE-GRANTED-WS     PIC X(8).
           05  XFR-OPERATOR-WS         PIC X(8).

      *List line for the L transaction
       01  LIST-LINE-WS.
           05  LIST-COURSE-OUT-WS      PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIST-INSTITUTION-OUT-WS PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIST-DATE-OUT-WS        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LIST-OPERATOR-OUT-WS    PIC X(8).

      *Retired-code request
       COPY "RTC-REQ-STRUCTURE.CBL".

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

      *Prompt the user to enter choice
       01  XFR-MAINT-ENTRY-SCREEN.
           05  VALUE "Transfer Credit Maintenance"
                                            LINE 5 COLUMN 16.
           05  VALUE "Enter transaction (G/R/I/L/N)?"
                                            LINE 8 COLUMN 16.
           05  CHOICE-IN                    LINE 9 COLUMN 16
                                          PIC X(1) TO CHOICE.

       01  XFR-STUD-NUM-INPUT-SCREEN.
           05  VALUE "Student number: "     LINE 12 COLUMN 16.
           05  XFR-STUD-NUM-INPUT           LINE 12 COLUMN 36
                                  PIC 9(6) TO XFR-STUD-NUM-IN-WS.

       01  XFR-COURSE-INPUT-SCREEN.
           05  VALUE "Our course code: "    LINE 13 COLUMN 16.
           05  XFR-COURSE-INPUT             LINE 13 COLUMN 36
                                  PIC X(7) TO XFR-COURSE-IN-WS.

       01  XFR-GRANT-INPUT-SCREEN.
           05  VALUE "Source institution: " LINE 14 COLUMN 16.
           05  XFR-INSTITUTION-INPUT        LINE 14 COLUMN 36
                             PIC X(30) TO XFR-INSTITUTION-IN-WS.
           05  VALUE "Date granted: "       LINE 15 COLUMN 16.
           05  XFR-DATE-INPUT               LINE 15 COLUMN 36
                                  PIC X(8) TO XFR-DATE-IN-WS.
           05  VALUE "(YYYYMMDD, blank = today)"
                                            LINE 15 COLUMN 46.

      *Inquiry-only display of one transfer credit
       01  XFR-INQUIRY-DISPLAY-SCREEN.
           05  VALUE "Institution: "        LINE 15 COLUMN 16.
           05  INQ-XFR-INSTITUTION-OUT      LINE 15 COLUMN 36
                      PIC X(30) FROM XFR-INSTITUTION-WS.
           05  VALUE "Date granted: "       LINE 16 COLUMN 16.
           05  INQ-XFR-DATE-OUT             LINE 16 COLUMN 36
                      PIC X(8) FROM XFR-DATE-GRANTED-WS.
           05  VALUE "Approved by: "        LINE 17 COLUMN 16.
           05  INQ-XFR-OPERATOR-OUT         LINE 17 COLUMN 36
                      PIC X(8) FROM XFR-OPERATOR-WS.

       01  XFR-NO-STUDENT-SCREEN.
           05  VALUE "Student number is not on the student file"
                                            LINE 19 COLUMN 16.

       01  XFR-NO-COURSE-SCREEN.
           05  VALUE "Course code is not on the course master"
                                            LINE 19 COLUMN 16.

       01  XFR-RETIRED-COURSE-SCREEN.
           05  VALUE "Course code retired - not granted"
                                            LINE 19 COLUMN 16.

       01  XFR-NO-INSTITUTION-SCREEN.
           05  VALUE "Source institution must be entered"
                                            LINE 19 COLUMN 16.

       01  XFR-BAD-DATE-SCREEN.
           05  VALUE "Date granted must be YYYYMMDD"
                                            LINE 19 COLUMN 16.

       01  XFR-HELD-HERE-SCREEN.
           05  VALUE "Student already holds this course here - it is"
                                            LINE 19 COLUMN 16.
           05  VALUE "earned here, not transferred"
                                            LINE 20 COLUMN 16.

       01  XFR-DUPLICATE-SCREEN.
           05  VALUE "Transfer credit already granted for this course"
                                            LINE 19 COLUMN 16.

       01  XFR-NOT-FOUND-SCREEN.
           05  VALUE "Transfer credit not found"
                                            LINE 19 COLUMN 16.

       01  XFR-SUCCESS-SCREEN.
           05  VALUE "Transaction completed"
                                            LINE 20 COLUMN 16.

       PROCEDURE DIVISION.
      *MAINTAIN THE TRANSFER-CREDIT FILE UNDER SUPERVISOR SIGN-ON
       100-MAINTAIN-TRANSFER-CREDIT.
           PERFORM 200-INIT-TRANSFER-MAINT.
           PERFORM 201-PROCESS-XFR-TRANS UNTIL CHOICE = "N".
           PERFORM 202-TERMINATE-TRANSFER-MAINT.
           STOP RUN.

       200-INIT-TRANSFER-MAINT.
           OPEN EXTEND SECURITY-LOG-FILE.
           PERFORM 300-LOAD-OPERATOR-TABLE.
           PERFORM 310-SIGN-ON-SUPERVISOR.
           IF SIGNED-ON-FLAG NOT = "Y"
               CLOSE SECURITY-LOG-FILE
               STOP RUN
           END-IF.
      *The transfer-credit file is created on first use
           OPEN I-O TRANSFER-CREDIT-FILE.
           IF XFR-STATUS-FIELD = "35"
               OPEN OUTPUT TRANSFER-CREDIT-FILE
               CLOSE TRANSFER-CREDIT-FILE
               OPEN I-O TRANSFER-CREDIT-FILE
           END-IF.
           OPEN INPUT STUDENT-FILE
                      COURSE-FILE-IN.
      *The registration file may not exist yet at a site - a failed
      *open just means no course is held here by registration
           OPEN INPUT REGISTRATION-FILE.
           IF REG-STATUS-FIELD = "00"
               MOVE "Y" TO REGFILE-OPEN-FLAG
           END-IF.
           PERFORM 303-PRODUCE-COURSE-TBL
                   VARYING CRS-TBL-SUB FROM 1 BY 1
                   UNTIL CRS-TBL-SUB > 200
                       OR EOF-CRS-TBL-FLAG = "YES".
           CLOSE COURSE-FILE-IN.
           PERFORM 302-READ-USER-CHOICE.

       201-PROCESS-XFR-TRANS.
           EVALUATE CHOICE
               WHEN "G"
                   PERFORM 304-ACCEPT-GRANT-ENTRY
                   PERFORM 305-GRANT-TRANSFER-CREDIT
               WHEN "R"
                   PERFORM 306-ACCEPT-CREDIT-KEY
                   PERFORM 307-REVOKE-TRANSFER-CREDIT
               WHEN "I"
                   PERFORM 306-ACCEPT-CREDIT-KEY
                   PERFORM 308-INQUIRE-TRANSFER-CREDIT
               WHEN "L"
                   PERFORM 309-ACCEPT-LIST-STUD-NUM
                   PERFORM 311-LIST-TRANSFER-CREDITS
           END-EVALUATE.
           PERFORM 302-READ-USER-CHOICE.

       202-TERMINATE-TRANSFER-MAINT.
           CLOSE TRANSFER-CREDIT-FILE
                 STUDENT-FILE
                 SECURITY-LOG-FILE.
           IF REGFILE-OPEN-FLAG = "Y"
               CLOSE REGISTRATION-FILE
           END-IF.
           DISPLAY "TRANSFER CREDIT MAINTENANCE COMPLETE".

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
               MOVE "XFER SIGN-ON FAILED" TO SECURITY-EVENT-WS
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
               MOVE "XFER DENIED - NOT SUPERVISOR"
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

       302-READ-USER-CHOICE.
           DISPLAY XFR-MAINT-ENTRY-SCREEN.
           ACCEPT  XFR-MAINT-ENTRY-SCREEN.

       303-PRODUCE-COURSE-TBL.
           READ COURSE-FILE-IN INTO COURSE-TBL-RTN(CRS-TBL-SUB)
                  AT END MOVE "YES" TO EOF-CRS-TBL-FLAG.

       304-ACCEPT-GRANT-ENTRY.
           MOVE SPACES TO XFR-INSTITUTION-IN-WS XFR-DATE-IN-WS.
           PERFORM 306-ACCEPT-CREDIT-KEY.
           DISPLAY XFR-GRANT-INPUT-SCREEN.
           ACCEPT  XFR-GRANT-INPUT-SCREEN.

      *Grant a transfer credit: the student must be on file, the
      *course on the course master, the source institution named,
      *and the course not already held here in a slot or a
      *registration. The signed-on supervisor is the approver.
       305-GRANT-TRANSFER-CREDIT.
           PERFORM 313-CHECK-STUDENT-EXISTS.
           PERFORM 315-CHECK-COURSE-EXISTS.
           MOVE "C"              TO RTC-REQ-TYPE-WS.
           MOVE XFR-COURSE-IN-WS TO RTC-REQ-CODE-WS.
           CALL 'CHECK-RETIRED' USING RETIRED-CHECK-REQUEST-WS.
           IF XFR-DATE-IN-WS = SPACES
               ACCEPT XFR-DATE-IN-WS FROM DATE YYYYMMDD
           END-IF.
           MOVE "N" TO HELD-HERE-FLAG.
           IF STUDENT-FOUND-FLAG = "Y"
               PERFORM 318-CHECK-HELD-HERE
           END-IF.
           EVALUATE TRUE
               WHEN STUDENT-FOUND-FLAG = "N"
                   DISPLAY XFR-NO-STUDENT-SCREEN
               WHEN COURSE-FOUND-FLAG NOT = "YES"
                   DISPLAY XFR-NO-COURSE-SCREEN
               WHEN RTC-REQ-RETIRED-WS = "Y"
                   DISPLAY XFR-RETIRED-COURSE-SCREEN
               WHEN XFR-INSTITUTION-IN-WS = SPACES
                   DISPLAY XFR-NO-INSTITUTION-SCREEN
               WHEN XFR-DATE-IN-WS IS NOT NUMERIC
                   DISPLAY XFR-BAD-DATE-SCREEN
               WHEN HELD-HERE-FLAG = "Y"
                   DISPLAY XFR-HELD-HERE-SCREEN
               WHEN OTHER
                   PERFORM 319-WRITE-TRANSFER-CREDIT
           END-EVALUATE.

       319-WRITE-TRANSFER-CREDIT.
           MOVE XFR-STUD-NUM-IN-WS    TO XFR-STUD-NUM.
           MOVE XFR-COURSE-IN-WS      TO XFR-COURSE-CODE.
           MOVE XFR-INSTITUTION-IN-WS TO XFR-INSTITUTION.
           MOVE XFR-DATE-IN-WS        TO XFR-DATE-GRANTED.
           MOVE OPERATOR-ID-WS        TO XFR-OPERATOR.
           WRITE TRANSFER-CREDIT-RECORD
               INVALID KEY DISPLAY XFR-DUPLICATE-SCREEN
               NOT INVALID KEY
                   MOVE "XFER GRANTED" TO XEV-ACTION-WS
                   PERFORM 321-LOG-CREDIT-EVENT
                   DISPLAY XFR-SUCCESS-SCREEN
           END-WRITE.

       306-ACCEPT-CREDIT-KEY.
           DISPLAY XFR-STUD-NUM-INPUT-SCREEN.
           ACCEPT  XFR-STUD-NUM-INPUT-SCREEN.
           DISPLAY XFR-COURSE-INPUT-SCREEN.
           ACCEPT  XFR-COURSE-INPUT-SCREEN.

      *Revoke a credit granted in error; the revoke is logged under
      *the supervisor's ID the way the grant was
       307-REVOKE-TRANSFER-CREDIT.
           PERFORM 322-READ-TRANSFER-CREDIT.
           IF FOUND-FLAG = "N"
               DISPLAY XFR-NOT-FOUND-SCREEN
           ELSE
               DELETE TRANSFER-CREDIT-FILE RECORD
               MOVE "XFER REVOKED" TO XEV-ACTION-WS
               PERFORM 321-LOG-CREDIT-EVENT
               DISPLAY XFR-SUCCESS-SCREEN
           END-IF.

      *Look up and display one transfer credit, read-only
       308-INQUIRE-TRANSFER-CREDIT.
           PERFORM 322-READ-TRANSFER-CREDIT.
           IF FOUND-FLAG = "N"
               DISPLAY XFR-NOT-FOUND-SCREEN
           ELSE
               MOVE TRANSFER-CREDIT-RECORD TO XFR-RECORD-WS
               DISPLAY XFR-INQUIRY-DISPLAY-SCREEN
           END-IF.

       309-ACCEPT-LIST-STUD-NUM.
           DISPLAY XFR-STUD-NUM-INPUT-SCREEN.
           ACCEPT  XFR-STUD-NUM-INPUT-SCREEN.

      *List every transfer credit for the student via START/READ
      *NEXT on the composite key
       311-LIST-TRANSFER-CREDITS.
           MOVE "N" TO LIST-DONE-FLAG.
           MOVE XFR-STUD-NUM-IN-WS TO XFR-STUD-NUM.
           MOVE LOW-VALUES TO XFR-COURSE-CODE.
           START TRANSFER-CREDIT-FILE KEY IS NOT LESS THAN XFR-KEY
               INVALID KEY MOVE "Y" TO LIST-DONE-FLAG
           END-START.
           PERFORM 323-LIST-NEXT-TRANSFER-CREDIT
               UNTIL LIST-DONE-FLAG = "Y".

       323-LIST-NEXT-TRANSFER-CREDIT.
           READ TRANSFER-CREDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO LIST-DONE-FLAG
               NOT AT END
                   IF XFR-STUD-NUM NOT = XFR-STUD-NUM-IN-WS
                       MOVE "Y" TO LIST-DONE-FLAG
                   ELSE
                       MOVE XFR-COURSE-CODE  TO LIST-COURSE-OUT-WS
                       MOVE XFR-INSTITUTION  TO LIST-INSTITUTION-OUT-WS
                       MOVE XFR-DATE-GRANTED TO LIST-DATE-OUT-WS
                       MOVE XFR-OPERATOR     TO LIST-OPERATOR-OUT-WS
                       DISPLAY LIST-LINE-WS
                   END-IF
           END-READ.

      *Orphan check against the student master; control keys are
      *never real students. The record stays in STUDENT-RECORD for
      *the held-here check.
       313-CHECK-STUDENT-EXISTS.
           MOVE XFR-STUD-NUM-IN-WS TO STUDENT-NUMBER.
           IF XFR-STUD-NUM-IN-WS = ZERO
               OR XFR-STUD-NUM-IN-WS = 999999
               MOVE "N" TO STUDENT-FOUND-FLAG
           ELSE
               READ STUDENT-FILE
                   INVALID KEY MOVE "N" TO STUDENT-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO STUDENT-FOUND-FLAG
               END-READ
           END-IF.

       315-CHECK-COURSE-EXISTS.
           MOVE "NO " TO COURSE-FOUND-FLAG.
           PERFORM 401-SEARCH-COURSE-CODE
               VARYING CRS-TBL-SUB FROM 1 BY 1
               UNTIL CRS-TBL-SUB > 200 OR COURSE-FOUND-FLAG = "YES".

       401-SEARCH-COURSE-CODE.
           IF XFR-COURSE-IN-WS = COURSE-CODE-TBL-WS(CRS-TBL-SUB)
               MOVE "YES" TO COURSE-FOUND-FLAG
           END-IF.

      *A course in one of the student's five slots, or on a
      *registration of any status, was taken here - its mark (or
      *its withdrawal) belongs on the record, not a transfer credit
       318-CHECK-HELD-HERE.
           PERFORM 403-MATCH-STUDENT-SLOT
               VARYING SLOT-SUB-WS FROM 1 BY 1
               UNTIL SLOT-SUB-WS > 5.
           IF REGFILE-OPEN-FLAG = "Y"
               MOVE XFR-STUD-NUM-IN-WS TO REG-STUD-NUM
               MOVE XFR-COURSE-IN-WS   TO REG-COURSE-CODE
               READ REGISTRATION-FILE
                   NOT INVALID KEY MOVE "Y" TO HELD-HERE-FLAG
               END-READ
           END-IF.

       403-MATCH-STUDENT-SLOT.
           IF STUDENT-COURSE-CODE(SLOT-SUB-WS) = XFR-COURSE-IN-WS
               MOVE "Y" TO HELD-HERE-FLAG
           END-IF.

       322-READ-TRANSFER-CREDIT.
           MOVE XFR-STUD-NUM-IN-WS TO XFR-STUD-NUM.
           MOVE XFR-COURSE-IN-WS   TO XFR-COURSE-CODE.
           READ TRANSFER-CREDIT-FILE
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.

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

       321-LOG-CREDIT-EVENT.
           MOVE XFR-STUD-NUM-IN-WS TO XEV-STUD-NUM-WS.
           MOVE XFR-COURSE-IN-WS   TO XEV-COURSE-WS.
           MOVE XFR-EVENT-WS       TO SECURITY-EVENT-WS.
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

       END PROGRAM TRANSFER-CREDIT-MAINT.
