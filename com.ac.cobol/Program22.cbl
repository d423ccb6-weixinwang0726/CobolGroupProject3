      *AND WAITLIST-PROMOTE MOVES WAITLISTED STUDENTS IN WHEN A
      *WITHDRAWAL FREES A SEAT. CAL-AVERAGE FEEDS A STUDENT'S
      *AVERAGE FROM THESE REGISTRATIONS WHEN ANY EXIST, FALLING BACK
      *TO THE FIVE SLOTS FOR STUDENTS NOT YET CONVERTED. A TRANSFER
      *CREDIT ON XFERCRED.TXT (TRANSFER-CREDIT-MAINT) SATISFIES A
      *PREREQUISITE WHATEVER ITS MINIMUM AVERAGE, AND A COURSE THE
      *STUDENT ALREADY HOLDS TRANSFER CREDIT FOR CANNOT BE REGISTERED.
      *A COURSE CODE RETIRED BY CODE-RECODE CANNOT BE REGISTERED.
      *EVERY WITHDRAWAL FROM AN ACTIVE REGISTRATION IS LOGGED WITH
      *ITS DATE ON THE DROP LOG (DROPLOG.TXT) FOR THE
      *DROP-REASSESSMENT RUN TO CREDIT BACK THE TUITION.
      *ONCE THE TERM'S GRADING DEADLINE ON THE CALENDAR HAS PASSED
      *ITS GRADES ARE LOCKED: A G TRANSACTION THEN RECORDS A
      *GRADE-CHANGE REQUEST (GRDCHG.TXT) CARRYING THE OLD AND NEW
      *GRADE, A REASON CODE AND THE REQUESTING OPERATOR, AND THE
      *GRADE ONLY REACHES THE REGISTRATION WHEN A SUPERVISOR
      *(AUTHORITY LEVEL 3, NOT THE REQUESTER) APPROVES IT WITH THE
      *A(PPROVE) TRANSACTION. EVERY APPROVED OR REJECTED CHANGE IS
      *APPENDED TO THE GRADE-CHANGE HISTORY (GRDHIST.TXT).
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-REGISTRATION.
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.

      *Transfer credits granted for courses taken elsewhere
           SELECT TRANSFER-CREDIT-FILE
               ASSIGN TO "D:\Cobol\XFERCRED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XFR-KEY
               FILE STATUS IS XFR-STATUS-FIELD.

           SELECT COURSE-FILE-IN
               ASSIGN TO "D:\COBOL\COURSE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "D:\Cobol\HOLDLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *One line per withdrawal from an active registration - the
      *drop-reassessment run's input
           SELECT DROP-LOG-FILE
               ASSIGN TO "D:\Cobol\DROPLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS DRL-STATUS-FIELD.

      *Operator master and security log - registration now signs on
      *the way UPDATE-STUD-FILE does, so the prerequisite and
      *schedule-conflict overrides can be held to supervisors
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CAL-STATUS-FIELD.

      *Grade-change requests waiting on a supervisor - one per
      *registration at a time - and the permanent history of every
      *change approved or rejected
           SELECT GRADE-CHANGE-FILE
               ASSIGN TO "D:\Cobol\GRDCHG.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS GCR-KEY
                               FILE STATUS IS GCR-STATUS-FIELD.

           SELECT GRADE-HISTORY-FILE
               ASSIGN TO "D:\Cobol\GRDHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS GHS-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRATION-FILE.
           05  STUDENT-STATUS      PIC X(1).
           05  ENROLLMENT-DATE     PIC X(8).

       FD  TRANSFER-CREDIT-FILE.
       01  TRANSFER-CREDIT-RECORD.
           05  XFR-KEY.
               10  XFR-STUD-NUM        PIC 9(6).
               10  XFR-COURSE-CODE     PIC X(7).
           05  XFR-INSTITUTION         PIC X(30).
           05  XFR-DATE-GRANTED        PIC X(8).
           05  XFR-OPERATOR            PIC X(8).

       FD  COURSE-FILE-IN.
       01  COURSE-RECORD.
           05  COURSE-CODE-IN      PIC X(7).
           05  WTL-TERM-OUT        PIC X(5).
           05  WTL-TIMESTAMP-OUT   PIC X(14).

      *One timetable line per course: day letters (M/T/W/R/F/S/U),
      *24-hour HHMM start and end times, and the room on the room
      *master (ROOMFILE.TXT) the course meets in
       FD  TIMETABLE-FILE-IN.
       01  TIMETABLE-RECORD-IN.
           05  TTB-COURSE-CODE-IN  PIC X(7).
           05  TTB-DAYS-IN         PIC X(7).
           05  TTB-START-IN        PIC 9(4).
           05  TTB-END-IN          PIC 9(4).
           05  TTB-ROOM-IN         PIC X(6).

       FD  PREREQ-FILE-IN.
       01  PREREQ-RECORD-IN.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HLG-EVENT-OUT           PIC X(30).

       FD  DROP-LOG-FILE.
       01  DROP-LOG-RECORD-OUT.
           05  DRL-STUD-NUM-OUT        PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DRL-COURSE-OUT          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DRL-TERM-OUT            PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DRL-DATE-OUT            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DRL-STATUS-OUT          PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DRL-OPERATOR-OUT        PIC X(8).

       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN     PIC X(5).
           05  CAL-START-DATE-IN    PIC X(8).
           05  CAL-END-DATE-IN      PIC X(8).
           05  CAL-DROP-DEADLINE-IN PIC X(8).
           05  CAL-GRADE-DEADLINE-IN PIC X(8).

      *One pending grade change: the grade on the registration when
      *the request was made, the grade asked for, the reason code,
      *who asked and whether it came from this screen ("S") or a
      *grade sheet ("G")
       FD  GRADE-CHANGE-FILE.
       01  GRADE-CHANGE-RECORD.
           05  GCR-KEY.
               10  GCR-STUD-NUM        PIC 9(6).
               10  GCR-COURSE-CODE     PIC X(7).
           05  GCR-TERM                PIC X(5).
           05  GCR-OLD-AVERAGE         PIC 9(3).
           05  GCR-NEW-AVERAGE         PIC 9(3).
           05  GCR-REASON              PIC X(2).
           05  GCR-REQUESTED-BY        PIC X(8).
           05  GCR-SOURCE              PIC X(1).
           05  GCR-REQUEST-DATE        PIC X(8).
           05  GCR-REQUEST-TIME        PIC X(6).

      *The request as decided: "A" approved or "R" rejected, by
      *whom and when
       FD  GRADE-HISTORY-FILE.
       01  GRADE-HISTORY-RECORD.
           05  GHS-REQUEST             PIC X(49).
           05  GHS-DECISION            PIC X(1).
           05  GHS-DECIDED-BY          PIC X(8).
           05  GHS-DECISION-DATE       PIC X(8).
           05  GHS-DECISION-TIME       PIC X(6).

      *Operator master - the same extended layout UPDATE-STUD-FILE
      *signs on against: expiry date, lock flag, and fail count
       01  STATUS-FIELD            PIC X(2).
       01  SECT-STATUS-FIELD       PIC X(2).
       01  WTL-STATUS-FIELD        PIC X(2).
       01  DRL-STATUS-FIELD        PIC X(2).

      *Seat-check work fields: the "R" registrations already on file
      *for the course are counted against the section capacity; the
               10  CAL-START-TBL-WS    PIC X(8).
               10  CAL-END-TBL-WS      PIC X(8).
               10  CAL-DROP-TBL-WS     PIC X(8).
               10  CAL-GRADE-TBL-WS    PIC X(8).

       01  CALENDAR-CHECK-FIELDS.
           05  CAL-STATUS-FIELD     PIC X(2).
           05  CAL-COUNT-WS         PIC 9(2) VALUE ZERO.
           05  CAL-MATCH-SUB-WS     PIC 9(2) VALUE ZERO.
           05  TODAY-DATE-WS        PIC X(8) VALUE SPACES.
           05  PRIOR-REG-STATUS-WS  PIC X(1) VALUE SPACE.

      *Grade-lock and grade-change work fields; the request file is
      *created the first time a locked grade is asked to change
       01  GRADE-CHANGE-FIELDS.
           05  GCR-STATUS-FIELD        PIC X(2).
           05  GHS-STATUS-FIELD        PIC X(2).
           05  GRDCHG-OPEN-FLAG        PIC X(1)  VALUE "N".
           05  GRADES-LOCKED-FLAG      PIC X(1)  VALUE "N".
           05  GCR-FOUND-FLAG          PIC X(1)  VALUE "N".
           05  GHS-WRITTEN-FLAG        PIC X(1)  VALUE "N".
           05  GRADE-REASON-IN-WS      PIC X(2)  VALUE SPACES.
               88  GRADE-REASON-VALID  VALUE "CE" "RM" "AP" "IC" "OT".
           05  GRADE-DECISION-IN-WS    PIC X(1)  VALUE SPACE.
           05  GCR-OLD-OUT-WS          PIC 9(3)  VALUE ZERO.
           05  GCR-NEW-OUT-WS          PIC 9(3)  VALUE ZERO.
       01  GCR-TIMESTAMP-WS.
           05  GCR-TS-DATE-WS          PIC X(8).
           05  GCR-TS-TIME-WS          PIC X(6).

      *Operator master held in storage for the session, the way
      *UPDATE-STUD-FILE holds it, so failed attempts and lockouts
           05  HOLD-STATUS-FIELD   PIC X(2).
           05  HOLDFILE-OPEN-FLAG  PIC X(1) VALUE "N".
           05  HOLD-FOUND-FLAG     PIC X(1) VALUE "N".

      *Transfer-credit lookup fields; the transfer-credit file may
      *not exist yet at a site, in which case nobody has any
       01  XFR-CHECK-FIELDS.
           05  XFR-STATUS-FIELD    PIC X(2).
           05  XFERFILE-OPEN-FLAG  PIC X(1) VALUE "N".
           05  XFR-FOUND-FLAG      PIC X(1) VALUE "N".
           05  XFR-LOOKUP-COURSE-WS PIC X(7) VALUE SPACES.
       01  HLG-TIMESTAMP-WS.
           05  HLG-TS-DATE-WS      PIC X(8).
           05  HLG-TS-TIME-WS      PIC X(6).
               10  TTB-DAYS-TBL-WS  PIC X(7).
               10  TTB-START-TBL-WS PIC 9(4).
               10  TTB-END-TBL-WS   PIC 9(4).
               10  TTB-ROOM-TBL-WS  PIC X(6).

      *Conflict-check work fields: the new course's timetable slot
      *is tested against each of the student's existing "R"
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LIST-STATUS-OUT-WS     PIC X(1).

      *Retired-code request
       COPY "RTC-REQ-STRUCTURE.CBL".

       SCREEN SECTION.
      *The operator signs on first, against the same master
      *UPDATE-STUD-FILE uses
       01  REG-ENTRY-SCREEN.
           05  VALUE "Course Registration Screen"
                                            LINE 5 COLUMN 16.
           05  VALUE "Enter transaction (R/W/G/S/L/A/N)?"
                                            LINE 8 COLUMN 16.
           05  CHOICE-IN                    LINE 9 COLUMN 16
                                          PIC X(1) TO CHOICE.
           05  VALUE "Course code is not on the course master"
                                            LINE 19 COLUMN 16.

       01  REG-RETIRED-COURSE-SCREEN.
           05  VALUE "Course code is retired - not registered"
                                            LINE 19 COLUMN 16.

       01  REG-DUPLICATE-SCREEN.
           05  VALUE "Student is already registered in this course"
                                            LINE 19 COLUMN 16.
           05  PREREQ-OVERRIDE-IN           LINE 17 COLUMN 62
                              PIC X(1) TO OVERRIDE-CHOICE-WS.

       01  REG-TRANSFER-HELD-SCREEN.
           05  VALUE "Transfer credit already granted for this course"
                                            LINE 19 COLUMN 16.

       01  REG-PREREQ-REFUSED-SCREEN.
           05  VALUE "Registration refused - prerequisite not met"
                                            LINE 20 COLUMN 16.
           05  VALUE "Section is full - student added to waitlist"
                                            LINE 19 COLUMN 16.

       01  REG-GRADES-LOCKED-SCREEN.
           05  VALUE "Grades for the term are locked - enter a"
                                            LINE 15 COLUMN 16.
           05  VALUE "change request for supervisor approval"
                                            LINE 16 COLUMN 16.

       01  REG-GRADE-REASON-SCREEN.
           05  VALUE "Reason (CE error, RM re-mark, AP appeal,"
                                            LINE 17 COLUMN 16.
           05  VALUE "IC incomplete done, OT other): "
                                            LINE 18 COLUMN 16.
           05  GRADE-REASON-INPUT           LINE 18 COLUMN 48
                              PIC X(2) TO GRADE-REASON-IN-WS.

       01  REG-BAD-REASON-SCREEN.
           05  VALUE "Reason must be CE, RM, AP, IC or OT"
                                            LINE 19 COLUMN 16.

       01  REG-GRADE-UNCHANGED-SCREEN.
           05  VALUE "Grade is already on the registration"
                                            LINE 19 COLUMN 16.

       01  REG-CHANGE-PENDING-SCREEN.
           05  VALUE "A grade change is already waiting for approval"
                                            LINE 19 COLUMN 16.

       01  REG-CHANGE-FILE-DOWN-SCREEN.
           05  VALUE "Grade-change file not available - not recorded"
                                            LINE 19 COLUMN 16.

       01  REG-CHANGE-REQUESTED-SCREEN.
           05  VALUE "Grade change recorded for supervisor approval"
                                            LINE 20 COLUMN 16.

       01  REG-SUPERVISOR-ONLY-SCREEN.
           05  VALUE "Grade changes are approved by supervisors only"
                                            LINE 19 COLUMN 16.

       01  REG-NO-CHANGE-SCREEN.
           05  VALUE "No grade change waiting for this registration"
                                            LINE 19 COLUMN 16.

       01  REG-OWN-CHANGE-SCREEN.
           05  VALUE "A change cannot be decided by its requester"
                                            LINE 19 COLUMN 16.

       01  REG-CHANGE-DETAIL-SCREEN.
           05  VALUE "Old grade: "          LINE 15 COLUMN 16.
           05  GCR-OLD-OUT                  LINE 15 COLUMN 28
                              PIC ZZ9 FROM GCR-OLD-OUT-WS.
           05  VALUE "New grade: "          LINE 15 COLUMN 34.
           05  GCR-NEW-OUT                  LINE 15 COLUMN 46
                              PIC ZZ9 FROM GCR-NEW-OUT-WS.
           05  VALUE "Reason: "             LINE 16 COLUMN 16.
           05  GCR-REASON-OUT               LINE 16 COLUMN 28
                              PIC X(2) FROM GCR-REASON.
           05  VALUE "Requested by: "       LINE 16 COLUMN 34.
           05  GCR-REQUESTED-BY-OUT         LINE 16 COLUMN 48
                              PIC X(8) FROM GCR-REQUESTED-BY.

       01  REG-CHANGE-DECISION-SCREEN.
           05  VALUE "A(pprove), R(eject) or leave waiting: "
                                            LINE 17 COLUMN 16.
           05  GRADE-DECISION-INPUT         LINE 17 COLUMN 56
                              PIC X(1) TO GRADE-DECISION-IN-WS.

       01  REG-CHANGE-STALE-SCREEN.
           05  VALUE "Grade on file no longer matches the request -"
                                            LINE 19 COLUMN 16.
           05  VALUE "reject it and have a new one entered"
                                            LINE 20 COLUMN 16.

       01  REG-SUCCESS-SCREEN.
           05  VALUE "Transaction completed"
                                            LINE 20 COLUMN 16.
               MOVE "Y" TO HOLDFILE-OPEN-FLAG
           END-IF.
           OPEN EXTEND HOLD-LOG-FILE.
           OPEN EXTEND DROP-LOG-FILE.
           IF DRL-STATUS-FIELD = "35"
               OPEN OUTPUT DROP-LOG-FILE
           END-IF.
      *The transfer-credit file may not exist yet at a site - a
      *failed open just means nobody holds transfer credit
           OPEN INPUT TRANSFER-CREDIT-FILE.
           IF XFR-STATUS-FIELD = "00"
               MOVE "Y" TO XFERFILE-OPEN-FLAG
           END-IF.
      *The timetable file may not exist yet at a site - a failed
      *open just means no conflict checking is possible
           OPEN INPUT TIMETABLE-FILE-IN.
                   UNTIL CRS-TBL-SUB > 200
                       OR EOF-CRS-TBL-FLAG = "YES".
           CLOSE COURSE-FILE-IN.
      *The grade-change file is created on first use
           OPEN I-O GRADE-CHANGE-FILE.
           IF GCR-STATUS-FIELD = "35"
               OPEN OUTPUT GRADE-CHANGE-FILE
               CLOSE GRADE-CHANGE-FILE
               OPEN I-O GRADE-CHANGE-FILE
           END-IF.
           IF GCR-STATUS-FIELD = "00"
               MOVE "Y" TO GRDCHG-OPEN-FLAG
           END-IF.
           PERFORM 301-READ-USER-CHOICE.

       300-PRODUCE-COURSE-TBL.
               WHEN "L"
                   PERFORM 308-ACCEPT-LIST-STUD-NUM
                   PERFORM 309-LIST-REGISTRATIONS
               WHEN "A"
                   PERFORM 356-DECIDE-GRADE-CHANGE
           END-EVALUATE.
           PERFORM 301-READ-USER-CHOICE.

                 STUDENT-FILE
                 WAITLIST-FILE
                 HOLD-LOG-FILE
                 DROP-LOG-FILE
                 SECURITY-LOG-FILE.
           IF SECTFILE-OPEN-FLAG = "Y"
               CLOSE SECTION-FILE
           IF HOLDFILE-OPEN-FLAG = "Y"
               CLOSE HOLD-FILE
           END-IF.
           IF XFERFILE-OPEN-FLAG = "Y"
               CLOSE TRANSFER-CREDIT-FILE
           END-IF.
           IF GRDCHG-OPEN-FLAG = "Y"
               CLOSE GRADE-CHANGE-FILE
           END-IF.

       301-READ-USER-CHOICE.
           DISPLAY REG-ENTRY-SCREEN.
               END-IF
           END-IF.

      *The checks past the financial-hold gate; a retired course
      *code is refused, and a course the student already holds
      *transfer credit for is not taken again
       338-REGISTER-PAST-HOLD.
           PERFORM 311-CHECK-COURSE-EXISTS.
           MOVE REG-COURSE-IN-WS TO XFR-LOOKUP-COURSE-WS.
           PERFORM 351-CHECK-TRANSFER-CREDIT.
           MOVE "C"              TO RTC-REQ-TYPE-WS.
           MOVE REG-COURSE-IN-WS TO RTC-REQ-CODE-WS.
           CALL 'CHECK-RETIRED' USING RETIRED-CHECK-REQUEST-WS.
           EVALUATE TRUE
               WHEN COURSE-FOUND-FLAG NOT = "YES"
                   DISPLAY REG-NO-COURSE-SCREEN
               WHEN RTC-REQ-RETIRED-WS = "Y"
                   DISPLAY REG-RETIRED-COURSE-SCREEN
               WHEN XFR-FOUND-FLAG = "Y"
                   DISPLAY REG-TRANSFER-HELD-SCREEN
               WHEN OTHER
                   PERFORM 352-REGISTER-PAST-TRANSFER
           END-EVALUATE.

       352-REGISTER-PAST-TRANSFER.
           PERFORM 325-CHECK-PREREQUISITES.
           IF PREREQ-MET-FLAG = "N"
               AND OVERRIDE-CHOICE-WS NOT = "Y"
               DISPLAY REG-PREREQ-REFUSED-SCREEN
           ELSE
               PERFORM 335-REGISTER-PAST-PREREQS
           END-IF.

      *Look the student's transfer credit up for one course
       351-CHECK-TRANSFER-CREDIT.
           MOVE "N" TO XFR-FOUND-FLAG.
           IF XFERFILE-OPEN-FLAG = "Y"
               MOVE REG-STUD-NUM-IN-WS   TO XFR-STUD-NUM
               MOVE XFR-LOOKUP-COURSE-WS TO XFR-COURSE-CODE
               READ TRANSFER-CREDIT-FILE
                   INVALID KEY MOVE "N" TO XFR-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO XFR-FOUND-FLAG
               END-READ
           END-IF.

      *A hold on the student refuses the registration outright; the
           END-IF.

      *One prerequisite entry: the required course must be on the
      *student's earned list at or above the required average, or
      *held as transfer credit (which carries no mark, so meets any
      *minimum); the first unmet prerequisite is the one named on
      *the screen
       327-CHECK-ONE-PREREQ.
           IF PRQ-COURSE-TBL-WS(PRQ-SUB-WS) = REG-COURSE-IN-WS
               MOVE "N" TO EARN-FOUND-FLAG
               PERFORM 405-MATCH-EARNED-COURSE
                   VARYING EARN-SUB-WS FROM 1 BY 1
                   UNTIL EARN-SUB-WS > EARN-COUNT-WS
               MOVE "N" TO XFR-FOUND-FLAG
               IF EARN-FOUND-FLAG = "N"
                   OR EARN-FOUND-AVG-WS <
                       PRQ-MIN-AVG-TBL-WS(PRQ-SUB-WS)
                   MOVE PRQ-REQUIRED-TBL-WS(PRQ-SUB-WS)
                       TO XFR-LOOKUP-COURSE-WS
                   PERFORM 351-CHECK-TRANSFER-CREDIT
               END-IF
               IF (EARN-FOUND-FLAG = "N"
                   OR EARN-FOUND-AVG-WS <
                       PRQ-MIN-AVG-TBL-WS(PRQ-SUB-WS))
                   AND XFR-FOUND-FLAG = "N"
                   IF PREREQ-MET-FLAG = "Y"
                       MOVE PRQ-REQUIRED-TBL-WS(PRQ-SUB-WS)
                           TO PREREQ-UNMET-WS
           IF FOUND-FLAG = "N"
               DISPLAY REG-NOT-FOUND-SCREEN
           ELSE
               MOVE REG-STATUS TO PRIOR-REG-STATUS-WS
               PERFORM 342-TEST-DROP-DEADLINE
               IF CAL-MATCH-SUB-WS > ZERO
                   AND TODAY-DATE-WS >
                   DISPLAY REG-SUCCESS-SCREEN
               END-IF
               REWRITE REGISTRATION-RECORD
               IF PRIOR-REG-STATUS-WS = "R"
                   PERFORM 353-LOG-COURSE-DROP
               END-IF
           END-IF.

      *Only a drop from an active registration can have been billed,
      *so only those go on the drop log
       353-LOG-COURSE-DROP.
           MOVE SPACES          TO DROP-LOG-RECORD-OUT.
           MOVE REG-STUD-NUM    TO DRL-STUD-NUM-OUT.
           MOVE REG-COURSE-CODE TO DRL-COURSE-OUT.
           MOVE REG-TERM        TO DRL-TERM-OUT.
           MOVE TODAY-DATE-WS   TO DRL-DATE-OUT.
           MOVE REG-STATUS      TO DRL-STATUS-OUT.
           MOVE OPERATOR-ID-WS  TO DRL-OPERATOR-OUT.
           WRITE DROP-LOG-RECORD-OUT.

      *Sign the operator on: ask for ID and password, check the
      *pair against the operator master, and keep the matched
      *authority level for the session - it gates the supervisor
           ACCEPT  REG-AVERAGE-INPUT-SCREEN.

      *Record the earned average on the registration; the 0-100
      *range rule is the same one the report side enforces. Past
      *the term's grading deadline the grade is locked and the
      *entry becomes a change request instead.
       307-RECORD-COURSE-AVERAGE.
           IF REG-AVERAGE-IN-WS > 100
               DISPLAY REG-RANGE-SCREEN
               IF FOUND-FLAG = "N"
                   DISPLAY REG-NOT-FOUND-SCREEN
               ELSE
                   PERFORM 354-TEST-GRADE-LOCK
                   IF GRADES-LOCKED-FLAG = "Y"
                       PERFORM 355-REQUEST-GRADE-CHANGE
                   ELSE
                       MOVE REG-AVERAGE-IN-WS TO REG-AVERAGE
      *A grade arriving for an incomplete completes it
                       IF REG-STATUS = "I"
                           MOVE "R" TO REG-STATUS
                       END-IF
                       REWRITE REGISTRATION-RECORD
                       DISPLAY REG-SUCCESS-SCREEN
                   END-IF
               END-IF
           END-IF.

      *A term's grades lock the day after its grading deadline; no
      *calendar entry, or a blank deadline, leaves them open
       354-TEST-GRADE-LOCK.
           MOVE "N" TO GRADES-LOCKED-FLAG.
           PERFORM 342-TEST-DROP-DEADLINE.
           IF CAL-MATCH-SUB-WS > ZERO
               IF CAL-GRADE-TBL-WS(CAL-MATCH-SUB-WS) NOT = SPACES
                   AND TODAY-DATE-WS >
                       CAL-GRADE-TBL-WS(CAL-MATCH-SUB-WS)
                   MOVE "Y" TO GRADES-LOCKED-FLAG
               END-IF
           END-IF.

      *A locked grade is changed only by request: the same grade
      *again is no change, and one request at a time may wait on a
      *registration. The request keeps the grade on file now so the
      *approval can tell if it moved in the meantime.
       355-REQUEST-GRADE-CHANGE.
           DISPLAY REG-GRADES-LOCKED-SCREEN.
           EVALUATE TRUE
               WHEN REG-AVERAGE-IN-WS = REG-AVERAGE
                   AND REG-STATUS NOT = "I"
                   DISPLAY REG-GRADE-UNCHANGED-SCREEN
               WHEN GRDCHG-OPEN-FLAG NOT = "Y"
                   DISPLAY REG-CHANGE-FILE-DOWN-SCREEN
               WHEN OTHER
                   PERFORM 357-READ-GRADE-CHANGE
                   IF GCR-FOUND-FLAG = "Y"
                       DISPLAY REG-CHANGE-PENDING-SCREEN
                   ELSE
                       MOVE SPACES TO GRADE-REASON-IN-WS
                       DISPLAY REG-GRADE-REASON-SCREEN
                       ACCEPT  REG-GRADE-REASON-SCREEN
                       IF GRADE-REASON-VALID
                           PERFORM 358-WRITE-GRADE-CHANGE
                       ELSE
                           DISPLAY REG-BAD-REASON-SCREEN
                       END-IF
                   END-IF
           END-EVALUATE.

      *A(pprove): a supervisor decides the request waiting on one
      *registration. Approval puts the new grade on the
      *registration - completing an incomplete, as a G entry does -
      *and both outcomes go to the history and clear the request.
      *Anything but A or R leaves it waiting.
       356-DECIDE-GRADE-CHANGE.
           IF OPERATOR-AUTH-LEVEL-WS NOT = "3"
               DISPLAY REG-SUPERVISOR-ONLY-SCREEN
           ELSE
               PERFORM 304-ACCEPT-STUD-AND-COURSE
               MOVE "N" TO GCR-FOUND-FLAG
               IF GRDCHG-OPEN-FLAG = "Y"
                   PERFORM 357-READ-GRADE-CHANGE
               END-IF
               EVALUATE TRUE
                   WHEN GCR-FOUND-FLAG = "N"
                       DISPLAY REG-NO-CHANGE-SCREEN
                   WHEN GCR-REQUESTED-BY = OPERATOR-ID-WS
                       DISPLAY REG-OWN-CHANGE-SCREEN
                   WHEN OTHER
                       PERFORM 359-SHOW-AND-DECIDE
               END-EVALUATE
           END-IF.

       357-READ-GRADE-CHANGE.
           MOVE REG-STUD-NUM-IN-WS TO GCR-STUD-NUM.
           MOVE REG-COURSE-IN-WS   TO GCR-COURSE-CODE.
           READ GRADE-CHANGE-FILE
               INVALID KEY MOVE "N" TO GCR-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO GCR-FOUND-FLAG
           END-READ.

       358-WRITE-GRADE-CHANGE.
           ACCEPT GCR-TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT GCR-TS-TIME-WS FROM TIME.
           MOVE REG-STUD-NUM       TO GCR-STUD-NUM.
           MOVE REG-COURSE-CODE    TO GCR-COURSE-CODE.
           MOVE REG-TERM           TO GCR-TERM.
           MOVE REG-AVERAGE        TO GCR-OLD-AVERAGE.
           MOVE REG-AVERAGE-IN-WS  TO GCR-NEW-AVERAGE.
           MOVE GRADE-REASON-IN-WS TO GCR-REASON.
           MOVE OPERATOR-ID-WS     TO GCR-REQUESTED-BY.
           MOVE "S"                TO GCR-SOURCE.
           MOVE GCR-TS-DATE-WS     TO GCR-REQUEST-DATE.
           MOVE GCR-TS-TIME-WS     TO GCR-REQUEST-TIME.
           WRITE GRADE-CHANGE-RECORD
               INVALID KEY DISPLAY REG-CHANGE-PENDING-SCREEN
               NOT INVALID KEY DISPLAY REG-CHANGE-REQUESTED-SCREEN
           END-WRITE.

      *The grade on the registration must still be the one the
      *request was made against before the new one replaces it;
      *the registration only changes once the history holds the
      *approval
       359-SHOW-AND-DECIDE.
           MOVE GCR-OLD-AVERAGE TO GCR-OLD-OUT-WS.
           MOVE GCR-NEW-AVERAGE TO GCR-NEW-OUT-WS.
           MOVE SPACE TO GRADE-DECISION-IN-WS.
           DISPLAY REG-CHANGE-DETAIL-SCREEN.
           DISPLAY REG-CHANGE-DECISION-SCREEN.
           ACCEPT  REG-CHANGE-DECISION-SCREEN.
           EVALUATE GRADE-DECISION-IN-WS
               WHEN "A"
                   PERFORM 312-READ-REGISTRATION
                   IF FOUND-FLAG = "N"
                       OR REG-AVERAGE NOT = GCR-OLD-AVERAGE
                       DISPLAY REG-CHANGE-STALE-SCREEN
                   ELSE
                       PERFORM 360-RECORD-GRADE-DECISION
                       IF GHS-WRITTEN-FLAG = "Y"
                           MOVE GCR-NEW-AVERAGE TO REG-AVERAGE
                           IF REG-STATUS = "I"
                               MOVE "R" TO REG-STATUS
                           END-IF
                           REWRITE REGISTRATION-RECORD
                       END-IF
                   END-IF
               WHEN "R"
                   PERFORM 360-RECORD-GRADE-DECISION
           END-EVALUATE.

      *Append the decided request to the history, creating it the
      *first time, then clear the request
       360-RECORD-GRADE-DECISION.
           MOVE "N" TO GHS-WRITTEN-FLAG.
           ACCEPT GCR-TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT GCR-TS-TIME-WS FROM TIME.
           MOVE GRADE-CHANGE-RECORD  TO GHS-REQUEST.
           MOVE GRADE-DECISION-IN-WS TO GHS-DECISION.
           MOVE OPERATOR-ID-WS       TO GHS-DECIDED-BY.
           MOVE GCR-TS-DATE-WS       TO GHS-DECISION-DATE.
           MOVE GCR-TS-TIME-WS       TO GHS-DECISION-TIME.
           OPEN EXTEND GRADE-HISTORY-FILE.
           IF GHS-STATUS-FIELD = "35"
               OPEN OUTPUT GRADE-HISTORY-FILE
           END-IF.
           IF GHS-STATUS-FIELD = "00"
               WRITE GRADE-HISTORY-RECORD
               CLOSE GRADE-HISTORY-FILE
               MOVE "Y" TO GHS-WRITTEN-FLAG
               DELETE GRADE-CHANGE-FILE RECORD
               DISPLAY REG-SUCCESS-SCREEN
           ELSE
               DISPLAY REG-CHANGE-FILE-DOWN-SCREEN
           END-IF.

       308-ACCEPT-LIST-STUD-NUM.
           DISPLAY REG-STUD-NUM-INPUT-SCREEN.
           ACCEPT  REG-STUD-NUM-INPUT-SCREEN.
