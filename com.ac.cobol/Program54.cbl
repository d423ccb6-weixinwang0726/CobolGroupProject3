      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *FINAL EXAM SCHEDULE GENERATION. THE EXAM TIMETABLE WAS BUILT
      *BY HAND EACH TERM AND STUDENTS STILL GOT TWO EXAMS IN ONE
      *SLOT. FOR AN OPERATOR-KEYED TERM (WHICH MUST BE ON THE
      *ACADEMIC CALENDAR) THIS RUN READS THE ACTIVE "R"
      *REGISTRATIONS ON REGFILE.TXT, COUNTS FOR EVERY PAIR OF
      *COURSES HOW MANY STUDENTS SIT BOTH, AND GIVES EACH COURSE AN
      *EXAM SLOT FROM THE SLOT FILE (EXAMSLOT.TXT - DATE AND PERIOD,
      *KEPT IN DATE ORDER). THE COURSES WITH THE MOST SHARED
      *STUDENTS ARE PLACED FIRST, EACH INTO THE SLOT WHERE IT CLASHES
      *WITH NOBODY - THE LEAST-USED SUCH SLOT, TO SPREAD THE EXAMS
      *OUT - OR, WHEN EVERY SLOT CLASHES, THE SLOT WITH THE FEWEST
      *STUDENTS CAUGHT. IT WRITES THE EXAM-SCHEDULE FILE
      *(EXAMSCHD.TXT), A MASTER EXAM TIMETABLE BY DATE
      *(EXAMMAST.TXT), A PERSONAL EXAM SCHEDULE PER STUDENT
      *(EXAMSTUD.TXT), AND A CONFLICT REPORT (EXAMCONF.TXT) LISTING
      *EVERY COURSE PAIR SHARING A SLOT AND EVERY STUDENT WITH TWO
      *EXAMS AT ONCE. MORE SLOTS, COURSES OR COURSES PER STUDENT THAN
      *THE TABLES HOLD REFUSE THE RUN (RETURN CODE 8) RATHER THAN
      *SCHEDULE ON A PARTIAL PICTURE.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-SCHEDULE.
       DATE-WRITTEN. 08-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRATION-FILE
               ASSIGN TO "D:\Cobol\REGFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS REG-KEY
                               FILE STATUS IS REG-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

      *Academic calendar maintained by CALENDAR-MAINT - the keyed
      *term must be on it
           SELECT CALENDAR-FILE-IN
               ASSIGN TO "D:\Cobol\CALENDAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CAL-STATUS-WS.

           SELECT EXAM-SLOT-FILE
               ASSIGN TO "D:\Cobol\EXAMSLOT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SLOT-STATUS-WS.

           SELECT COURSE-FILE-IN
               ASSIGN TO "D:\COBOL\COURSE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK11".

           SELECT EXAM-SCHEDULE-FILE
               ASSIGN TO "D:\Cobol\EXAMSCHD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-TIMETABLE-REPORT
               ASSIGN TO "D:\Cobol\EXAMMAST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-SCHEDULE-REPORT
               ASSIGN TO "D:\Cobol\EXAMSTUD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONFLICT-REPORT
               ASSIGN TO "D:\Cobol\EXAMCONF.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN    PIC X(5).
           05  CAL-START-DATE-IN   PIC X(8).
           05  CAL-END-DATE-IN     PIC X(8).
           05  CAL-DROP-DEADLINE-IN PIC X(8).

      *One exam slot per line: the date and the period of the day
      *(1 morning, 2 afternoon, 3 evening, and so on)
       FD  EXAM-SLOT-FILE.
       01  EXAM-SLOT-RECORD-IN.
           05  SLOT-DATE-IN        PIC X(8).
           05  SLOT-PERIOD-IN      PIC 9(1).

       FD  COURSE-FILE-IN.
       01  COURSE-RECORD.
           05  COURSE-CODE-IN      PIC X(7).
           05  COURSE-TITLE-IN     PIC X(30).
           05  COURSE-DEPT-IN      PIC X(4).
           05  COURSE-CREDIT-IN    PIC 9(1).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD-WS.
           05  SORT-STUD-NUM-WS        PIC 9(6).
           05  SORT-DATE-WS            PIC X(8).
           05  SORT-PERIOD-WS          PIC 9(1).
           05  SORT-COURSE-WS          PIC X(7).

      *One scheduled exam per course for the term
       FD  EXAM-SCHEDULE-FILE.
       01  EXAM-SCHEDULE-RECORD-OUT.
           05  EXS-COURSE-CODE-OUT     PIC X(7).
           05  EXS-TERM-OUT            PIC X(5).
           05  EXS-DATE-OUT            PIC X(8).
           05  EXS-PERIOD-OUT          PIC 9(1).
           05  EXS-ENROLLED-OUT        PIC 9(5).

       FD  MASTER-TIMETABLE-REPORT.
       01  MASTER-RECORD-OUT           PIC X(80).

       FD  STUDENT-SCHEDULE-REPORT.
       01  STUDENT-SCHEDULE-RECORD-OUT PIC X(80).

       FD  CONFLICT-REPORT.
       01  CONFLICT-RECORD-OUT         PIC X(80).

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

      *COURSE MASTER TABLE - titles for the master timetable
       COPY "CRS-TBL-STRUCTURE.CBL".

      *Exam slots from EXAMSLOT.TXT, with the running clash cost of
      *placing the course in hand into each one
       01  EXAM-SLOT-TABLE-WS.
           05  SLOT-ENTRY-WS OCCURS 60 TIMES.
               10  SLOT-DATE-TBL-WS    PIC X(8).
               10  SLOT-PERIOD-TBL-WS  PIC 9(1).
               10  SLOT-COURSES-TBL-WS PIC 9(3).
               10  SLOT-COST-TBL-WS    PIC 9(6).

      *Courses sitting an exam this term: enrolment, how many
      *shared students tie it to other courses, and its slot
       01  EXAM-COURSE-TABLE-WS.
           05  EXM-ENTRY-WS OCCURS 200 TIMES.
               10  EXM-COURSE-TBL-WS   PIC X(7).
               10  EXM-ENROLLED-TBL-WS PIC 9(5).
               10  EXM-DEGREE-TBL-WS   PIC 9(7).
               10  EXM-SLOT-TBL-WS     PIC 9(2).

      *Shared-student counts: row and column are both exam-course
      *table subscripts, and the count is how many students are
      *registered in both courses
       01  SHARED-STUDENT-MATRIX-WS.
           05  SHR-ROW-WS OCCURS 200 TIMES.
               10  SHR-COUNT-WS OCCURS 200 TIMES PIC 9(4).

      *One student's courses while their registrations are read
       01  STUDENT-COURSE-BUFFER-WS.
           05  BUF-COURSE-SUB-WS OCCURS 20 TIMES PIC 9(3).

      *REPORT LINES
       01  MASTER-HEADER-WS.
           05  FILLER                  PIC X(28) VALUE
                   "MASTER EXAM TIMETABLE TERM: ".
           05  MST-TERM-OUT-WS         PIC X(5).

       01  SLOT-HEADING-LINE-WS.
           05  FILLER                  PIC X(6)  VALUE "DATE: ".
           05  SLH-DATE-OUT-WS         PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  PERIOD: ".
           05  SLH-PERIOD-OUT-WS       PIC 9(1).

       01  MASTER-DETAIL-LINE-WS.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MST-COURSE-OUT-WS       PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MST-TITLE-OUT-WS        PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MST-ENROLLED-OUT-WS     PIC ZZZZ9.
           05  FILLER                  PIC X(9)  VALUE " STUDENTS".

       01  STUDENT-HEADER-WS.
           05  FILLER                  PIC X(28) VALUE
                   "PERSONAL EXAM SCHEDULE TERM:".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  STH-TERM-OUT-WS         PIC X(5).

       01  STUDENT-HEADING-LINE-WS.
           05  FILLER                  PIC X(9)  VALUE "STUDENT: ".
           05  STU-NUM-OUT-WS          PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STU-NAME-OUT-WS         PIC X(40).

       01  STUDENT-DETAIL-LINE-WS.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STD-COURSE-OUT-WS       PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STD-DATE-OUT-WS         PIC X(8).
           05  FILLER                  PIC X(9)  VALUE "  PERIOD ".
           05  STD-PERIOD-OUT-WS       PIC 9(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  STD-FLAG-OUT-WS         PIC X(24).

       01  CONFLICT-HEADER-WS.
           05  FILLER                  PIC X(28) VALUE
                   "EXAM CONFLICT REPORT TERM:  ".
           05  CFH-TERM-OUT-WS         PIC X(5).

       01  PAIR-SECTION-LINE-WS        PIC X(40) VALUE
               "COURSES SHARING A SLOT WITH STUDENTS:".

       01  PAIR-DETAIL-LINE-WS.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRD-DATE-OUT-WS         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PRD-PERIOD-OUT-WS       PIC 9(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRD-COURSE-1-OUT-WS     PIC X(7).
           05  FILLER                  PIC X(3)  VALUE " / ".
           05  PRD-COURSE-2-OUT-WS     PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRD-SHARED-OUT-WS       PIC ZZZ9.
           05  FILLER                  PIC X(16) VALUE
                   " SHARED STUDENTS".

       01  STUDENT-SECTION-LINE-WS     PIC X(40) VALUE
               "STUDENTS WITH TWO EXAMS IN ONE SLOT:".

       01  STUDENT-CONFLICT-LINE-WS.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SCF-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SCF-DATE-OUT-WS         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SCF-PERIOD-OUT-WS       PIC 9(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SCF-COURSE-1-OUT-WS     PIC X(7).
           05  FILLER                  PIC X(3)  VALUE " / ".
           05  SCF-COURSE-2-OUT-WS     PIC X(7).

       01  CONFLICT-TOTAL-LINE-WS.
           05  FILLER                  PIC X(25) VALUE
                   "STUDENT EXAM CONFLICTS:  ".
           05  TOT-CONFLICTS-OUT-WS    PIC ZZZZ9.
           05  FILLER                  PIC X(21) VALUE
                   "  COURSES SCHEDULED: ".
           05  TOT-SCHEDULED-OUT-WS    PIC ZZZZ9.

      *Schedule work fields
       01  SCHEDULE-WORK-FIELDS.
           05  REG-STATUS-WS           PIC X(2).
           05  STATUS-FIELD            PIC X(2).
           05  CAL-STATUS-WS           PIC X(2).
           05  SLOT-STATUS-WS          PIC X(2).
           05  RUN-TERM-CODE-WS        PIC X(5)  VALUE SPACES.
           05  CAL-EOF-FLAG            PIC X(1)  VALUE "N".
           05  TERM-ON-CALENDAR-FLAG   PIC X(1)  VALUE "N".
           05  SLOT-EOF-FLAG           PIC X(1)  VALUE "N".
           05  EOF-CRS-TBL-FLAG        PIC X(3)  VALUE "NO ".
           05  STUFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  REGFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  CRS-TBL-SUB             PIC 9(3)  VALUE 1.
           05  CRS-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  SLOT-SUB-WS             PIC 9(2)  VALUE ZERO.
           05  SLOT-COUNT-WS           PIC 9(2)  VALUE ZERO.
           05  BEST-SLOT-WS            PIC 9(2)  VALUE ZERO.
           05  EXM-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  EXM-SUB-2-WS            PIC 9(3)  VALUE ZERO.
           05  EXM-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  EXM-MATCH-SUB-WS        PIC 9(3)  VALUE ZERO.
           05  NEXT-COURSE-SUB-WS      PIC 9(3)  VALUE ZERO.
           05  PLACED-COUNT-WS         PIC 9(3)  VALUE ZERO.
           05  BUF-SUB-WS              PIC 9(2)  VALUE ZERO.
           05  BUF-SUB-2-WS            PIC 9(2)  VALUE ZERO.
           05  BUF-COUNT-WS            PIC 9(2)  VALUE ZERO.
           05  FIRST-PAIR-SUB-WS       PIC 9(3)  VALUE ZERO.
           05  FIRST-BUF-PAIR-SUB-WS   PIC 9(2)  VALUE ZERO.
           05  BUFFER-STUD-NUM-WS      PIC 9(6)  VALUE ZERO.
           05  COURSE-OVERFLOW-FLAG    PIC X(1)  VALUE "N".
           05  BUFFER-OVERFLOW-FLAG    PIC X(1)  VALUE "N".
           05  PREV-STUD-NUM-WS        PIC 9(6)  VALUE ZERO.
           05  PREV-DATE-WS            PIC X(8)  VALUE SPACES.
           05  PREV-PERIOD-WS          PIC 9(1)  VALUE ZERO.
           05  PREV-COURSE-WS          PIC X(7)  VALUE SPACES.
           05  STUDENT-STARTED-FLAG    PIC X(1)  VALUE "N".
           05  STUDENT-CONFLICTS-WS    PIC 9(5)  VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  EOF-SORT-FLAG           PIC X(3)  VALUE "NO ".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *SCHEDULE THE TERM'S FINAL EXAMS FROM THE REGISTRATIONS
       100-SCHEDULE-FINAL-EXAMS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 317-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-EXAM-SCHEDULE.
           PERFORM 202-BUILD-SHARED-STUDENT-COUNTS.
           PERFORM 203-ASSIGN-EXAM-SLOTS.
           PERFORM 204-WRITE-EXAM-TIMETABLE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUD-NUM-WS
               ON ASCENDING KEY SORT-DATE-WS
               ON ASCENDING KEY SORT-PERIOD-WS
               ON ASCENDING KEY SORT-COURSE-WS
               INPUT PROCEDURE IS 301-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 302-WRITE-STUDENT-SCHEDULES.
           PERFORM 205-TERMINATE-EXAM-SCHEDULE.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *The keyed term must be on the calendar and there must be
      *slots to place exams in - either missing refuses the run
       201-INITIATE-EXAM-SCHEDULE.
           DISPLAY "ENTER TERM CODE TO SCHEDULE (E.G. 2026F): ".
           ACCEPT RUN-TERM-CODE-WS.
           PERFORM 303-CHECK-TERM-ON-CALENDAR.
           IF TERM-ON-CALENDAR-FLAG NOT = "Y"
               DISPLAY "EXAM SCHEDULE REFUSED - TERM " RUN-TERM-CODE-WS
                   " IS NOT ON THE ACADEMIC CALENDAR "
                   "(SEE CALENDAR-MAINT)"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 305-LOAD-EXAM-SLOTS.
           IF SLOT-COUNT-WS = ZERO
               DISPLAY "EXAM SCHEDULE REFUSED - NO EXAM SLOTS ON "
                   "EXAMSLOT.TXT"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           OPEN INPUT COURSE-FILE-IN.
           PERFORM 307-PRODUCE-COURSE-TBL
               VARYING CRS-TBL-SUB FROM 1 BY 1
               UNTIL CRS-TBL-SUB > 200
                   OR EOF-CRS-TBL-FLAG = "YES".
           CLOSE COURSE-FILE-IN.
           INITIALIZE SHARED-STUDENT-MATRIX-WS.
           OPEN OUTPUT EXAM-SCHEDULE-FILE
                       MASTER-TIMETABLE-REPORT
                       STUDENT-SCHEDULE-REPORT
                       CONFLICT-REPORT.
           MOVE RUN-TERM-CODE-WS TO MST-TERM-OUT-WS STH-TERM-OUT-WS
                                    CFH-TERM-OUT-WS.
           WRITE MASTER-RECORD-OUT FROM MASTER-HEADER-WS.
           WRITE STUDENT-SCHEDULE-RECORD-OUT FROM STUDENT-HEADER-WS.
           WRITE CONFLICT-RECORD-OUT FROM CONFLICT-HEADER-WS.

      *Walk the registrations in student order; each student's
      *courses are gathered, then every pair of them is counted as
      *one shared student. A missing registration file schedules
      *nothing; more courses than the tables hold refuses the run.
       202-BUILD-SHARED-STUDENT-COUNTS.
           MOVE "NO " TO EOF-FLAG.
           MOVE "N" TO REGFILE-OPEN-FLAG.
           OPEN INPUT REGISTRATION-FILE.
           IF REG-STATUS-WS NOT = "00"
               DISPLAY "NO REGISTRATION FILE ON DISK"
               MOVE "YES" TO EOF-FLAG
           ELSE
               MOVE "Y" TO REGFILE-OPEN-FLAG
               PERFORM 308-READ-REGISTRATION
           END-IF.
           PERFORM 309-COUNT-ONE-REGISTRATION
               UNTIL EOF-FLAG = "YES".
           PERFORM 311-COUNT-STUDENT-PAIRS.
           IF REGFILE-OPEN-FLAG = "Y"
               CLOSE REGISTRATION-FILE
           END-IF.
           IF COURSE-OVERFLOW-FLAG = "Y"
               DISPLAY "EXAM SCHEDULE REFUSED - MORE THAN 200 COURSES "
                   "HAVE REGISTRATIONS; ENLARGE THE TABLE"
           END-IF.
           IF BUFFER-OVERFLOW-FLAG = "Y"
               DISPLAY "EXAM SCHEDULE REFUSED - A STUDENT HAS MORE "
                   "THAN 20 COURSES; ENLARGE THE TABLE"
           END-IF.
           IF COURSE-OVERFLOW-FLAG = "Y" OR BUFFER-OVERFLOW-FLAG = "Y"
               CLOSE EXAM-SCHEDULE-FILE
                     MASTER-TIMETABLE-REPORT
                     STUDENT-SCHEDULE-REPORT
                     CONFLICT-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 313-SUM-COURSE-DEGREE
               VARYING EXM-SUB-WS FROM 1 BY 1
               UNTIL EXM-SUB-WS > EXM-COUNT-WS.

      *Place the most-shared unplaced course next, until every
      *course has a slot
       203-ASSIGN-EXAM-SLOTS.
           PERFORM 315-PLACE-NEXT-COURSE
               UNTIL PLACED-COUNT-WS >= EXM-COUNT-WS.

      *The schedule file and the master timetable, slot by slot in
      *slot-file (date) order, then the course pairs left sharing a
      *slot
       204-WRITE-EXAM-TIMETABLE.
           PERFORM 318-WRITE-ONE-SLOT
               VARYING SLOT-SUB-WS FROM 1 BY 1
               UNTIL SLOT-SUB-WS > SLOT-COUNT-WS.
           WRITE CONFLICT-RECORD-OUT FROM PAIR-SECTION-LINE-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 320-LIST-COURSE-PAIRS
               VARYING EXM-SUB-WS FROM 1 BY 1
               UNTIL EXM-SUB-WS >= EXM-COUNT-WS.
           WRITE CONFLICT-RECORD-OUT FROM STUDENT-SECTION-LINE-WS
               AFTER ADVANCING 2 LINES.

       205-TERMINATE-EXAM-SCHEDULE.
           MOVE STUDENT-CONFLICTS-WS TO TOT-CONFLICTS-OUT-WS.
           MOVE EXM-COUNT-WS         TO TOT-SCHEDULED-OUT-WS.
           WRITE CONFLICT-RECORD-OUT FROM CONFLICT-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           CLOSE EXAM-SCHEDULE-FILE
                 MASTER-TIMETABLE-REPORT
                 STUDENT-SCHEDULE-REPORT
                 CONFLICT-REPORT.
           DISPLAY "COURSES SCHEDULED: " EXM-COUNT-WS.
           DISPLAY "STUDENT EXAM CONFLICTS: " STUDENT-CONFLICTS-WS.
           DISPLAY "EXAM SCHEDULE COMPLETE".

       303-CHECK-TERM-ON-CALENDAR.
           MOVE "N" TO TERM-ON-CALENDAR-FLAG.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-WS = "00"
               PERFORM 304-MATCH-ONE-CALENDAR-TERM
                   UNTIL CAL-EOF-FLAG = "Y"
                       OR TERM-ON-CALENDAR-FLAG = "Y"
               CLOSE CALENDAR-FILE-IN
           END-IF.

       304-MATCH-ONE-CALENDAR-TERM.
           READ CALENDAR-FILE-IN
               AT END MOVE "Y" TO CAL-EOF-FLAG
               NOT AT END
                   IF CAL-TERM-CODE-IN = RUN-TERM-CODE-WS
                       MOVE "Y" TO TERM-ON-CALENDAR-FLAG
                   END-IF
           END-READ.

       305-LOAD-EXAM-SLOTS.
           OPEN INPUT EXAM-SLOT-FILE.
           IF SLOT-STATUS-WS = "00"
               PERFORM 306-LOAD-ONE-SLOT
                   UNTIL SLOT-EOF-FLAG = "Y" OR SLOT-COUNT-WS >= 60
               IF SLOT-EOF-FLAG NOT = "Y"
                   READ EXAM-SLOT-FILE
                       AT END MOVE "Y" TO SLOT-EOF-FLAG
                   END-READ
               END-IF
               IF SLOT-EOF-FLAG NOT = "Y"
                   DISPLAY "EXAM SCHEDULE REFUSED - EXAMSLOT.TXT HOLDS "
                       "MORE THAN 60 SLOTS; ENLARGE THE TABLE"
                   CLOSE EXAM-SLOT-FILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 391-LOG-JOB-END
                   STOP RUN
               END-IF
               CLOSE EXAM-SLOT-FILE
           END-IF.

       306-LOAD-ONE-SLOT.
           READ EXAM-SLOT-FILE
               AT END MOVE "Y" TO SLOT-EOF-FLAG
               NOT AT END
                   ADD 1 TO SLOT-COUNT-WS
                   MOVE SLOT-DATE-IN
                       TO SLOT-DATE-TBL-WS(SLOT-COUNT-WS)
                   MOVE SLOT-PERIOD-IN
                       TO SLOT-PERIOD-TBL-WS(SLOT-COUNT-WS)
                   MOVE ZERO TO SLOT-COURSES-TBL-WS(SLOT-COUNT-WS)
           END-READ.

       307-PRODUCE-COURSE-TBL.
           READ COURSE-FILE-IN INTO COURSE-TBL-RTN(CRS-TBL-SUB)
               AT END MOVE "YES" TO EOF-CRS-TBL-FLAG
               NOT AT END ADD 1 TO CRS-COUNT-WS
           END-READ.

       308-READ-REGISTRATION.
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      *Only the keyed term's active "R" rows sit exams; a change of
      *student closes the previous student's course list
       309-COUNT-ONE-REGISTRATION.
           IF REG-TERM = RUN-TERM-CODE-WS AND REG-STATUS = "R"
               IF REG-STUD-NUM NOT = BUFFER-STUD-NUM-WS
                   PERFORM 311-COUNT-STUDENT-PAIRS
                   MOVE REG-STUD-NUM TO BUFFER-STUD-NUM-WS
               END-IF
               PERFORM 310-FIND-EXAM-COURSE
               IF EXM-MATCH-SUB-WS > ZERO
                   ADD 1 TO EXM-ENROLLED-TBL-WS(EXM-MATCH-SUB-WS)
                   IF BUF-COUNT-WS < 20
                       ADD 1 TO BUF-COUNT-WS
                       MOVE EXM-MATCH-SUB-WS
                           TO BUF-COURSE-SUB-WS(BUF-COUNT-WS)
                   ELSE
                       MOVE "Y" TO BUFFER-OVERFLOW-FLAG
                   END-IF
               END-IF
           END-IF.
           PERFORM 308-READ-REGISTRATION.

      *Find the registration's course in the exam-course table,
      *adding it on first sight
       310-FIND-EXAM-COURSE.
           MOVE ZERO TO EXM-MATCH-SUB-WS.
           PERFORM 401-MATCH-EXAM-COURSE
               VARYING EXM-SUB-WS FROM 1 BY 1
               UNTIL EXM-SUB-WS > EXM-COUNT-WS
                   OR EXM-MATCH-SUB-WS > ZERO.
           IF EXM-MATCH-SUB-WS = ZERO
               IF EXM-COUNT-WS < 200
                   ADD 1 TO EXM-COUNT-WS
                   MOVE EXM-COUNT-WS TO EXM-MATCH-SUB-WS
                   MOVE REG-COURSE-CODE
                       TO EXM-COURSE-TBL-WS(EXM-MATCH-SUB-WS)
                   MOVE ZERO TO EXM-ENROLLED-TBL-WS(EXM-MATCH-SUB-WS)
                   MOVE ZERO TO EXM-DEGREE-TBL-WS(EXM-MATCH-SUB-WS)
                   MOVE ZERO TO EXM-SLOT-TBL-WS(EXM-MATCH-SUB-WS)
               ELSE
                   MOVE "Y" TO COURSE-OVERFLOW-FLAG
               END-IF
           END-IF.

       401-MATCH-EXAM-COURSE.
           IF EXM-COURSE-TBL-WS(EXM-SUB-WS) = REG-COURSE-CODE
               MOVE EXM-SUB-WS TO EXM-MATCH-SUB-WS
           END-IF.

      *Every pair of the buffered student's courses shares one more
      *student, counted both ways so either course's row holds it
       311-COUNT-STUDENT-PAIRS.
           PERFORM 312-COUNT-PAIRS-FOR-ONE
               VARYING BUF-SUB-WS FROM 1 BY 1
               UNTIL BUF-SUB-WS >= BUF-COUNT-WS.
           MOVE ZERO TO BUF-COUNT-WS.

       312-COUNT-PAIRS-FOR-ONE.
           COMPUTE FIRST-BUF-PAIR-SUB-WS = BUF-SUB-WS + 1.
           PERFORM 402-COUNT-ONE-PAIR
               VARYING BUF-SUB-2-WS FROM FIRST-BUF-PAIR-SUB-WS BY 1
               UNTIL BUF-SUB-2-WS > BUF-COUNT-WS.

       402-COUNT-ONE-PAIR.
           MOVE BUF-COURSE-SUB-WS(BUF-SUB-WS)   TO EXM-SUB-WS.
           MOVE BUF-COURSE-SUB-WS(BUF-SUB-2-WS) TO EXM-SUB-2-WS.
           IF EXM-SUB-WS NOT = EXM-SUB-2-WS
               ADD 1 TO SHR-COUNT-WS(EXM-SUB-WS, EXM-SUB-2-WS)
               ADD 1 TO SHR-COUNT-WS(EXM-SUB-2-WS, EXM-SUB-WS)
           END-IF.

       313-SUM-COURSE-DEGREE.
           PERFORM 403-ADD-ONE-SHARED-COUNT
               VARYING EXM-SUB-2-WS FROM 1 BY 1
               UNTIL EXM-SUB-2-WS > EXM-COUNT-WS.

       403-ADD-ONE-SHARED-COUNT.
           ADD SHR-COUNT-WS(EXM-SUB-WS, EXM-SUB-2-WS)
               TO EXM-DEGREE-TBL-WS(EXM-SUB-WS).

      *Pick the unplaced course with the most shared students (the
      *hardest to fit), cost every slot against the courses already
      *placed, and take the cheapest - a zero-cost slot is a clean
      *fit, and among equal costs the slot holding fewest exams wins
       315-PLACE-NEXT-COURSE.
           MOVE ZERO TO NEXT-COURSE-SUB-WS.
           PERFORM 404-TEST-NEXT-COURSE
               VARYING EXM-SUB-WS FROM 1 BY 1
               UNTIL EXM-SUB-WS > EXM-COUNT-WS.
           PERFORM 405-CLEAR-SLOT-COST
               VARYING SLOT-SUB-WS FROM 1 BY 1
               UNTIL SLOT-SUB-WS > SLOT-COUNT-WS.
           PERFORM 406-ADD-PLACED-COURSE-COST
               VARYING EXM-SUB-2-WS FROM 1 BY 1
               UNTIL EXM-SUB-2-WS > EXM-COUNT-WS.
           MOVE 1 TO BEST-SLOT-WS.
           PERFORM 407-TEST-BEST-SLOT
               VARYING SLOT-SUB-WS FROM 2 BY 1
               UNTIL SLOT-SUB-WS > SLOT-COUNT-WS.
           MOVE BEST-SLOT-WS TO EXM-SLOT-TBL-WS(NEXT-COURSE-SUB-WS).
           ADD 1 TO SLOT-COURSES-TBL-WS(BEST-SLOT-WS).
           ADD 1 TO PLACED-COUNT-WS.

       404-TEST-NEXT-COURSE.
           IF EXM-SLOT-TBL-WS(EXM-SUB-WS) = ZERO
               IF NEXT-COURSE-SUB-WS = ZERO
                   MOVE EXM-SUB-WS TO NEXT-COURSE-SUB-WS
               ELSE
                   IF EXM-DEGREE-TBL-WS(EXM-SUB-WS) >
                           EXM-DEGREE-TBL-WS(NEXT-COURSE-SUB-WS)
                       MOVE EXM-SUB-WS TO NEXT-COURSE-SUB-WS
                   END-IF
               END-IF
           END-IF.

       405-CLEAR-SLOT-COST.
           MOVE ZERO TO SLOT-COST-TBL-WS(SLOT-SUB-WS).

       406-ADD-PLACED-COURSE-COST.
           IF EXM-SLOT-TBL-WS(EXM-SUB-2-WS) > ZERO
               MOVE EXM-SLOT-TBL-WS(EXM-SUB-2-WS) TO SLOT-SUB-WS
               ADD SHR-COUNT-WS(NEXT-COURSE-SUB-WS, EXM-SUB-2-WS)
                   TO SLOT-COST-TBL-WS(SLOT-SUB-WS)
           END-IF.

       407-TEST-BEST-SLOT.
           IF SLOT-COST-TBL-WS(SLOT-SUB-WS) <
                   SLOT-COST-TBL-WS(BEST-SLOT-WS)
               MOVE SLOT-SUB-WS TO BEST-SLOT-WS
           ELSE
               IF SLOT-COST-TBL-WS(SLOT-SUB-WS) =
                       SLOT-COST-TBL-WS(BEST-SLOT-WS)
                   AND SLOT-COURSES-TBL-WS(SLOT-SUB-WS) <
                       SLOT-COURSES-TBL-WS(BEST-SLOT-WS)
                   MOVE SLOT-SUB-WS TO BEST-SLOT-WS
               END-IF
           END-IF.

      *One slot heading on the master timetable, then every course
      *placed in it, each also written to the schedule file
       318-WRITE-ONE-SLOT.
           IF SLOT-COURSES-TBL-WS(SLOT-SUB-WS) > ZERO
               MOVE SLOT-DATE-TBL-WS(SLOT-SUB-WS)   TO SLH-DATE-OUT-WS
               MOVE SLOT-PERIOD-TBL-WS(SLOT-SUB-WS)
                   TO SLH-PERIOD-OUT-WS
               WRITE MASTER-RECORD-OUT FROM SLOT-HEADING-LINE-WS
                   AFTER ADVANCING 2 LINES
               PERFORM 319-WRITE-ONE-SLOT-COURSE
                   VARYING EXM-SUB-WS FROM 1 BY 1
                   UNTIL EXM-SUB-WS > EXM-COUNT-WS
           END-IF.

       319-WRITE-ONE-SLOT-COURSE.
           IF EXM-SLOT-TBL-WS(EXM-SUB-WS) = SLOT-SUB-WS
               MOVE EXM-COURSE-TBL-WS(EXM-SUB-WS) TO MST-COURSE-OUT-WS
               MOVE "NOT ON COURSE MASTER" TO MST-TITLE-OUT-WS
               PERFORM 408-MATCH-COURSE-TITLE
                   VARYING CRS-TBL-SUB FROM 1 BY 1
                   UNTIL CRS-TBL-SUB > CRS-COUNT-WS
               MOVE EXM-ENROLLED-TBL-WS(EXM-SUB-WS)
                   TO MST-ENROLLED-OUT-WS
               WRITE MASTER-RECORD-OUT FROM MASTER-DETAIL-LINE-WS
                   AFTER ADVANCING 1 LINES
               MOVE EXM-COURSE-TBL-WS(EXM-SUB-WS)
                   TO EXS-COURSE-CODE-OUT
               MOVE RUN-TERM-CODE-WS TO EXS-TERM-OUT
               MOVE SLOT-DATE-TBL-WS(SLOT-SUB-WS) TO EXS-DATE-OUT
               MOVE SLOT-PERIOD-TBL-WS(SLOT-SUB-WS) TO EXS-PERIOD-OUT
               MOVE EXM-ENROLLED-TBL-WS(EXM-SUB-WS)
                   TO EXS-ENROLLED-OUT
               WRITE EXAM-SCHEDULE-RECORD-OUT
           END-IF.

       408-MATCH-COURSE-TITLE.
           IF COURSE-CODE-TBL-WS(CRS-TBL-SUB) =
                   EXM-COURSE-TBL-WS(EXM-SUB-WS)
               MOVE COURSE-TITLE-TBL-WS(CRS-TBL-SUB)
                   TO MST-TITLE-OUT-WS
           END-IF.

       320-LIST-COURSE-PAIRS.
           COMPUTE FIRST-PAIR-SUB-WS = EXM-SUB-WS + 1.
           PERFORM 409-LIST-ONE-PAIR
               VARYING EXM-SUB-2-WS FROM FIRST-PAIR-SUB-WS BY 1
               UNTIL EXM-SUB-2-WS > EXM-COUNT-WS.

       409-LIST-ONE-PAIR.
           IF EXM-SLOT-TBL-WS(EXM-SUB-WS) =
                   EXM-SLOT-TBL-WS(EXM-SUB-2-WS)
               AND SHR-COUNT-WS(EXM-SUB-WS, EXM-SUB-2-WS) > ZERO
               MOVE EXM-SLOT-TBL-WS(EXM-SUB-WS) TO SLOT-SUB-WS
               MOVE SLOT-DATE-TBL-WS(SLOT-SUB-WS) TO PRD-DATE-OUT-WS
               MOVE SLOT-PERIOD-TBL-WS(SLOT-SUB-WS)
                   TO PRD-PERIOD-OUT-WS
               MOVE EXM-COURSE-TBL-WS(EXM-SUB-WS)
                   TO PRD-COURSE-1-OUT-WS
               MOVE EXM-COURSE-TBL-WS(EXM-SUB-2-WS)
                   TO PRD-COURSE-2-OUT-WS
               MOVE SHR-COUNT-WS(EXM-SUB-WS, EXM-SUB-2-WS)
                   TO PRD-SHARED-OUT-WS
               WRITE CONFLICT-RECORD-OUT FROM PAIR-DETAIL-LINE-WS
                   AFTER ADVANCING 1 LINES
           END-IF.

      *SORT input procedure: one record per student exam, carrying
      *the slot the student's course was given
       301-LOAD-SORT-FILE.
           MOVE "NO " TO EOF-FLAG.
           MOVE "N" TO REGFILE-OPEN-FLAG.
           OPEN INPUT REGISTRATION-FILE.
           IF REG-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-FLAG
           ELSE
               MOVE "Y" TO REGFILE-OPEN-FLAG
               PERFORM 308-READ-REGISTRATION
           END-IF.
           PERFORM 314-RELEASE-ONE-EXAM
               UNTIL EOF-FLAG = "YES".
           IF REGFILE-OPEN-FLAG = "Y"
               CLOSE REGISTRATION-FILE
           END-IF.

       314-RELEASE-ONE-EXAM.
           IF REG-TERM = RUN-TERM-CODE-WS AND REG-STATUS = "R"
               MOVE ZERO TO EXM-MATCH-SUB-WS
               PERFORM 401-MATCH-EXAM-COURSE
                   VARYING EXM-SUB-WS FROM 1 BY 1
                   UNTIL EXM-SUB-WS > EXM-COUNT-WS
                       OR EXM-MATCH-SUB-WS > ZERO
               IF EXM-MATCH-SUB-WS > ZERO
                   MOVE EXM-SLOT-TBL-WS(EXM-MATCH-SUB-WS)
                       TO SLOT-SUB-WS
                   MOVE REG-STUD-NUM    TO SORT-STUD-NUM-WS
                   MOVE SLOT-DATE-TBL-WS(SLOT-SUB-WS) TO SORT-DATE-WS
                   MOVE SLOT-PERIOD-TBL-WS(SLOT-SUB-WS)
                       TO SORT-PERIOD-WS
                   MOVE REG-COURSE-CODE TO SORT-COURSE-WS
                   RELEASE SORT-RECORD-WS
               END-IF
           END-IF.
           PERFORM 308-READ-REGISTRATION.

      *SORT output procedure: each student's exams in date order; an
      *exam in the same slot as the one before it is a conflict
       302-WRITE-STUDENT-SCHEDULES.
           OPEN INPUT INDEXED-STUDENT-FILE.
           IF STATUS-FIELD = "00"
               MOVE "Y" TO STUFILE-OPEN-FLAG
           END-IF.
           PERFORM 316-RETURN-SORT-RECORD.
           PERFORM 321-WRITE-ONE-STUDENT-EXAM
               UNTIL EOF-SORT-FLAG = "YES".
           IF STUFILE-OPEN-FLAG = "Y"
               CLOSE INDEXED-STUDENT-FILE
           END-IF.

       316-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO EOF-SORT-FLAG
           END-RETURN.

       321-WRITE-ONE-STUDENT-EXAM.
           IF STUDENT-STARTED-FLAG = "N"
               OR SORT-STUD-NUM-WS NOT = PREV-STUD-NUM-WS
               PERFORM 322-WRITE-STUDENT-HEADING
           END-IF.
           MOVE SORT-COURSE-WS TO STD-COURSE-OUT-WS.
           MOVE SORT-DATE-WS   TO STD-DATE-OUT-WS.
           MOVE SORT-PERIOD-WS TO STD-PERIOD-OUT-WS.
           MOVE SPACES         TO STD-FLAG-OUT-WS.
           IF SORT-DATE-WS = PREV-DATE-WS
               AND SORT-PERIOD-WS = PREV-PERIOD-WS
               MOVE "** SAME SLOT AS ABOVE **" TO STD-FLAG-OUT-WS
               PERFORM 323-WRITE-STUDENT-CONFLICT
           END-IF.
           WRITE STUDENT-SCHEDULE-RECORD-OUT
               FROM STUDENT-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE SORT-DATE-WS   TO PREV-DATE-WS.
           MOVE SORT-PERIOD-WS TO PREV-PERIOD-WS.
           MOVE SORT-COURSE-WS TO PREV-COURSE-WS.
           PERFORM 316-RETURN-SORT-RECORD.

       322-WRITE-STUDENT-HEADING.
           MOVE "Y" TO STUDENT-STARTED-FLAG.
           MOVE SORT-STUD-NUM-WS TO PREV-STUD-NUM-WS.
           MOVE SPACES TO PREV-DATE-WS.
           MOVE ZERO   TO PREV-PERIOD-WS.
           MOVE SORT-STUD-NUM-WS TO STU-NUM-OUT-WS.
           MOVE "NOT ON STUDENT FILE" TO STU-NAME-OUT-WS.
           IF STUFILE-OPEN-FLAG = "Y"
               MOVE SORT-STUD-NUM-WS TO STUD-NUM-OUT
               READ INDEXED-STUDENT-FILE
                   NOT INVALID KEY
                       MOVE STUD-NAME-OUT TO STU-NAME-OUT-WS
               END-READ
           END-IF.
           WRITE STUDENT-SCHEDULE-RECORD-OUT
               FROM STUDENT-HEADING-LINE-WS
               AFTER ADVANCING 2 LINES.

       323-WRITE-STUDENT-CONFLICT.
           MOVE SORT-STUD-NUM-WS TO SCF-STUD-NUM-OUT-WS.
           MOVE SORT-DATE-WS     TO SCF-DATE-OUT-WS.
           MOVE SORT-PERIOD-WS   TO SCF-PERIOD-OUT-WS.
           MOVE PREV-COURSE-WS   TO SCF-COURSE-1-OUT-WS.
           MOVE SORT-COURSE-WS   TO SCF-COURSE-2-OUT-WS.
           WRITE CONFLICT-RECORD-OUT FROM STUDENT-CONFLICT-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO STUDENT-CONFLICTS-WS.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       317-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 324-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       324-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 325-APPLY-RUN-PARAMETER
           END-READ.

       325-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "EXAM-SCHEDULE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE EXM-COUNT-WS TO JLG-REQ-READ-WS.
           MOVE PLACED-COUNT-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM EXAM-SCHEDULE.
