      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *NIGHTLY STUDENT-SUMMARY BUILD. ONE PASS OVER THE INDEXED
      *STUDENT FILE (STUFILE_IN.TXT), THE REGISTRATION FILE, THE
      *TERM-RESULTS HISTORY AND THE COURSE MASTER COMPUTES, FOR EVERY
      *STUDENT, WHAT CAL-AVERAGE, ACADEMIC-STANDING, HONOUR-ROLL,
      *AWARD-POSTING, GRAD-AUDIT AND ENROLL-STATS USED TO RECOMPUTE
      *EACH FOR ITSELF, AND WRITES IT TO THE INDEXED STUDENT SUMMARY
      *(STUSUMM.TXT) KEYED BY STUDENT NUMBER:
      *   THE CREDIT-WEIGHTED AVERAGE (ACTIVE REGISTRATIONS WHEN THE
      *   STUDENT HAS ANY, ELSE THE FIVE SLOTS THROUGH CALC-AVERAGE,
      *   AN OUT-OF-RANGE SLOT COUNTING AS ZERO) AND ITS LETTER GRADE
      *   EARNED AND ATTEMPTED CREDITS OVER THE SLOTS, THE TERM
      *   HISTORY AND ACTIVE REGISTRATIONS, BEST ATTEMPT PER COURSE,
      *   A COURSE EARNED AT THE PASS MARK OF 60
      *   CREDITS REGISTERED FOR THE CURRENT TERM (CALENDAR.TXT)
      *   THE BALANCE OWED, THE HOLD FLAG (HOLDFILE.TXT) AND THE
      *   ACADEMIC STANDING ON THE ACADEMIC-STANDING RULES
      *THE SUMMARY'S CONTROL RECORD (KEY 000000) IS WRITTEN FIRST AS
      *"P" AND MARKED "C" WITH THE STUDENT COUNT ONLY WHEN THE BUILD
      *FINISHES, STAMPED WITH THE TIME THE BUILD STARTED, SO
      *CHECK-SUMMARY REFUSES AN INCOMPLETE SUMMARY OR ONE THE STUDENT
      *FILE HAS CHANGED SINCE. THE TERM HISTORY IS SORTED INTO
      *STUDENT ORDER AND MATCHED AGAINST THE STUDENT FILE INSTEAD OF
      *BEING RESCANNED PER STUDENT.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-SUMMARY-BUILD.
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

           SELECT STUDENT-SUMMARY-FILE
               ASSIGN TO "D:\Cobol\STUSUMM.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SUM-STUD-NUM
                               FILE STATUS IS SUMMARY-STATUS-WS.

           SELECT COURSE-FILE-IN
               ASSIGN TO "D:\COBOL\COURSE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTRATION-FILE
               ASSIGN TO "D:\Cobol\REGFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS REG-KEY
                               FILE STATUS IS REG-STATUS-WS.

           SELECT TERM-HISTORY-FILE
               ASSIGN TO "D:\Cobol\STUTERM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS TERM-STATUS-WS.

           SELECT CALENDAR-FILE-IN
               ASSIGN TO "D:\Cobol\CALENDAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CAL-STATUS-WS.

           SELECT HOLD-FILE
               ASSIGN TO "D:\Cobol\HOLDFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS HOLD-STUD-NUM
                               FILE STATUS IS HOLD-STATUS-WS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK14".

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

      *Slot view of the same record for the earned-course walk
       01  STUDENT-SLOT-VIEW-OUT REDEFINES STUDENT-RECORD-OUT.
           05  FILLER                   PIC X(57).
           05  STUD-COURSE-ENTRY-OUT OCCURS 5 TIMES.
               10  STUD-COURSE-CODE-OUT PIC X(7).
               10  STUD-COURSE-AVG-OUT  PIC 9(3).
           05  FILLER                   PIC X(9).

      *One summary record per student, keyed by student number;
      *SUM-AVERAGE-SOURCE says whether the average came from the
      *registrations ("R") or the five slots ("S")
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

      *Control record (key 000000): when the build started, whether
      *it completed, how many students it summarized, and the stamp
      *the summary is current through
       01  SUMMARY-CONTROL-RECORD REDEFINES STUDENT-SUMMARY-RECORD.
           05  SCT-KEY                 PIC 9(6).
           05  SCT-BUILD-DATE          PIC X(8).
           05  SCT-BUILD-TIME          PIC X(6).
           05  SCT-STATUS              PIC X(1).
           05  SCT-RECORD-COUNT        PIC 9(6).
           05  SCT-CURRENT-DATE        PIC X(8).
           05  SCT-CURRENT-TIME        PIC X(6).
           05  FILLER                  PIC X(9).

       FD  COURSE-FILE-IN.
       01  COURSE-RECORD.
           05  COURSE-CODE-IN      PIC X(7).
           05  COURSE-TITLE-IN     PIC X(30).
           05  COURSE-DEPT-IN      PIC X(4).
           05  COURSE-CREDIT-IN    PIC 9(1).

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

       FD  TERM-HISTORY-FILE.
       01  TERM-HISTORY-RECORD-IN.
           05  TERM-STUD-NUM-IN         PIC 9(6).
           05  TERM-CODE-IN             PIC X(5).
           05  TERM-COURSE-ENTRY-IN OCCURS 5 TIMES.
               10  TERM-COURSE-CODE-IN  PIC X(7).
               10  TERM-COURSE-AVG-IN   PIC 9(3).
           05  TERM-AVERAGE-IN          PIC 9(3).

       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN    PIC X(5).
           05  CAL-START-DATE-IN   PIC X(8).
           05  CAL-END-DATE-IN     PIC X(8).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HOLD-STUD-NUM           PIC 9(6).
           05  HOLD-DATE               PIC X(8).
           05  HOLD-SOURCE             PIC X(8).
           05  HOLD-BALANCE            PIC 9(4)V99.

      *One sort record per course result on the term history
       SD  SORT-WORK-FILE.
       01  SORT-RECORD-WS.
           05  SORT-STUD-NUM-WS         PIC 9(6).
           05  SORT-COURSE-CODE-WS      PIC X(7).
           05  SORT-COURSE-AVG-WS       PIC 9(3).

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

      *COURSE MASTER TABLE
       COPY "CRS-TBL-STRUCTURE.CBL".

      *Build stamp - when this build started, and the term whose
      *dates cover today
       01  BUILD-STAMP-WS.
           05  BUILD-DATE-WS           PIC X(8).
           05  BUILD-TIME-WS           PIC X(6).
       01  CURRENT-TERM-WS             PIC X(5)  VALUE SPACES.

      *CALC-AVERAGE fields - the same chain CAL-AVERAGE uses; the
      *slot averages are copied so an out-of-range one can count as
      *zero without touching the student record
       01  CALCULATION-FIELD-WS.
           05  STUDENT-AVERAGE-WS       PIC 9(3)  VALUE ZERO.
           05  TOTAL-GRADE-WS           PIC 9(5)  VALUE ZERO.
           05  LETTER-GRADE-WS          PIC X(1)  VALUE SPACE.
           05  STANDING-WS              PIC X(1)  VALUE SPACE.
           05  AVERAGE-SOURCE-WS        PIC X(1)  VALUE SPACE.

       01  SLOT-AVERAGES-WS.
           05  SLOT-AVERAGE-1-WS        PIC 9(3)  VALUE ZERO.
           05  SLOT-AVERAGE-2-WS        PIC 9(3)  VALUE ZERO.
           05  SLOT-AVERAGE-3-WS        PIC 9(3)  VALUE ZERO.
           05  SLOT-AVERAGE-4-WS        PIC 9(3)  VALUE ZERO.
           05  SLOT-AVERAGE-5-WS        PIC 9(3)  VALUE ZERO.

       01  COURSE-WEIGHT-WS.
           05  COURSE-WEIGHT-1-WS       PIC 9(1)  VALUE 1.
           05  COURSE-WEIGHT-2-WS       PIC 9(1)  VALUE 1.
           05  COURSE-WEIGHT-3-WS       PIC 9(1)  VALUE 1.
           05  COURSE-WEIGHT-4-WS       PIC 9(1)  VALUE 1.
           05  COURSE-WEIGHT-5-WS       PIC 9(1)  VALUE 1.

      *Standing thresholds as ACADEMIC-STANDING applies them, and
      *the pass mark a course must reach to earn its credits
       01  STANDING-CUTOFFS-WS.
           05  PROBATION-CUTOFF-WS      PIC 9(3)  VALUE 60.
           05  HONOURS-CUTOFF-WS        PIC 9(3)  VALUE 80.
           05  PASS-MARK-WS             PIC 9(3)  VALUE 60.

      *Registration-average work fields
       01  REGISTRATION-AVG-FIELDS.
           05  REG-STATUS-WS           PIC X(2)  VALUE SPACES.
           05  REGFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  REG-DONE-FLAG           PIC X(1)  VALUE "N".
           05  REG-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  REG-GRADE-TOTAL-WS      PIC 9(7)  VALUE ZERO.
           05  REG-WEIGHT-TOTAL-WS     PIC 9(4)  VALUE ZERO.
           05  BEST-AVERAGE-WS         PIC 9(3)  VALUE ZERO.

      *Everything the student has taken, composed per student from
      *the five live slots, the term history and the active
      *registrations the way GRAD-AUDIT composes it; the same course
      *taken twice keeps its best average
       01  EARNED-COURSES-WS.
           05  EARNED-ENTRY-WS OCCURS 60 TIMES.
               10  EARN-CODE-WS         PIC X(7).
               10  EARN-AVG-WS          PIC 9(3).

       01  EARNED-WORK-FIELDS.
           05  EARN-COUNT-WS            PIC 9(2)  VALUE ZERO.
           05  EARN-SUB-WS              PIC 9(2)  VALUE ZERO.
           05  EARN-MATCH-WS            PIC 9(2)  VALUE ZERO.
           05  EARN-ADD-CODE-WS         PIC X(7)  VALUE SPACES.
           05  EARN-ADD-AVG-WS          PIC 9(3)  VALUE ZERO.
           05  EARNED-CREDITS-WS        PIC 9(3)  VALUE ZERO.
           05  ATTEMPTED-CREDITS-WS     PIC 9(3)  VALUE ZERO.
           05  TERM-CREDITS-WS          PIC 9(3)  VALUE ZERO.
           05  TERM-STATUS-WS           PIC X(2).
           05  TERM-EOF-FLAG            PIC X(1)  VALUE "N".
           05  TERM-SLOT-SUB-WS         PIC 9(1)  VALUE ZERO.
           05  SORT-EOF-FLAG            PIC X(1)  VALUE "N".

       01  CALENDAR-CHECK-FIELDS.
           05  CAL-STATUS-WS           PIC X(2).
           05  CAL-EOF-FLAG            PIC X(1)  VALUE "N".

       01  HOLD-CHECK-FIELDS.
           05  HOLD-STATUS-WS           PIC X(2).
           05  HOLDFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  HOLD-FOUND-FLAG          PIC X(1)  VALUE "N".

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                 PIC X(3)  VALUE "NO ".
           05  EOF-CRS-TBL-FLAG         PIC X(3)  VALUE "NO ".
           05  COURSE-FOUND-FLAG        PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD             PIC X(2).
           05  SUMMARY-STATUS-WS        PIC X(2).
           05  STUFILE-OPEN-FLAG        PIC X(1)  VALUE "N".
           05  CRS-TBL-SUB              PIC 9(3)  VALUE 1.
           05  MATCHED-CRS-SUB-WS       PIC 9(3)  VALUE ZERO.
           05  LOOKUP-CODE-WS           PIC X(7)  VALUE SPACES.
           05  SLOT-WEIGHT-WS           PIC 9(1)  VALUE 1.
           05  SLOT-SUB-WS              PIC 9(1)  VALUE ZERO.
           05  READ-COUNTER-WS          PIC 9(6)  VALUE ZERO.
           05  WRITTEN-COUNTER-WS       PIC 9(6)  VALUE ZERO.
           05  REJECTED-COUNTER-WS      PIC 9(6)  VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *BUILD TONIGHT'S STUDENT SUMMARY FROM THE STUDENT FILE
       100-BUILD-STUDENT-SUMMARY.
           PERFORM 390-LOG-JOB-START.
           PERFORM 320-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-SUMMARY-BUILD.
           IF STUFILE-OPEN-FLAG = "N"
               DISPLAY "SUMMARY BUILD REFUSED - STUDENT FILE NOT "
                   "AVAILABLE - FILE STATUS " STATUS-FIELD
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUD-NUM-WS
               INPUT PROCEDURE IS 301-RELEASE-TERM-HISTORY
               OUTPUT PROCEDURE IS 302-SUMMARIZE-STUDENTS.
           PERFORM 203-TERMINATE-SUMMARY-BUILD.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *The summary is stamped with the time the build starts, so a
      *change made while it runs still makes it stale. Its control
      *record goes on first as "P" - a build that dies leaves a
      *summary nobody will read.
       201-INITIATE-SUMMARY-BUILD.
           ACCEPT BUILD-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT BUILD-TIME-WS FROM TIME.
           OPEN INPUT INDEXED-STUDENT-FILE.
           IF STATUS-FIELD = "00"
               MOVE "Y" TO STUFILE-OPEN-FLAG
               OPEN INPUT COURSE-FILE-IN
               PERFORM 303-PRODUCE-COURSE-TBL
                   VARYING CRS-TBL-SUB FROM 1 BY 1
                   UNTIL CRS-TBL-SUB > 200
                       OR EOF-CRS-TBL-FLAG = "YES"
               CLOSE COURSE-FILE-IN
               PERFORM 304-FIND-CURRENT-TERM
      *The registration file and the hold file may not exist yet at
      *a site - no file, no registrations, no holds
               OPEN INPUT REGISTRATION-FILE
               IF REG-STATUS-WS = "00"
                   MOVE "Y" TO REGFILE-OPEN-FLAG
               END-IF
               OPEN INPUT HOLD-FILE
               IF HOLD-STATUS-WS = "00"
                   MOVE "Y" TO HOLDFILE-OPEN-FLAG
               END-IF
               OPEN OUTPUT STUDENT-SUMMARY-FILE
               MOVE SPACES        TO SUMMARY-CONTROL-RECORD
               MOVE ZERO          TO SCT-KEY SCT-RECORD-COUNT
               MOVE BUILD-DATE-WS TO SCT-BUILD-DATE SCT-CURRENT-DATE
               MOVE BUILD-TIME-WS TO SCT-BUILD-TIME SCT-CURRENT-TIME
               MOVE "P"           TO SCT-STATUS
               WRITE SUMMARY-CONTROL-RECORD
           END-IF.

      *Close the summary and mark it complete with its count
       203-TERMINATE-SUMMARY-BUILD.
           CLOSE STUDENT-SUMMARY-FILE.
           OPEN I-O STUDENT-SUMMARY-FILE.
           MOVE ZERO TO SUM-STUD-NUM.
           READ STUDENT-SUMMARY-FILE
               INVALID KEY
                   DISPLAY "SUMMARY CONTROL RECORD MISSING - SUMMARY "
                       "LEFT INCOMPLETE"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "C"                TO SCT-STATUS
                   MOVE WRITTEN-COUNTER-WS TO SCT-RECORD-COUNT
                   REWRITE SUMMARY-CONTROL-RECORD
           END-READ.
           CLOSE STUDENT-SUMMARY-FILE
                 INDEXED-STUDENT-FILE.
           IF REGFILE-OPEN-FLAG = "Y"
               CLOSE REGISTRATION-FILE
           END-IF.
           IF HOLDFILE-OPEN-FLAG = "Y"
               CLOSE HOLD-FILE
           END-IF.
           DISPLAY "STUDENTS SUMMARIZED: " WRITTEN-COUNTER-WS.
           DISPLAY "SUMMARY RECORDS REJECTED: " REJECTED-COUNTER-WS.
           DISPLAY "CURRENT TERM: " CURRENT-TERM-WS.

      *SORT input procedure: one sort record per course result on
      *the term history; no history file just means no terms have
      *been rolled yet
       301-RELEASE-TERM-HISTORY.
           OPEN INPUT TERM-HISTORY-FILE.
           IF TERM-STATUS-WS = "00"
               PERFORM 305-READ-TERM-HISTORY
               PERFORM 306-RELEASE-TERM-RECORD
                   UNTIL TERM-EOF-FLAG = "Y"
               CLOSE TERM-HISTORY-FILE
           END-IF.

       306-RELEASE-TERM-RECORD.
           PERFORM 307-RELEASE-TERM-COURSE
               VARYING TERM-SLOT-SUB-WS FROM 1 BY 1
               UNTIL TERM-SLOT-SUB-WS > 5.
           PERFORM 305-READ-TERM-HISTORY.

       307-RELEASE-TERM-COURSE.
           IF TERM-COURSE-CODE-IN(TERM-SLOT-SUB-WS) NOT = SPACES
               MOVE TERM-STUD-NUM-IN TO SORT-STUD-NUM-WS
               MOVE TERM-COURSE-CODE-IN(TERM-SLOT-SUB-WS)
                   TO SORT-COURSE-CODE-WS
               MOVE TERM-COURSE-AVG-IN(TERM-SLOT-SUB-WS)
                   TO SORT-COURSE-AVG-WS
               RELEASE SORT-RECORD-WS
           END-IF.

       305-READ-TERM-HISTORY.
           READ TERM-HISTORY-FILE
               AT END MOVE "Y" TO TERM-EOF-FLAG
           END-READ.

      *SORT output procedure: walk the student file in key order
      *alongside the sorted history, one summary record per student
       302-SUMMARIZE-STUDENTS.
           PERFORM 308-RETURN-SORT-RECORD.
           PERFORM 309-READ-STUDENT-RECORD.
           PERFORM 202-SUMMARIZE-ONE-STUDENT UNTIL EOF-FLAG = "YES".

       308-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF-FLAG
           END-RETURN.

       309-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      *Skip the header (000000) / trailer (999999) control records
       202-SUMMARIZE-ONE-STUDENT.
           IF STUD-NUM-OUT NOT = ZERO AND STUD-NUM-OUT NOT = 999999
               ADD 1 TO READ-COUNTER-WS
               PERFORM 310-BUILD-EARNED-COURSES
               PERFORM 311-COMPUTE-STUDENT-AVERAGE
               PERFORM 312-COUNT-CREDITS
               PERFORM 313-DETERMINE-GRADE-AND-STANDING
               PERFORM 314-CHECK-STUDENT-HOLD
               PERFORM 315-WRITE-SUMMARY-RECORD
           END-IF.
           PERFORM 309-READ-STUDENT-RECORD.

      *==============================================================
      *COURSE COMPOSITION - LIVE SLOTS, TERM HISTORY, AND ACTIVE
      *REGISTRATIONS, BEST AVERAGE KEPT PER COURSE. THE SAME PASS
      *OVER THE REGISTRATIONS TOTALS THE REGISTRATION AVERAGE AND
      *THE CURRENT TERM'S CREDITS.
      *==============================================================
       310-BUILD-EARNED-COURSES.
           MOVE ZERO TO EARN-COUNT-WS.
           PERFORM 316-ADD-SLOT-COURSE
               VARYING SLOT-SUB-WS FROM 1 BY 1
               UNTIL SLOT-SUB-WS > 5.
      *History for a student no longer on file is passed over
           PERFORM 317-MATCH-TERM-COURSE
               UNTIL SORT-EOF-FLAG = "Y"
                   OR SORT-STUD-NUM-WS > STUD-NUM-OUT.
           MOVE ZERO TO REG-COUNT-WS REG-GRADE-TOTAL-WS
               REG-WEIGHT-TOTAL-WS TERM-CREDITS-WS.
           IF REGFILE-OPEN-FLAG = "Y"
               MOVE "N" TO REG-DONE-FLAG
               MOVE STUD-NUM-OUT TO REG-STUD-NUM
               MOVE LOW-VALUES TO REG-COURSE-CODE
               START REGISTRATION-FILE KEY IS NOT LESS THAN REG-KEY
                   INVALID KEY MOVE "Y" TO REG-DONE-FLAG
               END-START
               PERFORM 318-ADD-NEXT-REGISTRATION
                   UNTIL REG-DONE-FLAG = "Y"
           END-IF.

       316-ADD-SLOT-COURSE.
           IF STUD-COURSE-CODE-OUT(SLOT-SUB-WS) NOT = SPACES
               MOVE STUD-COURSE-CODE-OUT(SLOT-SUB-WS)
                   TO EARN-ADD-CODE-WS
               MOVE STUD-COURSE-AVG-OUT(SLOT-SUB-WS)
                   TO EARN-ADD-AVG-WS
               PERFORM 319-ADD-EARNED-COURSE
           END-IF.

       317-MATCH-TERM-COURSE.
           IF SORT-STUD-NUM-WS = STUD-NUM-OUT
               MOVE SORT-COURSE-CODE-WS TO EARN-ADD-CODE-WS
               MOVE SORT-COURSE-AVG-WS  TO EARN-ADD-AVG-WS
               PERFORM 319-ADD-EARNED-COURSE
           END-IF.
           PERFORM 308-RETURN-SORT-RECORD.

       318-ADD-NEXT-REGISTRATION.
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE "Y" TO REG-DONE-FLAG
               NOT AT END
                   IF REG-STUD-NUM NOT = STUD-NUM-OUT
                       MOVE "Y" TO REG-DONE-FLAG
                   ELSE
                       IF REG-STATUS = "R"
                           PERFORM 321-ADD-ACTIVE-REGISTRATION
                       END-IF
                   END-IF
           END-READ.

      *The best attempt counts for a repeated course - rows from
      *before the repeat fields existed carry spaces there and read
      *as a single attempt
       321-ADD-ACTIVE-REGISTRATION.
           MOVE REG-COURSE-CODE TO LOOKUP-CODE-WS.
           PERFORM 403-SEARCH-COURSE-TABLE.
           ADD 1 TO REG-COUNT-WS.
           MOVE REG-AVERAGE TO BEST-AVERAGE-WS.
           IF REG-PRIOR-AVERAGE IS NUMERIC
               AND REG-PRIOR-AVERAGE > BEST-AVERAGE-WS
               MOVE REG-PRIOR-AVERAGE TO BEST-AVERAGE-WS
           END-IF.
           COMPUTE REG-GRADE-TOTAL-WS =
               REG-GRADE-TOTAL-WS + (BEST-AVERAGE-WS * SLOT-WEIGHT-WS).
           ADD SLOT-WEIGHT-WS TO REG-WEIGHT-TOTAL-WS.
           IF CURRENT-TERM-WS NOT = SPACES
               AND REG-TERM = CURRENT-TERM-WS
               ADD SLOT-WEIGHT-WS TO TERM-CREDITS-WS
           END-IF.
           MOVE REG-COURSE-CODE TO EARN-ADD-CODE-WS.
           MOVE BEST-AVERAGE-WS TO EARN-ADD-AVG-WS.
           PERFORM 319-ADD-EARNED-COURSE.

      *Add one course, keeping the best average when the same course
      *was taken more than once
       319-ADD-EARNED-COURSE.
           MOVE ZERO TO EARN-MATCH-WS.
           PERFORM 405-MATCH-EARNED-COURSE
               VARYING EARN-SUB-WS FROM 1 BY 1
               UNTIL EARN-SUB-WS > EARN-COUNT-WS
                   OR EARN-MATCH-WS > ZERO.
           IF EARN-MATCH-WS > ZERO
               IF EARN-ADD-AVG-WS > EARN-AVG-WS(EARN-MATCH-WS)
                   MOVE EARN-ADD-AVG-WS TO EARN-AVG-WS(EARN-MATCH-WS)
               END-IF
           ELSE
               IF EARN-COUNT-WS < 60
                   ADD 1 TO EARN-COUNT-WS
                   MOVE EARN-ADD-CODE-WS TO EARN-CODE-WS(EARN-COUNT-WS)
                   MOVE EARN-ADD-AVG-WS  TO EARN-AVG-WS(EARN-COUNT-WS)
               END-IF
           END-IF.

       405-MATCH-EARNED-COURSE.
           IF EARN-CODE-WS(EARN-SUB-WS) = EARN-ADD-CODE-WS
               MOVE EARN-SUB-WS TO EARN-MATCH-WS
           END-IF.

      *A student with active registrations is averaged from them;
      *anyone else from the five slots through CALC-AVERAGE, an
      *out-of-range slot counting as zero the way CAL-AVERAGE has
      *always treated it
       311-COMPUTE-STUDENT-AVERAGE.
           IF REG-COUNT-WS > ZERO AND REG-WEIGHT-TOTAL-WS > ZERO
               COMPUTE STUDENT-AVERAGE-WS ROUNDED =
                   REG-GRADE-TOTAL-WS / REG-WEIGHT-TOTAL-WS
               MOVE "R" TO AVERAGE-SOURCE-WS
           ELSE
               MOVE COURSE-AVERAGE-1-OUT TO SLOT-AVERAGE-1-WS
               MOVE COURSE-AVERAGE-2-OUT TO SLOT-AVERAGE-2-WS
               MOVE COURSE-AVERAGE-3-OUT TO SLOT-AVERAGE-3-WS
               MOVE COURSE-AVERAGE-4-OUT TO SLOT-AVERAGE-4-WS
               MOVE COURSE-AVERAGE-5-OUT TO SLOT-AVERAGE-5-WS
               PERFORM 322-ZERO-INVALID-SLOTS
               PERFORM 323-LOOKUP-COURSE-WEIGHTS
               CALL 'CALC-AVERAGE' USING SLOT-AVERAGE-1-WS
                   SLOT-AVERAGE-2-WS SLOT-AVERAGE-3-WS
                   SLOT-AVERAGE-4-WS SLOT-AVERAGE-5-WS
                   COURSE-WEIGHT-1-WS COURSE-WEIGHT-2-WS
                   COURSE-WEIGHT-3-WS COURSE-WEIGHT-4-WS
                   COURSE-WEIGHT-5-WS
                   STUDENT-AVERAGE-WS TOTAL-GRADE-WS
               MOVE "S" TO AVERAGE-SOURCE-WS
           END-IF.

       322-ZERO-INVALID-SLOTS.
           IF SLOT-AVERAGE-1-WS > 100
               MOVE ZERO TO SLOT-AVERAGE-1-WS
           END-IF.
           IF SLOT-AVERAGE-2-WS > 100
               MOVE ZERO TO SLOT-AVERAGE-2-WS
           END-IF.
           IF SLOT-AVERAGE-3-WS > 100
               MOVE ZERO TO SLOT-AVERAGE-3-WS
           END-IF.
           IF SLOT-AVERAGE-4-WS > 100
               MOVE ZERO TO SLOT-AVERAGE-4-WS
           END-IF.
           IF SLOT-AVERAGE-5-WS > 100
               MOVE ZERO TO SLOT-AVERAGE-5-WS
           END-IF.

      *Load the five course slots' credit weights from the course
      *master, defaulting to 1 the way CAL-AVERAGE does
       323-LOOKUP-COURSE-WEIGHTS.
           MOVE COURSE-CODE-1-OUT TO LOOKUP-CODE-WS.
           PERFORM 403-SEARCH-COURSE-TABLE.
           MOVE SLOT-WEIGHT-WS TO COURSE-WEIGHT-1-WS.
           MOVE COURSE-CODE-2-OUT TO LOOKUP-CODE-WS.
           PERFORM 403-SEARCH-COURSE-TABLE.
           MOVE SLOT-WEIGHT-WS TO COURSE-WEIGHT-2-WS.
           MOVE COURSE-CODE-3-OUT TO LOOKUP-CODE-WS.
           PERFORM 403-SEARCH-COURSE-TABLE.
           MOVE SLOT-WEIGHT-WS TO COURSE-WEIGHT-3-WS.
           MOVE COURSE-CODE-4-OUT TO LOOKUP-CODE-WS.
           PERFORM 403-SEARCH-COURSE-TABLE.
           MOVE SLOT-WEIGHT-WS TO COURSE-WEIGHT-4-WS.
           MOVE COURSE-CODE-5-OUT TO LOOKUP-CODE-WS.
           PERFORM 403-SEARCH-COURSE-TABLE.
           MOVE SLOT-WEIGHT-WS TO COURSE-WEIGHT-5-WS.

      *Every course taken is attempted; one at or above the pass
      *mark is earned
       312-COUNT-CREDITS.
           MOVE ZERO TO EARNED-CREDITS-WS ATTEMPTED-CREDITS-WS.
           PERFORM 324-COUNT-ONE-COURSE
               VARYING EARN-SUB-WS FROM 1 BY 1
               UNTIL EARN-SUB-WS > EARN-COUNT-WS.

       324-COUNT-ONE-COURSE.
           MOVE EARN-CODE-WS(EARN-SUB-WS) TO LOOKUP-CODE-WS.
           PERFORM 403-SEARCH-COURSE-TABLE.
           ADD SLOT-WEIGHT-WS TO ATTEMPTED-CREDITS-WS.
           IF EARN-AVG-WS(EARN-SUB-WS) >= PASS-MARK-WS
               ADD SLOT-WEIGHT-WS TO EARNED-CREDITS-WS
           END-IF.

      *Letter grade on CAL-AVERAGE's scale; standing on
      *ACADEMIC-STANDING's rules, withdrawn and graduated students
      *keeping their status
       313-DETERMINE-GRADE-AND-STANDING.
           EVALUATE TRUE
               WHEN STUDENT-AVERAGE-WS >= 90
                   MOVE "A" TO LETTER-GRADE-WS
               WHEN STUDENT-AVERAGE-WS >= 80
                   MOVE "B" TO LETTER-GRADE-WS
               WHEN STUDENT-AVERAGE-WS >= 70
                   MOVE "C" TO LETTER-GRADE-WS
               WHEN STUDENT-AVERAGE-WS >= 60
                   MOVE "D" TO LETTER-GRADE-WS
               WHEN OTHER
                   MOVE "F" TO LETTER-GRADE-WS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN STUDENT-STATUS-OUT = "W"
                   OR STUDENT-STATUS-OUT = "G"
                   MOVE STUDENT-STATUS-OUT TO STANDING-WS
               WHEN STUDENT-AVERAGE-WS >= HONOURS-CUTOFF-WS
                   MOVE "H" TO STANDING-WS
               WHEN STUDENT-AVERAGE-WS < PROBATION-CUTOFF-WS
                   MOVE "P" TO STANDING-WS
               WHEN OTHER
                   MOVE "A" TO STANDING-WS
           END-EVALUATE.

       314-CHECK-STUDENT-HOLD.
           MOVE "N" TO HOLD-FOUND-FLAG.
           IF HOLDFILE-OPEN-FLAG = "Y"
               MOVE STUD-NUM-OUT TO HOLD-STUD-NUM
               READ HOLD-FILE
                   INVALID KEY MOVE "N" TO HOLD-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO HOLD-FOUND-FLAG
               END-READ
           END-IF.

       315-WRITE-SUMMARY-RECORD.
           MOVE SPACES               TO STUDENT-SUMMARY-RECORD.
           MOVE STUD-NUM-OUT         TO SUM-STUD-NUM.
           MOVE BUILD-DATE-WS        TO SUM-BUILD-DATE.
           MOVE STUDENT-AVERAGE-WS   TO SUM-AVERAGE.
           MOVE LETTER-GRADE-WS      TO SUM-LETTER-GRADE.
           MOVE EARNED-CREDITS-WS    TO SUM-EARNED-CREDITS.
           MOVE ATTEMPTED-CREDITS-WS TO SUM-ATTEMPTED-CREDITS.
           MOVE TERM-CREDITS-WS      TO SUM-TERM-CREDITS.
           MOVE TUITION-OWED-OUT     TO SUM-BALANCE.
           MOVE HOLD-FOUND-FLAG      TO SUM-HOLD-FLAG.
           MOVE STANDING-WS          TO SUM-STANDING.
           MOVE AVERAGE-SOURCE-WS    TO SUM-AVERAGE-SOURCE.
           WRITE STUDENT-SUMMARY-RECORD
               INVALID KEY
                   DISPLAY "SUMMARY NOT WRITTEN FOR STUDENT "
                       STUD-NUM-OUT " - FILE STATUS " SUMMARY-STATUS-WS
                   ADD 1 TO REJECTED-COUNTER-WS
               NOT INVALID KEY
                   ADD 1 TO WRITTEN-COUNTER-WS
           END-WRITE.

       303-PRODUCE-COURSE-TBL.
           READ COURSE-FILE-IN INTO COURSE-TBL-RTN(CRS-TBL-SUB)
                  AT END MOVE "YES" TO EOF-CRS-TBL-FLAG.

      *The current term is the one whose start and end dates cover
      *today; with none, no registrations count as current-term
       304-FIND-CURRENT-TERM.
           MOVE SPACES TO CURRENT-TERM-WS.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-WS = "00"
               PERFORM 325-READ-CALENDAR-TERM
                   UNTIL CAL-EOF-FLAG = "Y"
               CLOSE CALENDAR-FILE-IN
           END-IF.

       325-READ-CALENDAR-TERM.
           READ CALENDAR-FILE-IN
               AT END MOVE "Y" TO CAL-EOF-FLAG
               NOT AT END
                   IF CAL-START-DATE-IN <= BUILD-DATE-WS
                       AND CAL-END-DATE-IN >= BUILD-DATE-WS
                       MOVE CAL-TERM-CODE-IN TO CURRENT-TERM-WS
                   END-IF
           END-READ.

      *Credit hours for a course from the course master, defaulting
      *to 1 when the course is not on it
       403-SEARCH-COURSE-TABLE.
           MOVE 1 TO SLOT-WEIGHT-WS.
           MOVE "NO " TO COURSE-FOUND-FLAG.
           PERFORM 404-MATCH-COURSE-CODE
               VARYING CRS-TBL-SUB FROM 1 BY 1
               UNTIL CRS-TBL-SUB > 200 OR COURSE-FOUND-FLAG = "YES".
           IF COURSE-FOUND-FLAG = "YES"
               IF COURSE-CREDIT-TBL-WS(MATCHED-CRS-SUB-WS) > ZERO
                   MOVE COURSE-CREDIT-TBL-WS(MATCHED-CRS-SUB-WS)
                       TO SLOT-WEIGHT-WS
               END-IF
           END-IF.

       404-MATCH-COURSE-CODE.
           IF LOOKUP-CODE-WS = COURSE-CODE-TBL-WS(CRS-TBL-SUB)
               MOVE "YES" TO COURSE-FOUND-FLAG
               MOVE CRS-TBL-SUB TO MATCHED-CRS-SUB-WS
           END-IF.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       320-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 326-READ-RUN-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       326-READ-RUN-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END
                   EVALUATE PARM-KEYWORD-IN
                       WHEN "STUFILE-IN-PATH     "
                           MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
                   END-EVALUATE
           END-READ.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "STUDENT-SUMMARY-BUILD" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE READ-COUNTER-WS TO JLG-REQ-READ-WS.
           MOVE WRITTEN-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE REJECTED-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM STUDENT-SUMMARY-BUILD.
