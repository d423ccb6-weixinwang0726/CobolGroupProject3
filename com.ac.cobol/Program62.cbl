      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *MINISTRY ENROLLMENT SUBMISSION RUN. EVERY TERM THE GOVERNMENT
      *ASKS FOR AN ENROLLMENT SUBMISSION THAT USED TO BE BUILT IN A
      *SPREADSHEET FROM THE ENROLL-STATS PRINTOUT. FOR AN
      *OPERATOR-KEYED TERM (WHICH MUST BE ON THE ACADEMIC CALENDAR)
      *THIS RUN READS STUFILE_IN.TXT IN STUDENT-NUMBER ORDER AND
      *WRITES THE FIXED-FORMAT SUBMISSION FILE (MINSUBMIT.TXT): A
      *HEADER RECORD ("HD") WITH THE INSTITUTION CODE, TERM AND RUN
      *DATE; ONE DETAIL RECORD ("DT") PER ENROLLED STUDENT WITH THE
      *PROGRAM CODE, STATUS, ENROLLMENT DATE AND THE CREDIT HOURS
      *REGISTERED FOR THE TERM ON REGFILE.TXT (COURSE.TXT HOURS);
      *ONE SUMMARY RECORD ("PS") PER PROGRAM WITH HEADCOUNT, CREDIT
      *HOURS AND FULL-TIME-EQUIVALENT (CREDIT HOURS DIVIDED BY THE
      *FULL-LOAD-CREDITS VALUE ON RUNPARM.TXT); AND A TRAILER
      *("TR") WITH RECORD COUNTS AND HASH TOTALS OF THE STUDENT
      *NUMBERS AND CREDIT HOURS. THE INSTITUTION CODE IS THE
      *INSTITUTION-CODE ENTRY ON RUNPARM.TXT. A NON-WITHDRAWN
      *STUDENT WITH NO REGISTRATION IN THE TERM, A PROGRAM NOT ON
      *PROGRAM.TXT, OR AN ENROLLMENT DATE THAT IS NOT A DATE IS LEFT
      *OUT. THE CONTROL REPORT (MINCTLRPT.TXT) LISTS EVERY STUDENT
      *LEFT OUT AND WHY, THE PER-PROGRAM FIGURES, AND BALANCES THE
      *SUBMISSION AGAINST THE NON-WITHDRAWN COUNT ON STUFILE_IN.TXT;
      *A SUBMISSION THAT DOES NOT BALANCE ENDS RETURN CODE 4.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINISTRY-SUBMIT.
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

           SELECT PROGRAM-FILE-IN
               ASSIGN TO "D:\COBOL\PROGRAM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-FILE-IN
               ASSIGN TO "D:\COBOL\COURSE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *The course-registration file - the term's registered rows
      *give each student's credit hours
           SELECT REGISTRATION-FILE
               ASSIGN TO "D:\Cobol\REGFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS REG-KEY
                               FILE STATUS IS REG-STATUS-WS.

           SELECT CALENDAR-FILE-IN
               ASSIGN TO "D:\Cobol\CALENDAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CAL-STATUS-WS.

           SELECT SUBMISSION-FILE
               ASSIGN TO "D:\Cobol\MINSUBMIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT
               ASSIGN TO "D:\Cobol\MINCTLRPT.TXT"
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

       FD  PROGRAM-FILE-IN.
       01  PROGRAM-RECORD.
           05  PROGRAM-CODE        PIC X(5).
           05  PROGRAM-NAME        PIC X(20).

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

       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN    PIC X(5).
           05  CAL-START-DATE-IN   PIC X(8).
           05  CAL-END-DATE-IN     PIC X(8).
           05  CAL-DROP-DEADLINE-IN PIC X(8).

      *Submission records are 80 bytes, the record type in columns
      *1-2; the layouts are in working storage
       FD  SUBMISSION-FILE.
       01  SUBMISSION-RECORD-OUT       PIC X(80).

       FD  CONTROL-REPORT.
       01  CONTROL-RECORD-OUT          PIC X(80).

      *Run-control parameter record: a keyword in columns 1-20 and
      *its value in columns 21-60. Numeric values are zero-padded in
      *the first six value bytes.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD-IN.
           05  PARM-KEYWORD-IN         PIC X(20).
           05  PARM-VALUE-IN           PIC X(40).
           05  PARM-VALUE-NUM-IN REDEFINES PARM-VALUE-IN.
               10  PARM-VALUE-9-IN     PIC 9(6).
               10  FILLER              PIC X(34).

       WORKING-STORAGE SECTION.
      *Run-control parameters - the file path, the ministry's
      *institution code and the full-load credit hours this run
      *uses, with the production values as defaults when
      *RUNPARM.TXT is absent
       01  RUN-PARAMETER-FIELDS.
           05  RUNPARM-STATUS-WS       PIC X(2).
           05  RUNPARM-EOF-FLAG        PIC X(1)  VALUE "N".
           05  STUFILE-IN-PATH-WS      PIC X(40)
                   VALUE "D:\Cobol\STUFILE_IN.TXT".
           05  INSTITUTION-CODE-WS     PIC X(6)  VALUE "000000".
           05  FULL-LOAD-CREDITS-WS    PIC 9(3)  VALUE 15.

      *PROGRAM TABLE
       COPY "PRG-TBL-STRUCTURE.CBL".

      *COURSE CREDIT-HOUR TABLE
       COPY "CRS-TBL-STRUCTURE.CBL".

      *Per-program submission figures, in order of first appearance
       01  PROGRAM-SUMMARY-TABLE-WS.
           05  PGS-ENTRY-WS OCCURS 100 TIMES.
               10  PGS-CODE-WS         PIC X(5).
               10  PGS-HEADCOUNT-WS    PIC 9(6).
               10  PGS-CREDITS-WS      PIC 9(7).
               10  PGS-FTE-WS          PIC 9(5)V99.

      *SUBMISSION RECORD LAYOUTS
       01  SUBMIT-HEADER-WS.
           05  SHD-TYPE-WS             PIC X(2)  VALUE "HD".
           05  SHD-INSTITUTION-WS      PIC X(6).
           05  SHD-TERM-WS             PIC X(5).
           05  SHD-RUN-DATE-WS         PIC X(8).
           05  SHD-FULL-LOAD-WS        PIC 9(3).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  SUBMIT-DETAIL-WS.
           05  SDT-TYPE-WS             PIC X(2)  VALUE "DT".
           05  SDT-STUD-NUM-WS         PIC 9(6).
           05  SDT-PROGRAM-WS          PIC X(5).
           05  SDT-STATUS-WS           PIC X(1).
           05  SDT-ENROLL-DATE-WS      PIC X(8).
           05  SDT-CREDITS-WS          PIC 9(3).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  SUBMIT-SUMMARY-WS.
           05  SPS-TYPE-WS             PIC X(2)  VALUE "PS".
           05  SPS-PROGRAM-WS          PIC X(5).
           05  SPS-HEADCOUNT-WS        PIC 9(6).
           05  SPS-CREDITS-WS          PIC 9(7).
           05  SPS-FTE-WS              PIC 9(5)V99.
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  SUBMIT-TRAILER-WS.
           05  STR-TYPE-WS             PIC X(2)  VALUE "TR".
           05  STR-DETAIL-COUNT-WS     PIC 9(6).
           05  STR-SUMMARY-COUNT-WS    PIC 9(4).
           05  STR-RECORD-COUNT-WS     PIC 9(7).
           05  STR-STUD-HASH-WS        PIC 9(12).
           05  STR-CREDIT-HASH-WS      PIC 9(9).
           05  STR-FTE-TOTAL-WS        PIC 9(7)V99.
           05  FILLER                  PIC X(31) VALUE SPACES.

      *CONTROL REPORT LINES
       01  REPORT-HEADER-WS.
           05  FILLER                  PIC X(40) VALUE
                   "MINISTRY ENROLLMENT SUBMISSION CONTROL -".
           05  FILLER                  PIC X(6)  VALUE " TERM ".
           05  RPT-TERM-OUT-WS         PIC X(5).

       01  EXCLUDED-HEADER-WS          PIC X(38) VALUE
               "STUDENTS LEFT OUT OF THE SUBMISSION:".

       01  EXCLUDED-LINE-WS.
           05  EXL-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXL-STUD-NAME-OUT-WS    PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXL-REASON-OUT-WS       PIC X(30).

       01  PROGRAM-SECTION-HEADER-WS.
           05  FILLER  PIC X(7)  VALUE "PROGRAM".
           05  FILLER  PIC X(22) VALUE SPACES.
           05  FILLER  PIC X(10) VALUE "HEADCOUNT".
           05  FILLER  PIC X(10) VALUE "  CREDITS".
           05  FILLER  PIC X(10) VALUE "       FTE".

       01  PROGRAM-LINE-WS.
           05  PRL-CODE-OUT-WS         PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRL-NAME-OUT-WS         PIC X(20).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  PRL-HEADCOUNT-OUT-WS    PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRL-CREDITS-OUT-WS      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRL-FTE-OUT-WS          PIC ZZ,ZZ9.99.

       01  CONTROL-LINE-WS.
           05  CTL-LABEL-OUT-WS        PIC X(40).
           05  CTL-COUNT-OUT-WS        PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  CONTROL-FTE-LINE-WS.
           05  FILLER                  PIC X(40) VALUE
                   "TOTAL FULL-TIME-EQUIVALENT".
           05  CTL-FTE-OUT-WS          PIC Z,ZZZ,ZZ9.99.

       01  BALANCE-LINE-WS.
           05  FILLER                  PIC X(40) VALUE
                   "SUBMITTED + LEFT OUT = NON-WITHDRAWN".
           05  BAL-RESULT-OUT-WS       PIC X(14).

      *Submission work fields and control totals
       01  SUBMISSION-WORK-FIELDS.
           05  REG-STATUS-WS           PIC X(2).
           05  REGFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  REG-DONE-FLAG           PIC X(1)  VALUE "N".
           05  RUN-TERM-CODE-WS        PIC X(5)  VALUE SPACES.
           05  RUN-DATE-WS             PIC X(8)  VALUE SPACES.
           05  STUDENT-CREDITS-WS      PIC 9(3)  VALUE ZERO.
           05  STUDENT-COURSES-WS      PIC 9(3)  VALUE ZERO.
           05  PROGRAM-FOUND-FLAG      PIC X(1)  VALUE "N".
           05  EXCLUDE-REASON-WS       PIC X(30) VALUE SPACES.
           05  PGS-USED-WS             PIC 9(3)  VALUE ZERO.
           05  PGS-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  PGS-MATCH-WS            PIC 9(3)  VALUE ZERO.
           05  RECORDS-READ-WS         PIC 9(6)  VALUE ZERO.
           05  WITHDRAWN-COUNTER-WS    PIC 9(6)  VALUE ZERO.
           05  NON-WITHDRAWN-COUNTER-WS PIC 9(6) VALUE ZERO.
           05  SUBMITTED-COUNTER-WS    PIC 9(6)  VALUE ZERO.
           05  EXCLUDED-COUNTER-WS     PIC 9(6)  VALUE ZERO.
           05  STUD-HASH-TOTAL-WS      PIC 9(12) VALUE ZERO.
           05  CREDIT-HASH-TOTAL-WS    PIC 9(9)  VALUE ZERO.
           05  FTE-TOTAL-WS            PIC 9(7)V99 VALUE ZERO.
           05  CHECK-TOTAL-WS          PIC 9(6)  VALUE ZERO.

       01  CALENDAR-CHECK-FIELDS.
           05  CAL-STATUS-WS           PIC X(2).
           05  CAL-EOF-FLAG            PIC X(1)  VALUE "N".
           05  TERM-ON-CALENDAR-FLAG   PIC X(1)  VALUE "N".

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                 PIC X(3)  VALUE "NO ".
           05  EOF-TBL-FLAG             PIC X(3)  VALUE "NO ".
           05  EOF-CRS-TBL-FLAG         PIC X(3)  VALUE "NO ".
           05  COURSE-FOUND-FLAG        PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD             PIC X(2).
           05  TBL-SUB                  PIC 9(3)  VALUE 1.
           05  CRS-TBL-SUB              PIC 9(3)  VALUE 1.
           05  MATCHED-CRS-SUB-WS       PIC 9(3)  VALUE ZERO.
           05  LOOKUP-CODE-WS           PIC X(7)  VALUE SPACES.
           05  SLOT-WEIGHT-WS           PIC 9(1)  VALUE 1.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *BUILD THE TERM'S MINISTRY SUBMISSION AND ITS CONTROL REPORT
       100-BUILD-MINISTRY-SUBMISSION.
           PERFORM 390-LOG-JOB-START.
           PERFORM 314-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-SUBMISSION.
           PERFORM 202-SUBMIT-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-SUBMISSION.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *The keyed term must be on the calendar; a term that is not
      *refuses the run
       201-INITIATE-SUBMISSION.
           DISPLAY "ENTER TERM CODE TO SUBMIT (E.G. 2026F): ".
           ACCEPT RUN-TERM-CODE-WS.
           PERFORM 312-CHECK-TERM-ON-CALENDAR.
           IF TERM-ON-CALENDAR-FLAG NOT = "Y"
               DISPLAY "MINISTRY SUBMISSION REFUSED - TERM "
                   RUN-TERM-CODE-WS
                   " IS NOT ON THE ACADEMIC CALENDAR "
                   "(SEE CALENDAR-MAINT)"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT  INDEXED-STUDENT-FILE
                       PROGRAM-FILE-IN
                       COURSE-FILE-IN
                OUTPUT SUBMISSION-FILE
                       CONTROL-REPORT.
           PERFORM 301-PRODUCE-PROGRAM-TBL
                   VARYING TBL-SUB FROM 1 BY 1
                   UNTIL TBL-SUB > 100 OR EOF-TBL-FLAG = "YES".
           PERFORM 302-PRODUCE-COURSE-TBL
                   VARYING CRS-TBL-SUB FROM 1 BY 1
                   UNTIL CRS-TBL-SUB > 200
                       OR EOF-CRS-TBL-FLAG = "YES".
           CLOSE PROGRAM-FILE-IN
                 COURSE-FILE-IN.
      *The registration file may not exist yet at a site - a failed
      *open just means nobody is registered for the term
           OPEN INPUT REGISTRATION-FILE.
           IF REG-STATUS-WS = "00"
               MOVE "Y" TO REGFILE-OPEN-FLAG
           END-IF.
           MOVE INSTITUTION-CODE-WS  TO SHD-INSTITUTION-WS.
           MOVE RUN-TERM-CODE-WS     TO SHD-TERM-WS
                                        RPT-TERM-OUT-WS.
           MOVE RUN-DATE-WS          TO SHD-RUN-DATE-WS.
           MOVE FULL-LOAD-CREDITS-WS TO SHD-FULL-LOAD-WS.
           WRITE SUBMISSION-RECORD-OUT FROM SUBMIT-HEADER-WS.
           WRITE CONTROL-RECORD-OUT FROM REPORT-HEADER-WS.
           WRITE CONTROL-RECORD-OUT FROM EXCLUDED-HEADER-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 303-READ-STUDENT-RECORD.

      *Withdrawn students are outside the submission and the count
      *it balances to; every other student is submitted or listed
      *as left out
       202-SUBMIT-ONE-STUDENT.
           IF STUD-NUM-OUT NOT = ZERO AND STUD-NUM-OUT NOT = 999999
               ADD 1 TO RECORDS-READ-WS
               IF STUDENT-STATUS-OUT = "W"
                   ADD 1 TO WITHDRAWN-COUNTER-WS
               ELSE
                   ADD 1 TO NON-WITHDRAWN-COUNTER-WS
                   PERFORM 304-EDIT-STUDENT-FOR-SUBMISSION
                   IF EXCLUDE-REASON-WS = SPACES
                       PERFORM 306-WRITE-DETAIL-RECORD
                   ELSE
                       PERFORM 307-LIST-EXCLUDED-STUDENT
                   END-IF
               END-IF
           END-IF.
           PERFORM 303-READ-STUDENT-RECORD.

      *Program summaries and the trailer close the submission; the
      *control report balances it to the student file
       203-TERMINATE-SUBMISSION.
           PERFORM 308-WRITE-PROGRAM-SUMMARY
               VARYING PGS-SUB-WS FROM 1 BY 1
               UNTIL PGS-SUB-WS > PGS-USED-WS.
           MOVE SUBMITTED-COUNTER-WS TO STR-DETAIL-COUNT-WS.
           MOVE PGS-USED-WS          TO STR-SUMMARY-COUNT-WS.
           COMPUTE STR-RECORD-COUNT-WS =
               SUBMITTED-COUNTER-WS + PGS-USED-WS + 2.
           MOVE STUD-HASH-TOTAL-WS   TO STR-STUD-HASH-WS.
           MOVE CREDIT-HASH-TOTAL-WS TO STR-CREDIT-HASH-WS.
           MOVE FTE-TOTAL-WS         TO STR-FTE-TOTAL-WS.
           WRITE SUBMISSION-RECORD-OUT FROM SUBMIT-TRAILER-WS.
           PERFORM 309-WRITE-CONTROL-TOTALS.
           DISPLAY "MINISTRY SUBMISSION - STUDENTS SUBMITTED: "
               SUBMITTED-COUNTER-WS.
           DISPLAY "MINISTRY SUBMISSION - STUDENTS LEFT OUT: "
               EXCLUDED-COUNTER-WS.
           CLOSE INDEXED-STUDENT-FILE
                 SUBMISSION-FILE
                 CONTROL-REPORT.
           IF REGFILE-OPEN-FLAG = "Y"
               CLOSE REGISTRATION-FILE
           END-IF.

       301-PRODUCE-PROGRAM-TBL.
           READ PROGRAM-FILE-IN INTO PROGRAM-TBL-RTN(TBL-SUB)
                  AT END MOVE "YES" TO EOF-TBL-FLAG.

       302-PRODUCE-COURSE-TBL.
           READ COURSE-FILE-IN INTO COURSE-TBL-RTN(CRS-TBL-SUB)
                  AT END MOVE "YES" TO EOF-CRS-TBL-FLAG.

       303-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      *A student is left out for the first thing wrong: a program
      *the ministry will not recognise, an enrollment date that is
      *not a date, or no registration in the term
       304-EDIT-STUDENT-FOR-SUBMISSION.
           MOVE SPACES TO EXCLUDE-REASON-WS.
           MOVE "N" TO PROGRAM-FOUND-FLAG.
           PERFORM 401-MATCH-PROGRAM-CODE
               VARYING TBL-SUB FROM 1 BY 1 UNTIL TBL-SUB > 100.
           PERFORM 305-TOTAL-TERM-CREDITS.
           EVALUATE TRUE
               WHEN PROGRAM-FOUND-FLAG = "N"
                   MOVE "PROGRAM CODE NOT ON FILE" TO EXCLUDE-REASON-WS
               WHEN ENROLLMENT-DATE-OUT IS NOT NUMERIC
                   MOVE "ENROLLMENT DATE NOT VALID" TO EXCLUDE-REASON-WS
               WHEN STUDENT-COURSES-WS = ZERO
                   MOVE "NO REGISTRATIONS THIS TERM"
                       TO EXCLUDE-REASON-WS
           END-EVALUATE.

       401-MATCH-PROGRAM-CODE.
           IF PROGRAM-OF-STUDY-OUT = PROGRAM-CODE-TBL-WS(TBL-SUB)
               AND PROGRAM-OF-STUDY-OUT NOT = SPACES
               MOVE "Y" TO PROGRAM-FOUND-FLAG
           END-IF.

      *Credit hours for the term's registered (R) rows, and any the
      *term already closed as incomplete (I); withdrawals do not
      *count
       305-TOTAL-TERM-CREDITS.
           MOVE ZERO TO STUDENT-CREDITS-WS STUDENT-COURSES-WS.
           IF REGFILE-OPEN-FLAG = "Y"
               MOVE "N" TO REG-DONE-FLAG
               MOVE STUD-NUM-OUT TO REG-STUD-NUM
               MOVE LOW-VALUES TO REG-COURSE-CODE
               START REGISTRATION-FILE KEY IS NOT LESS THAN REG-KEY
                   INVALID KEY MOVE "Y" TO REG-DONE-FLAG
               END-START
               PERFORM 310-TOTAL-NEXT-REGISTRATION
                   UNTIL REG-DONE-FLAG = "Y"
           END-IF.

       310-TOTAL-NEXT-REGISTRATION.
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE "Y" TO REG-DONE-FLAG
               NOT AT END
                   IF REG-STUD-NUM NOT = STUD-NUM-OUT
                       MOVE "Y" TO REG-DONE-FLAG
                   ELSE
                       IF REG-TERM = RUN-TERM-CODE-WS
                           AND (REG-STATUS = "R" OR REG-STATUS = "I")
                           MOVE REG-COURSE-CODE TO LOOKUP-CODE-WS
                           PERFORM 402-SEARCH-COURSE-TABLE
                           ADD 1 TO STUDENT-COURSES-WS
                           ADD SLOT-WEIGHT-WS TO STUDENT-CREDITS-WS
                       END-IF
                   END-IF
           END-READ.

      *Credit hours from the course master, defaulting to 1 the way
      *CAL-AVERAGE does for a course missing or without hours
       402-SEARCH-COURSE-TABLE.
           MOVE 1 TO SLOT-WEIGHT-WS.
           MOVE "NO " TO COURSE-FOUND-FLAG.
           PERFORM 403-MATCH-COURSE-CODE
               VARYING CRS-TBL-SUB FROM 1 BY 1
               UNTIL CRS-TBL-SUB > 200 OR COURSE-FOUND-FLAG = "YES".
           IF COURSE-FOUND-FLAG = "YES"
               IF COURSE-CREDIT-TBL-WS(MATCHED-CRS-SUB-WS) > ZERO
                   MOVE COURSE-CREDIT-TBL-WS(MATCHED-CRS-SUB-WS)
                       TO SLOT-WEIGHT-WS
               END-IF
           END-IF.

       403-MATCH-COURSE-CODE.
           IF LOOKUP-CODE-WS = COURSE-CODE-TBL-WS(CRS-TBL-SUB)
               MOVE "YES" TO COURSE-FOUND-FLAG
               MOVE CRS-TBL-SUB TO MATCHED-CRS-SUB-WS
           END-IF.

      *One detail record per student submitted; the hash totals and
      *the program's figures are built as the details go out
       306-WRITE-DETAIL-RECORD.
           MOVE STUD-NUM-OUT         TO SDT-STUD-NUM-WS.
           MOVE PROGRAM-OF-STUDY-OUT TO SDT-PROGRAM-WS.
           MOVE STUDENT-STATUS-OUT   TO SDT-STATUS-WS.
           MOVE ENROLLMENT-DATE-OUT  TO SDT-ENROLL-DATE-WS.
           MOVE STUDENT-CREDITS-WS   TO SDT-CREDITS-WS.
           WRITE SUBMISSION-RECORD-OUT FROM SUBMIT-DETAIL-WS.
           ADD 1 TO SUBMITTED-COUNTER-WS.
           ADD STUD-NUM-OUT       TO STUD-HASH-TOTAL-WS.
           ADD STUDENT-CREDITS-WS TO CREDIT-HASH-TOTAL-WS.
           PERFORM 311-ADD-PROGRAM-FIGURES.

       311-ADD-PROGRAM-FIGURES.
           MOVE ZERO TO PGS-MATCH-WS.
           PERFORM 404-MATCH-PROGRAM-SLOT
               VARYING PGS-SUB-WS FROM 1 BY 1
               UNTIL PGS-SUB-WS > PGS-USED-WS
                   OR PGS-MATCH-WS > ZERO.
           IF PGS-MATCH-WS = ZERO AND PGS-USED-WS < 100
               ADD 1 TO PGS-USED-WS
               MOVE PGS-USED-WS TO PGS-MATCH-WS
               MOVE PROGRAM-OF-STUDY-OUT TO PGS-CODE-WS(PGS-MATCH-WS)
               MOVE ZERO TO PGS-HEADCOUNT-WS(PGS-MATCH-WS)
                            PGS-CREDITS-WS(PGS-MATCH-WS)
                            PGS-FTE-WS(PGS-MATCH-WS)
           END-IF.
           IF PGS-MATCH-WS > ZERO
               ADD 1 TO PGS-HEADCOUNT-WS(PGS-MATCH-WS)
               ADD STUDENT-CREDITS-WS TO PGS-CREDITS-WS(PGS-MATCH-WS)
           END-IF.

       404-MATCH-PROGRAM-SLOT.
           IF PGS-CODE-WS(PGS-SUB-WS) = PROGRAM-OF-STUDY-OUT
               MOVE PGS-SUB-WS TO PGS-MATCH-WS
           END-IF.

       307-LIST-EXCLUDED-STUDENT.
           MOVE STUD-NUM-OUT      TO EXL-STUD-NUM-OUT-WS.
           MOVE STUD-NAME-OUT     TO EXL-STUD-NAME-OUT-WS.
           MOVE EXCLUDE-REASON-WS TO EXL-REASON-OUT-WS.
           WRITE CONTROL-RECORD-OUT FROM EXCLUDED-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO EXCLUDED-COUNTER-WS.

      *The program's FTE is its credit hours over the full load; the
      *summary goes to the submission and the control report alike
       308-WRITE-PROGRAM-SUMMARY.
           IF PGS-SUB-WS = 1
               WRITE CONTROL-RECORD-OUT FROM PROGRAM-SECTION-HEADER-WS
                   AFTER ADVANCING 2 LINES
           END-IF.
           COMPUTE PGS-FTE-WS(PGS-SUB-WS) ROUNDED =
               PGS-CREDITS-WS(PGS-SUB-WS) / FULL-LOAD-CREDITS-WS.
           ADD PGS-FTE-WS(PGS-SUB-WS) TO FTE-TOTAL-WS.
           MOVE PGS-CODE-WS(PGS-SUB-WS)      TO SPS-PROGRAM-WS
                                                PRL-CODE-OUT-WS.
           MOVE PGS-HEADCOUNT-WS(PGS-SUB-WS) TO SPS-HEADCOUNT-WS
                                                PRL-HEADCOUNT-OUT-WS.
           MOVE PGS-CREDITS-WS(PGS-SUB-WS)   TO SPS-CREDITS-WS
                                                PRL-CREDITS-OUT-WS.
           MOVE PGS-FTE-WS(PGS-SUB-WS)       TO SPS-FTE-WS
                                                PRL-FTE-OUT-WS.
           WRITE SUBMISSION-RECORD-OUT FROM SUBMIT-SUMMARY-WS.
           MOVE SPACES TO PRL-NAME-OUT-WS.
           PERFORM 405-LOOKUP-PROGRAM-NAME
               VARYING TBL-SUB FROM 1 BY 1 UNTIL TBL-SUB > 100.
           WRITE CONTROL-RECORD-OUT FROM PROGRAM-LINE-WS
               AFTER ADVANCING 1 LINES.

       405-LOOKUP-PROGRAM-NAME.
           IF PGS-CODE-WS(PGS-SUB-WS) = PROGRAM-CODE-TBL-WS(TBL-SUB)
               MOVE PROGRAM-NAME-TBL-WS(TBL-SUB) TO PRL-NAME-OUT-WS
           END-IF.

      *Control totals: what was read, what was submitted and left
      *out, the trailer's counts and hashes, and the balance of the
      *submission to the non-withdrawn students on file
       309-WRITE-CONTROL-TOTALS.
           MOVE "STUDENT RECORDS READ" TO CTL-LABEL-OUT-WS.
           MOVE RECORDS-READ-WS TO CTL-COUNT-OUT-WS.
           WRITE CONTROL-RECORD-OUT FROM CONTROL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "WITHDRAWN - NOT REPORTABLE" TO CTL-LABEL-OUT-WS.
           MOVE WITHDRAWN-COUNTER-WS TO CTL-COUNT-OUT-WS.
           WRITE CONTROL-RECORD-OUT FROM CONTROL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "NON-WITHDRAWN STUDENTS ON FILE" TO CTL-LABEL-OUT-WS.
           MOVE NON-WITHDRAWN-COUNTER-WS TO CTL-COUNT-OUT-WS.
           WRITE CONTROL-RECORD-OUT FROM CONTROL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "STUDENTS SUBMITTED (DETAIL RECORDS)"
               TO CTL-LABEL-OUT-WS.
           MOVE SUBMITTED-COUNTER-WS TO CTL-COUNT-OUT-WS.
           WRITE CONTROL-RECORD-OUT FROM CONTROL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "STUDENTS LEFT OUT" TO CTL-LABEL-OUT-WS.
           MOVE EXCLUDED-COUNTER-WS TO CTL-COUNT-OUT-WS.
           WRITE CONTROL-RECORD-OUT FROM CONTROL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "PROGRAM SUMMARY RECORDS" TO CTL-LABEL-OUT-WS.
           MOVE PGS-USED-WS TO CTL-COUNT-OUT-WS.
           WRITE CONTROL-RECORD-OUT FROM CONTROL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "TOTAL SUBMISSION RECORDS" TO CTL-LABEL-OUT-WS.
           MOVE STR-RECORD-COUNT-WS TO CTL-COUNT-OUT-WS.
           WRITE CONTROL-RECORD-OUT FROM CONTROL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "HASH TOTAL - STUDENT NUMBERS" TO CTL-LABEL-OUT-WS.
           MOVE STUD-HASH-TOTAL-WS TO CTL-COUNT-OUT-WS.
           WRITE CONTROL-RECORD-OUT FROM CONTROL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "HASH TOTAL - CREDIT HOURS" TO CTL-LABEL-OUT-WS.
           MOVE CREDIT-HASH-TOTAL-WS TO CTL-COUNT-OUT-WS.
           WRITE CONTROL-RECORD-OUT FROM CONTROL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE FTE-TOTAL-WS TO CTL-FTE-OUT-WS.
           WRITE CONTROL-RECORD-OUT FROM CONTROL-FTE-LINE-WS
               AFTER ADVANCING 1 LINES.
           COMPUTE CHECK-TOTAL-WS =
               SUBMITTED-COUNTER-WS + EXCLUDED-COUNTER-WS.
           IF CHECK-TOTAL-WS = NON-WITHDRAWN-COUNTER-WS
               MOVE "IN BALANCE" TO BAL-RESULT-OUT-WS
           ELSE
               MOVE "OUT OF BALANCE" TO BAL-RESULT-OUT-WS
               DISPLAY "MINISTRY SUBMISSION OUT OF BALANCE - SEE "
                   "MINCTLRPT.TXT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE CONTROL-RECORD-OUT FROM BALANCE-LINE-WS
               AFTER ADVANCING 2 LINES.

       312-CHECK-TERM-ON-CALENDAR.
           MOVE "N" TO TERM-ON-CALENDAR-FLAG.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-WS = "00"
               PERFORM 313-MATCH-ONE-CALENDAR-TERM
                   UNTIL CAL-EOF-FLAG = "Y"
                       OR TERM-ON-CALENDAR-FLAG = "Y"
               CLOSE CALENDAR-FILE-IN
           END-IF.

       313-MATCH-ONE-CALENDAR-TERM.
           READ CALENDAR-FILE-IN
               AT END MOVE "Y" TO CAL-EOF-FLAG
               NOT AT END
                   IF CAL-TERM-CODE-IN = RUN-TERM-CODE-WS
                       MOVE "Y" TO TERM-ON-CALENDAR-FLAG
                   END-IF
           END-READ.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       314-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 315-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       315-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 316-APPLY-RUN-PARAMETER
           END-READ.

       316-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
               WHEN "INSTITUTION-CODE    "
                   MOVE PARM-VALUE-IN TO INSTITUTION-CODE-WS
               WHEN "FULL-LOAD-CREDITS   "
                   IF PARM-VALUE-9-IN IS NUMERIC
                       AND PARM-VALUE-9-IN > ZERO
                       AND PARM-VALUE-9-IN < 1000
                       MOVE PARM-VALUE-9-IN TO FULL-LOAD-CREDITS-WS
                   END-IF
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "MINISTRY-SUBMIT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               WITHDRAWN-COUNTER-WS + NON-WITHDRAWN-COUNTER-WS.
           MOVE SUBMITTED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE EXCLUDED-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM MINISTRY-SUBMIT.
