      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *ENROLLMENT VERIFICATION LETTER RUN. BANKS, LANDLORDS,
      *IMMIGRATION AND STUDENT-LOAN OFFICES ASK FOR CONFIRMATION
      *THAT A STUDENT IS ENROLLED. THIS RUN READS A REQUEST FILE
      *(VERIFYREQ.TXT - STUDENT NUMBER AND WHO THE LETTER IS FOR)
      *THE WAY TRANSREQ.TXT DRIVES TRANSCRIPT-PRINT, AND FOR AN
      *OPERATOR-KEYED CURRENT TERM (WHICH MUST BE ON THE ACADEMIC
      *CALENDAR) PRINTS ONE SIGNED-FORMAT LETTER PER STUDENT
      *(VERIFYLTR.TXT): THE STUDENT'S STATUS FROM
      *STUDENT-STATUS-OUT, THE PROGRAM NAME FROM PROGRAM.TXT, THE
      *ENROLLMENT DATE, THE TERM'S ACTIVE REGISTRATIONS FROM
      *REGFILE.TXT WITH TITLES AND CREDIT HOURS FROM COURSE.TXT, THE
      *TOTAL CREDIT HOURS, AND A FULL-TIME OR PART-TIME LOAD AGAINST
      *THE FULL-TIME-CREDITS THRESHOLD ON RUNPARM.TXT. A STUDENT NOT
      *ON FILE, WITHDRAWN, OR WITH NO ACTIVE REGISTRATION IN THE
      *TERM GETS NO LETTER AND IS LISTED ON THE EXCEPTION LIST
      *(VERIFYEXC.TXT) INSTEAD. EVERY LETTER ISSUED IS LOGGED TO
      *VERIFYLOG.TXT. A LETTER ADDRESSED TO SOMEONE IS A RELEASE TO
      *THAT PARTY'S RECIPIENT CATEGORY (KEYED ON THE REQUEST, OR
      *"OT" WHEN LEFT BLANK - SEE CHECK-RELEASE); ONE THE STUDENT
      *HAS NOT CONSENTED TO GOES ON THE EXCEPTION LIST, AND EVERY
      *LETTER ASKED FOR IS LOGGED ON THE DISCLOSURE LOG. A "TO WHOM
      *IT MAY CONCERN" LETTER IS THE STUDENT'S OWN COPY.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-VERIFY.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE-IN
               ASSIGN TO "D:\Cobol\VERIFYREQ.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS REQ-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
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

      *The course-registration file - the term's active rows are
      *the courses the letter confirms
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

           SELECT LETTER-REPORT
               ASSIGN TO "D:\Cobol\VERIFYLTR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT
               ASSIGN TO "D:\Cobol\VERIFYEXC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *Cumulative log of every verification letter issued
           SELECT VERIFY-LOG-FILE
               ASSIGN TO "D:\Cobol\VERIFYLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS VLG-STATUS-WS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *One request per letter: the student, who the letter is
      *addressed to (blank for "TO WHOM IT MAY CONCERN") and the
      *addressee's recipient category
       FD  REQUEST-FILE-IN.
       01  REQUEST-RECORD-IN.
           05  VRQ-STUD-NUM-IN          PIC 9(6).
           05  FILLER                   PIC X(2).
           05  VRQ-ADDRESSEE-IN         PIC X(30).
           05  FILLER                   PIC X(2).
           05  VRQ-RECIPIENT-IN         PIC X(2).

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

       FD  LETTER-REPORT.
       01  LETTER-RECORD-OUT           PIC X(80).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-RECORD-OUT        PIC X(80).

      *One line per letter issued: run date, student, term, the
      *credit hours and load the letter stated, and the addressee
       FD  VERIFY-LOG-FILE.
       01  VERIFY-LOG-RECORD-OUT.
           05  VLG-DATE-OUT            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VLG-STUD-NUM-OUT        PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VLG-TERM-OUT            PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VLG-CREDITS-OUT         PIC 9(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VLG-LOAD-OUT            PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  VLG-ADDRESSEE-OUT       PIC X(30).

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
      *Run-control parameters - the file path and full-time credit
      *threshold this run uses, with the production values as
      *defaults when RUNPARM.TXT is absent
       01  RUN-PARAMETER-FIELDS.
           05  RUNPARM-STATUS-WS       PIC X(2).
           05  RUNPARM-EOF-FLAG        PIC X(1)  VALUE "N".
           05  STUFILE-IN-PATH-WS      PIC X(40)
                   VALUE "D:\Cobol\STUFILE_IN.TXT".
           05  FULL-TIME-CREDITS-WS    PIC 9(3)  VALUE 12.

      *PROGRAM TABLE
       COPY "PRG-TBL-STRUCTURE.CBL".

      *COURSE CREDIT-HOUR TABLE
       COPY "CRS-TBL-STRUCTURE.CBL".

      *The term's active registrations for the student in hand,
      *gathered before the letter is started
       01  TERM-COURSE-TABLE-WS.
           05  TERM-COURSE-ENTRY-WS OCCURS 20 TIMES.
               10  TC-COURSE-TBL-WS    PIC X(7).
               10  TC-TITLE-TBL-WS     PIC X(30).
               10  TC-CREDITS-TBL-WS   PIC 9(1).

      *LETTER LINES
       01  LETTERHEAD-WS.
           05  FILLER                  PIC X(23) VALUE
                   "OFFICE OF THE REGISTRAR".

       01  LETTER-TITLE-LINE-WS.
           05  FILLER                  PIC X(48) VALUE
                   "ENROLLMENT VERIFICATION".
           05  FILLER                  PIC X(6)  VALUE "DATE: ".
           05  LTR-RUN-DATE-OUT-WS     PIC X(10).

       01  LETTER-TO-LINE-WS.
           05  FILLER                  PIC X(4)  VALUE "TO: ".
           05  LTR-ADDRESSEE-OUT-WS    PIC X(30).

       01  LETTER-BODY-1-WS.
           05  FILLER                  PIC X(59) VALUE
               "THIS LETTER CONFIRMS THAT THE STUDENT NAMED BELOW IS ".
           05  FILLER                  PIC X(13) VALUE
                   "ENROLLED".

       01  LETTER-BODY-2-WS.
           05  FILLER                  PIC X(40) VALUE
               "AT THIS COLLEGE FOR THE ACADEMIC TERM ".
           05  LTR-TERM-OUT-WS         PIC X(5).
           05  FILLER                  PIC X(1)  VALUE ".".

       01  LETTER-STUDENT-LINE-WS.
           05  FILLER                  PIC X(16) VALUE "STUDENT:".
           05  LTR-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LTR-STUD-NAME-OUT-WS    PIC X(40).

       01  LETTER-PROGRAM-LINE-WS.
           05  FILLER                  PIC X(16) VALUE "PROGRAM:".
           05  LTR-PROGRAM-OUT-WS      PIC X(20).

       01  LETTER-STATUS-LINE-WS.
           05  FILLER                  PIC X(16) VALUE "STATUS:".
           05  LTR-STATUS-OUT-WS       PIC X(30).

       01  LETTER-ENROLLED-LINE-WS.
           05  FILLER                  PIC X(16) VALUE
                   "ENROLLED SINCE:".
           05  LTR-ENROLLED-OUT-WS     PIC X(10).

       01  LETTER-LOAD-LINE-WS.
           05  FILLER                  PIC X(16) VALUE "COURSE LOAD:".
           05  LTR-LOAD-OUT-WS         PIC X(10).
           05  FILLER                  PIC X(2)  VALUE " (".
           05  LTR-LOAD-CREDITS-OUT-WS PIC ZZ9.
           05  FILLER                  PIC X(14) VALUE
                   " CREDIT HOURS)".

       01  LETTER-COLUMN-HEADER-WS.
           05  FILLER  PIC X(9)  VALUE "COURSE".
           05  FILLER  PIC X(32) VALUE "TITLE".
           05  FILLER  PIC X(12) VALUE "CREDIT HOURS".

       01  LETTER-COURSE-LINE-WS.
           05  LTR-COURSE-OUT-WS       PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LTR-TITLE-OUT-WS        PIC X(30).
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  LTR-CREDITS-OUT-WS      PIC 9(1).

       01  LETTER-MORE-LINE-WS.
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
                   "AND FURTHER COURSES ".
           05  FILLER                  PIC X(30) VALUE
                   "INCLUDED IN THE TOTAL BELOW".

       01  LETTER-TOTAL-LINE-WS.
           05  FILLER                  PIC X(50) VALUE
                   "TOTAL CREDIT HOURS".
           05  LTR-TOTAL-OUT-WS        PIC ZZ9.

       01  LETTER-SIGNATURE-LINE-WS    PIC X(30) VALUE ALL "_".

       01  LETTER-SIGNED-LINE-WS.
           05  FILLER                  PIC X(9)  VALUE "REGISTRAR".

      *EXCEPTION LIST LINES
       01  EXCEPTION-HEADER-WS.
           05  FILLER                  PIC X(40) VALUE
                   "ENROLLMENT VERIFICATION EXCEPTIONS - ".
           05  FILLER                  PIC X(5)  VALUE "TERM ".
           05  EXC-TERM-HDR-OUT-WS     PIC X(5).

       01  EXCEPTION-LINE-WS.
           05  EXC-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXC-STUD-NAME-OUT-WS    PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXC-REASON-OUT-WS       PIC X(30).

       01  EXCEPTION-TOTAL-LINE-WS.
           05  FILLER                  PIC X(17) VALUE
                   "LETTERS ISSUED:  ".
           05  EXC-LETTERS-OUT-WS      PIC ZZZZZ9.
           05  FILLER                  PIC X(15) VALUE
                   "  EXCEPTIONS: ".
           05  EXC-COUNT-OUT-WS        PIC ZZZZZ9.

      *Dates as printed on the letter - YYYYMMDD split for the
      *YYYY-MM-DD form
       01  DATE-EDIT-FIELDS.
           05  DATE-IN-WS.
               10  DATE-IN-YYYY-WS     PIC X(4).
               10  DATE-IN-MM-WS       PIC X(2).
               10  DATE-IN-DD-WS       PIC X(2).
           05  DATE-OUT-WS.
               10  DATE-OUT-YYYY-WS    PIC X(4).
               10  FILLER              PIC X(1)  VALUE "-".
               10  DATE-OUT-MM-WS      PIC X(2).
               10  FILLER              PIC X(1)  VALUE "-".
               10  DATE-OUT-DD-WS      PIC X(2).

      *Term selection, registration gathering and run counters
       01  VERIFY-WORK-FIELDS.
           05  REQ-STATUS-WS           PIC X(2).
           05  REG-STATUS-WS           PIC X(2).
           05  VLG-STATUS-WS           PIC X(2).
           05  REQFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  REGFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  REG-DONE-FLAG           PIC X(1)  VALUE "N".
           05  RUN-TERM-CODE-WS        PIC X(5)  VALUE SPACES.
           05  RUN-DATE-WS             PIC X(8)  VALUE SPACES.
           05  TERM-COURSE-COUNT-WS    PIC 9(3)  VALUE ZERO.
           05  TERM-COURSE-SUB-WS      PIC 9(3)  VALUE ZERO.
           05  TERM-CREDITS-WS         PIC 9(3)  VALUE ZERO.
           05  LOAD-CODE-WS            PIC X(1)  VALUE SPACE.
           05  LETTER-COUNTER-WS       PIC 9(6)  VALUE ZERO.
           05  EXCEPTION-COUNTER-WS    PIC 9(6)  VALUE ZERO.

       01  CALENDAR-CHECK-FIELDS.
           05  CAL-STATUS-WS           PIC X(2).
           05  CAL-EOF-FLAG            PIC X(1)  VALUE "N".
           05  TERM-ON-CALENDAR-FLAG   PIC X(1)  VALUE "N".

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                 PIC X(3)  VALUE "NO ".
           05  EOF-TBL-FLAG             PIC X(3)  VALUE "NO ".
           05  EOF-CRS-TBL-FLAG         PIC X(3)  VALUE "NO ".
           05  FOUND-FLAG               PIC X(1)  VALUE "N".
           05  COURSE-FOUND-FLAG        PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD             PIC X(2).
           05  TBL-SUB                  PIC 9(3)  VALUE 1.
           05  CRS-TBL-SUB              PIC 9(3)  VALUE 1.
           05  MATCHED-CRS-SUB-WS       PIC 9(3)  VALUE ZERO.
           05  LOOKUP-CODE-WS           PIC X(7)  VALUE SPACES.
           05  SLOT-WEIGHT-WS           PIC 9(1)  VALUE 1.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Consent check and disclosure log request
       COPY "DSC-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PRINT A VERIFICATION LETTER FOR EVERY REQUESTED STUDENT
       100-PRINT-VERIFICATION-LETTERS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 314-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-VERIFY-RUN.
           PERFORM 202-PROCESS-ONE-REQUEST UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-VERIFY-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *The keyed term must be on the calendar; a term that is not
      *refuses the run. No request file means no letters asked for.
       201-INITIATE-VERIFY-RUN.
           DISPLAY "ENTER CURRENT TERM CODE (E.G. 2026F): ".
           ACCEPT RUN-TERM-CODE-WS.
           PERFORM 312-CHECK-TERM-ON-CALENDAR.
           IF TERM-ON-CALENDAR-FLAG NOT = "Y"
               DISPLAY "VERIFICATION LETTERS REFUSED - TERM "
                   RUN-TERM-CODE-WS
                   " IS NOT ON THE ACADEMIC CALENDAR "
                   "(SEE CALENDAR-MAINT)"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS TO DATE-IN-WS.
           PERFORM 311-EDIT-LETTER-DATE.
           MOVE DATE-OUT-WS TO LTR-RUN-DATE-OUT-WS.
           MOVE RUN-TERM-CODE-WS TO LTR-TERM-OUT-WS
                                    EXC-TERM-HDR-OUT-WS.
           OPEN INPUT  INDEXED-STUDENT-FILE
                       PROGRAM-FILE-IN
                       COURSE-FILE-IN
                OUTPUT LETTER-REPORT
                       EXCEPTION-REPORT.
           OPEN EXTEND VERIFY-LOG-FILE.
           IF VLG-STATUS-WS = "35"
               OPEN OUTPUT VERIFY-LOG-FILE
           END-IF.
           PERFORM 301-PRODUCE-PROGRAM-TBL
                   VARYING TBL-SUB FROM 1 BY 1
                   UNTIL TBL-SUB > 100 OR EOF-TBL-FLAG = "YES".
           PERFORM 302-PRODUCE-COURSE-TBL
                   VARYING CRS-TBL-SUB FROM 1 BY 1
                   UNTIL CRS-TBL-SUB > 200
                       OR EOF-CRS-TBL-FLAG = "YES".
      *The registration file may not exist yet at a site - a failed
      *open just means nobody has a current registration
           OPEN INPUT REGISTRATION-FILE.
           IF REG-STATUS-WS = "00"
               MOVE "Y" TO REGFILE-OPEN-FLAG
           END-IF.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-HEADER-WS.
           OPEN INPUT REQUEST-FILE-IN.
           IF REQ-STATUS-WS = "00"
               MOVE "Y" TO REQFILE-OPEN-FLAG
               PERFORM 303-READ-REQUEST-RECORD
           ELSE
               MOVE "YES" TO EOF-FLAG
           END-IF.

      *A request is refused onto the exception list for a student
      *not on file, withdrawn, or not registered in the term
       202-PROCESS-ONE-REQUEST.
           MOVE VRQ-STUD-NUM-IN TO STUD-NUM-OUT.
           IF VRQ-STUD-NUM-IN = ZERO OR VRQ-STUD-NUM-IN = 999999
               MOVE "N" TO FOUND-FLAG
           ELSE
               READ INDEXED-STUDENT-FILE
                   INVALID KEY MOVE "N" TO FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
               END-READ
           END-IF.
           IF FOUND-FLAG = "N"
               MOVE SPACES TO EXC-STUD-NAME-OUT-WS
               MOVE "STUDENT NOT ON FILE" TO EXC-REASON-OUT-WS
               PERFORM 308-WRITE-EXCEPTION-LINE
           ELSE
               IF STUDENT-STATUS-OUT = "W"
                   MOVE STUD-NAME-OUT TO EXC-STUD-NAME-OUT-WS
                   MOVE "STUDENT HAS WITHDRAWN" TO EXC-REASON-OUT-WS
                   PERFORM 308-WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM 304-GATHER-TERM-COURSES
                   IF TERM-COURSE-COUNT-WS = ZERO
                       MOVE STUD-NAME-OUT TO EXC-STUD-NAME-OUT-WS
                       MOVE "NO REGISTRATIONS THIS TERM"
                           TO EXC-REASON-OUT-WS
                       PERFORM 308-WRITE-EXCEPTION-LINE
                   ELSE
                       PERFORM 318-CHECK-LETTER-RELEASE
                   END-IF
               END-IF
           END-IF.
           PERFORM 303-READ-REQUEST-RECORD.

       203-TERMINATE-VERIFY-RUN.
           MOVE LETTER-COUNTER-WS    TO EXC-LETTERS-OUT-WS.
           MOVE EXCEPTION-COUNTER-WS TO EXC-COUNT-OUT-WS.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           DISPLAY "VERIFICATION LETTERS ISSUED: " LETTER-COUNTER-WS.
           DISPLAY "REQUESTS ON EXCEPTION LIST: " EXCEPTION-COUNTER-WS.
           IF REQFILE-OPEN-FLAG = "Y"
               CLOSE REQUEST-FILE-IN
           END-IF.
           CLOSE INDEXED-STUDENT-FILE
                 PROGRAM-FILE-IN
                 COURSE-FILE-IN
                 LETTER-REPORT
                 EXCEPTION-REPORT
                 VERIFY-LOG-FILE.
           IF REGFILE-OPEN-FLAG = "Y"
               CLOSE REGISTRATION-FILE
           END-IF.
           MOVE "C" TO DSC-REQ-FUNCTION-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.

       301-PRODUCE-PROGRAM-TBL.
           READ PROGRAM-FILE-IN INTO PROGRAM-TBL-RTN(TBL-SUB)
                  AT END MOVE "YES" TO EOF-TBL-FLAG.

       302-PRODUCE-COURSE-TBL.
           READ COURSE-FILE-IN INTO COURSE-TBL-RTN(CRS-TBL-SUB)
                  AT END MOVE "YES" TO EOF-CRS-TBL-FLAG.

       303-READ-REQUEST-RECORD.
           READ REQUEST-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      *Collect the student's active ("R") registrations in the term,
      *with titles and credit hours; every one counts toward the
      *total even past the lines the letter has room for
       304-GATHER-TERM-COURSES.
           MOVE ZERO TO TERM-COURSE-COUNT-WS TERM-CREDITS-WS.
           IF REGFILE-OPEN-FLAG = "Y"
               MOVE "N" TO REG-DONE-FLAG
               MOVE STUD-NUM-OUT TO REG-STUD-NUM
               MOVE LOW-VALUES TO REG-COURSE-CODE
               START REGISTRATION-FILE KEY IS NOT LESS THAN REG-KEY
                   INVALID KEY MOVE "Y" TO REG-DONE-FLAG
               END-START
               PERFORM 305-GATHER-NEXT-REGISTRATION
                   UNTIL REG-DONE-FLAG = "Y"
           END-IF.

       305-GATHER-NEXT-REGISTRATION.
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE "Y" TO REG-DONE-FLAG
               NOT AT END
                   IF REG-STUD-NUM NOT = STUD-NUM-OUT
                       MOVE "Y" TO REG-DONE-FLAG
                   ELSE
                       IF REG-TERM = RUN-TERM-CODE-WS
                           AND REG-STATUS = "R"
                           PERFORM 313-ADD-TERM-COURSE
                       END-IF
                   END-IF
           END-READ.

       313-ADD-TERM-COURSE.
           MOVE REG-COURSE-CODE TO LOOKUP-CODE-WS.
           PERFORM 401-SEARCH-COURSE-TABLE.
           ADD 1 TO TERM-COURSE-COUNT-WS.
           ADD SLOT-WEIGHT-WS TO TERM-CREDITS-WS.
           IF TERM-COURSE-COUNT-WS NOT > 20
               MOVE REG-COURSE-CODE
                   TO TC-COURSE-TBL-WS(TERM-COURSE-COUNT-WS)
               MOVE SLOT-WEIGHT-WS
                   TO TC-CREDITS-TBL-WS(TERM-COURSE-COUNT-WS)
               MOVE SPACES TO TC-TITLE-TBL-WS(TERM-COURSE-COUNT-WS)
               IF COURSE-FOUND-FLAG = "YES"
                   MOVE COURSE-TITLE-TBL-WS(MATCHED-CRS-SUB-WS)
                       TO TC-TITLE-TBL-WS(TERM-COURSE-COUNT-WS)
               END-IF
           END-IF.

      *Credit hours from the course master, defaulting to 1 the way
      *CAL-AVERAGE does for a course missing or without hours
       401-SEARCH-COURSE-TABLE.
           MOVE 1 TO SLOT-WEIGHT-WS.
           MOVE "NO " TO COURSE-FOUND-FLAG.
           PERFORM 402-MATCH-COURSE-CODE
               VARYING CRS-TBL-SUB FROM 1 BY 1
               UNTIL CRS-TBL-SUB > 200 OR COURSE-FOUND-FLAG = "YES".
           IF COURSE-FOUND-FLAG = "YES"
               IF COURSE-CREDIT-TBL-WS(MATCHED-CRS-SUB-WS) > ZERO
                   MOVE COURSE-CREDIT-TBL-WS(MATCHED-CRS-SUB-WS)
                       TO SLOT-WEIGHT-WS
               END-IF
           END-IF.

       402-MATCH-COURSE-CODE.
           IF LOOKUP-CODE-WS = COURSE-CODE-TBL-WS(CRS-TBL-SUB)
               MOVE "YES" TO COURSE-FOUND-FLAG
               MOVE CRS-TBL-SUB TO MATCHED-CRS-SUB-WS
           END-IF.

      *One letter per page: letterhead, addressee, confirmation,
      *the student's particulars and load, the term's courses, and
      *the registrar's signature block
       306-WRITE-VERIFICATION-LETTER.
           IF VRQ-ADDRESSEE-IN = SPACES
               MOVE "TO WHOM IT MAY CONCERN" TO LTR-ADDRESSEE-OUT-WS
           ELSE
               MOVE VRQ-ADDRESSEE-IN TO LTR-ADDRESSEE-OUT-WS
           END-IF.
           MOVE STUD-NUM-OUT  TO LTR-STUD-NUM-OUT-WS.
           MOVE STUD-NAME-OUT TO LTR-STUD-NAME-OUT-WS.
           MOVE SPACES TO LTR-PROGRAM-OUT-WS.
           PERFORM 403-LOOKUP-PROGRAM-NAME
               VARYING TBL-SUB FROM 1 BY 1 UNTIL TBL-SUB > 100.
           IF LTR-PROGRAM-OUT-WS = SPACES
               MOVE PROGRAM-OF-STUDY-OUT TO LTR-PROGRAM-OUT-WS
           END-IF.
           PERFORM 307-DESCRIBE-STUDENT-STATUS.
           MOVE ENROLLMENT-DATE-OUT TO DATE-IN-WS.
           PERFORM 311-EDIT-LETTER-DATE.
           MOVE DATE-OUT-WS TO LTR-ENROLLED-OUT-WS.
           IF TERM-CREDITS-WS >= FULL-TIME-CREDITS-WS
               MOVE "F" TO LOAD-CODE-WS
               MOVE "FULL-TIME" TO LTR-LOAD-OUT-WS
           ELSE
               MOVE "P" TO LOAD-CODE-WS
               MOVE "PART-TIME" TO LTR-LOAD-OUT-WS
           END-IF.
           MOVE TERM-CREDITS-WS TO LTR-LOAD-CREDITS-OUT-WS
                                   LTR-TOTAL-OUT-WS.
           WRITE LETTER-RECORD-OUT FROM LETTERHEAD-WS
               AFTER ADVANCING PAGE.
           WRITE LETTER-RECORD-OUT FROM LETTER-TITLE-LINE-WS
               AFTER ADVANCING 1 LINES.
           WRITE LETTER-RECORD-OUT FROM LETTER-TO-LINE-WS
               AFTER ADVANCING 3 LINES.
           WRITE LETTER-RECORD-OUT FROM LETTER-BODY-1-WS
               AFTER ADVANCING 2 LINES.
           WRITE LETTER-RECORD-OUT FROM LETTER-BODY-2-WS
               AFTER ADVANCING 1 LINES.
           WRITE LETTER-RECORD-OUT FROM LETTER-STUDENT-LINE-WS
               AFTER ADVANCING 2 LINES.
           WRITE LETTER-RECORD-OUT FROM LETTER-PROGRAM-LINE-WS
               AFTER ADVANCING 1 LINES.
           WRITE LETTER-RECORD-OUT FROM LETTER-STATUS-LINE-WS
               AFTER ADVANCING 1 LINES.
           WRITE LETTER-RECORD-OUT FROM LETTER-ENROLLED-LINE-WS
               AFTER ADVANCING 1 LINES.
           WRITE LETTER-RECORD-OUT FROM LETTER-LOAD-LINE-WS
               AFTER ADVANCING 1 LINES.
           WRITE LETTER-RECORD-OUT FROM LETTER-COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 309-WRITE-COURSE-LINE
               VARYING TERM-COURSE-SUB-WS FROM 1 BY 1
               UNTIL TERM-COURSE-SUB-WS > TERM-COURSE-COUNT-WS
                   OR TERM-COURSE-SUB-WS > 20.
           IF TERM-COURSE-COUNT-WS > 20
               WRITE LETTER-RECORD-OUT FROM LETTER-MORE-LINE-WS
                   AFTER ADVANCING 1 LINES
           END-IF.
           WRITE LETTER-RECORD-OUT FROM LETTER-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           WRITE LETTER-RECORD-OUT FROM LETTER-SIGNATURE-LINE-WS
               AFTER ADVANCING 4 LINES.
           WRITE LETTER-RECORD-OUT FROM LETTER-SIGNED-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO LETTER-COUNTER-WS.

       403-LOOKUP-PROGRAM-NAME.
           IF PROGRAM-OF-STUDY-OUT = PROGRAM-CODE-TBL-WS(TBL-SUB)
               MOVE PROGRAM-NAME-TBL-WS(TBL-SUB)
                   TO LTR-PROGRAM-OUT-WS
           END-IF.

      *The status byte in words for a reader outside the college
       307-DESCRIBE-STUDENT-STATUS.
           EVALUATE STUDENT-STATUS-OUT
               WHEN "A"
                   MOVE "ACTIVE - GOOD STANDING" TO LTR-STATUS-OUT-WS
               WHEN "P"
                   MOVE "ACTIVE - ACADEMIC PROBATION"
                       TO LTR-STATUS-OUT-WS
               WHEN "H"
                   MOVE "ACTIVE - HONOURS" TO LTR-STATUS-OUT-WS
               WHEN "G"
                   MOVE "GRADUATED" TO LTR-STATUS-OUT-WS
               WHEN OTHER
                   MOVE "ACTIVE" TO LTR-STATUS-OUT-WS
           END-EVALUATE.

       309-WRITE-COURSE-LINE.
           MOVE TC-COURSE-TBL-WS(TERM-COURSE-SUB-WS)
               TO LTR-COURSE-OUT-WS.
           MOVE TC-TITLE-TBL-WS(TERM-COURSE-SUB-WS)
               TO LTR-TITLE-OUT-WS.
           MOVE TC-CREDITS-TBL-WS(TERM-COURSE-SUB-WS)
               TO LTR-CREDITS-OUT-WS.
           WRITE LETTER-RECORD-OUT FROM LETTER-COURSE-LINE-WS
               AFTER ADVANCING 1 LINES.

       308-WRITE-EXCEPTION-LINE.
           MOVE VRQ-STUD-NUM-IN TO EXC-STUD-NUM-OUT-WS.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO EXCEPTION-COUNTER-WS.

       310-LOG-LETTER-ISSUED.
           MOVE SPACES           TO VERIFY-LOG-RECORD-OUT.
           MOVE RUN-DATE-WS      TO VLG-DATE-OUT.
           MOVE STUD-NUM-OUT     TO VLG-STUD-NUM-OUT.
           MOVE RUN-TERM-CODE-WS TO VLG-TERM-OUT.
           MOVE TERM-CREDITS-WS  TO VLG-CREDITS-OUT.
           MOVE LOAD-CODE-WS     TO VLG-LOAD-OUT.
           MOVE LTR-ADDRESSEE-OUT-WS TO VLG-ADDRESSEE-OUT.
           WRITE VERIFY-LOG-RECORD-OUT.

      *The letter goes out only when the student has consented to
      *its addressee; the request is logged as a disclosure either
      *way
       318-CHECK-LETTER-RELEASE.
           MOVE "D"              TO DSC-REQ-FUNCTION-WS.
           MOVE VRQ-STUD-NUM-IN  TO DSC-REQ-STUD-NUM-WS.
           MOVE VRQ-RECIPIENT-IN TO DSC-REQ-RECIPIENT-WS.
           IF VRQ-ADDRESSEE-IN = SPACES
               MOVE "ST" TO DSC-REQ-RECIPIENT-WS
               MOVE "STUDENT" TO DSC-REQ-SENT-TO-WS
           ELSE
               MOVE VRQ-ADDRESSEE-IN TO DSC-REQ-SENT-TO-WS
               IF VRQ-RECIPIENT-IN = SPACES
                   MOVE "OT" TO DSC-REQ-RECIPIENT-WS
               END-IF
           END-IF.
           MOVE "ENROLLMENT LETTER" TO DSC-REQ-DATA-WS.
           MOVE "ENROLL-VERIFY"    TO DSC-REQ-PROGRAM-WS.
           MOVE "BATCH"            TO DSC-REQ-OPERATOR-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.
           IF DSC-REQ-RELEASED-WS = "Y"
               PERFORM 306-WRITE-VERIFICATION-LETTER
               PERFORM 310-LOG-LETTER-ISSUED
           ELSE
               MOVE STUD-NAME-OUT TO EXC-STUD-NAME-OUT-WS
               MOVE "NO CONSENT TO RELEASE TO PARTY"
                   TO EXC-REASON-OUT-WS
               PERFORM 308-WRITE-EXCEPTION-LINE
           END-IF.

       311-EDIT-LETTER-DATE.
           MOVE DATE-IN-YYYY-WS TO DATE-OUT-YYYY-WS.
           MOVE DATE-IN-MM-WS   TO DATE-OUT-MM-WS.
           MOVE DATE-IN-DD-WS   TO DATE-OUT-DD-WS.

       312-CHECK-TERM-ON-CALENDAR.
           MOVE "N" TO TERM-ON-CALENDAR-FLAG.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-WS = "00"
               PERFORM 315-MATCH-ONE-CALENDAR-TERM
                   UNTIL CAL-EOF-FLAG = "Y"
                       OR TERM-ON-CALENDAR-FLAG = "Y"
               CLOSE CALENDAR-FILE-IN
           END-IF.

       315-MATCH-ONE-CALENDAR-TERM.
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
               WHEN "FULL-TIME-CREDITS   "
                   IF PARM-VALUE-9-IN IS NUMERIC
                       AND PARM-VALUE-9-IN > ZERO
                       AND PARM-VALUE-9-IN < 1000
                       MOVE PARM-VALUE-9-IN TO FULL-TIME-CREDITS-WS
                   END-IF
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "ENROLL-VERIFY" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               LETTER-COUNTER-WS + EXCEPTION-COUNTER-WS.
           MOVE LETTER-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE EXCEPTION-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM ENROLL-VERIFY.
