      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *PER-INSTRUCTOR CLASS LIST. FACULTY HAD TO ASK THE OFFICE FOR
      *THEIR ROSTERS EVERY TERM. FOR ONE OPERATOR-KEYED TERM THIS RUN
      *WALKS THE REGISTRATION FILE (REGFILE.TXT), MATCHES EVERY
      *ACTIVE OR INCOMPLETE REGISTRATION TO THE INSTRUCTORS ASSIGNED
      *TO THAT COURSE FOR THE TERM ON TEACHASN.TXT (SEE
      *INSTRUCTOR-MAINT), AND PRINTS A CLASS LIST (CLASSLIST.TXT)
      *WITH A PAGE PER INSTRUCTOR - NAME, DEPARTMENT, AND EMAIL FROM
      *THE INSTRUCTOR MASTER - AND A ROSTER PER COURSE WITH THE TITLE
      *FROM COURSE.TXT AND EACH STUDENT'S NAME FROM THE STUDENT FILE.
      *A TEAM-TAUGHT COURSE PRINTS ON EVERY ASSIGNED INSTRUCTOR'S
      *PAGE. REGISTRATIONS IN A COURSE WITH NOBODY ASSIGNED GROUP AT
      *THE END UNDER "NO INSTRUCTOR ASSIGNED", THE WAY
      *COURSE-ENROLL-RPT GROUPS CODES NOT ON THE COURSE MASTER.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTOR-CLASS-LIST.
       DATE-WRITTEN. 07-OCT-2026.

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

           SELECT INSTRUCTOR-FILE
               ASSIGN TO "D:\Cobol\INSTRUCT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS INS-STATUS-WS.

           SELECT ASSIGNMENT-FILE
               ASSIGN TO "D:\Cobol\TEACHASN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ASN-STATUS-WS.

           SELECT COURSE-FILE-IN
               ASSIGN TO "D:\COBOL\COURSE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK10".

           SELECT CLASS-LIST-REPORT
               ASSIGN TO "D:\Cobol\CLASSLIST.TXT"
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

       FD  INSTRUCTOR-FILE.
       01  INSTRUCTOR-RECORD.
           05  INS-ID-IN               PIC X(6).
           05  INS-NAME-IN             PIC X(30).
           05  INS-DEPT-IN             PIC X(4).
           05  INS-EMAIL-IN            PIC X(40).

       FD  ASSIGNMENT-FILE.
       01  ASSIGNMENT-RECORD.
           05  ASN-INSTRUCTOR-IN       PIC X(6).
           05  ASN-COURSE-CODE-IN      PIC X(7).
           05  ASN-TERM-IN             PIC X(5).

       FD  COURSE-FILE-IN.
       01  COURSE-RECORD.
           05  COURSE-CODE-IN      PIC X(7).
           05  COURSE-TITLE-IN     PIC X(30).
           05  COURSE-DEPT-IN      PIC X(4).
           05  COURSE-CREDIT-IN    PIC 9(1).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD-WS.
           05  SORT-INS-NAME-WS        PIC X(30).
           05  SORT-INS-ID-WS          PIC X(6).
           05  SORT-COURSE-WS          PIC X(7).
           05  SORT-STUD-NAME-WS       PIC X(40).
           05  SORT-STUD-NUM-WS        PIC 9(6).
           05  SORT-STATUS-WS          PIC X(1).

       FD  CLASS-LIST-REPORT.
       01  CLASS-LIST-RECORD-OUT       PIC X(80).

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

      *INSTRUCTOR MASTER, TEACHING ASSIGNMENT, AND COURSE TABLES
       COPY "INS-TBL-STRUCTURE.CBL".

       COPY "ASN-TBL-STRUCTURE.CBL".

       COPY "CRS-TBL-STRUCTURE.CBL".

      *REPORT LINES
       01  PAGE-HEADER-WS.
           05  FILLER                  PIC X(20) VALUE
                   "CLASS LIST  - TERM: ".
           05  HDR-TERM-OUT-WS         PIC X(5).

       01  INSTRUCTOR-HEADING-LINE-WS.
           05  FILLER                  PIC X(12) VALUE "INSTRUCTOR: ".
           05  HDG-INS-ID-OUT-WS       PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HDG-INS-NAME-OUT-WS     PIC X(30).
           05  FILLER                  PIC X(8)  VALUE "  DEPT: ".
           05  HDG-INS-DEPT-OUT-WS     PIC X(4).

       01  INSTRUCTOR-EMAIL-LINE-WS.
           05  FILLER                  PIC X(12) VALUE "EMAIL:      ".
           05  HDG-INS-EMAIL-OUT-WS    PIC X(40).

       01  COURSE-HEADING-LINE-WS.
           05  FILLER                  PIC X(8)  VALUE "COURSE: ".
           05  HDG-COURSE-OUT-WS       PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HDG-TITLE-OUT-WS        PIC X(30).

       01  COLUMN-HEADER-WS.
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(9)  VALUE "STUDENT".
           05  FILLER  PIC X(42) VALUE "NAME".
           05  FILLER  PIC X(6)  VALUE "STATUS".

       01  DETAIL-LINE-WS.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DET-STUD-NAME-OUT-WS    PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DET-STATUS-OUT-WS       PIC X(10).

       01  COURSE-COUNT-LINE-WS.
           05  FILLER                  PIC X(12) VALUE
                   "  STUDENTS: ".
           05  CRS-COUNT-OUT-WS        PIC ZZZ9.

       01  RUN-TOTAL-LINE-WS.
           05  FILLER                  PIC X(24) VALUE
                   "REGISTRATIONS LISTED:   ".
           05  TOT-LISTED-OUT-WS       PIC ZZZZZ9.
           05  FILLER                  PIC X(18) VALUE
                   "  NO INSTRUCTOR:  ".
           05  TOT-UNASSIGNED-OUT-WS   PIC ZZZZZ9.

      *Matching and grouping work fields
       01  LIST-WORK-FIELDS.
           05  REG-STATUS-WS           PIC X(2).
           05  STATUS-FIELD            PIC X(2).
           05  INS-STATUS-WS           PIC X(2).
           05  ASN-STATUS-WS           PIC X(2).
           05  RUN-TERM-CODE-WS        PIC X(5)  VALUE SPACES.
           05  INS-EOF-FLAG            PIC X(1)  VALUE "N".
           05  ASN-EOF-FLAG            PIC X(1)  VALUE "N".
           05  CRS-EOF-FLAG            PIC X(1)  VALUE "N".
           05  STUFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  REGFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  INSTRUCTOR-FOUND-FLAG   PIC X(1)  VALUE "N".
           05  INS-SUB                 PIC 9(3)  VALUE 1.
           05  INS-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  INS-MATCH-SUB-WS        PIC 9(3)  VALUE ZERO.
           05  ASN-SUB                 PIC 9(3)  VALUE 1.
           05  ASN-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  CRS-SUB                 PIC 9(3)  VALUE 1.
           05  CRS-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  STUDENT-NAME-WS         PIC X(40) VALUE SPACES.
           05  GROUP-INS-ID-WS         PIC X(6)  VALUE SPACES.
           05  GROUP-COURSE-WS         PIC X(7)  VALUE SPACES.
           05  GROUP-STARTED-FLAG      PIC X(1)  VALUE "N".
           05  COURSE-STUDENTS-WS      PIC 9(4)  VALUE ZERO.
           05  LISTED-COUNTER-WS       PIC 9(6)  VALUE ZERO.
           05  UNASSIGNED-COUNTER-WS   PIC 9(6)  VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  EOF-SORT-FLAG           PIC X(3)  VALUE "NO ".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PRINT EACH INSTRUCTOR'S CLASS LISTS FOR THE KEYED TERM
       100-PRINT-INSTRUCTOR-CLASS-LISTS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 316-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-CLASS-LIST.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-INS-NAME-WS
               ON ASCENDING KEY SORT-INS-ID-WS
               ON ASCENDING KEY SORT-COURSE-WS
               ON ASCENDING KEY SORT-STUD-NAME-WS
               INPUT PROCEDURE IS 301-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 302-WRITE-CLASS-LISTS.
           PERFORM 203-TERMINATE-CLASS-LIST.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-CLASS-LIST.
           DISPLAY "ENTER TERM CODE FOR CLASS LISTS (E.G. 2026F): ".
           ACCEPT RUN-TERM-CODE-WS.
           PERFORM 303-LOAD-INSTRUCTOR-TABLE.
           PERFORM 305-LOAD-ASSIGNMENT-TABLE.
           PERFORM 307-LOAD-COURSE-TABLE.
           OPEN OUTPUT CLASS-LIST-REPORT.
           MOVE RUN-TERM-CODE-WS TO HDR-TERM-OUT-WS.
           WRITE CLASS-LIST-RECORD-OUT FROM PAGE-HEADER-WS.

       203-TERMINATE-CLASS-LIST.
           MOVE LISTED-COUNTER-WS     TO TOT-LISTED-OUT-WS.
           MOVE UNASSIGNED-COUNTER-WS TO TOT-UNASSIGNED-OUT-WS.
           WRITE CLASS-LIST-RECORD-OUT FROM RUN-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           CLOSE CLASS-LIST-REPORT.
           DISPLAY "REGISTRATIONS LISTED: " LISTED-COUNTER-WS.
           DISPLAY "WITH NO INSTRUCTOR ASSIGNED: "
               UNASSIGNED-COUNTER-WS.
           DISPLAY "INSTRUCTOR CLASS LISTS COMPLETE".

      *Only the keyed term's assignments matter to this run
       303-LOAD-INSTRUCTOR-TABLE.
           OPEN INPUT INSTRUCTOR-FILE.
           IF INS-STATUS-WS = "00"
               PERFORM 304-LOAD-ONE-INSTRUCTOR
                   UNTIL INS-EOF-FLAG = "Y" OR INS-COUNT-WS >= 200
               CLOSE INSTRUCTOR-FILE
           END-IF.

       304-LOAD-ONE-INSTRUCTOR.
           READ INSTRUCTOR-FILE
               AT END MOVE "Y" TO INS-EOF-FLAG
               NOT AT END
                   ADD 1 TO INS-COUNT-WS
                   MOVE INSTRUCTOR-RECORD
                       TO INSTRUCTOR-TBL-RTN(INS-COUNT-WS)
           END-READ.

       305-LOAD-ASSIGNMENT-TABLE.
           OPEN INPUT ASSIGNMENT-FILE.
           IF ASN-STATUS-WS = "00"
               PERFORM 306-LOAD-ONE-ASSIGNMENT
                   UNTIL ASN-EOF-FLAG = "Y" OR ASN-COUNT-WS >= 500
               CLOSE ASSIGNMENT-FILE
           END-IF.

       306-LOAD-ONE-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE "Y" TO ASN-EOF-FLAG
               NOT AT END
                   IF ASN-TERM-IN = RUN-TERM-CODE-WS
                       ADD 1 TO ASN-COUNT-WS
                       MOVE ASSIGNMENT-RECORD
                           TO ASSIGNMENT-TBL-RTN(ASN-COUNT-WS)
                   END-IF
           END-READ.

       307-LOAD-COURSE-TABLE.
           OPEN INPUT COURSE-FILE-IN.
           PERFORM 308-LOAD-ONE-COURSE
               UNTIL CRS-EOF-FLAG = "Y" OR CRS-COUNT-WS >= 200.
           CLOSE COURSE-FILE-IN.

       308-LOAD-ONE-COURSE.
           READ COURSE-FILE-IN
               AT END MOVE "Y" TO CRS-EOF-FLAG
               NOT AT END
                   ADD 1 TO CRS-COUNT-WS
                   MOVE COURSE-RECORD TO COURSE-TBL-RTN(CRS-COUNT-WS)
           END-READ.

      *SORT input procedure: one record per registration per
      *assigned instructor; a missing registration file just prints
      *an empty list
       301-LOAD-SORT-FILE.
           OPEN INPUT INDEXED-STUDENT-FILE.
           IF STATUS-FIELD = "00"
               MOVE "Y" TO STUFILE-OPEN-FLAG
           END-IF.
           OPEN INPUT REGISTRATION-FILE.
           IF REG-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-FLAG
           ELSE
               MOVE "Y" TO REGFILE-OPEN-FLAG
               PERFORM 309-READ-REGISTRATION
           END-IF.
           PERFORM 310-RELEASE-ONE-REGISTRATION
               UNTIL EOF-FLAG = "YES".
           IF REGFILE-OPEN-FLAG = "Y"
               CLOSE REGISTRATION-FILE
           END-IF.
           IF STUFILE-OPEN-FLAG = "Y"
               CLOSE INDEXED-STUDENT-FILE
           END-IF.

       309-READ-REGISTRATION.
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      *Only the keyed term's active ("R") and incomplete ("I") rows
      *are in the class; withdrawals are not
       310-RELEASE-ONE-REGISTRATION.
           IF REG-TERM = RUN-TERM-CODE-WS
               AND (REG-STATUS = "R" OR REG-STATUS = "I")
               PERFORM 311-LOOKUP-STUDENT-NAME
               MOVE "N" TO INSTRUCTOR-FOUND-FLAG
               PERFORM 312-RELEASE-FOR-ASSIGNMENT
                   VARYING ASN-SUB FROM 1 BY 1
                   UNTIL ASN-SUB > ASN-COUNT-WS
               IF INSTRUCTOR-FOUND-FLAG = "N"
                   MOVE HIGH-VALUES      TO SORT-INS-NAME-WS
                   MOVE "??????"         TO SORT-INS-ID-WS
                   PERFORM 313-RELEASE-SORT-RECORD
                   ADD 1 TO UNASSIGNED-COUNTER-WS
               END-IF
           END-IF.
           PERFORM 309-READ-REGISTRATION.

       311-LOOKUP-STUDENT-NAME.
           MOVE "NOT ON STUDENT FILE" TO STUDENT-NAME-WS.
           IF STUFILE-OPEN-FLAG = "Y"
               MOVE REG-STUD-NUM TO STUD-NUM-OUT
               READ INDEXED-STUDENT-FILE
                   NOT INVALID KEY
                       MOVE STUD-NAME-OUT TO STUDENT-NAME-WS
               END-READ
           END-IF.

       312-RELEASE-FOR-ASSIGNMENT.
           IF ASN-COURSE-TBL-WS(ASN-SUB) = REG-COURSE-CODE
               MOVE "Y" TO INSTRUCTOR-FOUND-FLAG
               MOVE ASN-INSTRUCTOR-TBL-WS(ASN-SUB) TO SORT-INS-ID-WS
               PERFORM 314-FIND-INSTRUCTOR
               IF INS-MATCH-SUB-WS > ZERO
                   MOVE INS-NAME-TBL-WS(INS-MATCH-SUB-WS)
                       TO SORT-INS-NAME-WS
               ELSE
                   MOVE "NOT ON INSTRUCTOR MASTER"
                       TO SORT-INS-NAME-WS
               END-IF
               PERFORM 313-RELEASE-SORT-RECORD
               ADD 1 TO LISTED-COUNTER-WS
           END-IF.

       313-RELEASE-SORT-RECORD.
           MOVE REG-COURSE-CODE TO SORT-COURSE-WS.
           MOVE STUDENT-NAME-WS TO SORT-STUD-NAME-WS.
           MOVE REG-STUD-NUM    TO SORT-STUD-NUM-WS.
           MOVE REG-STATUS      TO SORT-STATUS-WS.
           RELEASE SORT-RECORD-WS.

       314-FIND-INSTRUCTOR.
           MOVE ZERO TO INS-MATCH-SUB-WS.
           PERFORM 401-MATCH-INSTRUCTOR-ID
               VARYING INS-SUB FROM 1 BY 1
               UNTIL INS-SUB > INS-COUNT-WS
                   OR INS-MATCH-SUB-WS > ZERO.

       401-MATCH-INSTRUCTOR-ID.
           IF INS-ID-TBL-WS(INS-SUB) = SORT-INS-ID-WS
               MOVE INS-SUB TO INS-MATCH-SUB-WS
           END-IF.

      *SORT output procedure: a new page for each instructor and a
      *roster heading for each of their courses
       302-WRITE-CLASS-LISTS.
           PERFORM 315-RETURN-SORT-RECORD.
           PERFORM 317-WRITE-ONE-STUDENT
               UNTIL EOF-SORT-FLAG = "YES".
           IF GROUP-STARTED-FLAG = "Y"
               PERFORM 320-WRITE-COURSE-COUNT
           END-IF.

       315-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO EOF-SORT-FLAG
           END-RETURN.

       317-WRITE-ONE-STUDENT.
           IF GROUP-STARTED-FLAG = "N"
               OR SORT-INS-ID-WS NOT = GROUP-INS-ID-WS
               IF GROUP-STARTED-FLAG = "Y"
                   PERFORM 320-WRITE-COURSE-COUNT
               END-IF
               PERFORM 318-WRITE-INSTRUCTOR-HEADING
               PERFORM 319-WRITE-COURSE-HEADING
           ELSE
               IF SORT-COURSE-WS NOT = GROUP-COURSE-WS
                   PERFORM 320-WRITE-COURSE-COUNT
                   PERFORM 319-WRITE-COURSE-HEADING
               END-IF
           END-IF.
           MOVE SORT-STUD-NUM-WS  TO DET-STUD-NUM-OUT-WS.
           MOVE SORT-STUD-NAME-WS TO DET-STUD-NAME-OUT-WS.
           IF SORT-STATUS-WS = "I"
               MOVE "INCOMPLETE" TO DET-STATUS-OUT-WS
           ELSE
               MOVE "ACTIVE"     TO DET-STATUS-OUT-WS
           END-IF.
           WRITE CLASS-LIST-RECORD-OUT FROM DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO COURSE-STUDENTS-WS.
           PERFORM 315-RETURN-SORT-RECORD.

       318-WRITE-INSTRUCTOR-HEADING.
           MOVE SORT-INS-ID-WS TO GROUP-INS-ID-WS.
           MOVE "Y" TO GROUP-STARTED-FLAG.
           MOVE SORT-INS-ID-WS TO HDG-INS-ID-OUT-WS.
           MOVE SPACES TO HDG-INS-DEPT-OUT-WS HDG-INS-EMAIL-OUT-WS.
           IF SORT-INS-ID-WS = "??????"
               MOVE "NO INSTRUCTOR ASSIGNED" TO HDG-INS-NAME-OUT-WS
           ELSE
               MOVE SORT-INS-NAME-WS TO HDG-INS-NAME-OUT-WS
               PERFORM 314-FIND-INSTRUCTOR
               IF INS-MATCH-SUB-WS > ZERO
                   MOVE INS-DEPT-TBL-WS(INS-MATCH-SUB-WS)
                       TO HDG-INS-DEPT-OUT-WS
                   MOVE INS-EMAIL-TBL-WS(INS-MATCH-SUB-WS)
                       TO HDG-INS-EMAIL-OUT-WS
               END-IF
           END-IF.
           WRITE CLASS-LIST-RECORD-OUT FROM INSTRUCTOR-HEADING-LINE-WS
               AFTER ADVANCING PAGE.
           WRITE CLASS-LIST-RECORD-OUT FROM INSTRUCTOR-EMAIL-LINE-WS
               AFTER ADVANCING 1 LINES.

       319-WRITE-COURSE-HEADING.
           MOVE SORT-COURSE-WS TO GROUP-COURSE-WS.
           MOVE SORT-COURSE-WS TO HDG-COURSE-OUT-WS.
           MOVE "NOT ON COURSE MASTER" TO HDG-TITLE-OUT-WS.
           PERFORM 402-MATCH-COURSE-TITLE
               VARYING CRS-SUB FROM 1 BY 1
               UNTIL CRS-SUB > CRS-COUNT-WS.
           WRITE CLASS-LIST-RECORD-OUT FROM COURSE-HEADING-LINE-WS
               AFTER ADVANCING 2 LINES.
           WRITE CLASS-LIST-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 1 LINES.

       402-MATCH-COURSE-TITLE.
           IF COURSE-CODE-TBL-WS(CRS-SUB) = SORT-COURSE-WS
               MOVE COURSE-TITLE-TBL-WS(CRS-SUB) TO HDG-TITLE-OUT-WS
           END-IF.

       320-WRITE-COURSE-COUNT.
           MOVE COURSE-STUDENTS-WS TO CRS-COUNT-OUT-WS.
           WRITE CLASS-LIST-RECORD-OUT FROM COURSE-COUNT-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE ZERO TO COURSE-STUDENTS-WS.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       316-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 321-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       321-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 322-APPLY-RUN-PARAMETER
           END-READ.

       322-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "INSTRUCTOR-CLASS-LIST" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE LISTED-COUNTER-WS TO JLG-REQ-READ-WS.
           MOVE LISTED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM INSTRUCTOR-CLASS-LIST.
