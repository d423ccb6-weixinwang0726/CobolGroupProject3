      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *THIS PROGRAM MAINTAINS THE INSTRUCTOR MASTER (INSTRUCT.TXT) --
      *INSTRUCTOR ID, NAME, HOME DEPARTMENT, AND EMAIL -- AND THE
      *TEACHING ASSIGNMENTS (TEACHASN.TXT) THAT LINK AN INSTRUCTOR
      *TO A COURSE FOR A TERM. NOTHING IN THE SYSTEM KNEW WHO TAUGHT
      *A COURSE; GRADE-SHEET-APPLY NOW REFUSES A SHEET FROM ANYONE
      *NOT ASSIGNED TO THE COURSE FOR THE TERM, AND
      *INSTRUCTOR-CLASS-LIST PRINTS EACH INSTRUCTOR'S ROSTERS FROM
      *THE ASSIGNMENTS. THE DEPARTMENT MUST BE ONE THAT OWNS A COURSE
      *ON THE COURSE MASTER, AN ASSIGNMENT'S COURSE MUST BE ON THE
      *COURSE MASTER AND ITS TERM ON THE ACADEMIC CALENDAR, AND AN
      *INSTRUCTOR STILL CARRYING ASSIGNMENTS CANNOT BE DELETED.
      *MODELLED ON COURSE-TBL-MAINT: BOTH FILES ARE LOADED INTO
      *WORKING STORAGE, MAINTAINED THERE, AND REWRITTEN IN FULL WHEN
      *THE OPERATOR IS DONE.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTRUCTOR-MAINT.
       DATE-WRITTEN. 07-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTOR-FILE
               ASSIGN TO "D:\Cobol\INSTRUCT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS INS-STATUS-FIELD.

           SELECT ASSIGNMENT-FILE
               ASSIGN TO "D:\Cobol\TEACHASN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ASN-STATUS-FIELD.

           SELECT COURSE-FILE-IN
               ASSIGN TO "D:\COBOL\COURSE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CALENDAR-FILE-IN
               ASSIGN TO "D:\Cobol\CALENDAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CAL-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN    PIC X(5).
           05  CAL-START-DATE-IN   PIC X(8).
           05  CAL-END-DATE-IN     PIC X(8).
           05  CAL-DROP-DEADLINE-IN PIC X(8).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           05  INS-STATUS-FIELD        PIC X(2).
           05  ASN-STATUS-FIELD        PIC X(2).
           05  CAL-STATUS-FIELD        PIC X(2).

      *INSTRUCTOR MASTER, TEACHING ASSIGNMENT, AND COURSE TABLES
       COPY "INS-TBL-STRUCTURE.CBL".

       COPY "ASN-TBL-STRUCTURE.CBL".

       COPY "CRS-TBL-STRUCTURE.CBL".

      *Calendar terms an assignment may be made for
       01  CALENDAR-TERM-TABLE-WS.
           05  CAL-TERM-TBL-WS OCCURS 20 TIMES PIC X(5).

       01  FLAG-FIELDS.
           05  CHOICE                  PIC X(1)    VALUE SPACES.
           05  INS-EOF-FLAG            PIC X(1)    VALUE "N".
           05  ASN-EOF-FLAG            PIC X(1)    VALUE "N".
           05  CRS-EOF-FLAG            PIC X(1)    VALUE "N".
           05  CAL-EOF-FLAG            PIC X(1)    VALUE "N".
           05  INS-OVERFLOW-FLAG       PIC X(1)    VALUE "N".
           05  ASN-OVERFLOW-FLAG       PIC X(1)    VALUE "N".
           05  DEPT-FOUND-FLAG         PIC X(1)    VALUE "N".
           05  COURSE-FOUND-FLAG       PIC X(1)    VALUE "N".
           05  TERM-FOUND-FLAG         PIC X(1)    VALUE "N".

       01  TABLE-FIELDS-WS.
           05  INS-SUB                 PIC 9(3)    VALUE 1.
           05  INS-COUNT-WS            PIC 9(3)    VALUE ZERO.
           05  INS-MATCH-SUB-WS        PIC 9(3)    VALUE ZERO.
           05  ASN-SUB                 PIC 9(3)    VALUE 1.
           05  ASN-COUNT-WS            PIC 9(3)    VALUE ZERO.
           05  ASN-MATCH-SUB-WS        PIC 9(3)    VALUE ZERO.
           05  ASN-HELD-COUNT-WS       PIC 9(3)    VALUE ZERO.
           05  CRS-SUB                 PIC 9(3)    VALUE 1.
           05  CRS-COUNT-WS            PIC 9(3)    VALUE ZERO.
           05  CAL-SUB                 PIC 9(2)    VALUE 1.
           05  CAL-COUNT-WS            PIC 9(2)    VALUE ZERO.
           05  AT-SIGN-COUNT-WS        PIC 9(2)    VALUE ZERO.

       01  NEW-ENTRY-WS.
           05  NEW-INS-ID-WS           PIC X(6)    VALUE SPACES.
           05  NEW-INS-NAME-WS         PIC X(30)   VALUE SPACES.
           05  NEW-INS-DEPT-WS         PIC X(4)    VALUE SPACES.
           05  NEW-INS-EMAIL-WS        PIC X(40)   VALUE SPACES.
           05  NEW-ASN-COURSE-WS       PIC X(7)    VALUE SPACES.
           05  NEW-ASN-TERM-WS         PIC X(5)    VALUE SPACES.

      *Scratch areas for the confirming read past a full table - never
      *loaded into the table, just used to tell a table that is
      *exactly full from one that has overflowed
       01  SCRATCH-INS-RECORD-WS       PIC X(80)   VALUE SPACES.
       01  SCRATCH-ASN-RECORD-WS       PIC X(18)   VALUE SPACES.

       SCREEN SECTION.
      *Prompt the user to enter a maintenance transaction
       01  INSTRUCTOR-MAINT-SCREEN.
           05  VALUE "Instructor Master Maintenance"
                                            LINE 5 COLUMN 16.
           05  VALUE "A/C/D/I instructor, T assign, R remove assign"
                                            LINE 7 COLUMN 16.
           05  VALUE "Enter transaction (A/C/D/I/T/R/N)?"
                                            LINE 8 COLUMN 16.
           05  CHOICE-IN                   LINE 9 COLUMN 16
                                          PIC X(1) TO CHOICE.

       01  INS-ID-INPUT-SCREEN.
           05  VALUE "Instructor ID: "     LINE 12 COLUMN 16.
           05  INS-ID-INPUT                LINE 12 COLUMN 32
                              PIC X(6) TO NEW-INS-ID-WS.

       01  INS-DATA-INPUT-SCREEN.
           05  VALUE "Name: "              LINE 13 COLUMN 16.
           05  INS-NAME-INPUT              LINE 13 COLUMN 32
                              PIC X(30) TO NEW-INS-NAME-WS.
           05  VALUE "Department: "        LINE 14 COLUMN 16.
           05  INS-DEPT-INPUT              LINE 14 COLUMN 32
                              PIC X(4) TO NEW-INS-DEPT-WS.
           05  VALUE "Email: "             LINE 15 COLUMN 16.
           05  INS-EMAIL-INPUT             LINE 15 COLUMN 32
                              PIC X(40) TO NEW-INS-EMAIL-WS.

       01  ASN-DATA-INPUT-SCREEN.
           05  VALUE "Course code: "       LINE 13 COLUMN 16.
           05  ASN-COURSE-INPUT            LINE 13 COLUMN 32
                              PIC X(7) TO NEW-ASN-COURSE-WS.
           05  VALUE "Term code: "         LINE 14 COLUMN 16.
           05  ASN-TERM-INPUT              LINE 14 COLUMN 32
                              PIC X(5) TO NEW-ASN-TERM-WS.

      *Inquiry-only display of one instructor's record
       01  INS-INQUIRY-SCREEN.
           05  VALUE "Name: "              LINE 14 COLUMN 16.
           05  INQ-INS-NAME-OUT            LINE 14 COLUMN 32
               PIC X(30) FROM INS-NAME-TBL-WS(INS-MATCH-SUB-WS).
           05  VALUE "Department: "        LINE 15 COLUMN 16.
           05  INQ-INS-DEPT-OUT            LINE 15 COLUMN 32
               PIC X(4) FROM INS-DEPT-TBL-WS(INS-MATCH-SUB-WS).
           05  VALUE "Email: "             LINE 16 COLUMN 16.
           05  INQ-INS-EMAIL-OUT           LINE 16 COLUMN 32
               PIC X(40) FROM INS-EMAIL-TBL-WS(INS-MATCH-SUB-WS).
           05  VALUE "Assignments held: "  LINE 17 COLUMN 16.
           05  INQ-ASN-COUNT-OUT           LINE 17 COLUMN 35
               PIC ZZ9 FROM ASN-HELD-COUNT-WS.

       01  INS-DUPLICATE-SCREEN.
           05  VALUE "Duplicate instructor ID - not added"
                                            LINE 19 COLUMN 16.

       01  INS-NOT-FOUND-SCREEN.
           05  VALUE "Instructor ID not on the master"
                                            LINE 19 COLUMN 16.

       01  DEPT-NOT-FOUND-SCREEN.
           05  VALUE "Department owns no course on the course master"
                                            LINE 19 COLUMN 16.

       01  BAD-EMAIL-SCREEN.
           05  VALUE "Email address must contain one @"
                                            LINE 19 COLUMN 16.

       01  INS-HAS-ASSIGNMENTS-SCREEN.
           05  VALUE "Instructor still has teaching assignments"
                                            LINE 19 COLUMN 16.

       01  COURSE-NOT-FOUND-SCREEN.
           05  VALUE "Course code not on the course master"
                                            LINE 19 COLUMN 16.

       01  TERM-NOT-FOUND-SCREEN.
           05  VALUE "Term code not on the academic calendar"
                                            LINE 19 COLUMN 16.

       01  ASN-DUPLICATE-SCREEN.
           05  VALUE "Instructor already assigned to that course/term"
                                            LINE 19 COLUMN 16.

       01  ASN-NOT-FOUND-SCREEN.
           05  VALUE "No such teaching assignment"
                                            LINE 19 COLUMN 16.

       01  TABLE-FULL-SCREEN.
           05  VALUE "Table is full - not added"
                                            LINE 19 COLUMN 16.

       01  INS-OVERFLOW-SCREEN.
           05  VALUE "INSTRUCT.TXT has more than 200 entries - the"
                                            LINE 19 COLUMN 16.
           05  VALUE "table loaded the first 200 only. Changes and"
                                            LINE 20 COLUMN 16.
           05  VALUE "the final rewrite are blocked."
                                            LINE 21 COLUMN 16.

       01  ASN-OVERFLOW-SCREEN.
           05  VALUE "TEACHASN.TXT has more than 500 entries - the"
                                            LINE 19 COLUMN 16.
           05  VALUE "table loaded the first 500 only. Changes and"
                                            LINE 20 COLUMN 16.
           05  VALUE "the final rewrite are blocked."
                                            LINE 21 COLUMN 16.

       01  MAINT-SUCCESS-SCREEN.
           05  VALUE "Transaction completed"
                                            LINE 19 COLUMN 16.

       PROCEDURE DIVISION.
      *MAINTAIN THE INSTRUCTOR MASTER AND TEACHING ASSIGNMENTS
       100-MAINTAIN-INSTRUCTORS.
           PERFORM 200-INIT-MAINTENANCE.
           PERFORM 201-PROCESS-TRANSACTION UNTIL CHOICE = "N".
           PERFORM 202-TERMINATE-MAINTENANCE.
           STOP RUN.

       200-INIT-MAINTENANCE.
           PERFORM 300-LOAD-INSTRUCTOR-TABLE.
           PERFORM 303-LOAD-ASSIGNMENT-TABLE.
           PERFORM 306-LOAD-COURSE-TABLE.
           PERFORM 308-LOAD-CALENDAR-TERMS.
           PERFORM 310-READ-USER-CHOICE.

      *Instructor transactions are blocked while the instructor load
      *is overflowed, assignment transactions while the assignment
      *load is - a rewrite from a truncated table would lose entries
       201-PROCESS-TRANSACTION.
           EVALUATE TRUE
               WHEN INS-OVERFLOW-FLAG = "Y"
                   AND (CHOICE = "A" OR CHOICE = "C" OR CHOICE = "D")
                   DISPLAY INS-OVERFLOW-SCREEN
               WHEN ASN-OVERFLOW-FLAG = "Y"
                   AND (CHOICE = "D" OR CHOICE = "T" OR CHOICE = "R")
                   DISPLAY ASN-OVERFLOW-SCREEN
               WHEN OTHER
                   PERFORM 203-DISPATCH-TRANSACTION
           END-EVALUATE.
           PERFORM 310-READ-USER-CHOICE.

       203-DISPATCH-TRANSACTION.
           EVALUATE CHOICE
               WHEN "A"
                   PERFORM 311-ACCEPT-INSTRUCTOR-ENTRY
                   PERFORM 312-ADD-INSTRUCTOR
               WHEN "C"
                   PERFORM 311-ACCEPT-INSTRUCTOR-ENTRY
                   PERFORM 313-CHANGE-INSTRUCTOR
               WHEN "D"
                   PERFORM 314-ACCEPT-INSTRUCTOR-ID
                   PERFORM 315-DELETE-INSTRUCTOR
               WHEN "I"
                   PERFORM 314-ACCEPT-INSTRUCTOR-ID
                   PERFORM 316-INQUIRE-INSTRUCTOR
               WHEN "T"
                   PERFORM 317-ACCEPT-ASSIGNMENT-ENTRY
                   PERFORM 318-ADD-ASSIGNMENT
               WHEN "R"
                   PERFORM 317-ACCEPT-ASSIGNMENT-ENTRY
                   PERFORM 319-REMOVE-ASSIGNMENT
           END-EVALUATE.

       202-TERMINATE-MAINTENANCE.
           PERFORM 320-REWRITE-INSTRUCTOR-FILE.
           PERFORM 322-REWRITE-ASSIGNMENT-FILE.
           DISPLAY "INSTRUCTOR MASTER MAINTENANCE COMPLETE".

      *Load the instructor master; a missing file starts an empty
      *master. A full table takes one confirming read into a scratch
      *area to tell exactly-full from overflowed.
       300-LOAD-INSTRUCTOR-TABLE.
           OPEN INPUT INSTRUCTOR-FILE.
           IF INS-STATUS-FIELD = "00"
               PERFORM 301-LOAD-ONE-INSTRUCTOR
                   UNTIL INS-EOF-FLAG = "Y" OR INS-COUNT-WS >= 200
               IF INS-EOF-FLAG NOT = "Y"
                   READ INSTRUCTOR-FILE INTO SCRATCH-INS-RECORD-WS
                       AT END MOVE "Y" TO INS-EOF-FLAG
                   END-READ
               END-IF
               IF INS-EOF-FLAG NOT = "Y"
                   DISPLAY "WARNING: INSTRUCT.TXT HAS MORE THAN 200 "
                       "ENTRIES - SOME INSTRUCTORS WERE NOT LOADED"
                   MOVE "Y" TO INS-OVERFLOW-FLAG
                   DISPLAY INS-OVERFLOW-SCREEN
               END-IF
               CLOSE INSTRUCTOR-FILE
           END-IF.

       301-LOAD-ONE-INSTRUCTOR.
           READ INSTRUCTOR-FILE
               AT END MOVE "Y" TO INS-EOF-FLAG
               NOT AT END
                   ADD 1 TO INS-COUNT-WS
                   MOVE INSTRUCTOR-RECORD
                       TO INSTRUCTOR-TBL-RTN(INS-COUNT-WS)
           END-READ.

       303-LOAD-ASSIGNMENT-TABLE.
           OPEN INPUT ASSIGNMENT-FILE.
           IF ASN-STATUS-FIELD = "00"
               PERFORM 304-LOAD-ONE-ASSIGNMENT
                   UNTIL ASN-EOF-FLAG = "Y" OR ASN-COUNT-WS >= 500
               IF ASN-EOF-FLAG NOT = "Y"
                   READ ASSIGNMENT-FILE INTO SCRATCH-ASN-RECORD-WS
                       AT END MOVE "Y" TO ASN-EOF-FLAG
                   END-READ
               END-IF
               IF ASN-EOF-FLAG NOT = "Y"
                   DISPLAY "WARNING: TEACHASN.TXT HAS MORE THAN 500 "
                       "ENTRIES - SOME ASSIGNMENTS WERE NOT LOADED"
                   MOVE "Y" TO ASN-OVERFLOW-FLAG
                   DISPLAY ASN-OVERFLOW-SCREEN
               END-IF
               CLOSE ASSIGNMENT-FILE
           END-IF.

       304-LOAD-ONE-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE "Y" TO ASN-EOF-FLAG
               NOT AT END
                   ADD 1 TO ASN-COUNT-WS
                   MOVE ASSIGNMENT-RECORD
                       TO ASSIGNMENT-TBL-RTN(ASN-COUNT-WS)
           END-READ.

      *The course master supplies the valid departments and course
      *codes; it is only read here, never rewritten
       306-LOAD-COURSE-TABLE.
           OPEN INPUT COURSE-FILE-IN.
           PERFORM 307-LOAD-ONE-COURSE
               UNTIL CRS-EOF-FLAG = "Y" OR CRS-COUNT-WS >= 200.
           CLOSE COURSE-FILE-IN.

       307-LOAD-ONE-COURSE.
           READ COURSE-FILE-IN
               AT END MOVE "Y" TO CRS-EOF-FLAG
               NOT AT END
                   ADD 1 TO CRS-COUNT-WS
                   MOVE COURSE-RECORD TO COURSE-TBL-RTN(CRS-COUNT-WS)
           END-READ.

      *A missing calendar leaves no valid term, so no assignment can
      *be made until CALENDAR-MAINT has set the terms up
       308-LOAD-CALENDAR-TERMS.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-FIELD = "00"
               PERFORM 309-LOAD-ONE-TERM
                   UNTIL CAL-EOF-FLAG = "Y" OR CAL-COUNT-WS >= 20
               CLOSE CALENDAR-FILE-IN
           END-IF.

       309-LOAD-ONE-TERM.
           READ CALENDAR-FILE-IN
               AT END MOVE "Y" TO CAL-EOF-FLAG
               NOT AT END
                   ADD 1 TO CAL-COUNT-WS
                   MOVE CAL-TERM-CODE-IN
                       TO CAL-TERM-TBL-WS(CAL-COUNT-WS)
           END-READ.

       310-READ-USER-CHOICE.
           DISPLAY INSTRUCTOR-MAINT-SCREEN.
           ACCEPT  INSTRUCTOR-MAINT-SCREEN.

       311-ACCEPT-INSTRUCTOR-ENTRY.
           MOVE SPACES TO NEW-INS-ID-WS NEW-INS-NAME-WS
                          NEW-INS-DEPT-WS NEW-INS-EMAIL-WS.
           DISPLAY INS-ID-INPUT-SCREEN.
           ACCEPT  INS-ID-INPUT-SCREEN.
           DISPLAY INS-DATA-INPUT-SCREEN.
           ACCEPT  INS-DATA-INPUT-SCREEN.

      *Reject a duplicate ID, a department that owns no course, or an
      *email without exactly one @; append otherwise
       312-ADD-INSTRUCTOR.
           PERFORM 324-FIND-INSTRUCTOR.
           PERFORM 325-VALIDATE-DEPT-AND-EMAIL.
           EVALUATE TRUE
               WHEN INS-MATCH-SUB-WS > ZERO
                   DISPLAY INS-DUPLICATE-SCREEN
               WHEN DEPT-FOUND-FLAG NOT = "Y"
                   DISPLAY DEPT-NOT-FOUND-SCREEN
               WHEN AT-SIGN-COUNT-WS NOT = 1
                   DISPLAY BAD-EMAIL-SCREEN
               WHEN INS-COUNT-WS >= 200
                   DISPLAY TABLE-FULL-SCREEN
               WHEN OTHER
                   ADD 1 TO INS-COUNT-WS
                   MOVE NEW-INS-ID-WS
                       TO INS-ID-TBL-WS(INS-COUNT-WS)
                   MOVE NEW-INS-NAME-WS
                       TO INS-NAME-TBL-WS(INS-COUNT-WS)
                   MOVE NEW-INS-DEPT-WS
                       TO INS-DEPT-TBL-WS(INS-COUNT-WS)
                   MOVE NEW-INS-EMAIL-WS
                       TO INS-EMAIL-TBL-WS(INS-COUNT-WS)
                   DISPLAY MAINT-SUCCESS-SCREEN
           END-EVALUATE.

      *Replace the name/department/email of the matching ID
       313-CHANGE-INSTRUCTOR.
           PERFORM 324-FIND-INSTRUCTOR.
           PERFORM 325-VALIDATE-DEPT-AND-EMAIL.
           EVALUATE TRUE
               WHEN INS-MATCH-SUB-WS = ZERO
                   DISPLAY INS-NOT-FOUND-SCREEN
               WHEN DEPT-FOUND-FLAG NOT = "Y"
                   DISPLAY DEPT-NOT-FOUND-SCREEN
               WHEN AT-SIGN-COUNT-WS NOT = 1
                   DISPLAY BAD-EMAIL-SCREEN
               WHEN OTHER
                   MOVE NEW-INS-NAME-WS
                       TO INS-NAME-TBL-WS(INS-MATCH-SUB-WS)
                   MOVE NEW-INS-DEPT-WS
                       TO INS-DEPT-TBL-WS(INS-MATCH-SUB-WS)
                   MOVE NEW-INS-EMAIL-WS
                       TO INS-EMAIL-TBL-WS(INS-MATCH-SUB-WS)
                   DISPLAY MAINT-SUCCESS-SCREEN
           END-EVALUATE.

       314-ACCEPT-INSTRUCTOR-ID.
           MOVE SPACES TO NEW-INS-ID-WS.
           DISPLAY INS-ID-INPUT-SCREEN.
           ACCEPT  INS-ID-INPUT-SCREEN.

      *An instructor still assigned to a course cannot be removed -
      *the assignments would point at nobody. Remove the entry and
      *close the gap by shifting every later entry down one slot.
       315-DELETE-INSTRUCTOR.
           PERFORM 324-FIND-INSTRUCTOR.
           PERFORM 326-COUNT-HELD-ASSIGNMENTS.
           EVALUATE TRUE
               WHEN INS-MATCH-SUB-WS = ZERO
                   DISPLAY INS-NOT-FOUND-SCREEN
               WHEN ASN-HELD-COUNT-WS > ZERO
                   DISPLAY INS-HAS-ASSIGNMENTS-SCREEN
               WHEN OTHER
                   PERFORM 404-SHIFT-ONE-INSTRUCTOR
                       VARYING INS-SUB FROM INS-MATCH-SUB-WS BY 1
                       UNTIL INS-SUB >= INS-COUNT-WS
                   SUBTRACT 1 FROM INS-COUNT-WS
                   DISPLAY MAINT-SUCCESS-SCREEN
           END-EVALUATE.

       316-INQUIRE-INSTRUCTOR.
           PERFORM 324-FIND-INSTRUCTOR.
           IF INS-MATCH-SUB-WS = ZERO
               DISPLAY INS-NOT-FOUND-SCREEN
           ELSE
               PERFORM 326-COUNT-HELD-ASSIGNMENTS
               DISPLAY INS-INQUIRY-SCREEN
           END-IF.

       317-ACCEPT-ASSIGNMENT-ENTRY.
           MOVE SPACES TO NEW-INS-ID-WS NEW-ASN-COURSE-WS
                          NEW-ASN-TERM-WS.
           DISPLAY INS-ID-INPUT-SCREEN.
           ACCEPT  INS-ID-INPUT-SCREEN.
           DISPLAY ASN-DATA-INPUT-SCREEN.
           ACCEPT  ASN-DATA-INPUT-SCREEN.

      *The instructor must be on the master, the course on the course
      *master, and the term on the academic calendar
       318-ADD-ASSIGNMENT.
           PERFORM 324-FIND-INSTRUCTOR.
           PERFORM 327-FIND-ASSIGNMENT.
           MOVE "N" TO COURSE-FOUND-FLAG.
           PERFORM 402-MATCH-COURSE-CODE
               VARYING CRS-SUB FROM 1 BY 1
               UNTIL CRS-SUB > CRS-COUNT-WS
                   OR COURSE-FOUND-FLAG = "Y".
           MOVE "N" TO TERM-FOUND-FLAG.
           PERFORM 403-MATCH-CALENDAR-TERM
               VARYING CAL-SUB FROM 1 BY 1
               UNTIL CAL-SUB > CAL-COUNT-WS
                   OR TERM-FOUND-FLAG = "Y".
           EVALUATE TRUE
               WHEN INS-MATCH-SUB-WS = ZERO
                   DISPLAY INS-NOT-FOUND-SCREEN
               WHEN COURSE-FOUND-FLAG NOT = "Y"
                   DISPLAY COURSE-NOT-FOUND-SCREEN
               WHEN TERM-FOUND-FLAG NOT = "Y"
                   DISPLAY TERM-NOT-FOUND-SCREEN
               WHEN ASN-MATCH-SUB-WS > ZERO
                   DISPLAY ASN-DUPLICATE-SCREEN
               WHEN ASN-COUNT-WS >= 500
                   DISPLAY TABLE-FULL-SCREEN
               WHEN OTHER
                   ADD 1 TO ASN-COUNT-WS
                   MOVE NEW-INS-ID-WS
                       TO ASN-INSTRUCTOR-TBL-WS(ASN-COUNT-WS)
                   MOVE NEW-ASN-COURSE-WS
                       TO ASN-COURSE-TBL-WS(ASN-COUNT-WS)
                   MOVE NEW-ASN-TERM-WS
                       TO ASN-TERM-TBL-WS(ASN-COUNT-WS)
                   DISPLAY MAINT-SUCCESS-SCREEN
           END-EVALUATE.

       319-REMOVE-ASSIGNMENT.
           PERFORM 327-FIND-ASSIGNMENT.
           IF ASN-MATCH-SUB-WS = ZERO
               DISPLAY ASN-NOT-FOUND-SCREEN
           ELSE
               PERFORM 405-SHIFT-ONE-ASSIGNMENT
                   VARYING ASN-SUB FROM ASN-MATCH-SUB-WS BY 1
                   UNTIL ASN-SUB >= ASN-COUNT-WS
               SUBTRACT 1 FROM ASN-COUNT-WS
               DISPLAY MAINT-SUCCESS-SCREEN
           END-IF.

      *Rewrite INSTRUCT.TXT in full from the maintained table, unless
      *the table was truncated on load
       320-REWRITE-INSTRUCTOR-FILE.
           IF INS-OVERFLOW-FLAG = "Y"
               DISPLAY "INSTRUCT.TXT WAS NOT REWRITTEN"
           ELSE
               OPEN OUTPUT INSTRUCTOR-FILE
               PERFORM 321-WRITE-ONE-INSTRUCTOR
                   VARYING INS-SUB FROM 1 BY 1
                   UNTIL INS-SUB > INS-COUNT-WS
               CLOSE INSTRUCTOR-FILE
           END-IF.

       321-WRITE-ONE-INSTRUCTOR.
           WRITE INSTRUCTOR-RECORD FROM INSTRUCTOR-TBL-RTN(INS-SUB).

       322-REWRITE-ASSIGNMENT-FILE.
           IF ASN-OVERFLOW-FLAG = "Y"
               DISPLAY "TEACHASN.TXT WAS NOT REWRITTEN"
           ELSE
               OPEN OUTPUT ASSIGNMENT-FILE
               PERFORM 323-WRITE-ONE-ASSIGNMENT
                   VARYING ASN-SUB FROM 1 BY 1
                   UNTIL ASN-SUB > ASN-COUNT-WS
               CLOSE ASSIGNMENT-FILE
           END-IF.

       323-WRITE-ONE-ASSIGNMENT.
           WRITE ASSIGNMENT-RECORD FROM ASSIGNMENT-TBL-RTN(ASN-SUB).

       324-FIND-INSTRUCTOR.
           MOVE ZERO TO INS-MATCH-SUB-WS.
           PERFORM 401-MATCH-INSTRUCTOR-ID
               VARYING INS-SUB FROM 1 BY 1
               UNTIL INS-SUB > INS-COUNT-WS
                   OR INS-MATCH-SUB-WS > ZERO.

      *The department must own at least one course on the course
      *master - the same department codes COURSE-TBL-MAINT keeps
       325-VALIDATE-DEPT-AND-EMAIL.
           MOVE "N" TO DEPT-FOUND-FLAG.
           PERFORM 406-MATCH-COURSE-DEPT
               VARYING CRS-SUB FROM 1 BY 1
               UNTIL CRS-SUB > CRS-COUNT-WS
                   OR DEPT-FOUND-FLAG = "Y".
           MOVE ZERO TO AT-SIGN-COUNT-WS.
           INSPECT NEW-INS-EMAIL-WS
               TALLYING AT-SIGN-COUNT-WS FOR ALL "@".

       326-COUNT-HELD-ASSIGNMENTS.
           MOVE ZERO TO ASN-HELD-COUNT-WS.
           PERFORM 407-COUNT-ONE-ASSIGNMENT
               VARYING ASN-SUB FROM 1 BY 1
               UNTIL ASN-SUB > ASN-COUNT-WS.

       327-FIND-ASSIGNMENT.
           MOVE ZERO TO ASN-MATCH-SUB-WS.
           PERFORM 408-MATCH-ASSIGNMENT
               VARYING ASN-SUB FROM 1 BY 1
               UNTIL ASN-SUB > ASN-COUNT-WS
                   OR ASN-MATCH-SUB-WS > ZERO.

       401-MATCH-INSTRUCTOR-ID.
           IF INS-ID-TBL-WS(INS-SUB) = NEW-INS-ID-WS
               MOVE INS-SUB TO INS-MATCH-SUB-WS
           END-IF.

       402-MATCH-COURSE-CODE.
           IF COURSE-CODE-TBL-WS(CRS-SUB) = NEW-ASN-COURSE-WS
               MOVE "Y" TO COURSE-FOUND-FLAG
           END-IF.

       403-MATCH-CALENDAR-TERM.
           IF CAL-TERM-TBL-WS(CAL-SUB) = NEW-ASN-TERM-WS
               MOVE "Y" TO TERM-FOUND-FLAG
           END-IF.

       404-SHIFT-ONE-INSTRUCTOR.
           MOVE INSTRUCTOR-TBL-RTN(INS-SUB + 1)
               TO INSTRUCTOR-TBL-RTN(INS-SUB).

       405-SHIFT-ONE-ASSIGNMENT.
           MOVE ASSIGNMENT-TBL-RTN(ASN-SUB + 1)
               TO ASSIGNMENT-TBL-RTN(ASN-SUB).

       406-MATCH-COURSE-DEPT.
           IF COURSE-DEPT-TBL-WS(CRS-SUB) = NEW-INS-DEPT-WS
               MOVE "Y" TO DEPT-FOUND-FLAG
           END-IF.

       407-COUNT-ONE-ASSIGNMENT.
           IF ASN-INSTRUCTOR-TBL-WS(ASN-SUB) = NEW-INS-ID-WS
               ADD 1 TO ASN-HELD-COUNT-WS
           END-IF.

       408-MATCH-ASSIGNMENT.
           IF ASN-INSTRUCTOR-TBL-WS(ASN-SUB) = NEW-INS-ID-WS
               AND ASN-COURSE-TBL-WS(ASN-SUB) = NEW-ASN-COURSE-WS
               AND ASN-TERM-TBL-WS(ASN-SUB) = NEW-ASN-TERM-WS
               MOVE ASN-SUB TO ASN-MATCH-SUB-WS
           END-IF.

       END PROGRAM INSTRUCTOR-MAINT.
