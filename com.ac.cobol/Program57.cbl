      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *THIS PROGRAM MAINTAINS THE SPONSORSHIP AGREEMENT FILE
      *(SPONAGR.TXT), AN INDEXED FILE KEYED BY STUDENT NUMBER PLUS
      *TERM CODE: WHICH SPONSOR PAYS PART OR ALL OF THE STUDENT'S
      *TUITION FOR THE TERM, AND HOW MUCH. THE BASIS IS EITHER "P" -
      *A PERCENTAGE OF THE ASSESSED TUITION - OR "C" - A DOLLAR CAP,
      *THE SPONSOR PAYING THE ASSESSED TUITION UP TO THAT AMOUNT.
      *TERM-ASSESSMENT READS THE AGREEMENT FOR THE TERM BEING
      *ASSESSED AND SPLITS THE ASSESSMENT BETWEEN THE STUDENT'S
      *BALANCE AND THE SPONSOR RECEIVABLE. AN AGREEMENT CAN ONLY BE
      *ADDED FOR A STUDENT ON THE STUDENT FILE, A SPONSOR ON THE
      *SPONSOR MASTER, AND A TERM ON THE ACADEMIC CALENDAR.
      *TRANSACTIONS FOLLOW THE SAME SCREEN-SECTION STYLE AS
      *PAYMENT-PLAN-MAINT (A/C/D/I/N).
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-AGREEMENT-MAINT.
       DATE-WRITTEN. 10-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREEMENT-FILE
               ASSIGN TO "D:\Cobol\SPONAGR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGR-KEY
               FILE STATUS IS AGR-STATUS-FIELD.

           SELECT SPONSOR-FILE
               ASSIGN TO "D:\Cobol\SPONSOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SPN-CODE
               FILE STATUS IS SPN-STATUS-FIELD.

           SELECT STUDENT-FILE
               ASSIGN TO "D:\Cobol\STUFILE_IN.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER
               ALTERNATE RECORD KEY IS STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.

      *Academic calendar maintained by CALENDAR-MAINT - the term of
      *an agreement must be on it
           SELECT CALENDAR-FILE-IN
               ASSIGN TO "D:\Cobol\CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           05  AGR-KEY.
               10  AGR-STUD-NUM        PIC 9(6).
               10  AGR-TERM            PIC X(5).
           05  AGR-SPONSOR-CODE        PIC X(6).
           05  AGR-BASIS               PIC X(1).
           05  AGR-PERCENT             PIC 9(3).
           05  AGR-CAP-AMOUNT          PIC 9(5)V99.

       FD  SPONSOR-FILE.
       01  SPONSOR-RECORD.
           05  SPN-CODE                PIC X(6).
           05  SPN-NAME                PIC X(30).
           05  SPN-STREET              PIC X(30).
           05  SPN-CITY                PIC X(20).
           05  SPN-PROVINCE            PIC X(2).
           05  SPN-POSTAL-CODE         PIC X(7).
           05  SPN-CONTACT             PIC X(30).
           05  SPN-PHONE               PIC X(10).
           05  SPN-RECEIVABLE          PIC 9(7)V99.

       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           05  STUDENT-NUMBER      PIC 9(6).
           05  TUITION-OWNED       PIC 9(4)V99.
           05  STUDENT-NAME        PIC X(40).
           05  PROGRAM-OF-STUDY    PIC X(5).
           05  COURSE-CODE-1       PIC X(7).
           05  COURSE-AVERAGE-1    PIC 9(3).
           05  COURSE-CODE-2       PIC X(7).
           05  COURSE-AVERAGE-2    PIC 9(3).
           05  COURSE-CODE-3       PIC X(7).
           05  COURSE-AVERAGE-3    PIC 9(3).
           05  COURSE-CODE-4       PIC X(7).
           05  COURSE-AVERAGE-4    PIC 9(3).
           05  COURSE-CODE-5       PIC X(7).
           05  COURSE-AVERAGE-5    PIC 9(3).
           05  STUDENT-STATUS      PIC X(1).
           05  ENROLLMENT-DATE     PIC X(8).

       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN     PIC X(5).
           05  CAL-START-DATE-IN    PIC X(8).
           05  CAL-END-DATE-IN      PIC X(8).
           05  CAL-DROP-DEADLINE-IN PIC X(8).

       WORKING-STORAGE SECTION.
      *File status fields
       01  AGR-STATUS-FIELD        PIC X(2).
       01  SPN-STATUS-FIELD        PIC X(2).
       01  STATUS-FIELD            PIC X(2).
       01  CAL-STATUS-FIELD        PIC X(2).

       01  FLAG-FIELDS.
           05  CHOICE              PIC X(1) VALUE SPACES.
           05  FOUND-FLAG          PIC X(1).
           05  STUDENT-FOUND-FLAG  PIC X(1).
           05  SPONSOR-FOUND-FLAG  PIC X(1).
           05  TERM-ON-CALENDAR-FLAG PIC X(1).
           05  CAL-EOF-FLAG        PIC X(1).
           05  BASIS-VALID-FLAG    PIC X(1).

      *Transaction data accepted from the screens
       01  AGR-DATA-IN-WS.
           05  AGR-STUD-NUM-IN-WS     PIC 9(6).
           05  AGR-TERM-IN-WS         PIC X(5).
           05  AGR-SPONSOR-IN-WS      PIC X(6).
           05  AGR-BASIS-IN-WS        PIC X(1).
           05  AGR-PERCENT-IN-WS      PIC 9(3).
           05  AGR-CAP-IN-WS          PIC 9(5)V99.

      *Record image for the inquiry display
       01  AGR-RECORD-WS.
           05  AGR-STUD-NUM-WS        PIC 9(6).
           05  AGR-TERM-WS            PIC X(5).
           05  AGR-SPONSOR-WS         PIC X(6).
           05  AGR-BASIS-WS           PIC X(1).
           05  AGR-PERCENT-WS         PIC 9(3).
           05  AGR-CAP-WS             PIC 9(5)V99.
       01  AGR-SPONSOR-NAME-WS        PIC X(30) VALUE SPACES.

       SCREEN SECTION.
      *Prompt the user to enter choice
       01  AGR-MAINT-ENTRY-SCREEN.
           05  VALUE "Sponsorship Agreement Maintenance"
                                            LINE 5 COLUMN 16.
           05  VALUE "Enter transaction (A/C/D/I/N)?"
                                            LINE 8 COLUMN 16.
           05  CHOICE-IN                    LINE 9 COLUMN 16
                                          PIC X(1) TO CHOICE.

       01  AGR-KEY-INPUT-SCREEN.
           05  VALUE "Student number: "     LINE 12 COLUMN 16.
           05  AGR-STUD-NUM-INPUT           LINE 12 COLUMN 40
                                  PIC 9(6) TO AGR-STUD-NUM-IN-WS.
           05  VALUE "Term code: "          LINE 13 COLUMN 16.
           05  AGR-TERM-INPUT               LINE 13 COLUMN 40
                                  PIC X(5) TO AGR-TERM-IN-WS.

       01  AGR-DATA-INPUT-SCREEN.
           05  VALUE "Sponsor code: "       LINE 15 COLUMN 16.
           05  AGR-SPONSOR-INPUT            LINE 15 COLUMN 40
                                  PIC X(6) TO AGR-SPONSOR-IN-WS.
           05  VALUE "Basis (P=percent C=cap): "
                                            LINE 16 COLUMN 16.
           05  AGR-BASIS-INPUT              LINE 16 COLUMN 42
                                  PIC X(1) TO AGR-BASIS-IN-WS.
           05  VALUE "Percent of tuition: " LINE 17 COLUMN 16.
           05  AGR-PERCENT-INPUT            LINE 17 COLUMN 40
                      PIC 9(3) TO AGR-PERCENT-IN-WS
                      BLANK WHEN ZERO.
           05  VALUE "Dollar cap: "         LINE 18 COLUMN 16.
           05  AGR-CAP-INPUT                LINE 18 COLUMN 40
                      PIC 9(5)V99 TO AGR-CAP-IN-WS
                      BLANK WHEN ZERO.

      *Inquiry-only display of an agreement with the sponsor's name
       01  AGR-INQUIRY-DISPLAY-SCREEN.
           05  VALUE "Sponsor: "            LINE 15 COLUMN 16.
           05  INQ-AGR-SPONSOR-OUT          LINE 15 COLUMN 40
                      PIC X(6) FROM AGR-SPONSOR-WS.
           05  INQ-AGR-SPONSOR-NAME-OUT     LINE 15 COLUMN 48
                      PIC X(30) FROM AGR-SPONSOR-NAME-WS.
           05  VALUE "Basis: "              LINE 16 COLUMN 16.
           05  INQ-AGR-BASIS-OUT            LINE 16 COLUMN 40
                      PIC X(1) FROM AGR-BASIS-WS.
           05  VALUE "Percent of tuition: " LINE 17 COLUMN 16.
           05  INQ-AGR-PERCENT-OUT          LINE 17 COLUMN 40
                      PIC ZZ9 FROM AGR-PERCENT-WS.
           05  VALUE "Dollar cap: "         LINE 18 COLUMN 16.
           05  INQ-AGR-CAP-OUT              LINE 18 COLUMN 40
                      PIC ZZ,ZZ9.99 FROM AGR-CAP-WS.

       01  AGR-REC-NOT-FOUND-SCREEN.
           05  VALUE "Sponsorship agreement not found"
                                            LINE 22 COLUMN 16.

       01  AGR-NO-STUDENT-SCREEN.
           05  VALUE "Student number is not on the student file"
                                            LINE 22 COLUMN 16.

       01  AGR-NO-SPONSOR-SCREEN.
           05  VALUE "Sponsor code is not on the sponsor master"
                                            LINE 22 COLUMN 16.

       01  AGR-NO-TERM-SCREEN.
           05  VALUE "Term is not on the academic calendar"
                                            LINE 22 COLUMN 16.

       01  AGR-BAD-BASIS-SCREEN.
           05  VALUE "Basis P needs a percent 1-100; C needs a cap"
                                            LINE 22 COLUMN 16.

       01  AGR-DUPLICATE-SCREEN.
           05  VALUE "Student already sponsored for this term"
                                            LINE 22 COLUMN 16.

       01  AGR-ADD-SUCCESS-SCREEN.
           05  VALUE "Agreement added"      LINE 23 COLUMN 16.

       01  AGR-CHANGE-SUCCESS-SCREEN.
           05  VALUE "Agreement updated"    LINE 23 COLUMN 16.

       01  AGR-CHANGE-FAILED-SCREEN.
           05  VALUE "Agreement not updated - file status"
                                            LINE 22 COLUMN 16.
           05  CHG-AGR-STATUS-OUT           LINE 22 COLUMN 52
                      PIC X(2) FROM AGR-STATUS-FIELD.

       01  AGR-DELETE-SUCCESS-SCREEN.
           05  VALUE "Agreement deleted"    LINE 23 COLUMN 16.

       PROCEDURE DIVISION.
      *Online sponsorship agreement maintenance
       100-MAINTAIN-AGREEMENT-FILE.
           PERFORM 200-INIT-AGREEMENT-MAINT.
           PERFORM 201-PROCESS-AGREEMENT-TRANS UNTIL CHOICE = "N".
           PERFORM 202-TERMINATE-AGREEMENT-MAINT.
           STOP RUN.

       200-INIT-AGREEMENT-MAINT.
           PERFORM 300-OPEN-AGREEMENT-FILES.
           PERFORM 302-READ-USER-CHOICE.

       201-PROCESS-AGREEMENT-TRANS.
           EVALUATE CHOICE
               WHEN "A"
                   PERFORM 303-ACCEPT-AGREEMENT-ENTRY
                   PERFORM 304-ADD-AGREEMENT-RECORD
               WHEN "C"
                   PERFORM 303-ACCEPT-AGREEMENT-ENTRY
                   PERFORM 305-CHANGE-AGREEMENT-RECORD
               WHEN "D"
                   PERFORM 306-ACCEPT-AGREEMENT-KEY
                   PERFORM 307-DELETE-AGREEMENT-RECORD
               WHEN "I"
                   PERFORM 306-ACCEPT-AGREEMENT-KEY
                   PERFORM 308-INQUIRE-AGREEMENT-RECORD
           END-EVALUATE.
           PERFORM 302-READ-USER-CHOICE.

       202-TERMINATE-AGREEMENT-MAINT.
           CLOSE AGREEMENT-FILE
                 SPONSOR-FILE
                 STUDENT-FILE.

      *The agreement file is created on first use
       300-OPEN-AGREEMENT-FILES.
           OPEN I-O AGREEMENT-FILE.
           IF AGR-STATUS-FIELD = "35"
               OPEN OUTPUT AGREEMENT-FILE
               CLOSE AGREEMENT-FILE
               OPEN I-O AGREEMENT-FILE
           END-IF.
           OPEN INPUT SPONSOR-FILE
                      STUDENT-FILE.

       302-READ-USER-CHOICE.
           DISPLAY AGR-MAINT-ENTRY-SCREEN.
           ACCEPT  AGR-MAINT-ENTRY-SCREEN.

       303-ACCEPT-AGREEMENT-ENTRY.
           MOVE ZERO TO AGR-PERCENT-IN-WS AGR-CAP-IN-WS.
           PERFORM 306-ACCEPT-AGREEMENT-KEY.
           DISPLAY AGR-DATA-INPUT-SCREEN.
           ACCEPT  AGR-DATA-INPUT-SCREEN.

      *Add an agreement once the student, sponsor, term, and basis
      *all check out; one sponsor per student per term
       304-ADD-AGREEMENT-RECORD.
           PERFORM 309-CHECK-STUDENT-EXISTS.
           PERFORM 310-CHECK-SPONSOR-EXISTS.
           PERFORM 311-CHECK-TERM-ON-CALENDAR.
           PERFORM 313-CHECK-BASIS.
           EVALUATE TRUE
               WHEN STUDENT-FOUND-FLAG = "N"
                   DISPLAY AGR-NO-STUDENT-SCREEN
               WHEN SPONSOR-FOUND-FLAG = "N"
                   DISPLAY AGR-NO-SPONSOR-SCREEN
               WHEN TERM-ON-CALENDAR-FLAG = "N"
                   DISPLAY AGR-NO-TERM-SCREEN
               WHEN BASIS-VALID-FLAG = "N"
                   DISPLAY AGR-BAD-BASIS-SCREEN
               WHEN OTHER
                   MOVE AGR-STUD-NUM-IN-WS TO AGR-STUD-NUM
                   MOVE AGR-TERM-IN-WS     TO AGR-TERM
                   PERFORM 314-MOVE-TERMS-TO-RECORD
                   WRITE AGREEMENT-RECORD
                       INVALID KEY DISPLAY AGR-DUPLICATE-SCREEN
                       NOT INVALID KEY
                           DISPLAY AGR-ADD-SUCCESS-SCREEN
                   END-WRITE
           END-EVALUATE.

      *Change the sponsor or the terms of an existing agreement
       305-CHANGE-AGREEMENT-RECORD.
           PERFORM 315-READ-AGREEMENT-RECORD.
           PERFORM 310-CHECK-SPONSOR-EXISTS.
           PERFORM 313-CHECK-BASIS.
           EVALUATE TRUE
               WHEN FOUND-FLAG = "N"
                   DISPLAY AGR-REC-NOT-FOUND-SCREEN
               WHEN SPONSOR-FOUND-FLAG = "N"
                   DISPLAY AGR-NO-SPONSOR-SCREEN
               WHEN BASIS-VALID-FLAG = "N"
                   DISPLAY AGR-BAD-BASIS-SCREEN
               WHEN OTHER
                   PERFORM 314-MOVE-TERMS-TO-RECORD
                   REWRITE AGREEMENT-RECORD
                       INVALID KEY
                           DISPLAY AGR-CHANGE-FAILED-SCREEN
                       NOT INVALID KEY
                           DISPLAY AGR-CHANGE-SUCCESS-SCREEN
                   END-REWRITE
           END-EVALUATE.

      *A percentage is stored without a cap and a cap without a
      *percentage, so the record always reads one way
       314-MOVE-TERMS-TO-RECORD.
           MOVE AGR-SPONSOR-IN-WS TO AGR-SPONSOR-CODE.
           MOVE AGR-BASIS-IN-WS   TO AGR-BASIS.
           IF AGR-BASIS-IN-WS = "P"
               MOVE AGR-PERCENT-IN-WS TO AGR-PERCENT
               MOVE ZERO              TO AGR-CAP-AMOUNT
           ELSE
               MOVE ZERO              TO AGR-PERCENT
               MOVE AGR-CAP-IN-WS     TO AGR-CAP-AMOUNT
           END-IF.

       306-ACCEPT-AGREEMENT-KEY.
           DISPLAY AGR-KEY-INPUT-SCREEN.
           ACCEPT  AGR-KEY-INPUT-SCREEN.

       307-DELETE-AGREEMENT-RECORD.
           PERFORM 315-READ-AGREEMENT-RECORD.
           IF FOUND-FLAG = "N"
               DISPLAY AGR-REC-NOT-FOUND-SCREEN
           ELSE
               DELETE AGREEMENT-FILE RECORD
               DISPLAY AGR-DELETE-SUCCESS-SCREEN
           END-IF.

      *Look up and display an agreement, read-only
       308-INQUIRE-AGREEMENT-RECORD.
           PERFORM 315-READ-AGREEMENT-RECORD.
           IF FOUND-FLAG = "N"
               DISPLAY AGR-REC-NOT-FOUND-SCREEN
           ELSE
               MOVE AGREEMENT-RECORD TO AGR-RECORD-WS
               MOVE SPACES TO AGR-SPONSOR-NAME-WS
               MOVE AGR-SPONSOR-CODE TO SPN-CODE
               READ SPONSOR-FILE
                   NOT INVALID KEY
                       MOVE SPN-NAME TO AGR-SPONSOR-NAME-WS
               END-READ
               DISPLAY AGR-INQUIRY-DISPLAY-SCREEN
           END-IF.

      *Orphan check against the student master; control keys are
      *never real students
       309-CHECK-STUDENT-EXISTS.
           MOVE AGR-STUD-NUM-IN-WS TO STUDENT-NUMBER.
           IF AGR-STUD-NUM-IN-WS = ZERO
               OR AGR-STUD-NUM-IN-WS = 999999
               MOVE "N" TO STUDENT-FOUND-FLAG
           ELSE
               READ STUDENT-FILE
                   INVALID KEY MOVE "N" TO STUDENT-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO STUDENT-FOUND-FLAG
               END-READ
           END-IF.

       310-CHECK-SPONSOR-EXISTS.
           MOVE AGR-SPONSOR-IN-WS TO SPN-CODE.
           READ SPONSOR-FILE
               INVALID KEY MOVE "N" TO SPONSOR-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO SPONSOR-FOUND-FLAG
           END-READ.

      *The term must be on the calendar; a missing calendar refuses
      *too, the TERM-ASSESSMENT rule
       311-CHECK-TERM-ON-CALENDAR.
           MOVE "N" TO TERM-ON-CALENDAR-FLAG.
           MOVE "N" TO CAL-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-FIELD = "00"
               PERFORM 312-MATCH-ONE-CALENDAR-TERM
                   UNTIL CAL-EOF-FLAG = "Y"
                       OR TERM-ON-CALENDAR-FLAG = "Y"
               CLOSE CALENDAR-FILE-IN
           END-IF.

       312-MATCH-ONE-CALENDAR-TERM.
           READ CALENDAR-FILE-IN
               AT END MOVE "Y" TO CAL-EOF-FLAG
               NOT AT END
                   IF CAL-TERM-CODE-IN = AGR-TERM-IN-WS
                       MOVE "Y" TO TERM-ON-CALENDAR-FLAG
                   END-IF
           END-READ.

       313-CHECK-BASIS.
           MOVE "N" TO BASIS-VALID-FLAG.
           EVALUATE AGR-BASIS-IN-WS
               WHEN "P"
                   IF AGR-PERCENT-IN-WS > ZERO
                       AND AGR-PERCENT-IN-WS NOT > 100
                       MOVE "Y" TO BASIS-VALID-FLAG
                   END-IF
               WHEN "C"
                   IF AGR-CAP-IN-WS > ZERO
                       MOVE "Y" TO BASIS-VALID-FLAG
                   END-IF
           END-EVALUATE.

       315-READ-AGREEMENT-RECORD.
           MOVE AGR-STUD-NUM-IN-WS TO AGR-STUD-NUM.
           MOVE AGR-TERM-IN-WS     TO AGR-TERM.
           READ AGREEMENT-FILE
               RECORD KEY IS AGR-KEY
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.

       END PROGRAM SPONSOR-AGREEMENT-MAINT.
