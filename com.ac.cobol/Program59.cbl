      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *THIS PROGRAM MAINTAINS THE TUITION REFUND SCHEDULE
      *(REFSCHED.TXT) THE DROP-REASSESSMENT RUN CREDITS DROPPED
      *COURSES BY. EACH ENTRY IS A TERM CODE, A DAY LIMIT AND A
      *PERCENTAGE: A DROP MADE WITHIN THAT MANY DAYS OF THE TERM
      *START ON THE ACADEMIC CALENDAR (CALENDAR.TXT) GETS THAT
      *PERCENTAGE OF THE COURSE'S TUITION BACK. A TERM CARRIES AS
      *MANY STEPS AS IT NEEDS (E.G. 2026F 007 100, 2026F 014 050,
      *2026F 028 025); A DROP PAST THE LAST STEP, OR PAST THE
      *TERM'S DROP DEADLINE, GETS NOTHING. MODELLED ON
      *FEE-SCHED-MAINT: THE WHOLE SCHEDULE IS LOADED INTO WORKING
      *STORAGE, MAINTAINED THERE, AND REWRITTEN IN FULL WHEN THE
      *OPERATOR IS DONE.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-SCHED-MAINT.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-SCHEDULE-FILE
               ASSIGN TO "D:\Cobol\REFSCHED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RFS-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-SCHEDULE-FILE.
       01  REFUND-SCHEDULE-RECORD.
           05  RFS-TERM-CODE       PIC X(5).
           05  RFS-DAY-LIMIT       PIC 9(3).
           05  RFS-PERCENT         PIC 9(3).

       WORKING-STORAGE SECTION.
       01  RFS-STATUS-FIELD            PIC X(2).

      *REFUND SCHEDULE TABLE - ONE STEP PER TERM AND DAY LIMIT
       01  RFS-TABLE-WS.
           05  RFS-ENTRY-WS OCCURS 200 TIMES.
               10  RFS-TERM-TBL-WS     PIC X(5).
               10  RFS-DAYS-TBL-WS     PIC 9(3).
               10  RFS-PERCENT-TBL-WS  PIC 9(3).

       01  FLAG-FIELDS.
           05  EOF-TBL-FLAG            PIC X(3)    VALUE "NO ".
           05  CHOICE                  PIC X(1)    VALUE SPACES.
           05  RFS-FOUND-FLAG          PIC X(3)    VALUE "NO ".

       01  TABLE-FIELDS-WS.
           05  TBL-SUB                 PIC 9(3)    VALUE 1.
           05  TBL-COUNT-WS            PIC 9(3)    VALUE ZERO.
           05  MATCHED-TBL-SUB-WS      PIC 9(3)    VALUE ZERO.

       01  NEW-ENTRY-WS.
           05  NEW-TERM-CODE-WS        PIC X(5)    VALUE SPACES.
           05  NEW-DAY-LIMIT-WS        PIC 9(3)    VALUE ZERO.
           05  NEW-PERCENT-WS          PIC 9(3)    VALUE ZERO.

       SCREEN SECTION.
      *Prompt the user to enter a maintenance transaction
       01  RFS-MAINT-SCREEN.
           05  VALUE "Refund Schedule Maintenance"
                                            LINE 5 COLUMN 16.
           05  VALUE "Enter transaction (A/C/D/N)?"
                                            LINE 8 COLUMN 16.
           05  CHOICE-IN                   LINE 9 COLUMN 16
                                          PIC X(1) TO CHOICE.

       01  RFS-TERM-INPUT-SCREEN.
           05  VALUE "Term code: "         LINE 12 COLUMN 16.
           05  RFS-TERM-INPUT              LINE 12 COLUMN 36
                              PIC X(5) TO NEW-TERM-CODE-WS.

       01  RFS-DAYS-INPUT-SCREEN.
           05  VALUE "Days after start: "  LINE 13 COLUMN 16.
           05  RFS-DAYS-INPUT              LINE 13 COLUMN 36
                              PIC 9(3) TO NEW-DAY-LIMIT-WS.

       01  RFS-PERCENT-INPUT-SCREEN.
           05  VALUE "Percent refunded: "  LINE 14 COLUMN 16.
           05  RFS-PERCENT-INPUT           LINE 14 COLUMN 36
                              PIC 9(3) TO NEW-PERCENT-WS.

       01  DUPLICATE-STEP-SCREEN.
           05  VALUE "Term already has that step - not added"
                                            LINE 19 COLUMN 16.

       01  STEP-NOT-FOUND-SCREEN.
           05  VALUE "Term and day limit not on the schedule"
                                            LINE 19 COLUMN 16.

       01  PERCENT-RANGE-SCREEN.
           05  VALUE "Percent must be 0 to 100 - not saved"
                                            LINE 19 COLUMN 16.

       01  TABLE-FULL-SCREEN.
           05  VALUE "Refund schedule is full - not added"
                                            LINE 19 COLUMN 16.

       01  MAINT-SUCCESS-SCREEN.
           05  VALUE "Transaction completed"
                                            LINE 19 COLUMN 16.

       PROCEDURE DIVISION.
      *MAINTAIN THE TUITION REFUND SCHEDULE
       100-MAINTAIN-REFUND-SCHEDULE.
           PERFORM 200-INIT-MAINTENANCE.
           PERFORM 201-PROCESS-TRANSACTION UNTIL CHOICE = "N".
           PERFORM 202-TERMINATE-MAINTENANCE.
           STOP RUN.

       200-INIT-MAINTENANCE.
           PERFORM 300-LOAD-REFUND-TABLE.
           PERFORM 301-READ-USER-CHOICE.

       201-PROCESS-TRANSACTION.
           EVALUATE CHOICE
               WHEN "A"
                   PERFORM 302-ACCEPT-REFUND-STEP
                   PERFORM 303-ADD-REFUND-STEP
               WHEN "C"
                   PERFORM 302-ACCEPT-REFUND-STEP
                   PERFORM 305-CHANGE-REFUND-STEP
               WHEN "D"
                   PERFORM 306-ACCEPT-DELETE-STEP
                   PERFORM 307-DELETE-REFUND-STEP
           END-EVALUATE.
           PERFORM 301-READ-USER-CHOICE.

       202-TERMINATE-MAINTENANCE.
           PERFORM 308-REWRITE-REFUND-FILE.
           DISPLAY "REFUND SCHEDULE MAINTENANCE COMPLETE".

      *Load the refund schedule into working storage; a missing file
      *is an empty schedule waiting for its first steps
       300-LOAD-REFUND-TABLE.
           OPEN INPUT REFUND-SCHEDULE-FILE.
           IF RFS-STATUS-FIELD = "00"
               PERFORM 309-LOAD-ONE-REFUND-STEP
                   VARYING TBL-SUB FROM 1 BY 1
                   UNTIL TBL-SUB > 200 OR EOF-TBL-FLAG = "YES"
               CLOSE REFUND-SCHEDULE-FILE
           END-IF.

       309-LOAD-ONE-REFUND-STEP.
           READ REFUND-SCHEDULE-FILE INTO RFS-ENTRY-WS(TBL-SUB)
               AT END MOVE "YES" TO EOF-TBL-FLAG
               NOT AT END ADD 1 TO TBL-COUNT-WS
           END-READ.

       301-READ-USER-CHOICE.
           DISPLAY RFS-MAINT-SCREEN.
           ACCEPT  RFS-MAINT-SCREEN.

       302-ACCEPT-REFUND-STEP.
           MOVE SPACES TO NEW-TERM-CODE-WS.
           MOVE ZERO   TO NEW-DAY-LIMIT-WS
                          NEW-PERCENT-WS.
           DISPLAY RFS-TERM-INPUT-SCREEN.
           ACCEPT  RFS-TERM-INPUT-SCREEN.
           DISPLAY RFS-DAYS-INPUT-SCREEN.
           ACCEPT  RFS-DAYS-INPUT-SCREEN.
           DISPLAY RFS-PERCENT-INPUT-SCREEN.
           ACCEPT  RFS-PERCENT-INPUT-SCREEN.

      *Reject a step the term already has, or a percentage past
      *100; append otherwise, unless the table is at capacity
       303-ADD-REFUND-STEP.
           MOVE "NO " TO RFS-FOUND-FLAG.
           PERFORM 402-SEARCH-REFUND-STEP
               VARYING TBL-SUB FROM 1 BY 1
               UNTIL TBL-SUB > TBL-COUNT-WS
                   OR RFS-FOUND-FLAG = "YES".
           IF RFS-FOUND-FLAG = "YES"
               DISPLAY DUPLICATE-STEP-SCREEN
           ELSE
               IF NEW-PERCENT-WS > 100
                   DISPLAY PERCENT-RANGE-SCREEN
               ELSE
                   IF TBL-COUNT-WS >= 200
                       DISPLAY TABLE-FULL-SCREEN
                   ELSE
                       ADD 1 TO TBL-COUNT-WS
                       MOVE NEW-TERM-CODE-WS
                           TO RFS-TERM-TBL-WS(TBL-COUNT-WS)
                       MOVE NEW-DAY-LIMIT-WS
                           TO RFS-DAYS-TBL-WS(TBL-COUNT-WS)
                       MOVE NEW-PERCENT-WS
                           TO RFS-PERCENT-TBL-WS(TBL-COUNT-WS)
                       DISPLAY MAINT-SUCCESS-SCREEN
                   END-IF
               END-IF
           END-IF.

      *Replace the percentage on the matching step, if it exists
       305-CHANGE-REFUND-STEP.
           MOVE "NO " TO RFS-FOUND-FLAG.
           PERFORM 402-SEARCH-REFUND-STEP
               VARYING TBL-SUB FROM 1 BY 1
               UNTIL TBL-SUB > TBL-COUNT-WS
                   OR RFS-FOUND-FLAG = "YES".
           IF RFS-FOUND-FLAG = "NO "
               DISPLAY STEP-NOT-FOUND-SCREEN
           ELSE
               IF NEW-PERCENT-WS > 100
                   DISPLAY PERCENT-RANGE-SCREEN
               ELSE
                   MOVE NEW-PERCENT-WS
                       TO RFS-PERCENT-TBL-WS(MATCHED-TBL-SUB-WS)
                   DISPLAY MAINT-SUCCESS-SCREEN
               END-IF
           END-IF.

       306-ACCEPT-DELETE-STEP.
           MOVE SPACES TO NEW-TERM-CODE-WS.
           MOVE ZERO   TO NEW-DAY-LIMIT-WS.
           DISPLAY RFS-TERM-INPUT-SCREEN.
           ACCEPT  RFS-TERM-INPUT-SCREEN.
           DISPLAY RFS-DAYS-INPUT-SCREEN.
           ACCEPT  RFS-DAYS-INPUT-SCREEN.

      *Remove the matching step and close the gap by shifting every
      *later entry down one slot
       307-DELETE-REFUND-STEP.
           MOVE "NO " TO RFS-FOUND-FLAG.
           PERFORM 402-SEARCH-REFUND-STEP
               VARYING TBL-SUB FROM 1 BY 1
               UNTIL TBL-SUB > TBL-COUNT-WS
                   OR RFS-FOUND-FLAG = "YES".
           IF RFS-FOUND-FLAG = "YES"
               PERFORM 403-SHIFT-ONE-ENTRY
                   VARYING TBL-SUB FROM MATCHED-TBL-SUB-WS BY 1
                   UNTIL TBL-SUB >= TBL-COUNT-WS
               SUBTRACT 1 FROM TBL-COUNT-WS
               DISPLAY MAINT-SUCCESS-SCREEN
           ELSE
               DISPLAY STEP-NOT-FOUND-SCREEN
           END-IF.

       403-SHIFT-ONE-ENTRY.
           MOVE RFS-ENTRY-WS(TBL-SUB + 1) TO RFS-ENTRY-WS(TBL-SUB).

      *Rewrite REFSCHED.TXT in full from the maintained table
       308-REWRITE-REFUND-FILE.
           OPEN OUTPUT REFUND-SCHEDULE-FILE.
           PERFORM 404-WRITE-ONE-REFUND-STEP
               VARYING TBL-SUB FROM 1 BY 1
               UNTIL TBL-SUB > TBL-COUNT-WS.
           CLOSE REFUND-SCHEDULE-FILE.

       404-WRITE-ONE-REFUND-STEP.
           WRITE REFUND-SCHEDULE-RECORD FROM RFS-ENTRY-WS(TBL-SUB).

      *Search the in-memory table for the keyed term and day limit
       402-SEARCH-REFUND-STEP.
           IF NEW-TERM-CODE-WS = RFS-TERM-TBL-WS(TBL-SUB)
               AND NEW-DAY-LIMIT-WS = RFS-DAYS-TBL-WS(TBL-SUB)
               MOVE "YES" TO RFS-FOUND-FLAG
               MOVE TBL-SUB TO MATCHED-TBL-SUB-WS
           END-IF.

       END PROGRAM REFUND-SCHED-MAINT.
