      *STORAGE, MAINTAINED THERE, AND REWRITTEN IN FULL WHEN THE
      *OPERATOR IS DONE, SINCE COURSE.TXT IS A LINE SEQUENTIAL FILE
      *WITH NO KEY TO RANDOM-ACCESS BY. CREDIT HOURS MUST BE 1-9.
      *A CODE RETIRED BY CODE-RECODE CANNOT BE ADDED BACK, EVEN AFTER
      *ITS OLD ENTRY IS DELETED.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-TBL-MAINT.
      *tell a table that is exactly full from one that has overflowed
       01  SCRATCH-COURSE-RECORD-WS    PIC X(42)   VALUE SPACES.

      *Retired-code request
       COPY "RTC-REQ-STRUCTURE.CBL".

       SCREEN SECTION.
      *Prompt the user to enter a maintenance transaction
       01  COURSE-MAINT-SCREEN.
           05  VALUE "Duplicate course code - not added"
                                            LINE 19 COLUMN 16.

       01  RETIRED-CODE-SCREEN.
           05  VALUE "Course code retired - not added"
                                            LINE 19 COLUMN 16.

       01  CODE-NOT-FOUND-SCREEN.
           05  VALUE "Course code not found"
                                            LINE 19 COLUMN 16.
           DISPLAY COURSE-DATA-INPUT-SCREEN.
           ACCEPT  COURSE-DATA-INPUT-SCREEN.

      *Reject a course code that already exists in the table or was
      *retired by a recode, or a credit count outside 1-9; append
      *otherwise, unless the table is at capacity or was truncated
      *on load
       303-ADD-COURSE-ENTRY.
           MOVE "C"                TO RTC-REQ-TYPE-WS.
           MOVE NEW-COURSE-CODE-WS TO RTC-REQ-CODE-WS.
           CALL 'CHECK-RETIRED' USING RETIRED-CHECK-REQUEST-WS.
           IF TABLE-OVERFLOW-WS = "YES"
               DISPLAY TABLE-OVERFLOW-SCREEN
           ELSE
                       VARYING TBL-SUB FROM 1 BY 1
                       UNTIL TBL-SUB > TBL-COUNT-WS
                           OR COURSE-FOUND-FLAG = "YES"
                   EVALUATE TRUE
                       WHEN COURSE-FOUND-FLAG = "YES"
                           DISPLAY DUPLICATE-CODE-SCREEN
                       WHEN RTC-REQ-RETIRED-WS = "Y"
                           DISPLAY RETIRED-CODE-SCREEN
                       WHEN TBL-COUNT-WS >= 200
                           DISPLAY TABLE-FULL-SCREEN
                       WHEN OTHER
                           ADD 1 TO TBL-COUNT-WS
                           MOVE NEW-COURSE-CODE-WS
                               TO COURSE-CODE-TBL-WS(TBL-COUNT-WS)
                           MOVE NEW-COURSE-CREDIT-WS
                               TO COURSE-CREDIT-TBL-WS(TBL-COUNT-WS)
                           DISPLAY MAINT-SUCCESS-SCREEN
                   END-EVALUATE
               END-IF
           END-IF.

