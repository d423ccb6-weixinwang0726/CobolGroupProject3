      *ANY COBOL PROGRAM. THE WHOLE TABLE IS LOADED INTO WORKING
      *STORAGE, MAINTAINED THERE, AND REWRITTEN IN FULL WHEN THE
      *OPERATOR IS DONE, SINCE PROGRAM.TXT IS A LINE SEQUENTIAL FILE
      *WITH NO KEY TO RANDOM-ACCESS BY. A CODE RETIRED BY CODE-RECODE
      *CANNOT BE ADDED BACK, EVEN AFTER ITS OLD ENTRY IS DELETED.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM-TBL-MAINT.
      *tell a table that is exactly full from one that has overflowed
       01  SCRATCH-PROGRAM-RECORD-WS   PIC X(25)   VALUE SPACES.

      *Retired-code request
       COPY "RTC-REQ-STRUCTURE.CBL".

       SCREEN SECTION.
      *Prompt the user to enter a maintenance transaction
       01  PROGRAM-MAINT-SCREEN.
           05  VALUE "Duplicate program code - not added"
                                            LINE 19 COLUMN 16.

       01  RETIRED-CODE-SCREEN.
           05  VALUE "Program code retired - not added"
                                            LINE 19 COLUMN 16.

       01  CODE-NOT-FOUND-SCREEN.
           05  VALUE "Program code not found"
                                            LINE 19 COLUMN 16.
           DISPLAY PROGRAM-NAME-INPUT-SCREEN.
           ACCEPT  PROGRAM-NAME-INPUT-SCREEN.

      *Reject a program code that already exists in the table or was
      *retired by a recode; append otherwise, unless the table is
      *already at capacity or the table was already truncated on
      *load (TABLE-OVERFLOW-WS)
       303-ADD-PROGRAM-ENTRY.
           MOVE "P"                 TO RTC-REQ-TYPE-WS.
           MOVE NEW-PROGRAM-CODE-WS TO RTC-REQ-CODE-WS.
           CALL 'CHECK-RETIRED' USING RETIRED-CHECK-REQUEST-WS.
           IF TABLE-OVERFLOW-WS = "YES"
               DISPLAY TABLE-OVERFLOW-SCREEN
           ELSE
                   VARYING TBL-SUB FROM 1 BY 1
                   UNTIL TBL-SUB > TBL-COUNT-WS
                       OR PROGRAM-FOUND-FLAG = "YES"
               EVALUATE TRUE
                   WHEN PROGRAM-FOUND-FLAG = "YES"
                       DISPLAY DUPLICATE-CODE-SCREEN
                   WHEN RTC-REQ-RETIRED-WS = "Y"
                       DISPLAY RETIRED-CODE-SCREEN
                   WHEN TBL-COUNT-WS >= 100
                       DISPLAY TABLE-FULL-SCREEN
                   WHEN OTHER
                       ADD 1 TO TBL-COUNT-WS
                       MOVE NEW-PROGRAM-CODE-WS
                           TO PROGRAM-CODE-TBL-WS(TBL-COUNT-WS)
                       MOVE NEW-PROGRAM-NAME-WS
                           TO PROGRAM-NAME-TBL-WS(TBL-COUNT-WS)
                       DISPLAY MAINT-SUCCESS-SCREEN
               END-EVALUATE
           END-IF.

       304-ACCEPT-CHANGE-PROGRAM-ENTRY.
