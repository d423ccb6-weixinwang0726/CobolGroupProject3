      *MODELLED ON PROGRAM-TBL-MAINT: THE WHOLE TABLE IS LOADED INTO
      *WORKING STORAGE, MAINTAINED THERE, AND REWRITTEN IN FULL WHEN
      *THE OPERATOR IS DONE, SINCE FEESCHED.TXT IS A LINE SEQUENTIAL
      *FILE WITH NO KEY TO RANDOM-ACCESS BY. NO RATE CAN BE ADDED FOR
      *A PROGRAM CODE RETIRED BY CODE-RECODE.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-SCHED-MAINT.
           05  NEW-PROGRAM-CODE-WS     PIC X(5)    VALUE SPACES.
           05  NEW-CREDIT-RATE-WS      PIC 9(4)V99 VALUE ZERO.

      *Retired-code request
       COPY "RTC-REQ-STRUCTURE.CBL".

       SCREEN SECTION.
      *Prompt the user to enter a maintenance transaction
       01  FEE-MAINT-SCREEN.
           05  VALUE "Program already has a rate - not added"
                                            LINE 19 COLUMN 16.

       01  RETIRED-CODE-SCREEN.
           05  VALUE "Program code retired - not added"
                                            LINE 19 COLUMN 16.

       01  CODE-NOT-FOUND-SCREEN.
           05  VALUE "Program code not on the fee schedule"
                                            LINE 19 COLUMN 16.
           DISPLAY FEE-RATE-INPUT-SCREEN.
           ACCEPT  FEE-RATE-INPUT-SCREEN.

      *Reject a program code that already has a rate or was retired
      *by a recode; append otherwise, unless the table is at capacity
       303-ADD-FEE-ENTRY.
           MOVE "P"                 TO RTC-REQ-TYPE-WS.
           MOVE NEW-PROGRAM-CODE-WS TO RTC-REQ-CODE-WS.
           CALL 'CHECK-RETIRED' USING RETIRED-CHECK-REQUEST-WS.
           MOVE "NO " TO FEE-FOUND-FLAG.
           PERFORM 402-SEARCH-FEE-CODE
               VARYING TBL-SUB FROM 1 BY 1
               UNTIL TBL-SUB > TBL-COUNT-WS
                   OR FEE-FOUND-FLAG = "YES".
           EVALUATE TRUE
               WHEN FEE-FOUND-FLAG = "YES"
                   DISPLAY DUPLICATE-CODE-SCREEN
               WHEN RTC-REQ-RETIRED-WS = "Y"
                   DISPLAY RETIRED-CODE-SCREEN
               WHEN TBL-COUNT-WS >= 100
                   DISPLAY TABLE-FULL-SCREEN
               WHEN OTHER
                   ADD 1 TO TBL-COUNT-WS
                   MOVE NEW-PROGRAM-CODE-WS
                       TO FEE-PROGRAM-TBL-WS(TBL-COUNT-WS)
                   MOVE NEW-CREDIT-RATE-WS
                       TO FEE-RATE-TBL-WS(TBL-COUNT-WS)
                   DISPLAY MAINT-SUCCESS-SCREEN
           END-EVALUATE.

      *Replace the rate for the matching program, if it exists
       305-CHANGE-FEE-ENTRY.
