      *CODE NOT ON THE CALENDAR (NO MORE "2025F", "25FAL", AND
      *"F2025" HISTORY FOR THE SAME TERM) AND COURSE-REGISTRATION
      *CAN TELL A WEEK-ONE WITHDRAWAL FROM A WEEK-THIRTEEN ONE.
      *EACH TERM ALSO CARRIES ITS GRADING DEADLINE, AFTER WHICH
      *GRADES ON REGFILE.TXT ARE LOCKED AND A CHANGE HAS TO GO
      *THROUGH A SUPERVISOR-APPROVED GRADE-CHANGE REQUEST; A BLANK
      *DEADLINE LEAVES THE TERM'S GRADES OPEN. THE TERM'S FEE
      *DEADLINE, INSIDE THE TERM, IS THE DATE AFTER WHICH
      *DEREGISTRATION-RUN CANCELS THE REGISTRATIONS OF STUDENTS WHO
      *HAVE NOT PAID; A BLANK FEE DEADLINE DEREGISTERS NOBODY.
      *MODELLED ON PROGRAM-TBL-MAINT: THE WHOLE TABLE IS LOADED INTO
      *WORKING STORAGE, MAINTAINED THERE, AND REWRITTEN IN FULL WHEN
      *THE OPERATOR IS DONE.
           05  CAL-START-DATE      PIC X(8).
           05  CAL-END-DATE        PIC X(8).
           05  CAL-DROP-DEADLINE   PIC X(8).
           05  CAL-GRADE-DEADLINE  PIC X(8).
           05  CAL-FEE-DEADLINE    PIC X(8).

       WORKING-STORAGE SECTION.
       01  CAL-STATUS-FIELD            PIC X(2).
               10  CAL-START-TBL-WS    PIC X(8).
               10  CAL-END-TBL-WS      PIC X(8).
               10  CAL-DROP-TBL-WS     PIC X(8).
               10  CAL-GRADE-TBL-WS    PIC X(8).
               10  CAL-FEE-TBL-WS      PIC X(8).

       01  FLAG-FIELDS.
           05  EOF-TBL-FLAG            PIC X(3)    VALUE "NO ".
           05  NEW-START-DATE-WS       PIC X(8)    VALUE SPACES.
           05  NEW-END-DATE-WS         PIC X(8)    VALUE SPACES.
           05  NEW-DROP-DATE-WS        PIC X(8)    VALUE SPACES.
           05  NEW-GRADE-DATE-WS       PIC X(8)    VALUE SPACES.
           05  NEW-FEE-DATE-WS         PIC X(8)    VALUE SPACES.

       SCREEN SECTION.
      *Prompt the user to enter a maintenance transaction
           05  VALUE "Drop deadline: "     LINE 15 COLUMN 16.
           05  DROP-DATE-INPUT             LINE 15 COLUMN 36
                              PIC X(8) TO NEW-DROP-DATE-WS.
           05  VALUE "Grade deadline: "    LINE 16 COLUMN 16.
           05  GRADE-DATE-INPUT            LINE 16 COLUMN 36
                              PIC X(8) TO NEW-GRADE-DATE-WS.
           05  VALUE "Fee deadline: "      LINE 17 COLUMN 16.
           05  FEE-DATE-INPUT              LINE 17 COLUMN 36
                              PIC X(8) TO NEW-FEE-DATE-WS.

       01  DUPLICATE-TERM-SCREEN.
           05  VALUE "Term is already on the calendar"
       01  BAD-DATES-SCREEN.
           05  VALUE "Dates must be numeric YYYYMMDD, start before"
                                            LINE 19 COLUMN 16.
           05  VALUE "end, drop deadline inside the term, fee"
                                            LINE 20 COLUMN 16.
           05  VALUE "deadline blank or inside it, grade"
                                            LINE 21 COLUMN 16.
           05  VALUE "deadline blank or not before the end"
                                            LINE 22 COLUMN 16.

       01  MAINT-SUCCESS-SCREEN.
           05  VALUE "Transaction completed"
                                            LINE 23 COLUMN 16.

       PROCEDURE DIVISION.
      *MAINTAIN THE ACADEMIC CALENDAR

       302-ACCEPT-CALENDAR-ENTRY.
           MOVE SPACES TO NEW-TERM-CODE-WS NEW-START-DATE-WS
               NEW-END-DATE-WS NEW-DROP-DATE-WS NEW-GRADE-DATE-WS
               NEW-FEE-DATE-WS.
           DISPLAY TERM-CODE-INPUT-SCREEN.
           ACCEPT  TERM-CODE-INPUT-SCREEN.
           DISPLAY TERM-DATES-INPUT-SCREEN.

      *The dates must be numeric, in order, with the drop deadline
      *inside the term - a calendar typo would quietly turn every
      *withdrawal late. A grading deadline before the term ends
      *would lock grades before they could be entered. A fee
      *deadline outside the term would deregister students before
      *the term opened or after it was over.
       310-EDIT-CALENDAR-DATES.
           MOVE "NO " TO DATES-OK-FLAG.
           IF NEW-START-DATE-WS IS NUMERIC
               AND NEW-DROP-DATE-WS <= NEW-END-DATE-WS
               MOVE "YES" TO DATES-OK-FLAG
           END-IF.
           IF NEW-GRADE-DATE-WS NOT = SPACES
               IF NEW-GRADE-DATE-WS IS NOT NUMERIC
                   OR NEW-GRADE-DATE-WS < NEW-END-DATE-WS
                   MOVE "NO " TO DATES-OK-FLAG
               END-IF
           END-IF.
           IF NEW-FEE-DATE-WS NOT = SPACES
               IF NEW-FEE-DATE-WS IS NOT NUMERIC
                   OR NEW-FEE-DATE-WS < NEW-START-DATE-WS
                   OR NEW-FEE-DATE-WS > NEW-END-DATE-WS
                   MOVE "NO " TO DATES-OK-FLAG
               END-IF
           END-IF.

       303-ADD-CALENDAR-ENTRY.
           PERFORM 310-EDIT-CALENDAR-DATES.
                           TO CAL-END-TBL-WS(TBL-COUNT-WS)
                       MOVE NEW-DROP-DATE-WS
                           TO CAL-DROP-TBL-WS(TBL-COUNT-WS)
                       MOVE NEW-GRADE-DATE-WS
                           TO CAL-GRADE-TBL-WS(TBL-COUNT-WS)
                       MOVE NEW-FEE-DATE-WS
                           TO CAL-FEE-TBL-WS(TBL-COUNT-WS)
                       DISPLAY MAINT-SUCCESS-SCREEN
                   END-IF
               END-IF
                       TO CAL-END-TBL-WS(MATCHED-TBL-SUB-WS)
                   MOVE NEW-DROP-DATE-WS
                       TO CAL-DROP-TBL-WS(MATCHED-TBL-SUB-WS)
                   MOVE NEW-GRADE-DATE-WS
                       TO CAL-GRADE-TBL-WS(MATCHED-TBL-SUB-WS)
                   MOVE NEW-FEE-DATE-WS
                       TO CAL-FEE-TBL-WS(MATCHED-TBL-SUB-WS)
                   DISPLAY MAINT-SUCCESS-SCREEN
               ELSE
                   DISPLAY TERM-NOT-FOUND-SCREEN
