      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *FISCAL YEAR-END DEFERRED TUITION REVENUE RUN. GL-EXTRACT BOOKS
      *EVERY TERM ASSESSMENT AS REVENUE THE DAY TERM-ASSESSMENT
      *POSTS IT, BUT THE FISCAL YEAR ENDS PART WAY THROUGH THE FALL
      *TERM, SO PART OF THAT TUITION BELONGS TO THE NEXT YEAR. THIS
      *RUN TAKES AN OPERATOR-KEYED FISCAL YEAR-END DATE, TOTALS THE
      *ASSESSMENTS ON THE CUMULATIVE ASSESSED.TXT REGISTER POSTED ON
      *OR BEFORE IT BY TERM AND BY THE STUDENT'S PROGRAM OF STUDY,
      *AND FOR EVERY TERM STILL OPEN AT YEAR-END WORKS OUT THE
      *EARNED PORTION FROM THE ACADEMIC CALENDAR (CALENDAR.TXT) -
      *THE DAYS OF THE TERM UP TO AND INCLUDING YEAR-END OVER THE
      *DAYS IN THE TERM; A TERM THAT STARTS AFTER YEAR-END IS WHOLLY
      *DEFERRED. THE DEFERRED PORTION IS APPENDED TO THE LEDGER
      *POSTING FILE (GLPOST.TXT) AS A DEFERRAL DATED YEAR-END -
      *DEBIT TUITION REVENUE, CREDIT DEFERRED REVENUE - AND ITS
      *REVERSAL DATED THE NEXT DAY, WITH ITS OWN TRAILER. THE
      *DEFERRED-REVENUE ACCOUNT COMES FROM GLACCT.TXT
      *(DEFERRED-REV-ACCOUNT) WITH A SHOP DEFAULT. A DEFERRAL
      *SCHEDULE (DEFERSCH.TXT) LISTS EACH TERM AND PROGRAM WITH ITS
      *ASSESSED, EARNED AND DEFERRED AMOUNTS AND TIES THE SCHEDULE
      *BACK TO THE REGISTER TOTALS; A SCHEDULE THAT DOES NOT TIE
      *ENDS RC=8 AND STAMPS THE POSTING TRAILER OUT OF PROOF. RUN IT
      *AFTER GL-EXTRACT FOR THE YEAR-END BUSINESS DATE AND BEFORE
      *THE LEDGER IMPORTS GLPOST.TXT.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFERRED-REVENUE.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The cumulative register TERM-ASSESSMENT writes - one line per
      *assessment ever posted
           SELECT ASSESSED-REGISTER-FILE
               ASSIGN TO "D:\Cobol\ASSESSED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ASSESSED-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

           SELECT CALENDAR-FILE-IN
               ASSIGN TO "D:\Cobol\CALENDAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CAL-STATUS-WS.

           SELECT GL-POSTING-FILE
               ASSIGN TO "D:\Cobol\GLPOST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS GLPOST-STATUS-WS.

           SELECT ACCOUNT-CONTROL-FILE
               ASSIGN TO "D:\Cobol\GLACCT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS GLACCT-STATUS-WS.

           SELECT DEFERRAL-SCHEDULE
               ASSIGN TO "D:\Cobol\DEFERSCH.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *One line per assessment ever posted: term, student, amount,
      *and the run date
       FD  ASSESSED-REGISTER-FILE.
       01  ASSESSED-REGISTER-RECORD.
           05  ASD-TERM-IN             PIC X(5).
           05  FILLER                  PIC X(2).
           05  ASD-STUD-NUM-IN         PIC 9(6).
           05  FILLER                  PIC X(2).
           05  ASD-AMOUNT-IN           PIC 9(5)V99.
           05  FILLER                  PIC X(2).
           05  ASD-DATE-IN             PIC X(8).

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

       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN    PIC X(5).
           05  CAL-START-DATE-IN   PIC X(8).
           05  CAL-END-DATE-IN     PIC X(8).
           05  CAL-DROP-DEADLINE-IN PIC X(8).

      *One balanced posting line in the ledger's import format
       FD  GL-POSTING-FILE.
       01  GL-POSTING-RECORD.
           05  GL-DATE-OUT             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GL-ACCOUNT-OUT          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GL-DRCR-OUT             PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GL-AMOUNT-OUT           PIC 9(7)V99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  GL-TYPE-OUT             PIC X(12).

      *Account-code control record: a keyword in columns 1-20 and
      *its value in columns 21-60, the RUNPARM.TXT convention
       FD  ACCOUNT-CONTROL-FILE.
       01  ACCOUNT-CONTROL-RECORD-IN.
           05  ACCT-KEYWORD-IN         PIC X(20).
           05  ACCT-VALUE-IN           PIC X(40).

       FD  DEFERRAL-SCHEDULE.
       01  SCHEDULE-RECORD-OUT         PIC X(80).

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

      *The ledger accounts the deferral posts to, with the shop
      *defaults when GLACCT.TXT is absent
       01  ACCOUNT-CODE-FIELDS.
           05  GLACCT-STATUS-WS        PIC X(2).
           05  GLACCT-EOF-FLAG         PIC X(1)  VALUE "N".
           05  REVENUE-ACCOUNT-WS      PIC X(8)  VALUE "40100000".
           05  DEFERRED-ACCOUNT-WS     PIC X(8)  VALUE "24100000".

      *Academic calendar - the start and end of every term
       01  CALENDAR-TABLE-WS.
           05  CAL-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  CAL-ENTRY-WS OCCURS 100 TIMES.
               10  CAL-TERM-TBL-WS     PIC X(5).
               10  CAL-START-TBL-WS    PIC X(8).
               10  CAL-END-TBL-WS      PIC X(8).

      *One entry per term and program still open at year-end, kept
      *in term and program order for the schedule
       01  DEFERRAL-TABLE-WS.
           05  DEF-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  DEF-ENTRY-WS OCCURS 500 TIMES.
               10  DEF-KEY-TBL-WS.
                   15  DEF-TERM-TBL-WS     PIC X(5).
                   15  DEF-PROGRAM-TBL-WS  PIC X(5).
               10  DEF-START-TBL-WS        PIC X(8).
               10  DEF-END-TBL-WS          PIC X(8).
               10  DEF-STUDENTS-TBL-WS     PIC 9(5).
               10  DEF-ASSESSED-TBL-WS     PIC 9(7)V99.

      *Key of the assessment in hand and where it goes in the table
       01  DEFERRAL-LOOKUP-FIELDS.
           05  NEW-KEY-WS.
               10  NEW-TERM-WS         PIC X(5).
               10  NEW-PROGRAM-WS      PIC X(5).
           05  CAL-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  CAL-MATCH-SUB-WS        PIC 9(3)  VALUE ZERO.
           05  DEF-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  DEF-MATCH-SUB-WS        PIC 9(3)  VALUE ZERO.
           05  DEF-INSERT-SUB-WS       PIC 9(3)  VALUE ZERO.
           05  DEF-FOUND-FLAG          PIC X(1)  VALUE "N".

      *Year-end and reversal dates, and the proration arithmetic
       01  PRORATION-FIELDS.
           05  YEAR-END-DATE-WS        PIC X(8)  VALUE SPACES.
           05  YEAR-END-DATE-NUM-WS REDEFINES YEAR-END-DATE-WS
                                       PIC 9(8).
           05  REVERSAL-DATE-NUM-WS    PIC 9(8)  VALUE ZERO.
           05  REVERSAL-DATE-WS REDEFINES REVERSAL-DATE-NUM-WS
                                       PIC X(8).
           05  YEAR-END-DAY-WS         PIC 9(7)  VALUE ZERO.
           05  START-DATE-NUM-WS       PIC 9(8)  VALUE ZERO.
           05  END-DATE-NUM-WS         PIC 9(8)  VALUE ZERO.
           05  EARNED-DAYS-WS          PIC S9(5) VALUE ZERO.
           05  TERM-DAYS-WS            PIC S9(5) VALUE ZERO.
           05  EARNED-AMOUNT-WS        PIC 9(7)V99 VALUE ZERO.
           05  DEFERRED-AMOUNT-WS      PIC 9(7)V99 VALUE ZERO.
           05  POSTING-AMOUNT-WS       PIC 9(7)V99 VALUE ZERO.

      *Register totals by what became of each assessment, and the
      *schedule totals they must tie to
       01  DEFERRAL-TOTALS-WS.
           05  REGISTER-COUNTER-WS     PIC 9(6)    VALUE ZERO.
           05  REGISTER-TOTAL-WS       PIC 9(9)V99 VALUE ZERO.
           05  OPEN-COUNTER-WS         PIC 9(6)    VALUE ZERO.
           05  OPEN-TOTAL-WS           PIC 9(9)V99 VALUE ZERO.
           05  CLOSED-COUNTER-WS       PIC 9(6)    VALUE ZERO.
           05  CLOSED-TOTAL-WS         PIC 9(9)V99 VALUE ZERO.
           05  LATER-COUNTER-WS        PIC 9(6)    VALUE ZERO.
           05  LATER-TOTAL-WS          PIC 9(9)V99 VALUE ZERO.
           05  NOCAL-COUNTER-WS        PIC 9(6)    VALUE ZERO.
           05  NOCAL-TOTAL-WS          PIC 9(9)V99 VALUE ZERO.
           05  OVERFLOW-COUNTER-WS     PIC 9(6)    VALUE ZERO.
           05  SCHEDULE-ASSESSED-WS    PIC 9(9)V99 VALUE ZERO.
           05  SCHEDULE-EARNED-WS      PIC 9(9)V99 VALUE ZERO.
           05  SCHEDULE-DEFERRED-WS    PIC 9(9)V99 VALUE ZERO.
           05  TERM-ASSESSED-WS        PIC 9(9)V99 VALUE ZERO.
           05  TERM-EARNED-WS          PIC 9(9)V99 VALUE ZERO.
           05  TERM-DEFERRED-WS        PIC 9(9)V99 VALUE ZERO.
           05  PREVIOUS-TERM-WS        PIC X(5)    VALUE SPACES.
           05  POSTING-COUNTER-WS      PIC 9(6)    VALUE ZERO.

      *Deferral and reversal move no receivable, so the trailer's
      *net movement is always zero; the result says whether the
      *schedule tied to the register
       01  TRAILER-LINE-WS.
           05  FILLER                  PIC X(8)  VALUE "*TRAILER".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TRL-COUNT-OUT-WS        PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TRL-MOVEMENT-OUT-WS     PIC S9(9)V99 SIGN LEADING
                                                    SEPARATE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TRL-RESULT-OUT-WS       PIC X(12).

      *SCHEDULE LINES
       01  SCHEDULE-HEADER-WS          PIC X(42) VALUE
               "YEAR-END DEFERRED TUITION REVENUE SCHEDULE".

       01  DATE-ECHO-LINE-WS.
           05  FILLER                  PIC X(17) VALUE
               "FISCAL YEAR-END: ".
           05  ECHO-YEAR-END-OUT-WS    PIC X(8).
           05  FILLER                  PIC X(18) VALUE
               "   REVERSAL DATE: ".
           05  ECHO-REVERSAL-OUT-WS    PIC X(8).

       01  COLUMN-HEADER-WS.
           05  FILLER                  PIC X(40) VALUE
               "TERM  PROG  START    END      DAYS    ST".
           05  FILLER                  PIC X(36) VALUE
               "UDS   ASSESSED     EARNED   DEFERRED".

       01  DEFERRAL-LINE-WS.
           05  DFL-TERM-OUT-WS         PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DFL-PROGRAM-OUT-WS      PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DFL-START-OUT-WS        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DFL-END-OUT-WS          PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DFL-EARNED-DAYS-OUT-WS  PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE "/".
           05  DFL-TERM-DAYS-OUT-WS    PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DFL-STUDENTS-OUT-WS     PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DFL-ASSESSED-OUT-WS     PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DFL-EARNED-OUT-WS       PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  DFL-DEFERRED-OUT-WS     PIC ZZZ,ZZ9.99.

       01  TERM-TOTAL-LINE-WS.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "TERM TOTAL ".
           05  TTL-TERM-OUT-WS         PIC X(5).
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  TTL-ASSESSED-OUT-WS     PIC ZZZZ,ZZ9.99.
           05  TTL-EARNED-OUT-WS       PIC ZZZZ,ZZ9.99.
           05  TTL-DEFERRED-OUT-WS     PIC ZZZZ,ZZ9.99.

       01  SCHEDULE-TOTAL-LINE-WS.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               "SCHEDULE TOTAL ".
           05  FILLER                  PIC X(23) VALUE SPACES.
           05  STL-ASSESSED-OUT-WS     PIC ZZZZ,ZZ9.99.
           05  STL-EARNED-OUT-WS       PIC ZZZZ,ZZ9.99.
           05  STL-DEFERRED-OUT-WS     PIC ZZZZ,ZZ9.99.

      *Tie-out of the schedule to the assessment register
       01  TIE-OUT-LINE-WS.
           05  TIE-LABEL-OUT-WS        PIC X(36).
           05  TIE-COUNT-OUT-WS        PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TIE-AMOUNT-OUT-WS       PIC ZZZ,ZZZ,ZZ9.99.

       01  TIE-RESULT-LINE-WS          PIC X(50).

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD            PIC X(2).
           05  ASSESSED-STATUS-WS      PIC X(2).
           05  ASDFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  CAL-STATUS-WS           PIC X(2).
           05  CAL-EOF-FLAG            PIC X(1)  VALUE "N".
           05  GLPOST-STATUS-WS        PIC X(2).
           05  TIED-FLAG               PIC X(1)  VALUE "N".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *DEFER THE TUITION EARNED AFTER FISCAL YEAR-END
       100-DEFER-TERM-REVENUE.
           PERFORM 390-LOG-JOB-START.
           PERFORM 201-INITIATE-DEFERRAL.
           PERFORM 202-DEFER-ONE-ASSESSMENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-DEFERRAL.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *The year-end must be a real date and the calendar must be on
      *file - without term dates nothing can be prorated
       201-INITIATE-DEFERRAL.
           DISPLAY "ENTER FISCAL YEAR-END DATE (YYYYMMDD): ".
           ACCEPT YEAR-END-DATE-WS.
           IF YEAR-END-DATE-WS IS NUMERIC
               COMPUTE YEAR-END-DAY-WS =
                   FUNCTION INTEGER-OF-DATE(YEAR-END-DATE-NUM-WS)
           END-IF.
           IF YEAR-END-DAY-WS = ZERO
               DISPLAY "DEFERRAL RUN REFUSED - " YEAR-END-DATE-WS
                   " IS NOT A VALID YEAR-END DATE"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           COMPUTE REVERSAL-DATE-NUM-WS =
               FUNCTION DATE-OF-INTEGER(YEAR-END-DAY-WS + 1).
           PERFORM 310-READ-RUN-PARAMETERS.
           PERFORM 313-READ-ACCOUNT-CODES.
           PERFORM 315-LOAD-CALENDAR-TABLE.
           IF CAL-COUNT-WS = ZERO
               DISPLAY "DEFERRAL RUN REFUSED - NO TERMS ON THE "
                   "ACADEMIC CALENDAR (SEE CALENDAR-MAINT)"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN OUTPUT DEFERRAL-SCHEDULE.
           OPEN EXTEND GL-POSTING-FILE.
           IF GLPOST-STATUS-WS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF.
           WRITE SCHEDULE-RECORD-OUT FROM SCHEDULE-HEADER-WS.
           MOVE YEAR-END-DATE-WS TO ECHO-YEAR-END-OUT-WS.
           MOVE REVERSAL-DATE-WS TO ECHO-REVERSAL-OUT-WS.
           WRITE SCHEDULE-RECORD-OUT FROM DATE-ECHO-LINE-WS
               AFTER ADVANCING 1 LINES.
           WRITE SCHEDULE-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.
           OPEN INPUT ASSESSED-REGISTER-FILE.
           IF ASSESSED-STATUS-WS NOT = "00"
               DISPLAY "NO ASSESSMENTS ON FILE - NOTHING TO DEFER"
               MOVE "YES" TO EOF-FLAG
           ELSE
               MOVE "Y" TO ASDFILE-OPEN-FLAG
               PERFORM 301-READ-ASSESSED-RECORD
           END-IF.

       301-READ-ASSESSED-RECORD.
           READ ASSESSED-REGISTER-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

      *Every assessment on the register is accounted for once:
      *posted after year-end it is next year's revenue, on a term
      *that ended by year-end it is wholly earned, otherwise it
      *goes on the schedule for its term and program
       202-DEFER-ONE-ASSESSMENT.
           ADD 1 TO REGISTER-COUNTER-WS.
           ADD ASD-AMOUNT-IN TO REGISTER-TOTAL-WS.
           PERFORM 401-LOOKUP-CALENDAR-TERM.
           EVALUATE TRUE
               WHEN ASD-DATE-IN > YEAR-END-DATE-WS
                   ADD 1 TO LATER-COUNTER-WS
                   ADD ASD-AMOUNT-IN TO LATER-TOTAL-WS
               WHEN CAL-MATCH-SUB-WS = ZERO
                   DISPLAY "TERM " ASD-TERM-IN
                       " NOT ON CALENDAR - STUDENT " ASD-STUD-NUM-IN
                       " NOT SCHEDULED"
                   ADD 1 TO NOCAL-COUNTER-WS
                   ADD ASD-AMOUNT-IN TO NOCAL-TOTAL-WS
               WHEN CAL-END-TBL-WS(CAL-MATCH-SUB-WS)
                       NOT > YEAR-END-DATE-WS
                   ADD 1 TO CLOSED-COUNTER-WS
                   ADD ASD-AMOUNT-IN TO CLOSED-TOTAL-WS
               WHEN OTHER
                   ADD 1 TO OPEN-COUNTER-WS
                   ADD ASD-AMOUNT-IN TO OPEN-TOTAL-WS
                   PERFORM 302-SCHEDULE-ASSESSMENT
           END-EVALUATE.
           PERFORM 301-READ-ASSESSED-RECORD.

      *A student no longer on the file is scheduled under a program
      *of "*NONE" so the schedule still ties to the register
       302-SCHEDULE-ASSESSMENT.
           MOVE ASD-TERM-IN TO NEW-TERM-WS.
           MOVE ASD-STUD-NUM-IN TO STUD-NUM-OUT.
           READ INDEXED-STUDENT-FILE
               INVALID KEY MOVE "*NONE" TO NEW-PROGRAM-WS
               NOT INVALID KEY
                   MOVE PROGRAM-OF-STUDY-OUT TO NEW-PROGRAM-WS
           END-READ.
           PERFORM 402-LOOKUP-DEFERRAL-ENTRY.
           IF DEF-FOUND-FLAG = "N"
               PERFORM 303-INSERT-DEFERRAL-ENTRY
           END-IF.
           IF DEF-MATCH-SUB-WS > ZERO
               ADD 1 TO DEF-STUDENTS-TBL-WS(DEF-MATCH-SUB-WS)
               ADD ASD-AMOUNT-IN
                   TO DEF-ASSESSED-TBL-WS(DEF-MATCH-SUB-WS)
               ADD ASD-AMOUNT-IN TO SCHEDULE-ASSESSED-WS
           END-IF.

      *Open a slot at the insertion point found by the lookup; a
      *full table leaves the assessment off the schedule, which then
      *fails to tie
       303-INSERT-DEFERRAL-ENTRY.
           IF DEF-COUNT-WS >= 500
               DISPLAY "DEFERRAL TABLE FULL - TERM " NEW-TERM-WS
                   " PROGRAM " NEW-PROGRAM-WS " NOT SCHEDULED"
               ADD 1 TO OVERFLOW-COUNTER-WS
               MOVE ZERO TO DEF-MATCH-SUB-WS
           ELSE
               PERFORM 304-SHIFT-DEFERRAL-ENTRY
                   VARYING DEF-SUB-WS FROM DEF-COUNT-WS BY -1
                   UNTIL DEF-SUB-WS < DEF-INSERT-SUB-WS
               ADD 1 TO DEF-COUNT-WS
               MOVE DEF-INSERT-SUB-WS TO DEF-MATCH-SUB-WS
               MOVE NEW-KEY-WS TO DEF-KEY-TBL-WS(DEF-MATCH-SUB-WS)
               MOVE CAL-START-TBL-WS(CAL-MATCH-SUB-WS)
                   TO DEF-START-TBL-WS(DEF-MATCH-SUB-WS)
               MOVE CAL-END-TBL-WS(CAL-MATCH-SUB-WS)
                   TO DEF-END-TBL-WS(DEF-MATCH-SUB-WS)
               MOVE ZERO TO DEF-STUDENTS-TBL-WS(DEF-MATCH-SUB-WS)
                            DEF-ASSESSED-TBL-WS(DEF-MATCH-SUB-WS)
           END-IF.

       304-SHIFT-DEFERRAL-ENTRY.
           MOVE DEF-ENTRY-WS(DEF-SUB-WS)
               TO DEF-ENTRY-WS(DEF-SUB-WS + 1).

      *Prorate, print and post every scheduled term and program,
      *then tie the schedule back to the register
       203-TERMINATE-DEFERRAL.
           PERFORM 305-DEFER-ONE-ENTRY
               VARYING DEF-SUB-WS FROM 1 BY 1
               UNTIL DEF-SUB-WS > DEF-COUNT-WS.
           IF DEF-COUNT-WS > ZERO
               PERFORM 307-WRITE-TERM-TOTAL
           END-IF.
           MOVE SCHEDULE-ASSESSED-WS TO STL-ASSESSED-OUT-WS.
           MOVE SCHEDULE-EARNED-WS   TO STL-EARNED-OUT-WS.
           MOVE SCHEDULE-DEFERRED-WS TO STL-DEFERRED-OUT-WS.
           WRITE SCHEDULE-RECORD-OUT FROM SCHEDULE-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 309-WRITE-TIE-OUT.
           MOVE POSTING-COUNTER-WS TO TRL-COUNT-OUT-WS.
           MOVE ZERO TO TRL-MOVEMENT-OUT-WS.
           IF TIED-FLAG = "Y"
               MOVE "PROVED      " TO TRL-RESULT-OUT-WS
               DISPLAY "DEFERRAL SCHEDULE TIES TO ASSESSED.TXT"
           ELSE
               MOVE "OUT OF PROOF" TO TRL-RESULT-OUT-WS
               DISPLAY "DEFERRAL SCHEDULE DOES NOT TIE - DO NOT "
                   "IMPORT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE GL-POSTING-RECORD FROM TRAILER-LINE-WS.
           DISPLAY "TOTAL DEFERRED: " SCHEDULE-DEFERRED-WS.
           DISPLAY "POSTING RECORDS WRITTEN: " POSTING-COUNTER-WS.
           IF ASDFILE-OPEN-FLAG = "Y"
               CLOSE ASSESSED-REGISTER-FILE
           END-IF.
           CLOSE INDEXED-STUDENT-FILE
                 DEFERRAL-SCHEDULE
                 GL-POSTING-FILE.

      *Earned days run from the term start up to and including
      *year-end; a term not yet started at year-end has earned
      *nothing and the whole assessment is deferred
       305-DEFER-ONE-ENTRY.
           IF DEF-TERM-TBL-WS(DEF-SUB-WS) NOT = PREVIOUS-TERM-WS
               IF PREVIOUS-TERM-WS NOT = SPACES
                   PERFORM 307-WRITE-TERM-TOTAL
               END-IF
               MOVE DEF-TERM-TBL-WS(DEF-SUB-WS) TO PREVIOUS-TERM-WS
               MOVE ZERO TO TERM-ASSESSED-WS TERM-EARNED-WS
                            TERM-DEFERRED-WS
           END-IF.
           MOVE DEF-START-TBL-WS(DEF-SUB-WS) TO START-DATE-NUM-WS.
           MOVE DEF-END-TBL-WS(DEF-SUB-WS)   TO END-DATE-NUM-WS.
           COMPUTE TERM-DAYS-WS =
               FUNCTION INTEGER-OF-DATE(END-DATE-NUM-WS)
             - FUNCTION INTEGER-OF-DATE(START-DATE-NUM-WS) + 1.
           COMPUTE EARNED-DAYS-WS = YEAR-END-DAY-WS
             - FUNCTION INTEGER-OF-DATE(START-DATE-NUM-WS) + 1.
           IF EARNED-DAYS-WS < ZERO
               MOVE ZERO TO EARNED-DAYS-WS
           END-IF.
           IF TERM-DAYS-WS > ZERO
               COMPUTE EARNED-AMOUNT-WS ROUNDED =
                   DEF-ASSESSED-TBL-WS(DEF-SUB-WS) * EARNED-DAYS-WS
                   / TERM-DAYS-WS
           ELSE
               MOVE ZERO TO EARNED-AMOUNT-WS
           END-IF.
           COMPUTE DEFERRED-AMOUNT-WS =
               DEF-ASSESSED-TBL-WS(DEF-SUB-WS) - EARNED-AMOUNT-WS.
           ADD DEF-ASSESSED-TBL-WS(DEF-SUB-WS) TO TERM-ASSESSED-WS.
           ADD EARNED-AMOUNT-WS   TO TERM-EARNED-WS
                                     SCHEDULE-EARNED-WS.
           ADD DEFERRED-AMOUNT-WS TO TERM-DEFERRED-WS
                                     SCHEDULE-DEFERRED-WS.
           MOVE DEF-TERM-TBL-WS(DEF-SUB-WS)    TO DFL-TERM-OUT-WS.
           MOVE DEF-PROGRAM-TBL-WS(DEF-SUB-WS) TO DFL-PROGRAM-OUT-WS.
           MOVE DEF-START-TBL-WS(DEF-SUB-WS)   TO DFL-START-OUT-WS.
           MOVE DEF-END-TBL-WS(DEF-SUB-WS)     TO DFL-END-OUT-WS.
           MOVE EARNED-DAYS-WS TO DFL-EARNED-DAYS-OUT-WS.
           MOVE TERM-DAYS-WS   TO DFL-TERM-DAYS-OUT-WS.
           MOVE DEF-STUDENTS-TBL-WS(DEF-SUB-WS)
               TO DFL-STUDENTS-OUT-WS.
           MOVE DEF-ASSESSED-TBL-WS(DEF-SUB-WS)
               TO DFL-ASSESSED-OUT-WS.
           MOVE EARNED-AMOUNT-WS   TO DFL-EARNED-OUT-WS.
           MOVE DEFERRED-AMOUNT-WS TO DFL-DEFERRED-OUT-WS.
           WRITE SCHEDULE-RECORD-OUT FROM DEFERRAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           IF DEFERRED-AMOUNT-WS > ZERO
               PERFORM 306-POST-DEFERRAL
           END-IF.

      *Year-end moves the unearned tuition out of revenue; the next
      *day puts it back so the new year earns it as the term runs
       306-POST-DEFERRAL.
           MOVE DEFERRED-AMOUNT-WS TO POSTING-AMOUNT-WS.
           MOVE YEAR-END-DATE-WS TO GL-DATE-OUT.
           MOVE "DEFERRAL    " TO GL-TYPE-OUT.
           MOVE REVENUE-ACCOUNT-WS  TO GL-ACCOUNT-OUT.
           MOVE "DR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.
           MOVE DEFERRED-ACCOUNT-WS TO GL-ACCOUNT-OUT.
           MOVE "CR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.
           MOVE REVERSAL-DATE-WS TO GL-DATE-OUT.
           MOVE "DEF REVERSAL" TO GL-TYPE-OUT.
           MOVE DEFERRED-ACCOUNT-WS TO GL-ACCOUNT-OUT.
           MOVE "DR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.
           MOVE REVENUE-ACCOUNT-WS  TO GL-ACCOUNT-OUT.
           MOVE "CR" TO GL-DRCR-OUT.
           PERFORM 308-WRITE-POSTING-RECORD.

       307-WRITE-TERM-TOTAL.
           MOVE PREVIOUS-TERM-WS TO TTL-TERM-OUT-WS.
           MOVE TERM-ASSESSED-WS TO TTL-ASSESSED-OUT-WS.
           MOVE TERM-EARNED-WS   TO TTL-EARNED-OUT-WS.
           MOVE TERM-DEFERRED-WS TO TTL-DEFERRED-OUT-WS.
           WRITE SCHEDULE-RECORD-OUT FROM TERM-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.

       308-WRITE-POSTING-RECORD.
           MOVE POSTING-AMOUNT-WS TO GL-AMOUNT-OUT.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO POSTING-COUNTER-WS.

      *Every register line is in exactly one bucket, and the open
      *bucket must equal what reached the schedule
       309-WRITE-TIE-OUT.
           MOVE "ASSESSMENTS ON ASSESSED.TXT" TO TIE-LABEL-OUT-WS.
           MOVE REGISTER-COUNTER-WS TO TIE-COUNT-OUT-WS.
           MOVE REGISTER-TOTAL-WS   TO TIE-AMOUNT-OUT-WS.
           WRITE SCHEDULE-RECORD-OUT FROM TIE-OUT-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "  TERM OPEN AT YEAR-END" TO TIE-LABEL-OUT-WS.
           MOVE OPEN-COUNTER-WS TO TIE-COUNT-OUT-WS.
           MOVE OPEN-TOTAL-WS   TO TIE-AMOUNT-OUT-WS.
           WRITE SCHEDULE-RECORD-OUT FROM TIE-OUT-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "  TERM ENDED BY YEAR-END - EARNED"
               TO TIE-LABEL-OUT-WS.
           MOVE CLOSED-COUNTER-WS TO TIE-COUNT-OUT-WS.
           MOVE CLOSED-TOTAL-WS   TO TIE-AMOUNT-OUT-WS.
           WRITE SCHEDULE-RECORD-OUT FROM TIE-OUT-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "  POSTED AFTER YEAR-END" TO TIE-LABEL-OUT-WS.
           MOVE LATER-COUNTER-WS TO TIE-COUNT-OUT-WS.
           MOVE LATER-TOTAL-WS   TO TIE-AMOUNT-OUT-WS.
           WRITE SCHEDULE-RECORD-OUT FROM TIE-OUT-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "  TERM NOT ON CALENDAR" TO TIE-LABEL-OUT-WS.
           MOVE NOCAL-COUNTER-WS TO TIE-COUNT-OUT-WS.
           MOVE NOCAL-TOTAL-WS   TO TIE-AMOUNT-OUT-WS.
           WRITE SCHEDULE-RECORD-OUT FROM TIE-OUT-LINE-WS
               AFTER ADVANCING 1 LINES.
           IF SCHEDULE-ASSESSED-WS = OPEN-TOTAL-WS
               AND SCHEDULE-EARNED-WS + SCHEDULE-DEFERRED-WS
                   = SCHEDULE-ASSESSED-WS
               MOVE "Y" TO TIED-FLAG
               MOVE "SCHEDULE TIES TO THE ASSESSMENT REGISTER"
                   TO TIE-RESULT-LINE-WS
           ELSE
               MOVE "N" TO TIED-FLAG
               MOVE "SCHEDULE DOES NOT TIE - ENTRIES OUT OF PROOF"
                   TO TIE-RESULT-LINE-WS
           END-IF.
           WRITE SCHEDULE-RECORD-OUT FROM TIE-RESULT-LINE-WS
               AFTER ADVANCING 2 LINES.

       310-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 311-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       311-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 312-APPLY-RUN-PARAMETER
           END-READ.

       312-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Pick up the ledger account codes; a missing GLACCT.TXT or an
      *unknown keyword just leaves the shop defaults
       313-READ-ACCOUNT-CODES.
           OPEN INPUT ACCOUNT-CONTROL-FILE.
           IF GLACCT-STATUS-WS = "00"
               PERFORM 314-READ-ONE-ACCOUNT-CODE
                   UNTIL GLACCT-EOF-FLAG = "Y"
               CLOSE ACCOUNT-CONTROL-FILE
           END-IF.

       314-READ-ONE-ACCOUNT-CODE.
           READ ACCOUNT-CONTROL-FILE
               AT END MOVE "Y" TO GLACCT-EOF-FLAG
               NOT AT END
                   EVALUATE ACCT-KEYWORD-IN
                       WHEN "REVENUE-ACCOUNT     "
                           MOVE ACCT-VALUE-IN TO REVENUE-ACCOUNT-WS
                       WHEN "DEFERRED-REV-ACCOUNT"
                           MOVE ACCT-VALUE-IN TO DEFERRED-ACCOUNT-WS
                   END-EVALUATE
           END-READ.

       315-LOAD-CALENDAR-TABLE.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-WS = "00"
               PERFORM 316-LOAD-ONE-CALENDAR-TERM
                   UNTIL CAL-EOF-FLAG = "Y"
               CLOSE CALENDAR-FILE-IN
           END-IF.

       316-LOAD-ONE-CALENDAR-TERM.
           READ CALENDAR-FILE-IN
               AT END MOVE "Y" TO CAL-EOF-FLAG
               NOT AT END
                   IF CAL-COUNT-WS < 100
                       ADD 1 TO CAL-COUNT-WS
                       MOVE CAL-TERM-CODE-IN
                           TO CAL-TERM-TBL-WS(CAL-COUNT-WS)
                       MOVE CAL-START-DATE-IN
                           TO CAL-START-TBL-WS(CAL-COUNT-WS)
                       MOVE CAL-END-DATE-IN
                           TO CAL-END-TBL-WS(CAL-COUNT-WS)
                   END-IF
           END-READ.

       401-LOOKUP-CALENDAR-TERM.
           MOVE ZERO TO CAL-MATCH-SUB-WS.
           PERFORM 403-MATCH-CALENDAR-TERM
               VARYING CAL-SUB-WS FROM 1 BY 1
               UNTIL CAL-SUB-WS > CAL-COUNT-WS
                   OR CAL-MATCH-SUB-WS > ZERO.

      *The table is kept in key order, so the scan stops at the
      *first entry not below the new key - a match, or the place the
      *new entry goes
       402-LOOKUP-DEFERRAL-ENTRY.
           MOVE "N" TO DEF-FOUND-FLAG.
           MOVE ZERO TO DEF-MATCH-SUB-WS.
           MOVE ZERO TO DEF-INSERT-SUB-WS.
           PERFORM 404-MATCH-DEFERRAL-ENTRY
               VARYING DEF-SUB-WS FROM 1 BY 1
               UNTIL DEF-SUB-WS > DEF-COUNT-WS
                   OR DEF-INSERT-SUB-WS > ZERO.
           IF DEF-INSERT-SUB-WS = ZERO
               COMPUTE DEF-INSERT-SUB-WS = DEF-COUNT-WS + 1
           END-IF.

       403-MATCH-CALENDAR-TERM.
           IF CAL-TERM-TBL-WS(CAL-SUB-WS) = ASD-TERM-IN
               MOVE CAL-SUB-WS TO CAL-MATCH-SUB-WS
           END-IF.

       404-MATCH-DEFERRAL-ENTRY.
           IF DEF-KEY-TBL-WS(DEF-SUB-WS) NOT < NEW-KEY-WS
               MOVE DEF-SUB-WS TO DEF-INSERT-SUB-WS
               IF DEF-KEY-TBL-WS(DEF-SUB-WS) = NEW-KEY-WS
                   MOVE "Y" TO DEF-FOUND-FLAG
                   MOVE DEF-SUB-WS TO DEF-MATCH-SUB-WS
               END-IF
           END-IF.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "DEFERRED-REVENUE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE POSTING-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           COMPUTE JLG-REQ-REJECTED-WS =
               NOCAL-COUNTER-WS + OVERFLOW-COUNTER-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM DEFERRED-REVENUE.
