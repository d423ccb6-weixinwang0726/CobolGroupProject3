      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *MORNING OPERATIONS SUMMARY. EVERY BATCH PROGRAM LOGS THE
      *START AND END OF ITS RUN ON THE SHARED JOB-RUN LOG
      *(JOBRUNLOG.TXT, WRITTEN THROUGH JOB-RUN-LOG). THIS REPORT
      *(OPSSUMRPT.TXT) COVERS THE NIGHT JUST PAST - FROM THE
      *WINDOW-START-TIME ON RUNPARM.TXT (DEFAULT 18:00) YESTERDAY TO
      *THE SAME TIME TODAY - AND SHOWS EVERY RUN THAT STARTED IN
      *THAT WINDOW WITH ITS TIMES, RECORDS READ, WRITTEN AND
      *REJECTED, CONDITION CODE AND HOW IT ENDED; THEN, SEPARATELY,
      *EVERY RUN THAT ABENDED, WAS REFUSED BY THE SYSSTAT.TXT
      *INTERLOCK, OR LOGGED A START BUT NEVER AN END; THEN EVERY
      *PROGRAM ON THE DAILY SCHEDULE FILE (JOBSCHED.TXT) THAT WAS
      *EXPECTED THAT NIGHT BUT NEVER STARTED. A SCHEDULE ENTRY IS A
      *PROGRAM ID IN COLUMNS 1-24 AND A RUN-DAY MASK IN COLUMNS
      *25-31 (Y OR N FOR MONDAY THROUGH SUNDAY, THE NIGHT THE RUN
      *STARTS); A BLANK MASK MEANS EVERY NIGHT. RETURN CODE 4 MEANS
      *SOMETHING ON THE REPORT NEEDS ATTENTION. THIS RUN LOGS ITS OWN
      *START AND END LIKE ANY OTHER BUT LEAVES ITSELF OFF THE REPORT.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-SUMMARY.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG-FILE
               ASSIGN TO "D:\Cobol\JOBRUNLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOB-LOG-STATUS-WS.

           SELECT SCHEDULE-FILE-IN
               ASSIGN TO "D:\Cobol\JOBSCHED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SCHED-STATUS-WS.

           SELECT OPS-SUMMARY-REPORT
               ASSIGN TO "D:\Cobol\OPSSUMRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *Same layout JOB-RUN-LOG writes: "S" start and "E" end records
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           05  JLG-RECORD-TYPE         PIC X(1).
           05  JLG-PROGRAM             PIC X(24).
           05  JLG-START-STAMP.
               10  JLG-START-DATE      PIC X(8).
               10  JLG-START-TIME      PIC X(6).
           05  JLG-END-DATE            PIC X(8).
           05  JLG-END-TIME            PIC X(6).
           05  JLG-RECORDS-READ        PIC 9(7).
           05  JLG-RECORDS-WRITTEN     PIC 9(7).
           05  JLG-RECORDS-REJECTED    PIC 9(7).
           05  JLG-ENDING              PIC X(1).
           05  JLG-COND-CODE           PIC 9(4).

      *Daily schedule: one program expected per line, with the
      *nights of the week it runs (Monday first)
       FD  SCHEDULE-FILE-IN.
       01  SCHEDULE-RECORD-IN.
           05  SCH-PROGRAM-IN          PIC X(24).
           05  SCH-DAY-MASK-IN         PIC X(7).
           05  SCH-DAY-FLAG-IN REDEFINES SCH-DAY-MASK-IN
                                       PIC X(1) OCCURS 7 TIMES.

       FD  OPS-SUMMARY-REPORT.
       01  SUMMARY-RECORD-OUT           PIC X(100).

      *Run-control parameter record: a keyword in columns 1-20 and
      *its value in columns 21-60
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD-IN.
           05  PARM-KEYWORD-IN         PIC X(20).
           05  PARM-VALUE-IN           PIC X(40).
           05  PARM-VALUE-NUM-IN REDEFINES PARM-VALUE-IN.
               10  PARM-VALUE-9-IN     PIC 9(6).

       WORKING-STORAGE SECTION.
      *Run-control parameters - the time of day the overnight
      *window opens, with the production value as the default when
      *RUNPARM.TXT is absent
       01  RUN-PARAMETER-FIELDS.
           05  RUNPARM-STATUS-WS       PIC X(2).
           05  RUNPARM-EOF-FLAG        PIC X(1)  VALUE "N".
           05  WINDOW-START-TIME-WS    PIC 9(6)  VALUE 180000.

      *One entry per run that started in the window, in log order.
      *The ending stays "?" until the run's end record is found.
       01  RUN-TABLE-WS.
           05  RUN-ENTRY-WS OCCURS 500 TIMES.
               10  RUN-PROGRAM-TBL-WS      PIC X(24).
               10  RUN-START-STAMP-TBL-WS  PIC X(14).
               10  RUN-END-DATE-TBL-WS     PIC X(8).
               10  RUN-END-TIME-TBL-WS     PIC X(6).
               10  RUN-READ-TBL-WS         PIC 9(7).
               10  RUN-WRITTEN-TBL-WS      PIC 9(7).
               10  RUN-REJECTED-TBL-WS     PIC 9(7).
               10  RUN-ENDING-TBL-WS       PIC X(1).
               10  RUN-COND-CODE-TBL-WS    PIC 9(4).

      *Programs expected tonight, and whether each one started
       01  SCHEDULE-TABLE-WS.
           05  SCH-ENTRY-WS OCCURS 200 TIMES.
               10  SCH-PROGRAM-TBL-WS      PIC X(24).
               10  SCH-STARTED-TBL-WS      PIC X(1).

      *Window and date work fields
       01  WINDOW-FIELDS.
           05  TODAY-DATE-WS           PIC 9(8).
           05  NIGHT-DATE-WS           PIC 9(8).
           05  NIGHT-DAY-NUM-WS        PIC 9(1).
           05  WINDOW-FROM-STAMP-WS.
               10  WINDOW-FROM-DATE-WS PIC 9(8).
               10  WINDOW-FROM-TIME-WS PIC 9(6).
           05  WINDOW-TO-STAMP-WS.
               10  WINDOW-TO-DATE-WS   PIC 9(8).
               10  WINDOW-TO-TIME-WS   PIC 9(6).

       01  DAY-NAME-VALUES.
           05  FILLER                  PIC X(9)  VALUE "MONDAY".
           05  FILLER                  PIC X(9)  VALUE "TUESDAY".
           05  FILLER                  PIC X(9)  VALUE "WEDNESDAY".
           05  FILLER                  PIC X(9)  VALUE "THURSDAY".
           05  FILLER                  PIC X(9)  VALUE "FRIDAY".
           05  FILLER                  PIC X(9)  VALUE "SATURDAY".
           05  FILLER                  PIC X(9)  VALUE "SUNDAY".
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05  DAY-NAME-WS             PIC X(9)  OCCURS 7 TIMES.

      *OPERATIONS SUMMARY LINES
       01  PAGE-HEADER-WS              PIC X(34) VALUE
               "MORNING OPERATIONS SUMMARY".

       01  WINDOW-LINE-WS.
           05  FILLER                  PIC X(9)  VALUE "NIGHT OF ".
           05  WIN-DAY-OUT-WS          PIC X(10).
           05  WIN-NIGHT-OUT-WS        PIC 9(8).
           05  FILLER                  PIC X(7)  VALUE "  FROM ".
           05  WIN-FROM-DATE-OUT-WS    PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WIN-FROM-TIME-OUT-WS    PIC 9(6).
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  WIN-TO-DATE-OUT-WS      PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WIN-TO-TIME-OUT-WS      PIC 9(6).

       01  SECTION-HEADER-WS           PIC X(60).

       01  RUN-COLUMN-HEADER-WS.
           05  FILLER  PIC X(23) VALUE "PROGRAM".
           05  FILLER  PIC X(16) VALUE "STARTED".
           05  FILLER  PIC X(7)  VALUE "ENDED".
           05  FILLER  PIC X(8)  VALUE "    READ".
           05  FILLER  PIC X(8)  VALUE " WRITTEN".
           05  FILLER  PIC X(8)  VALUE "  REJECT".
           05  FILLER  PIC X(6)  VALUE "   RC ".
           05  FILLER  PIC X(20) VALUE "RESULT".

       01  RUN-LINE-WS.
           05  RUN-PROGRAM-OUT-WS      PIC X(22).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RUN-START-DATE-OUT-WS   PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RUN-START-TIME-OUT-WS   PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RUN-END-TIME-OUT-WS     PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RUN-READ-OUT-WS         PIC Z(6)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RUN-WRITTEN-OUT-WS      PIC Z(6)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RUN-REJECTED-OUT-WS     PIC Z(6)9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RUN-COND-CODE-OUT-WS    PIC ZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RUN-RESULT-OUT-WS       PIC X(24).

       01  MISSING-LINE-WS.
           05  MIS-PROGRAM-OUT-WS      PIC X(24).
           05  FILLER                  PIC X(34) VALUE
                   "EXPECTED TONIGHT - NO RUN LOGGED".

       01  NONE-LINE-WS.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  NONE-TEXT-OUT-WS        PIC X(40).

       01  TOTAL-LINE-WS.
           05  TOT-LABEL-OUT-WS        PIC X(36).
           05  TOT-COUNT-OUT-WS        PIC ZZZZZ9.

      *Summary work fields
       01  SUMMARY-WORK-FIELDS.
           05  JOB-LOG-STATUS-WS       PIC X(2).
           05  SCHED-STATUS-WS         PIC X(2).
           05  LOG-EOF-FLAG            PIC X(1)  VALUE "N".
           05  SCHED-EOF-FLAG          PIC X(1)  VALUE "N".
           05  RUN-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  RUN-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  RUN-MATCH-WS            PIC 9(3)  VALUE ZERO.
           05  RUN-OVERFLOW-FLAG       PIC X(1)  VALUE "N".
           05  SCH-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  SCH-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  SCH-OVERFLOW-FLAG       PIC X(1)  VALUE "N".
           05  SCHEDULE-FOUND-FLAG     PIC X(1)  VALUE "N".
           05  LINES-IN-SECTION-WS     PIC 9(3)  VALUE ZERO.
           05  NORMAL-COUNTER-WS       PIC 9(6)  VALUE ZERO.
           05  REFUSED-COUNTER-WS      PIC 9(6)  VALUE ZERO.
           05  ABENDED-COUNTER-WS      PIC 9(6)  VALUE ZERO.
           05  NO-END-COUNTER-WS       PIC 9(6)  VALUE ZERO.
           05  MISSING-COUNTER-WS      PIC 9(6)  VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *SUMMARIZE LAST NIGHT'S BATCH RUNS FOR THE MORNING SHIFT
       100-SUMMARIZE-OVERNIGHT-RUNS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 310-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-SUMMARY.
           PERFORM 202-LOAD-OVERNIGHT-RUNS.
           PERFORM 203-LOAD-DAILY-SCHEDULE.
           PERFORM 204-WRITE-RUN-SECTION.
           PERFORM 205-WRITE-PROBLEM-SECTION.
           PERFORM 206-WRITE-MISSING-SECTION.
           PERFORM 207-TERMINATE-SUMMARY.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *The night being reported is the one that began yesterday at
      *the window-start time and ended at that time today
       201-INITIATE-SUMMARY.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           COMPUTE NIGHT-DATE-WS = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(TODAY-DATE-WS) - 1).
           COMPUTE NIGHT-DAY-NUM-WS = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(NIGHT-DATE-WS) - 1, 7) + 1.
           MOVE NIGHT-DATE-WS        TO WINDOW-FROM-DATE-WS.
           MOVE WINDOW-START-TIME-WS TO WINDOW-FROM-TIME-WS.
           MOVE TODAY-DATE-WS        TO WINDOW-TO-DATE-WS.
           MOVE WINDOW-START-TIME-WS TO WINDOW-TO-TIME-WS.
           OPEN OUTPUT OPS-SUMMARY-REPORT.
           WRITE SUMMARY-RECORD-OUT FROM PAGE-HEADER-WS.
           MOVE DAY-NAME-WS(NIGHT-DAY-NUM-WS) TO WIN-DAY-OUT-WS.
           MOVE NIGHT-DATE-WS        TO WIN-NIGHT-OUT-WS.
           MOVE WINDOW-FROM-DATE-WS  TO WIN-FROM-DATE-OUT-WS.
           MOVE WINDOW-FROM-TIME-WS  TO WIN-FROM-TIME-OUT-WS.
           MOVE WINDOW-TO-DATE-WS    TO WIN-TO-DATE-OUT-WS.
           MOVE WINDOW-TO-TIME-WS    TO WIN-TO-TIME-OUT-WS.
           WRITE SUMMARY-RECORD-OUT FROM WINDOW-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Gather every run that started in the window; an end record
      *is matched back to its start by program and start timestamp
       202-LOAD-OVERNIGHT-RUNS.
           OPEN INPUT JOB-LOG-FILE.
           IF JOB-LOG-STATUS-WS = "00"
               PERFORM 301-READ-LOG-RECORD
               PERFORM 302-LOAD-ONE-LOG-RECORD
                   UNTIL LOG-EOF-FLAG = "Y"
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "NO JOB-RUN LOG ON DISK - NOTHING HAS LOGGED A "
                   "RUN"
           END-IF.
           IF RUN-OVERFLOW-FLAG = "Y"
               DISPLAY "WARNING: MORE THAN 500 RUNS IN THE WINDOW - "
                   "ONLY THE FIRST 500 ARE REPORTED"
           END-IF.

       203-LOAD-DAILY-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE-IN.
           IF SCHED-STATUS-WS = "00"
               MOVE "Y" TO SCHEDULE-FOUND-FLAG
               PERFORM 305-READ-SCHEDULE-RECORD
               PERFORM 306-LOAD-ONE-SCHEDULE-ENTRY
                   UNTIL SCHED-EOF-FLAG = "Y"
               CLOSE SCHEDULE-FILE-IN
           ELSE
               DISPLAY "NO DAILY SCHEDULE ON DISK - MISSED RUNS "
                   "CANNOT BE CHECKED"
           END-IF.
           IF SCH-OVERFLOW-FLAG = "Y"
               DISPLAY "WARNING: JOBSCHED.TXT HAS MORE THAN 200 "
                   "ENTRIES - ONLY THE FIRST 200 WERE CHECKED"
           END-IF.

      *Everything that ran overnight, in the order it started
       204-WRITE-RUN-SECTION.
           MOVE "RUNS LOGGED OVERNIGHT" TO SECTION-HEADER-WS.
           PERFORM 307-WRITE-SECTION-HEADER.
           WRITE SUMMARY-RECORD-OUT FROM RUN-COLUMN-HEADER-WS
               AFTER ADVANCING 1 LINES.
           PERFORM 308-WRITE-ONE-RUN
               VARYING RUN-SUB-WS FROM 1 BY 1
               UNTIL RUN-SUB-WS > RUN-COUNT-WS.
           IF RUN-COUNT-WS = ZERO
               MOVE "NO RUNS LOGGED IN THE WINDOW" TO NONE-TEXT-OUT-WS
               WRITE SUMMARY-RECORD-OUT FROM NONE-LINE-WS
                   AFTER ADVANCING 1 LINES
           END-IF.

      *The runs that need someone to look at them this morning
       205-WRITE-PROBLEM-SECTION.
           MOVE "RUNS THAT ABENDED, WERE REFUSED OR NEVER ENDED"
               TO SECTION-HEADER-WS.
           PERFORM 307-WRITE-SECTION-HEADER.
           WRITE SUMMARY-RECORD-OUT FROM RUN-COLUMN-HEADER-WS
               AFTER ADVANCING 1 LINES.
           MOVE ZERO TO LINES-IN-SECTION-WS.
           PERFORM 309-WRITE-ONE-PROBLEM
               VARYING RUN-SUB-WS FROM 1 BY 1
               UNTIL RUN-SUB-WS > RUN-COUNT-WS.
           IF LINES-IN-SECTION-WS = ZERO
               MOVE "NONE" TO NONE-TEXT-OUT-WS
               WRITE SUMMARY-RECORD-OUT FROM NONE-LINE-WS
                   AFTER ADVANCING 1 LINES
           END-IF.

      *Scheduled programs with no start record in the window
       206-WRITE-MISSING-SECTION.
           MOVE "SCHEDULED BUT NEVER RAN" TO SECTION-HEADER-WS.
           PERFORM 307-WRITE-SECTION-HEADER.
           MOVE ZERO TO LINES-IN-SECTION-WS.
           PERFORM 311-WRITE-ONE-MISSING
               VARYING SCH-SUB-WS FROM 1 BY 1
               UNTIL SCH-SUB-WS > SCH-COUNT-WS.
           IF SCHEDULE-FOUND-FLAG = "N"
               MOVE "NO DAILY SCHEDULE (JOBSCHED.TXT) ON DISK"
                   TO NONE-TEXT-OUT-WS
               WRITE SUMMARY-RECORD-OUT FROM NONE-LINE-WS
                   AFTER ADVANCING 1 LINES
           ELSE
               IF LINES-IN-SECTION-WS = ZERO
                   MOVE "NONE" TO NONE-TEXT-OUT-WS
                   WRITE SUMMARY-RECORD-OUT FROM NONE-LINE-WS
                       AFTER ADVANCING 1 LINES
               END-IF
           END-IF.

       207-TERMINATE-SUMMARY.
           MOVE "RUNS LOGGED" TO TOT-LABEL-OUT-WS.
           MOVE RUN-COUNT-WS TO TOT-COUNT-OUT-WS.
           WRITE SUMMARY-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "  ENDED NORMALLY" TO TOT-LABEL-OUT-WS.
           MOVE NORMAL-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE SUMMARY-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "  REFUSED BY SYSSTAT INTERLOCK" TO TOT-LABEL-OUT-WS.
           MOVE REFUSED-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE SUMMARY-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "  ABENDED" TO TOT-LABEL-OUT-WS.
           MOVE ABENDED-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE SUMMARY-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "  NO END RECORD" TO TOT-LABEL-OUT-WS.
           MOVE NO-END-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE SUMMARY-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "SCHEDULED BUT NEVER RAN" TO TOT-LABEL-OUT-WS.
           MOVE MISSING-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE SUMMARY-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           CLOSE OPS-SUMMARY-REPORT.
           IF REFUSED-COUNTER-WS > ZERO OR ABENDED-COUNTER-WS > ZERO
               OR NO-END-COUNTER-WS > ZERO OR MISSING-COUNTER-WS > ZERO
               OR SCHEDULE-FOUND-FLAG = "N"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "OVERNIGHT RUNS LOGGED: " RUN-COUNT-WS.
           DISPLAY "RUNS NEEDING ATTENTION: "
               REFUSED-COUNTER-WS " REFUSED, "
               ABENDED-COUNTER-WS " ABENDED, "
               NO-END-COUNTER-WS " NO END".
           DISPLAY "SCHEDULED BUT NEVER RAN: " MISSING-COUNTER-WS.

       301-READ-LOG-RECORD.
           READ JOB-LOG-FILE
               AT END MOVE "Y" TO LOG-EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

      *A start in the window opens an entry; an end fills in the
      *entry its start opened, or opens one of its own when the
      *start record is not there. This run's own start record is
      *not part of the night being reported.
       302-LOAD-ONE-LOG-RECORD.
           IF JLG-START-STAMP NOT < WINDOW-FROM-STAMP-WS
               AND JLG-START-STAMP < WINDOW-TO-STAMP-WS
               AND (JLG-PROGRAM NOT = JLG-REQ-PROGRAM-WS
                   OR JLG-START-DATE NOT = JLG-REQ-START-DATE-WS
                   OR JLG-START-TIME NOT = JLG-REQ-START-TIME-WS)
               EVALUATE JLG-RECORD-TYPE
                   WHEN "S"
                       PERFORM 303-ADD-RUN-ENTRY
                   WHEN "E"
                       PERFORM 304-FIND-RUN-ENTRY
                       IF RUN-MATCH-WS = ZERO
                           PERFORM 303-ADD-RUN-ENTRY
                       END-IF
                       IF RUN-MATCH-WS > ZERO
                           MOVE JLG-END-DATE
                               TO RUN-END-DATE-TBL-WS(RUN-MATCH-WS)
                           MOVE JLG-END-TIME
                               TO RUN-END-TIME-TBL-WS(RUN-MATCH-WS)
                           MOVE JLG-RECORDS-READ
                               TO RUN-READ-TBL-WS(RUN-MATCH-WS)
                           MOVE JLG-RECORDS-WRITTEN
                               TO RUN-WRITTEN-TBL-WS(RUN-MATCH-WS)
                           MOVE JLG-RECORDS-REJECTED
                               TO RUN-REJECTED-TBL-WS(RUN-MATCH-WS)
                           MOVE JLG-ENDING
                               TO RUN-ENDING-TBL-WS(RUN-MATCH-WS)
                           MOVE JLG-COND-CODE
                               TO RUN-COND-CODE-TBL-WS(RUN-MATCH-WS)
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM 301-READ-LOG-RECORD.

       303-ADD-RUN-ENTRY.
           IF RUN-COUNT-WS >= 500
               MOVE "Y" TO RUN-OVERFLOW-FLAG
               MOVE ZERO TO RUN-MATCH-WS
           ELSE
               ADD 1 TO RUN-COUNT-WS
               MOVE RUN-COUNT-WS TO RUN-MATCH-WS
               MOVE JLG-PROGRAM     TO RUN-PROGRAM-TBL-WS(RUN-COUNT-WS)
               MOVE JLG-START-STAMP
                   TO RUN-START-STAMP-TBL-WS(RUN-COUNT-WS)
               MOVE SPACES TO RUN-END-DATE-TBL-WS(RUN-COUNT-WS)
                              RUN-END-TIME-TBL-WS(RUN-COUNT-WS)
               MOVE ZERO   TO RUN-READ-TBL-WS(RUN-COUNT-WS)
                              RUN-WRITTEN-TBL-WS(RUN-COUNT-WS)
                              RUN-REJECTED-TBL-WS(RUN-COUNT-WS)
                              RUN-COND-CODE-TBL-WS(RUN-COUNT-WS)
               MOVE "?"    TO RUN-ENDING-TBL-WS(RUN-COUNT-WS)
           END-IF.

      *Newest first, so a program run twice in the night matches
      *its own start
       304-FIND-RUN-ENTRY.
           MOVE ZERO TO RUN-MATCH-WS.
           PERFORM 317-MATCH-ONE-ENTRY
               VARYING RUN-SUB-WS FROM RUN-COUNT-WS BY -1
               UNTIL RUN-SUB-WS < 1 OR RUN-MATCH-WS > ZERO.

       305-READ-SCHEDULE-RECORD.
           READ SCHEDULE-FILE-IN
               AT END MOVE "Y" TO SCHED-EOF-FLAG
           END-READ.

      *Keep only the programs due on the night being reported
       306-LOAD-ONE-SCHEDULE-ENTRY.
           IF SCH-PROGRAM-IN NOT = SPACES
               AND (SCH-DAY-MASK-IN = SPACES
                   OR SCH-DAY-FLAG-IN(NIGHT-DAY-NUM-WS) = "Y")
               IF SCH-COUNT-WS >= 200
                   MOVE "Y" TO SCH-OVERFLOW-FLAG
               ELSE
                   ADD 1 TO SCH-COUNT-WS
                   MOVE SCH-PROGRAM-IN
                       TO SCH-PROGRAM-TBL-WS(SCH-COUNT-WS)
                   MOVE "N" TO SCH-STARTED-TBL-WS(SCH-COUNT-WS)
               END-IF
           END-IF.
           PERFORM 305-READ-SCHEDULE-RECORD.

       307-WRITE-SECTION-HEADER.
           WRITE SUMMARY-RECORD-OUT FROM SECTION-HEADER-WS
               AFTER ADVANCING 2 LINES.

      *One run line; the ending is counted as the line is written
       308-WRITE-ONE-RUN.
           PERFORM 312-FORMAT-RUN-LINE.
           EVALUATE RUN-ENDING-TBL-WS(RUN-SUB-WS)
               WHEN "N"
                   ADD 1 TO NORMAL-COUNTER-WS
               WHEN "R"
                   ADD 1 TO REFUSED-COUNTER-WS
               WHEN "A"
                   ADD 1 TO ABENDED-COUNTER-WS
               WHEN OTHER
                   ADD 1 TO NO-END-COUNTER-WS
           END-EVALUATE.
           WRITE SUMMARY-RECORD-OUT FROM RUN-LINE-WS
               AFTER ADVANCING 1 LINES.

       309-WRITE-ONE-PROBLEM.
           IF RUN-ENDING-TBL-WS(RUN-SUB-WS) NOT = "N"
               PERFORM 312-FORMAT-RUN-LINE
               WRITE SUMMARY-RECORD-OUT FROM RUN-LINE-WS
                   AFTER ADVANCING 1 LINES
               ADD 1 TO LINES-IN-SECTION-WS
           END-IF.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       310-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 313-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *A scheduled program is missing when no run of it started in
      *the window
       311-WRITE-ONE-MISSING.
           PERFORM 315-FIND-SCHEDULED-RUN.
           IF SCH-STARTED-TBL-WS(SCH-SUB-WS) = "N"
               MOVE SCH-PROGRAM-TBL-WS(SCH-SUB-WS)
                   TO MIS-PROGRAM-OUT-WS
               WRITE SUMMARY-RECORD-OUT FROM MISSING-LINE-WS
                   AFTER ADVANCING 1 LINES
               ADD 1 TO LINES-IN-SECTION-WS
               ADD 1 TO MISSING-COUNTER-WS
           END-IF.

       312-FORMAT-RUN-LINE.
           MOVE RUN-PROGRAM-TBL-WS(RUN-SUB-WS)   TO RUN-PROGRAM-OUT-WS.
           MOVE RUN-START-STAMP-TBL-WS(RUN-SUB-WS)(1:8)
               TO RUN-START-DATE-OUT-WS.
           MOVE RUN-START-STAMP-TBL-WS(RUN-SUB-WS)(9:6)
               TO RUN-START-TIME-OUT-WS.
           MOVE RUN-END-TIME-TBL-WS(RUN-SUB-WS)  TO RUN-END-TIME-OUT-WS.
           MOVE RUN-READ-TBL-WS(RUN-SUB-WS)      TO RUN-READ-OUT-WS.
           MOVE RUN-WRITTEN-TBL-WS(RUN-SUB-WS)   TO RUN-WRITTEN-OUT-WS.
           MOVE RUN-REJECTED-TBL-WS(RUN-SUB-WS)  TO RUN-REJECTED-OUT-WS.
           MOVE RUN-COND-CODE-TBL-WS(RUN-SUB-WS)
               TO RUN-COND-CODE-OUT-WS.
           EVALUATE RUN-ENDING-TBL-WS(RUN-SUB-WS)
               WHEN "N"
                   MOVE "NORMAL" TO RUN-RESULT-OUT-WS
               WHEN "R"
                   MOVE "REFUSED - SYSSTAT" TO RUN-RESULT-OUT-WS
               WHEN "A"
                   MOVE "ABENDED" TO RUN-RESULT-OUT-WS
               WHEN OTHER
                   MOVE "NO END - DIED OR RUNNING" TO RUN-RESULT-OUT-WS
           END-EVALUATE.

       313-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 314-APPLY-RUN-PARAMETER
           END-READ.

       314-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "WINDOW-START-TIME   "
                   IF PARM-VALUE-9-IN IS NUMERIC
                       AND PARM-VALUE-9-IN < 240000
                       MOVE PARM-VALUE-9-IN TO WINDOW-START-TIME-WS
                   END-IF
           END-EVALUATE.

       315-FIND-SCHEDULED-RUN.
           PERFORM 316-MATCH-ONE-RUN
               VARYING RUN-SUB-WS FROM 1 BY 1
               UNTIL RUN-SUB-WS > RUN-COUNT-WS
                   OR SCH-STARTED-TBL-WS(SCH-SUB-WS) = "Y".

       316-MATCH-ONE-RUN.
           IF RUN-PROGRAM-TBL-WS(RUN-SUB-WS)
                   = SCH-PROGRAM-TBL-WS(SCH-SUB-WS)
               MOVE "Y" TO SCH-STARTED-TBL-WS(SCH-SUB-WS)
           END-IF.

       317-MATCH-ONE-ENTRY.
           IF RUN-PROGRAM-TBL-WS(RUN-SUB-WS) = JLG-PROGRAM
               AND RUN-START-STAMP-TBL-WS(RUN-SUB-WS)
                   = JLG-START-STAMP
               AND RUN-ENDING-TBL-WS(RUN-SUB-WS) = "?"
               MOVE RUN-SUB-WS TO RUN-MATCH-WS
           END-IF.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "OPS-SUMMARY" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE RUN-COUNT-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM OPS-SUMMARY.
