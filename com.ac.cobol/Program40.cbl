      *BEFORE F WITHIN A YEAR). THE RETENTION PASS RE-READS THE
      *HISTORY FILE PER TERM PAIR, WHICH IS CHEAP AT THIS SHOP'S
      *VOLUMES AND KEEPS THE STORAGE FOOTPRINT TO ONE TERM'S
      *STUDENTS AT A TIME. EACH PROGRAM LINE ALSO CARRIES THE
      *CURRENT-TERM REGISTERED CREDITS OF ITS ACTIVE STUDENTS, TAKEN
      *FROM THE NIGHTLY STUDENT SUMMARY (STUSUMM.TXT, BUILT BY
      *STUDENT-SUMMARY-BUILD); THE RUN IS REFUSED WHEN CHECK-SUMMARY
      *FINDS THE SUMMARY OLDER THAN THE STUDENT FILE.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-STATS.
               ASSIGN TO "D:\COBOL\PROGRAM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *The nightly student summary - averages, credits, balance,
      *hold flag and standing STUDENT-SUMMARY-BUILD computed, read
      *by student number instead of recomputing them here
           SELECT STUDENT-SUMMARY-FILE
               ASSIGN TO "D:\Cobol\STUSUMM.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SUM-STUD-NUM
                               FILE STATUS IS SUMMARY-STATUS-WS.

           SELECT STATISTICS-REPORT
               ASSIGN TO "D:\Cobol\STATSRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           05  PROGRAM-CODE        PIC X(5).
           05  PROGRAM-NAME        PIC X(20).

      *One summary record per student, keyed by student number
       FD  STUDENT-SUMMARY-FILE.
       01  STUDENT-SUMMARY-RECORD.
           05  SUM-STUD-NUM            PIC 9(6).
           05  SUM-BUILD-DATE          PIC X(8).
           05  SUM-AVERAGE             PIC 9(3).
           05  SUM-LETTER-GRADE        PIC X(1).
           05  SUM-EARNED-CREDITS      PIC 9(3).
           05  SUM-ATTEMPTED-CREDITS   PIC 9(3).
           05  SUM-TERM-CREDITS        PIC 9(3).
           05  SUM-BALANCE             PIC 9(4)V99.
           05  SUM-HOLD-FLAG           PIC X(1).
           05  SUM-STANDING            PIC X(1).
           05  SUM-AVERAGE-SOURCE      PIC X(1).
           05  FILLER                  PIC X(14).

       FD  STATISTICS-REPORT.
       01  STATS-RECORD-OUT            PIC X(80).

      *PROGRAM TABLE
       COPY "PRG-TBL-STRUCTURE.CBL".

      *Per-program current-enrollment counts and current-term
      *registered credits, aligned by code
       01  PROGRAM-COUNT-TABLE-WS.
           05  PROGRAM-COUNT-ENTRY-WS OCCURS 100 TIMES.
               10  PGC-CODE-WS         PIC X(5).
               10  PGC-COUNT-WS        PIC 9(5).
               10  PGC-CREDITS-WS      PIC 9(6).

      *Terms seen in the history plus intakes derived from the
      *enrollment dates; the sort key orders W before S before F
           05  PRG-NAME-OUT-WS         PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRG-COUNT-OUT-WS        PIC ZZZZ9.
           05  FILLER                  PIC X(16) VALUE
                   "  TERM CREDITS: ".
           05  PRG-CREDITS-OUT-WS      PIC ZZZZZ9.

       01  TERM-SECTION-HEADER-WS      PIC X(40) VALUE
               "ENROLLMENT, INTAKE, RETENTION BY TERM:".
           05  ACTIVE-COUNTER-WS       PIC 9(6)  VALUE ZERO.
           05  RETENTION-PCT-WS        PIC 9(3)  VALUE ZERO.

      *Student-summary lookup fields
       01  SUMMARY-LOOKUP-FIELDS.
           05  SUMMARY-STATUS-WS       PIC X(2)  VALUE SPACES.
           05  SUMMARY-FOUND-FLAG      PIC X(1)  VALUE "N".
           05  NOT-ON-SUMMARY-CTR-WS   PIC 9(6)  VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD            PIC X(2).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Student-summary currency check request
       COPY "SUM-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *BUILD THE ENROLLMENT AND RETENTION STATISTICS REPORT
       100-REPORT-ENROLLMENT-STATS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 310-READ-RUN-PARAMETERS.
           PERFORM 332-CHECK-STUDENT-SUMMARY.
           IF SUM-REQ-CURRENT-WS NOT = "Y"
               DISPLAY "ENROLL STATS REFUSED - STUDENT SUMMARY NOT "
                   "CURRENT: " SUM-REQ-REASON-WS
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 201-INITIATE-STATS-RUN.
           PERFORM 301-SCAN-STUDENT-FILE.
           PERFORM 303-SCAN-TERM-HISTORY.
           PERFORM 306-COMPUTE-RETENTION.
           PERFORM 308-WRITE-STATISTICS.
           PERFORM 203-TERMINATE-STATS-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-STATS-RUN.
      *and an intake tally for the term each enrollment date lands
      *in
       301-SCAN-STUDENT-FILE.
           OPEN INPUT INDEXED-STUDENT-FILE
                      STUDENT-SUMMARY-FILE.
           PERFORM 312-READ-STUDENT-RECORD.
           PERFORM 302-COUNT-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           CLOSE INDEXED-STUDENT-FILE
                 STUDENT-SUMMARY-FILE.
           IF NOT-ON-SUMMARY-CTR-WS > ZERO
               DISPLAY "STUDENTS NOT ON STUDENT SUMMARY: "
                   NOT-ON-SUMMARY-CTR-WS
           END-IF.

       312-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

       302-COUNT-ONE-STUDENT.
               MOVE PGC-USED-WS TO PGC-MATCH-WS
               MOVE PROGRAM-OF-STUDY-OUT TO PGC-CODE-WS(PGC-MATCH-WS)
               MOVE ZERO TO PGC-COUNT-WS(PGC-MATCH-WS)
               MOVE ZERO TO PGC-CREDITS-WS(PGC-MATCH-WS)
           END-IF.
           IF PGC-MATCH-WS > ZERO
               ADD 1 TO PGC-COUNT-WS(PGC-MATCH-WS)
               PERFORM 333-ADD-TERM-CREDITS
           END-IF.

      *The student's current-term registered credits come from the
      *summary; a student it does not carry adds none and is counted
       333-ADD-TERM-CREDITS.
           MOVE STUD-NUM-OUT TO SUM-STUD-NUM.
           READ STUDENT-SUMMARY-FILE
               INVALID KEY MOVE "N" TO SUMMARY-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO SUMMARY-FOUND-FLAG
           END-READ.
           IF SUMMARY-FOUND-FLAG = "Y"
               ADD SUM-TERM-CREDITS TO PGC-CREDITS-WS(PGC-MATCH-WS)
           ELSE
               ADD 1 TO NOT-ON-SUMMARY-CTR-WS
           END-IF.

       402-MATCH-PROGRAM-SLOT.
       326-WRITE-ONE-PROGRAM.
           MOVE PGC-CODE-WS(PGC-SUB-WS)  TO PRG-CODE-OUT-WS.
           MOVE PGC-COUNT-WS(PGC-SUB-WS) TO PRG-COUNT-OUT-WS.
           MOVE PGC-CREDITS-WS(PGC-SUB-WS) TO PRG-CREDITS-OUT-WS.
           MOVE SPACES TO PRG-NAME-OUT-WS.
           PERFORM 405-LOOKUP-PROGRAM-NAME
               VARYING TBL-SUB FROM 1 BY 1 UNTIL TBL-SUB > 100.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Refuse to run from a student summary older than the
      *student file's last change
       332-CHECK-STUDENT-SUMMARY.
           MOVE "V" TO SUM-REQ-FUNCTION-WS.
           MOVE STUFILE-IN-PATH-WS TO SUM-REQ-STUFILE-PATH-WS.
           CALL 'CHECK-SUMMARY' USING SUMMARY-CHECK-REQUEST-WS.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "ENROLL-STATS" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM ENROLL-STATS.
