      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *REPORT ARCHIVE. EVERY RUN OVERWRITES ITS REPORT FILE, SO ONLY
      *THE LATEST PAYREG.TXT, ASSESSRPT.TXT, EODRPT.TXT AND THE REST
      *WERE EVER ON DISK. THIS STEP FILES A COPY OF EACH REPORT
      *LISTED ON THE REPORT CONTROL FILE (RPTCTL.TXT - REPORT NAME,
      *REPORT FILE, PRODUCING PROGRAM AND RETENTION IN DAYS) INTO
      *THE REPORT ARCHIVE (RPTARCH.TXT), LINE FOR LINE, UNDER THE
      *REPORT NAME AND THE DATE AND TIME THE PRODUCING PROGRAM RAN,
      *AND RECORDS IT ON THE ARCHIVE INDEX (RPTINDEX.TXT) WITH THE
      *PROGRAM AND THE LINE AND PAGE COUNTS. THE RUN IS TAKEN FROM
      *THE JOB-RUN LOG: A REPORT IS ONLY FILED WHEN ITS PROGRAM HAS
      *LOGGED A RUN (NOT ONE REFUSED BY THE SYSSTAT.TXT INTERLOCK)
      *THAT IS NOT YET ON THE INDEX, SO A REPORT LEFT OVER FROM AN
      *EARLIER NIGHT IS NEVER FILED A SECOND TIME UNDER A NEW DATE.
      *COPIES OLDER THAN THEIR REPORT'S RETENTION ARE THEN PURGED
      *FROM THE ARCHIVE AND THE INDEX; A REPORT NO LONGER ON THE
      *CONTROL FILE KEEPS ITS COPIES UNTIL IT IS PUT BACK WITH A
      *RETENTION. REPORT-REPRINT GIVES ANY FILED COPY BACK. THE RUN
      *REPORT (RPTARCRPT.TXT) LISTS WHAT WAS FILED, SKIPPED AND
      *PURGED. RETURN CODE 4 MEANS A LOGGED RUN'S REPORT FILE WAS
      *NOT ON DISK; 8 MEANS NO CONTROL FILE OR AN ARCHIVE FILE THAT
      *CANNOT BE OPENED.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RPTCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RPTCTL-STATUS-WS.

           SELECT JOB-LOG-FILE
               ASSIGN TO "D:\Cobol\JOBRUNLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOB-LOG-STATUS-WS.

      *The report being filed - the file name comes from the report
      *control file
           SELECT SOURCE-REPORT-FILE
               ASSIGN USING SOURCE-FILE-NAME-WS
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SOURCE-STATUS-WS.

           SELECT REPORT-ARCHIVE-FILE
               ASSIGN TO "D:\Cobol\RPTARCH.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS ARC-KEY
                               FILE STATUS IS ARCHIVE-STATUS-WS.

           SELECT REPORT-INDEX-FILE
               ASSIGN TO "D:\Cobol\RPTINDEX.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS IDX-KEY
                               FILE STATUS IS INDEX-STATUS-WS.

           SELECT ARCHIVE-RUN-REPORT
               ASSIGN TO "D:\Cobol\RPTARCRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Report control: one line per report to be kept
       FD  REPORT-CONTROL-FILE.
       01  REPORT-CONTROL-RECORD-IN.
           05  RCT-REPORT-IN           PIC X(12).
           05  RCT-SOURCE-FILE-IN      PIC X(40).
           05  RCT-PROGRAM-IN          PIC X(24).
           05  RCT-RETAIN-DAYS-IN      PIC 9(4).

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

       FD  SOURCE-REPORT-FILE.
       01  SOURCE-REPORT-LINE           PIC X(140).

      *One archived report line, keyed by report, the producing
      *run's start date and time, and line number
       FD  REPORT-ARCHIVE-FILE.
       01  REPORT-ARCHIVE-RECORD.
           05  ARC-KEY.
               10  ARC-REPORT          PIC X(12).
               10  ARC-RUN-DATE        PIC X(8).
               10  ARC-RUN-TIME        PIC X(6).
               10  ARC-LINE-NUM        PIC 9(6).
           05  ARC-LINE                PIC X(140).

      *One filed copy of a report
       FD  REPORT-INDEX-FILE.
       01  REPORT-INDEX-RECORD.
           05  IDX-KEY.
               10  IDX-REPORT          PIC X(12).
               10  IDX-RUN-DATE        PIC X(8).
               10  IDX-RUN-TIME        PIC X(6).
           05  IDX-PROGRAM             PIC X(24).
           05  IDX-LINE-COUNT          PIC 9(6).
           05  IDX-PAGE-COUNT          PIC 9(4).
           05  IDX-RUN-ENDING          PIC X(1).
           05  IDX-ARCHIVED-DATE       PIC X(8).

       FD  ARCHIVE-RUN-REPORT.
       01  ARCHIVE-RUN-RECORD-OUT       PIC X(80).

       WORKING-STORAGE SECTION.
       01  SOURCE-FILE-NAME-WS          PIC X(40) VALUE SPACES.

      *Reports to be kept, from RPTCTL.TXT
       01  CONTROL-TABLE-WS.
           05  RCT-ENTRY-WS OCCURS 100 TIMES.
               10  RCT-REPORT-TBL-WS       PIC X(12).
               10  RCT-SOURCE-TBL-WS       PIC X(40).
               10  RCT-PROGRAM-TBL-WS      PIC X(24).
               10  RCT-RETAIN-TBL-WS       PIC 9(4).

      *Latest logged run of each program, from JOBRUNLOG.TXT
       01  LATEST-RUN-TABLE-WS.
           05  LRN-ENTRY-WS OCCURS 200 TIMES.
               10  LRN-PROGRAM-TBL-WS      PIC X(24).
               10  LRN-START-STAMP-TBL-WS.
                   15  LRN-START-DATE-TBL-WS   PIC X(8).
                   15  LRN-START-TIME-TBL-WS   PIC X(6).
               10  LRN-ENDING-TBL-WS       PIC X(1).

      *ARCHIVE RUN REPORT LINES
       01  PAGE-HEADER-WS              PIC X(34) VALUE
               "REPORT ARCHIVE RUN".

       01  COLUMN-HEADER-WS.
           05  FILLER  PIC X(13) VALUE "REPORT".
           05  FILLER  PIC X(16) VALUE "RUN DATE/TIME".
           05  FILLER  PIC X(8)  VALUE "  LINES".
           05  FILLER  PIC X(7)  VALUE " PAGES".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(30) VALUE "ACTION".

       01  ACTION-LINE-WS.
           05  ACT-REPORT-OUT-WS       PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ACT-RUN-DATE-OUT-WS     PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ACT-RUN-TIME-OUT-WS     PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ACT-LINES-OUT-WS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ACT-PAGES-OUT-WS        PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ACT-TEXT-OUT-WS         PIC X(34).

       01  TOTAL-LINE-WS.
           05  TOT-LABEL-OUT-WS        PIC X(30).
           05  TOT-COUNT-OUT-WS        PIC ZZZZZ9.

      *Archive work fields
       01  ARCHIVE-WORK-FIELDS.
           05  RPTCTL-STATUS-WS        PIC X(2).
           05  JOB-LOG-STATUS-WS       PIC X(2).
           05  SOURCE-STATUS-WS        PIC X(2).
           05  ARCHIVE-STATUS-WS       PIC X(2).
           05  INDEX-STATUS-WS         PIC X(2).
           05  RPTCTL-EOF-FLAG         PIC X(1)  VALUE "N".
           05  LOG-EOF-FLAG            PIC X(1)  VALUE "N".
           05  SOURCE-EOF-FLAG         PIC X(1)  VALUE "N".
           05  INDEX-EOF-FLAG          PIC X(1)  VALUE "N".
           05  ARCHIVE-EOF-FLAG        PIC X(1)  VALUE "N".
           05  RCT-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  RCT-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  RCT-MATCH-WS            PIC 9(3)  VALUE ZERO.
           05  LRN-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  LRN-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  LRN-MATCH-WS            PIC 9(3)  VALUE ZERO.
           05  LINE-COUNT-WS           PIC 9(6)  VALUE ZERO.
           05  PAGE-COUNT-WS           PIC 9(4)  VALUE ZERO.
           05  TODAY-DATE-WS           PIC 9(8).
           05  RUN-DATE-NUM-WS         PIC 9(8).
           05  COPY-AGE-DAYS-WS        PIC S9(7) VALUE ZERO.
           05  PURGE-REPORT-WS         PIC X(12).
           05  PURGE-RUN-DATE-WS       PIC X(8).
           05  PURGE-RUN-TIME-WS       PIC X(6).
           05  FILED-COUNTER-WS        PIC 9(6)  VALUE ZERO.
           05  SKIPPED-COUNTER-WS      PIC 9(6)  VALUE ZERO.
           05  MISSING-COUNTER-WS      PIC 9(6)  VALUE ZERO.
           05  PURGED-COUNTER-WS       PIC 9(6)  VALUE ZERO.
           05  LINES-FILED-WS          PIC 9(7)  VALUE ZERO.
           05  LINES-PURGED-WS         PIC 9(7)  VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *FILE LAST NIGHT'S REPORTS AND PURGE THE EXPIRED COPIES
       100-ARCHIVE-REPORTS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 201-INITIATE-ARCHIVE.
           PERFORM 202-FILE-ONE-REPORT
               VARYING RCT-SUB-WS FROM 1 BY 1
               UNTIL RCT-SUB-WS > RCT-COUNT-WS.
           PERFORM 203-PURGE-EXPIRED-COPIES.
           PERFORM 204-TERMINATE-ARCHIVE.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *No control file means nothing is known about what to keep;
      *the archive and index are created on the very first run
       201-INITIATE-ARCHIVE.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 301-LOAD-CONTROL-TABLE.
           IF RCT-COUNT-WS = ZERO
               DISPLAY "REPORT ARCHIVE REFUSED - NO REPORTS ON "
                   "RPTCTL.TXT"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 303-LOAD-LATEST-RUNS.
           OPEN I-O REPORT-ARCHIVE-FILE.
           IF ARCHIVE-STATUS-WS = "35"
               OPEN OUTPUT REPORT-ARCHIVE-FILE
               CLOSE REPORT-ARCHIVE-FILE
               OPEN I-O REPORT-ARCHIVE-FILE
           END-IF.
           OPEN I-O REPORT-INDEX-FILE.
           IF INDEX-STATUS-WS = "35"
               OPEN OUTPUT REPORT-INDEX-FILE
               CLOSE REPORT-INDEX-FILE
               OPEN I-O REPORT-INDEX-FILE
           END-IF.
           IF ARCHIVE-STATUS-WS NOT = "00"
               OR INDEX-STATUS-WS NOT = "00"
               DISPLAY "REPORT ARCHIVE REFUSED - RPTARCH.TXT STATUS "
                   ARCHIVE-STATUS-WS ", RPTINDEX.TXT STATUS "
                   INDEX-STATUS-WS
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           OPEN OUTPUT ARCHIVE-RUN-REPORT.
           WRITE ARCHIVE-RUN-RECORD-OUT FROM PAGE-HEADER-WS.
           WRITE ARCHIVE-RUN-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.

      *A report is filed under its program's latest logged run,
      *once; no logged run or a run already filed means the report
      *on disk is not new
       202-FILE-ONE-REPORT.
           MOVE RCT-REPORT-TBL-WS(RCT-SUB-WS) TO ACT-REPORT-OUT-WS.
           MOVE SPACES TO ACT-RUN-DATE-OUT-WS ACT-RUN-TIME-OUT-WS.
           MOVE ZERO TO ACT-LINES-OUT-WS ACT-PAGES-OUT-WS.
           PERFORM 305-FIND-LATEST-RUN.
           IF LRN-MATCH-WS = ZERO
               MOVE "NO RUN LOGGED - NOT FILED" TO ACT-TEXT-OUT-WS
               ADD 1 TO SKIPPED-COUNTER-WS
           ELSE
               MOVE LRN-START-DATE-TBL-WS(LRN-MATCH-WS)
                   TO ACT-RUN-DATE-OUT-WS
               MOVE LRN-START-TIME-TBL-WS(LRN-MATCH-WS)
                   TO ACT-RUN-TIME-OUT-WS
               MOVE RCT-REPORT-TBL-WS(RCT-SUB-WS) TO IDX-REPORT
               MOVE LRN-START-DATE-TBL-WS(LRN-MATCH-WS) TO IDX-RUN-DATE
               MOVE LRN-START-TIME-TBL-WS(LRN-MATCH-WS) TO IDX-RUN-TIME
               READ REPORT-INDEX-FILE
                   INVALID KEY
                       PERFORM 307-COPY-REPORT-TO-ARCHIVE
                   NOT INVALID KEY
                       MOVE "ALREADY FILED" TO ACT-TEXT-OUT-WS
                       ADD 1 TO SKIPPED-COUNTER-WS
               END-READ
           END-IF.
           WRITE ARCHIVE-RUN-RECORD-OUT FROM ACTION-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Walk the whole index; a copy older than its report's
      *retention goes, lines first
       203-PURGE-EXPIRED-COPIES.
           MOVE LOW-VALUES TO IDX-KEY.
           START REPORT-INDEX-FILE KEY IS NOT LESS THAN IDX-KEY
               INVALID KEY MOVE "Y" TO INDEX-EOF-FLAG
           END-START.
           IF INDEX-EOF-FLAG NOT = "Y"
               PERFORM 310-READ-NEXT-INDEX
           END-IF.
           PERFORM 311-CHECK-ONE-COPY UNTIL INDEX-EOF-FLAG = "Y".

       204-TERMINATE-ARCHIVE.
           MOVE "REPORTS FILED" TO TOT-LABEL-OUT-WS.
           MOVE FILED-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE ARCHIVE-RUN-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "REPORTS NOT FILED" TO TOT-LABEL-OUT-WS.
           MOVE SKIPPED-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE ARCHIVE-RUN-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "REPORT FILES MISSING" TO TOT-LABEL-OUT-WS.
           MOVE MISSING-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE ARCHIVE-RUN-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "EXPIRED COPIES PURGED" TO TOT-LABEL-OUT-WS.
           MOVE PURGED-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE ARCHIVE-RUN-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           CLOSE REPORT-ARCHIVE-FILE
                 REPORT-INDEX-FILE
                 ARCHIVE-RUN-REPORT.
           IF MISSING-COUNTER-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "REPORTS FILED: " FILED-COUNTER-WS.
           DISPLAY "REPORT FILES MISSING: " MISSING-COUNTER-WS.
           DISPLAY "EXPIRED COPIES PURGED: " PURGED-COUNTER-WS.

       301-LOAD-CONTROL-TABLE.
           OPEN INPUT REPORT-CONTROL-FILE.
           IF RPTCTL-STATUS-WS = "00"
               PERFORM 302-LOAD-ONE-CONTROL-ENTRY
                   UNTIL RPTCTL-EOF-FLAG = "Y"
               CLOSE REPORT-CONTROL-FILE
           END-IF.

       302-LOAD-ONE-CONTROL-ENTRY.
           READ REPORT-CONTROL-FILE
               AT END MOVE "Y" TO RPTCTL-EOF-FLAG
               NOT AT END
                   IF RCT-REPORT-IN NOT = SPACES
                       AND RCT-RETAIN-DAYS-IN IS NUMERIC
                       IF RCT-COUNT-WS < 100
                           ADD 1 TO RCT-COUNT-WS
                           MOVE RCT-REPORT-IN
                               TO RCT-REPORT-TBL-WS(RCT-COUNT-WS)
                           MOVE RCT-SOURCE-FILE-IN
                               TO RCT-SOURCE-TBL-WS(RCT-COUNT-WS)
                           MOVE RCT-PROGRAM-IN
                               TO RCT-PROGRAM-TBL-WS(RCT-COUNT-WS)
                           MOVE RCT-RETAIN-DAYS-IN
                               TO RCT-RETAIN-TBL-WS(RCT-COUNT-WS)
                       ELSE
                           DISPLAY "WARNING: RPTCTL.TXT HAS MORE THAN "
                               "100 REPORTS - " RCT-REPORT-IN
                               " NOT ARCHIVED"
                       END-IF
                   END-IF
           END-READ.

      *The latest run of each program that was not refused; a run
      *refused by the interlock left the previous report on disk
       303-LOAD-LATEST-RUNS.
           OPEN INPUT JOB-LOG-FILE.
           IF JOB-LOG-STATUS-WS = "00"
               PERFORM 304-LOAD-ONE-LOG-RECORD
                   UNTIL LOG-EOF-FLAG = "Y"
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "NO JOB-RUN LOG ON DISK - NO REPORT CAN BE "
                   "FILED"
           END-IF.

       304-LOAD-ONE-LOG-RECORD.
           READ JOB-LOG-FILE
               AT END MOVE "Y" TO LOG-EOF-FLAG
               NOT AT END
                   ADD 1 TO JLG-REQ-READ-WS
                   IF JLG-RECORD-TYPE = "E" AND JLG-ENDING NOT = "R"
                       PERFORM 306-KEEP-LATEST-RUN
                   END-IF
           END-READ.

       305-FIND-LATEST-RUN.
           MOVE ZERO TO LRN-MATCH-WS.
           PERFORM 309-MATCH-ONE-PROGRAM
               VARYING LRN-SUB-WS FROM 1 BY 1
               UNTIL LRN-SUB-WS > LRN-COUNT-WS OR LRN-MATCH-WS > ZERO.

       306-KEEP-LATEST-RUN.
           MOVE ZERO TO LRN-MATCH-WS.
           PERFORM 308-MATCH-LOGGED-PROGRAM
               VARYING LRN-SUB-WS FROM 1 BY 1
               UNTIL LRN-SUB-WS > LRN-COUNT-WS OR LRN-MATCH-WS > ZERO.
           IF LRN-MATCH-WS = ZERO AND LRN-COUNT-WS < 200
               ADD 1 TO LRN-COUNT-WS
               MOVE LRN-COUNT-WS TO LRN-MATCH-WS
               MOVE JLG-PROGRAM TO LRN-PROGRAM-TBL-WS(LRN-MATCH-WS)
               MOVE LOW-VALUES TO LRN-START-STAMP-TBL-WS(LRN-MATCH-WS)
           END-IF.
           IF LRN-MATCH-WS > ZERO
               IF JLG-START-STAMP > LRN-START-STAMP-TBL-WS(LRN-MATCH-WS)
                   MOVE JLG-START-STAMP
                       TO LRN-START-STAMP-TBL-WS(LRN-MATCH-WS)
                   MOVE JLG-ENDING TO LRN-ENDING-TBL-WS(LRN-MATCH-WS)
               END-IF
           END-IF.

      *Copy the report line for line, counting pages by the form
      *feeds the report programs write for a new page
       307-COPY-REPORT-TO-ARCHIVE.
           MOVE RCT-SOURCE-TBL-WS(RCT-SUB-WS) TO SOURCE-FILE-NAME-WS.
           MOVE "N" TO SOURCE-EOF-FLAG.
           MOVE ZERO TO LINE-COUNT-WS PAGE-COUNT-WS.
           OPEN INPUT SOURCE-REPORT-FILE.
           IF SOURCE-STATUS-WS NOT = "00"
               MOVE "REPORT FILE NOT ON DISK" TO ACT-TEXT-OUT-WS
               ADD 1 TO MISSING-COUNTER-WS
               ADD 1 TO JLG-REQ-REJECTED-WS
           ELSE
               PERFORM 312-READ-SOURCE-LINE
               PERFORM 313-ARCHIVE-ONE-LINE
                   UNTIL SOURCE-EOF-FLAG = "Y"
               CLOSE SOURCE-REPORT-FILE
               IF LINE-COUNT-WS > ZERO AND PAGE-COUNT-WS = ZERO
                   MOVE 1 TO PAGE-COUNT-WS
               END-IF
               MOVE RCT-REPORT-TBL-WS(RCT-SUB-WS) TO IDX-REPORT
               MOVE LRN-START-DATE-TBL-WS(LRN-MATCH-WS) TO IDX-RUN-DATE
               MOVE LRN-START-TIME-TBL-WS(LRN-MATCH-WS) TO IDX-RUN-TIME
               MOVE RCT-PROGRAM-TBL-WS(RCT-SUB-WS) TO IDX-PROGRAM
               MOVE LINE-COUNT-WS TO IDX-LINE-COUNT
               MOVE PAGE-COUNT-WS TO IDX-PAGE-COUNT
               MOVE LRN-ENDING-TBL-WS(LRN-MATCH-WS) TO IDX-RUN-ENDING
               MOVE TODAY-DATE-WS TO IDX-ARCHIVED-DATE
               WRITE REPORT-INDEX-RECORD
                   INVALID KEY
                       DISPLAY "ARCHIVE INDEX WRITE FAILED FOR "
                           IDX-REPORT " - FILE STATUS "
                           INDEX-STATUS-WS
               END-WRITE
               MOVE LINE-COUNT-WS TO ACT-LINES-OUT-WS
               MOVE PAGE-COUNT-WS TO ACT-PAGES-OUT-WS
               MOVE "FILED" TO ACT-TEXT-OUT-WS
               ADD 1 TO FILED-COUNTER-WS
               ADD LINE-COUNT-WS TO LINES-FILED-WS
           END-IF.

       308-MATCH-LOGGED-PROGRAM.
           IF LRN-PROGRAM-TBL-WS(LRN-SUB-WS) = JLG-PROGRAM
               MOVE LRN-SUB-WS TO LRN-MATCH-WS
           END-IF.

       309-MATCH-ONE-PROGRAM.
           IF LRN-PROGRAM-TBL-WS(LRN-SUB-WS)
                   = RCT-PROGRAM-TBL-WS(RCT-SUB-WS)
               MOVE LRN-SUB-WS TO LRN-MATCH-WS
           END-IF.

       310-READ-NEXT-INDEX.
           READ REPORT-INDEX-FILE NEXT RECORD
               AT END MOVE "Y" TO INDEX-EOF-FLAG
           END-READ.

      *The retention of a copy is its report's retention on the
      *control file today
       311-CHECK-ONE-COPY.
           MOVE ZERO TO RCT-MATCH-WS.
           PERFORM 314-MATCH-CONTROL-REPORT
               VARYING RCT-SUB-WS FROM 1 BY 1
               UNTIL RCT-SUB-WS > RCT-COUNT-WS OR RCT-MATCH-WS > ZERO.
           IF RCT-MATCH-WS > ZERO AND IDX-RUN-DATE IS NUMERIC
               MOVE IDX-RUN-DATE TO RUN-DATE-NUM-WS
               COMPUTE COPY-AGE-DAYS-WS =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE-WS)
                 - FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM-WS)
               IF COPY-AGE-DAYS-WS > RCT-RETAIN-TBL-WS(RCT-MATCH-WS)
                   PERFORM 315-PURGE-ONE-COPY
               END-IF
           END-IF.
           PERFORM 310-READ-NEXT-INDEX.

       312-READ-SOURCE-LINE.
           READ SOURCE-REPORT-FILE
               AT END MOVE "Y" TO SOURCE-EOF-FLAG
           END-READ.

       313-ARCHIVE-ONE-LINE.
           ADD 1 TO LINE-COUNT-WS.
           IF SOURCE-REPORT-LINE(1:1) = X"0C" OR LINE-COUNT-WS = 1
               ADD 1 TO PAGE-COUNT-WS
           END-IF.
           MOVE RCT-REPORT-TBL-WS(RCT-SUB-WS) TO ARC-REPORT.
           MOVE LRN-START-DATE-TBL-WS(LRN-MATCH-WS) TO ARC-RUN-DATE.
           MOVE LRN-START-TIME-TBL-WS(LRN-MATCH-WS) TO ARC-RUN-TIME.
           MOVE LINE-COUNT-WS TO ARC-LINE-NUM.
           MOVE SOURCE-REPORT-LINE TO ARC-LINE.
           WRITE REPORT-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY "ARCHIVE WRITE FAILED FOR "
                       ARC-REPORT " LINE " ARC-LINE-NUM
           END-WRITE.
           ADD 1 TO JLG-REQ-WRITTEN-WS.
           PERFORM 312-READ-SOURCE-LINE.

       314-MATCH-CONTROL-REPORT.
           IF RCT-REPORT-TBL-WS(RCT-SUB-WS) = IDX-REPORT
               MOVE RCT-SUB-WS TO RCT-MATCH-WS
           END-IF.

      *Delete the copy's lines, then its index entry, then put the
      *index walk back where it was
       315-PURGE-ONE-COPY.
           MOVE IDX-REPORT   TO PURGE-REPORT-WS ARC-REPORT.
           MOVE IDX-RUN-DATE TO PURGE-RUN-DATE-WS ARC-RUN-DATE.
           MOVE IDX-RUN-TIME TO PURGE-RUN-TIME-WS ARC-RUN-TIME.
           MOVE IDX-LINE-COUNT TO ACT-LINES-OUT-WS.
           MOVE IDX-PAGE-COUNT TO ACT-PAGES-OUT-WS.
           MOVE ZERO TO ARC-LINE-NUM.
           MOVE "N" TO ARCHIVE-EOF-FLAG.
           START REPORT-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY MOVE "Y" TO ARCHIVE-EOF-FLAG
           END-START.
           PERFORM 316-DELETE-ONE-LINE UNTIL ARCHIVE-EOF-FLAG = "Y".
           MOVE PURGE-REPORT-WS   TO IDX-REPORT.
           MOVE PURGE-RUN-DATE-WS TO IDX-RUN-DATE.
           MOVE PURGE-RUN-TIME-WS TO IDX-RUN-TIME.
           DELETE REPORT-INDEX-FILE RECORD
               INVALID KEY
                   DISPLAY "ARCHIVE INDEX DELETE FAILED FOR "
                       IDX-REPORT " " IDX-RUN-DATE
           END-DELETE.
           MOVE PURGE-REPORT-WS   TO ACT-REPORT-OUT-WS.
           MOVE PURGE-RUN-DATE-WS TO ACT-RUN-DATE-OUT-WS.
           MOVE PURGE-RUN-TIME-WS TO ACT-RUN-TIME-OUT-WS.
           MOVE "PURGED - PAST RETENTION" TO ACT-TEXT-OUT-WS.
           WRITE ARCHIVE-RUN-RECORD-OUT FROM ACTION-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO PURGED-COUNTER-WS.
           START REPORT-INDEX-FILE KEY IS GREATER THAN IDX-KEY
               INVALID KEY MOVE "Y" TO INDEX-EOF-FLAG
           END-START.

       316-DELETE-ONE-LINE.
           READ REPORT-ARCHIVE-FILE NEXT RECORD
               AT END MOVE "Y" TO ARCHIVE-EOF-FLAG
           END-READ.
           IF ARCHIVE-EOF-FLAG NOT = "Y"
               IF ARC-REPORT = PURGE-REPORT-WS
                   AND ARC-RUN-DATE = PURGE-RUN-DATE-WS
                   AND ARC-RUN-TIME = PURGE-RUN-TIME-WS
                   DELETE REPORT-ARCHIVE-FILE RECORD
                   ADD 1 TO LINES-PURGED-WS
               ELSE
                   MOVE "Y" TO ARCHIVE-EOF-FLAG
               END-IF
           END-IF.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "REPORT-ARCHIVE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM REPORT-ARCHIVE.
