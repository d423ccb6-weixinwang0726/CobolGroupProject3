      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *DISCLOSURE REPORT FOR ONE STUDENT. A STUDENT WHO ASKS WHO HAS
      *SEEN THEIR FILE GETS THIS REPORT: FOR AN OPERATOR-KEYED
      *STUDENT NUMBER IT PRINTS THE STUDENT'S CURRENT CONSENT TO
      *RELEASE (CONSENT.TXT) AND THEN EVERY ENTRY FOR THE STUDENT ON
      *THE DISCLOSURE LOG (DISCLOSE.TXT) WRITTEN BY CHECK-RELEASE -
      *WHEN, WHAT WAS ASKED FOR, TO WHOM AND IN WHAT RECIPIENT
      *CATEGORY, WHICH PROGRAM AND OPERATOR HANDLED IT, AND WHETHER
      *IT WAS RELEASED OR WITHHELD - OLDEST FIRST, WITH TOTALS. THE
      *REPORT GOES TO DISCRPT.TXT AND IS ITSELF LOGGED AS A
      *DISCLOSURE TO THE STUDENT. A STUDENT NUMBER THAT IS NOT
      *NUMERIC REFUSES THE RUN; ONE NO LONGER ON THE STUDENT FILE
      *STILL GETS ITS LOG ENTRIES.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCLOSURE-REPORT.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

           SELECT CONSENT-FILE
               ASSIGN TO "D:\Cobol\CONSENT.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS CNS-STUD-NUM
                               FILE STATUS IS CONSENT-STATUS-WS.

           SELECT DISCLOSURE-LOG-FILE
               ASSIGN TO "D:\Cobol\DISCLOSE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS DISCLOSE-STATUS-WS.

           SELECT DISCLOSURE-REPORT-FILE
               ASSIGN TO "D:\Cobol\DISCRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
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

      *Same layout UPDATE-STUD-FILE keeps and CHECK-RELEASE reads
       FD  CONSENT-FILE.
       01  CONSENT-RECORD.
           05  CNS-STUD-NUM            PIC 9(6).
           05  CNS-NO-RELEASE          PIC X(1).
           05  CNS-RELEASE-SPONSOR     PIC X(1).
           05  CNS-RELEASE-PARENT      PIC X(1).
           05  CNS-RELEASE-GOVT        PIC X(1).
           05  CNS-RELEASE-OTHER       PIC X(1).
           05  CNS-UPDATED-DATE        PIC X(8).
           05  CNS-UPDATED-BY          PIC X(8).

      *Same layout CHECK-RELEASE writes
       FD  DISCLOSURE-LOG-FILE.
       01  DISCLOSURE-LOG-RECORD.
           05  DSL-STUD-NUM            PIC 9(6).
           05  DSL-DATE                PIC X(8).
           05  DSL-TIME                PIC X(6).
           05  DSL-OUTCOME             PIC X(1).
           05  DSL-RECIPIENT           PIC X(2).
           05  DSL-SENT-TO             PIC X(30).
           05  DSL-DATA                PIC X(20).
           05  DSL-PROGRAM             PIC X(24).
           05  DSL-OPERATOR            PIC X(8).

       FD  DISCLOSURE-REPORT-FILE.
       01  DISCLOSURE-REPORT-RECORD    PIC X(132).

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

      *REPORT HEADINGS
       01  PAGE-HEADER-WS.
           05  FILLER  PIC X(30) VALUE "DISCLOSURE REPORT FOR STUDENT ".
           05  HDR-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HDR-STUD-NAME-OUT-WS    PIC X(40).
           05  FILLER                  PIC X(10) VALUE "PREPARED ".
           05  HDR-RUN-DATE-OUT-WS     PIC X(8).

       01  CONSENT-LINE-WS.
           05  FILLER  PIC X(29) VALUE "CONSENT ON FILE: NO RELEASE ".
           05  CNL-NO-RELEASE-OUT-WS   PIC X(1).
           05  FILLER                  PIC X(10) VALUE "  SPONSOR ".
           05  CNL-SPONSOR-OUT-WS      PIC X(1).
           05  FILLER                  PIC X(9)  VALUE "  PARENT ".
           05  CNL-PARENT-OUT-WS       PIC X(1).
           05  FILLER                  PIC X(13) VALUE "  GOVERNMENT ".
           05  CNL-GOVT-OUT-WS         PIC X(1).
           05  FILLER                  PIC X(8)  VALUE "  OTHER ".
           05  CNL-OTHER-OUT-WS        PIC X(1).
           05  FILLER                  PIC X(11) VALUE "  CHANGED ".
           05  CNL-DATE-OUT-WS         PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " BY ".
           05  CNL-BY-OUT-WS           PIC X(8).

       01  NO-CONSENT-LINE-WS.
           05  FILLER  PIC X(28) VALUE
                   "NO CONSENT RECORD ON FILE - ".
           05  FILLER  PIC X(39) VALUE
                   "NOTHING IS RELEASED OUTSIDE THE COLLEGE".

       01  COLUMN-HEADER-WS.
           05  FILLER  PIC X(10) VALUE "DATE".
           05  FILLER  PIC X(7)  VALUE "TIME".
           05  FILLER  PIC X(5)  VALUE "CAT".
           05  FILLER  PIC X(32) VALUE "RELEASED TO".
           05  FILLER  PIC X(22) VALUE "INFORMATION".
           05  FILLER  PIC X(26) VALUE "BY PROGRAM".
           05  FILLER  PIC X(10) VALUE "OPERATOR".
           05  FILLER  PIC X(8)  VALUE "OUTCOME".

      *One line per disclosure log entry
       01  DETAIL-LINE-WS.
           05  DTL-DATE-OUT-WS         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-HOUR-OUT-WS         PIC X(2).
           05  FILLER                  PIC X(1)  VALUE ":".
           05  DTL-MINUTE-OUT-WS       PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-RECIPIENT-OUT-WS    PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DTL-SENT-TO-OUT-WS      PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-DATA-OUT-WS         PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-PROGRAM-OUT-WS      PIC X(24).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-OPERATOR-OUT-WS     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-OUTCOME-OUT-WS      PIC X(8).

       01  NO-ENTRIES-LINE-WS.
           05  FILLER  PIC X(41) VALUE
                   "NO DISCLOSURES ON RECORD FOR THIS STUDENT".

       01  TOTAL-LINE-WS.
           05  TOT-LABEL-OUT-WS        PIC X(36).
           05  TOT-COUNT-OUT-WS        PIC ZZZZZ9.

      *Report work fields
       01  REPORT-WORK-FIELDS.
           05  STATUS-FIELD            PIC X(2).
           05  CONSENT-STATUS-WS       PIC X(2).
           05  DISCLOSE-STATUS-WS      PIC X(2).
           05  DISCLOSE-EOF-FLAG       PIC X(1)  VALUE "N".
           05  STUDENT-FOUND-FLAG      PIC X(1)  VALUE "N".
           05  CONSENT-FOUND-FLAG      PIC X(1)  VALUE "N".
           05  RUN-STUD-NUM-WS         PIC X(6)  VALUE SPACES.
           05  RUN-STUD-NUM-9-WS REDEFINES RUN-STUD-NUM-WS
                                       PIC 9(6).
           05  RUN-DATE-WS             PIC X(8)  VALUE SPACES.
           05  LOG-READ-COUNTER-WS     PIC 9(7)  VALUE ZERO.
           05  RELEASED-COUNTER-WS     PIC 9(6)  VALUE ZERO.
           05  WITHHELD-COUNTER-WS     PIC 9(6)  VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Consent check and disclosure log request
       COPY "DSC-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *REPORT EVERY DISCLOSURE OF ONE STUDENT'S INFORMATION
       100-REPORT-DISCLOSURES.
           PERFORM 390-LOG-JOB-START.
           PERFORM 304-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-REPORT.
           PERFORM 202-LIST-DISCLOSURES.
           PERFORM 203-TERMINATE-REPORT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *The keyed student number must be numeric; the student's name
      *and consent head the report
       201-INITIATE-REPORT.
           DISPLAY "ENTER STUDENT NUMBER TO REPORT ON (E.G. 100123): ".
           ACCEPT RUN-STUD-NUM-WS.
           IF RUN-STUD-NUM-WS IS NOT NUMERIC
               OR RUN-STUD-NUM-9-WS = ZERO
               DISPLAY "DISCLOSURE REPORT REFUSED - STUDENT NUMBER "
                   RUN-STUD-NUM-WS " IS NOT VALID"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 301-READ-STUDENT-NAME.
           OPEN OUTPUT DISCLOSURE-REPORT-FILE.
           MOVE RUN-STUD-NUM-9-WS TO HDR-STUD-NUM-OUT-WS.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT-WS.
           WRITE DISCLOSURE-REPORT-RECORD FROM PAGE-HEADER-WS.
           PERFORM 302-WRITE-CONSENT-LINE.
           WRITE DISCLOSURE-REPORT-RECORD FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.

      *The log is in the order the disclosures happened; a site
      *with no log yet has nothing to report
       202-LIST-DISCLOSURES.
           OPEN INPUT DISCLOSURE-LOG-FILE.
           IF DISCLOSE-STATUS-WS = "00"
               PERFORM 303-REPORT-ONE-LOG-ENTRY
                   UNTIL DISCLOSE-EOF-FLAG = "Y"
               CLOSE DISCLOSURE-LOG-FILE
           END-IF.
           IF RELEASED-COUNTER-WS = ZERO
               AND WITHHELD-COUNTER-WS = ZERO
               WRITE DISCLOSURE-REPORT-RECORD FROM NO-ENTRIES-LINE-WS
                   AFTER ADVANCING 1 LINES
           END-IF.

      *Totals, then the report itself goes on the log as a
      *disclosure to the student
       203-TERMINATE-REPORT.
           MOVE "DISCLOSURES RELEASED" TO TOT-LABEL-OUT-WS.
           MOVE RELEASED-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE DISCLOSURE-REPORT-RECORD FROM TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "REQUESTS WITHHELD - NO CONSENT" TO TOT-LABEL-OUT-WS.
           MOVE WITHHELD-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE DISCLOSURE-REPORT-RECORD FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           CLOSE DISCLOSURE-REPORT-FILE.
           MOVE "D"                 TO DSC-REQ-FUNCTION-WS.
           MOVE RUN-STUD-NUM-9-WS   TO DSC-REQ-STUD-NUM-WS.
           MOVE "ST"                TO DSC-REQ-RECIPIENT-WS.
           MOVE "STUDENT"           TO DSC-REQ-SENT-TO-WS.
           MOVE "DISCLOSURE REPORT" TO DSC-REQ-DATA-WS.
           MOVE "DISCLOSURE-REPORT" TO DSC-REQ-PROGRAM-WS.
           MOVE "BATCH"             TO DSC-REQ-OPERATOR-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.
           MOVE "C" TO DSC-REQ-FUNCTION-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.
           DISPLAY "DISCLOSURES RELEASED: " RELEASED-COUNTER-WS.
           DISPLAY "REQUESTS WITHHELD: " WITHHELD-COUNTER-WS.

      *A student since removed from the student file still has a
      *log to report
       301-READ-STUDENT-NAME.
           MOVE "N" TO STUDENT-FOUND-FLAG.
           OPEN INPUT INDEXED-STUDENT-FILE.
           IF STATUS-FIELD = "00"
               MOVE RUN-STUD-NUM-9-WS TO STUD-NUM-OUT
               READ INDEXED-STUDENT-FILE
                   INVALID KEY MOVE "N" TO STUDENT-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO STUDENT-FOUND-FLAG
               END-READ
               CLOSE INDEXED-STUDENT-FILE
           END-IF.
           IF STUDENT-FOUND-FLAG = "Y"
               MOVE STUD-NAME-OUT TO HDR-STUD-NAME-OUT-WS
           ELSE
               MOVE "NOT ON THE STUDENT FILE" TO HDR-STUD-NAME-OUT-WS
           END-IF.

      *The consent flags as they stand today
       302-WRITE-CONSENT-LINE.
           MOVE "N" TO CONSENT-FOUND-FLAG.
           OPEN INPUT CONSENT-FILE.
           IF CONSENT-STATUS-WS = "00"
               MOVE RUN-STUD-NUM-9-WS TO CNS-STUD-NUM
               READ CONSENT-FILE
                   INVALID KEY MOVE "N" TO CONSENT-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO CONSENT-FOUND-FLAG
               END-READ
               CLOSE CONSENT-FILE
           END-IF.
           IF CONSENT-FOUND-FLAG = "Y"
               MOVE CNS-NO-RELEASE      TO CNL-NO-RELEASE-OUT-WS
               MOVE CNS-RELEASE-SPONSOR TO CNL-SPONSOR-OUT-WS
               MOVE CNS-RELEASE-PARENT  TO CNL-PARENT-OUT-WS
               MOVE CNS-RELEASE-GOVT    TO CNL-GOVT-OUT-WS
               MOVE CNS-RELEASE-OTHER   TO CNL-OTHER-OUT-WS
               MOVE CNS-UPDATED-DATE    TO CNL-DATE-OUT-WS
               MOVE CNS-UPDATED-BY      TO CNL-BY-OUT-WS
               WRITE DISCLOSURE-REPORT-RECORD FROM CONSENT-LINE-WS
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE DISCLOSURE-REPORT-RECORD FROM NO-CONSENT-LINE-WS
                   AFTER ADVANCING 2 LINES
           END-IF.

       303-REPORT-ONE-LOG-ENTRY.
           READ DISCLOSURE-LOG-FILE
               AT END MOVE "Y" TO DISCLOSE-EOF-FLAG
               NOT AT END
                   ADD 1 TO LOG-READ-COUNTER-WS
                   IF DSL-STUD-NUM = RUN-STUD-NUM-9-WS
                       PERFORM 305-WRITE-DETAIL-LINE
                   END-IF
           END-READ.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       304-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 306-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       305-WRITE-DETAIL-LINE.
           MOVE DSL-DATE          TO DTL-DATE-OUT-WS.
           MOVE DSL-TIME(1:2)     TO DTL-HOUR-OUT-WS.
           MOVE DSL-TIME(3:2)     TO DTL-MINUTE-OUT-WS.
           MOVE DSL-RECIPIENT     TO DTL-RECIPIENT-OUT-WS.
           MOVE DSL-SENT-TO       TO DTL-SENT-TO-OUT-WS.
           MOVE DSL-DATA          TO DTL-DATA-OUT-WS.
           MOVE DSL-PROGRAM       TO DTL-PROGRAM-OUT-WS.
           MOVE DSL-OPERATOR      TO DTL-OPERATOR-OUT-WS.
           IF DSL-OUTCOME = "R"
               MOVE "RELEASED" TO DTL-OUTCOME-OUT-WS
               ADD 1 TO RELEASED-COUNTER-WS
           ELSE
               MOVE "WITHHELD" TO DTL-OUTCOME-OUT-WS
               ADD 1 TO WITHHELD-COUNTER-WS
           END-IF.
           WRITE DISCLOSURE-REPORT-RECORD FROM DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.

       306-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 307-APPLY-RUN-PARAMETER
           END-READ.

       307-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "DISCLOSURE-REPORT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE LOG-READ-COUNTER-WS TO JLG-REQ-READ-WS.
           COMPUTE JLG-REQ-WRITTEN-WS =
               RELEASED-COUNTER-WS + WITHHELD-COUNTER-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM DISCLOSURE-REPORT.
