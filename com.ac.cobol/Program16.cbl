      *CREDIT-WEIGHTED AVERAGE FROM THE SHARED CALC-AVERAGE
      *SUBPROGRAM AND THE PROGRAM-OF-STUDY NAME FROM PROGRAM.TXT.
      *ONE PAGE PER STUDENT; UNKNOWN STUDENT NUMBERS ARE LISTED AT
      *THE END OF THE RUN. TRANSFER CREDITS FROM XFERCRED.TXT PRINT
      *IN THEIR OWN SECTION MARKED "TRANSFER" WITH NO AVERAGE OR
      *GRADE, AND NEVER ENTER THE CREDIT-WEIGHTED AVERAGE. A REQUEST
      *MAY NAME WHO THE TRANSCRIPT IS SENT TO AND THEIR RECIPIENT
      *CATEGORY (SEE CHECK-RELEASE); WITH NO CATEGORY IT IS THE
      *STUDENT'S OWN COPY. A TRANSCRIPT FOR SOMEONE THE STUDENT HAS
      *NOT CONSENTED TO IS REFUSED, AND EVERY REQUEST IS LOGGED ON
      *THE DISCLOSURE LOG.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-PRINT.
                           RECORD KEY IS REG-KEY
                               FILE STATUS IS REG-STATUS-WS.

      *Transfer credits granted through TRANSFER-CREDIT-MAINT -
      *printed on the transcript but never averaged
           SELECT TRANSFER-CREDIT-FILE
               ASSIGN TO "D:\Cobol\XFERCRED.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS XFR-KEY
                               FILE STATUS IS XFR-STATUS-WS.

           SELECT TERM-HISTORY-FILE
               ASSIGN TO "D:\Cobol\STUTERM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE-IN.
      *The student, who the transcript is sent to, and that
      *party's recipient category - the last two may be blank on a
      *student's own request
       01  REQUEST-RECORD-IN.
           05  REQ-STUD-NUM-IN          PIC 9(6).
           05  FILLER                   PIC X(2).
           05  REQ-SENT-TO-IN           PIC X(30).
           05  FILLER                   PIC X(2).
           05  REQ-RECIPIENT-IN         PIC X(2).

       FD  INDEXED-STUDENT-FILE.
       01  STUDENT-RECORD-OUT.
           05  REG-PRIOR-AVERAGE       PIC 9(3).
           05  REG-ATTEMPT             PIC 9(1).

       FD  TRANSFER-CREDIT-FILE.
       01  TRANSFER-CREDIT-RECORD.
           05  XFR-KEY.
               10  XFR-STUD-NUM        PIC 9(6).
               10  XFR-COURSE-CODE     PIC X(7).
           05  XFR-INSTITUTION         PIC X(30).
           05  XFR-DATE-GRANTED        PIC X(8).
           05  XFR-OPERATOR            PIC X(8).

      *Term-results history written by TERM-END-ROLLOVER - prior
      *terms' results, reached back through for each transcript
       FD  TERM-HISTORY-FILE.
                   "CREDIT-WEIGHTED AVERAGE: ".
           05  TR-WEIGHTED-AVG-OUT-WS   PIC ZZ9.

      *Transfer-credit section lines - "TRANSFER" stands in the
      *average and grade columns, the source institution beneath
       01  TRANSFER-SECTION-HEADER-WS   PIC X(42) VALUE
               "TRANSFER CREDIT (NOT INCLUDED IN AVERAGE):".

       01  TRANSFER-LINE-WS.
           05  XT-COURSE-CODE-OUT-WS    PIC X(7).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  XT-COURSE-TITLE-OUT-WS   PIC X(30).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  XT-CREDIT-OUT-WS         PIC 9(1).
           05  FILLER                   PIC X(7)  VALUE SPACES.
           05  FILLER                   PIC X(8)  VALUE "TRANSFER".

       01  TRANSFER-SOURCE-LINE-WS.
           05  FILLER                   PIC X(15) VALUE
                   "         FROM: ".
           05  XT-INSTITUTION-OUT-WS    PIC X(30).
           05  FILLER                   PIC X(10) VALUE
                   "  GRANTED ".
           05  XT-DATE-GRANTED-OUT-WS   PIC X(8).

      *Prior-term section lines
       01  TERM-SECTION-HEADER-WS       PIC X(12) VALUE
               "PRIOR TERMS:".
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  HELD-STUD-NUM-OUT-WS     PIC 9(6).

       01  NOT-RELEASED-LINE-WS.
           05  FILLER                   PIC X(36) VALUE
                   "TRANSCRIPT REFUSED - NO CONSENT:    ".
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  NR-STUD-NUM-OUT-WS       PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  NR-SENT-TO-OUT-WS        PIC X(30).

      *Financial hold check work fields; the hold file may not
      *exist yet at a site, in which case nobody is held
       01  HOLD-CHECK-FIELDS.
           05  REG-WEIGHT-TOTAL-WS     PIC 9(4)  VALUE ZERO.
           05  BEST-AVERAGE-WS         PIC 9(3)  VALUE ZERO.

      *Transfer-credit work fields; the transfer-credit file may not
      *exist yet at a site, in which case nobody has any
       01  TRANSFER-CREDIT-FIELDS.
           05  XFR-STATUS-WS           PIC X(2)  VALUE SPACES.
           05  XFERFILE-OPEN-FLAG      PIC X(1)  VALUE "N".
           05  XFR-DONE-FLAG           PIC X(1)  VALUE "N".
           05  XFR-SECTION-FLAG        PIC X(1)  VALUE "N".

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                 PIC X(3)  VALUE "NO ".
           05  EOF-TBL-FLAG             PIC X(3)  VALUE "NO ".
           05  LOOKUP-CODE-WS           PIC X(7)  VALUE SPACES.
           05  TRANSCRIPT-COUNTER-WS    PIC 9(6)  VALUE ZERO.
           05  NOT-FOUND-COUNTER-WS     PIC 9(6)  VALUE ZERO.
           05  NOT-RELEASED-COUNTER-WS  PIC 9(6)  VALUE ZERO.
           05  TERM-STATUS-WS           PIC X(2).
           05  TERM-EOF-FLAG            PIC X(1)  VALUE "N".
           05  TERM-SECTION-FLAG        PIC X(1)  VALUE "N".
           05  TERM-SLOT-SUB-WS         PIC 9(1)  VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Consent check and disclosure log request
       COPY "DSC-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PRINT A TRANSCRIPT FOR EVERY REQUESTED STUDENT NUMBER
       100-PRINT-TRANSCRIPTS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 314-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-TRANSCRIPT-RUN.
           PERFORM 202-PRINT-ONE-TRANSCRIPT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-TRANSCRIPT-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-TRANSCRIPT-RUN.
               MOVE "Y" TO HOLDFILE-OPEN-FLAG
           END-IF.
           OPEN EXTEND HOLD-LOG-FILE.
      *Likewise the transfer-credit file - no file, no credits
           OPEN INPUT TRANSFER-CREDIT-FILE.
           IF XFR-STATUS-WS = "00"
               MOVE "Y" TO XFERFILE-OPEN-FLAG
           END-IF.
           PERFORM 303-READ-REQUEST-RECORD.

       301-PRODUCE-PROGRAM-TBL.
               IF HOLD-FOUND-FLAG = "Y"
                   PERFORM 316-REFUSE-HELD-REQUEST
               ELSE
                   PERFORM 322-CHECK-TRANSCRIPT-RELEASE
                   IF DSC-REQ-RELEASED-WS = "Y"
                       PERFORM 304-WRITE-TRANSCRIPT-PAGE
                   ELSE
                       PERFORM 323-REFUSE-UNRELEASED-REQUEST
                   END-IF
               END-IF
           ELSE
               ADD 1 TO NOT-FOUND-COUNTER-WS
           DISPLAY "TRANSCRIPTS PRINTED: " TRANSCRIPT-COUNTER-WS.
           DISPLAY "REQUESTS NOT ON FILE: " NOT-FOUND-COUNTER-WS.
           DISPLAY "REQUESTS REFUSED FOR HOLDS: " HELD-COUNTER-WS.
           DISPLAY "REQUESTS REFUSED - NO CONSENT: "
               NOT-RELEASED-COUNTER-WS.
           MOVE "C" TO DSC-REQ-FUNCTION-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.
           CLOSE REQUEST-FILE-IN
                 INDEXED-STUDENT-FILE
                 PROGRAM-FILE-IN
           IF HOLDFILE-OPEN-FLAG = "Y"
               CLOSE HOLD-FILE
           END-IF.
           IF XFERFILE-OPEN-FLAG = "Y"
               CLOSE TRANSFER-CREDIT-FILE
           END-IF.

      *A hold on the student refuses the request; the hold file may
      *not exist at a site, in which case nobody is held
           MOVE "TRANSCRIPT REFUSED - HOLD" TO HLG-EVENT-OUT.
           WRITE HOLD-LOG-RECORD-OUT.

      *A request with no category is the student's own copy; one
      *naming a recipient but no category is an outside party
       322-CHECK-TRANSCRIPT-RELEASE.
           MOVE "D"              TO DSC-REQ-FUNCTION-WS.
           MOVE REQ-STUD-NUM-IN  TO DSC-REQ-STUD-NUM-WS.
           MOVE REQ-RECIPIENT-IN TO DSC-REQ-RECIPIENT-WS.
           MOVE REQ-SENT-TO-IN   TO DSC-REQ-SENT-TO-WS.
           IF REQ-RECIPIENT-IN = SPACES
               IF REQ-SENT-TO-IN = SPACES
                   MOVE "ST" TO DSC-REQ-RECIPIENT-WS
               ELSE
                   MOVE "OT" TO DSC-REQ-RECIPIENT-WS
               END-IF
           END-IF.
           IF REQ-SENT-TO-IN = SPACES
               MOVE "STUDENT" TO DSC-REQ-SENT-TO-WS
           END-IF.
           MOVE "TRANSCRIPT"       TO DSC-REQ-DATA-WS.
           MOVE "TRANSCRIPT-PRINT" TO DSC-REQ-PROGRAM-WS.
           MOVE "BATCH"            TO DSC-REQ-OPERATOR-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.

      *The refusal prints on the run output in place of the page
       323-REFUSE-UNRELEASED-REQUEST.
           ADD 1 TO NOT-RELEASED-COUNTER-WS.
           MOVE REQ-STUD-NUM-IN     TO NR-STUD-NUM-OUT-WS.
           MOVE DSC-REQ-SENT-TO-WS  TO NR-SENT-TO-OUT-WS.
           WRITE TRANSCRIPT-RECORD-OUT FROM NOT-RELEASED-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Print one transcript page: heading, student identification,
      *one line per non-blank course slot, the credit-weighted
      *average, any transfer credits, and the prior terms
       304-WRITE-TRANSCRIPT-PAGE.
           MOVE STUD-NUM-OUT  TO TR-STUD-NUM-OUT-WS.
           MOVE STUD-NAME-OUT TO TR-STUD-NAME-OUT-WS.
           MOVE STUDENT-AVERAGE-WS TO TR-WEIGHTED-AVG-OUT-WS.
           WRITE TRANSCRIPT-RECORD-OUT FROM WEIGHTED-AVG-LINE-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 319-WRITE-TRANSFER-CREDITS.
           PERFORM 307-WRITE-PRIOR-TERMS.
           ADD 1 TO TRANSCRIPT-COUNTER-WS.

               ADD SLOT-WEIGHT-WS TO REG-WEIGHT-TOTAL-WS
           END-IF.

      *Every transfer credit the student holds prints after the
      *average it takes no part in, read via the composite key
       319-WRITE-TRANSFER-CREDITS.
           MOVE "N" TO XFR-SECTION-FLAG.
           IF XFERFILE-OPEN-FLAG = "Y"
               MOVE "N" TO XFR-DONE-FLAG
               MOVE STUD-NUM-OUT TO XFR-STUD-NUM
               MOVE LOW-VALUES TO XFR-COURSE-CODE
               START TRANSFER-CREDIT-FILE KEY IS NOT LESS THAN XFR-KEY
                   INVALID KEY MOVE "Y" TO XFR-DONE-FLAG
               END-START
               PERFORM 320-PRINT-NEXT-TRANSFER-CREDIT
                   UNTIL XFR-DONE-FLAG = "Y"
           END-IF.

       320-PRINT-NEXT-TRANSFER-CREDIT.
           READ TRANSFER-CREDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO XFR-DONE-FLAG
               NOT AT END
                   IF XFR-STUD-NUM NOT = STUD-NUM-OUT
                       MOVE "Y" TO XFR-DONE-FLAG
                   ELSE
                       PERFORM 321-PRINT-ONE-TRANSFER-CREDIT
                   END-IF
           END-READ.

       321-PRINT-ONE-TRANSFER-CREDIT.
           IF XFR-SECTION-FLAG = "N"
               WRITE TRANSCRIPT-RECORD-OUT
                   FROM TRANSFER-SECTION-HEADER-WS
                   AFTER ADVANCING 2 LINES
               MOVE "Y" TO XFR-SECTION-FLAG
           END-IF.
           MOVE XFR-COURSE-CODE TO SLOT-CODE-WS.
           MOVE SLOT-CODE-WS    TO LOOKUP-CODE-WS.
           PERFORM 403-SEARCH-COURSE-TABLE.
           PERFORM 405-LOOKUP-COURSE-TITLE.
           MOVE XFR-COURSE-CODE        TO XT-COURSE-CODE-OUT-WS.
           MOVE TR-COURSE-TITLE-OUT-WS TO XT-COURSE-TITLE-OUT-WS.
           MOVE SLOT-WEIGHT-WS         TO XT-CREDIT-OUT-WS.
           MOVE XFR-INSTITUTION        TO XT-INSTITUTION-OUT-WS.
           MOVE XFR-DATE-GRANTED       TO XT-DATE-GRANTED-OUT-WS.
           WRITE TRANSCRIPT-RECORD-OUT FROM TRANSFER-LINE-WS
               AFTER ADVANCING 1 LINES.
           WRITE TRANSCRIPT-RECORD-OUT FROM TRANSFER-SOURCE-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Reach back through the term-results history for this student
      *and print one line per prior term; a missing history file
      *just means no prior terms have been rolled yet
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "TRANSCRIPT-PRINT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               TRANSCRIPT-COUNTER-WS + NOT-FOUND-COUNTER-WS
                 + HELD-COUNTER-WS + NOT-RELEASED-COUNTER-WS.
           MOVE TRANSCRIPT-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           COMPUTE JLG-REQ-REJECTED-WS =
               NOT-FOUND-COUNTER-WS + HELD-COUNTER-WS
                 + NOT-RELEASED-COUNTER-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM TRANSCRIPT-PRINT.
