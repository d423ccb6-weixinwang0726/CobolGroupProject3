      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *THIS SUBPROGRAM DECIDES WHETHER THE NIGHTLY STUDENT SUMMARY
      *(STUSUMM.TXT, BUILT BY STUDENT-SUMMARY-BUILD) MAY STILL BE
      *TRUSTED, SO CAL-AVERAGE, ACADEMIC-STANDING, HONOUR-ROLL,
      *AWARD-POSTING, GRAD-AUDIT AND ENROLL-STATS ALL APPLY THE SAME
      *RULE BEFORE READING AVERAGES, CREDITS, BALANCES AND STANDINGS
      *FROM IT INSTEAD OF RECOMPUTING THEM. THE SUMMARY'S CONTROL
      *RECORD (KEY 000000) CARRIES THE BUILD STAMP AND THE STAMP IT
      *IS CURRENT THROUGH. THE STUDENT FILE'S LAST CHANGE IS THE
      *LATEST OF:
      *   THE RUN STAMP ON ITS 000000 HEADER (INDEX_CONVERSION)
      *   THE NEWEST STUDENT IMAGE ON THE LIVE JOURNAL STUJRNL.TXT
      *   THE NEWEST STUDENT IMAGE ON THE GENERATION JOURNAL-CUTOFF
      *   LAST CLOSED THE DAY INTO, WHEN THAT CUT-OFF CAME AFTER THE
      *   SUMMARY WAS STAMPED (SEE JRNLOG.TXT)
      *CREDIT-FILE IMAGES (ACTION "C") ARE NOT STUDENT-FILE CHANGES.
      *A SUMMARY THAT IS MISSING, WHOSE BUILD DID NOT COMPLETE, THAT
      *HAS SEEN TWO CUT-OFFS SINCE IT WAS STAMPED, OR THAT IS OLDER
      *THAN THE LAST CHANGE IS REFUSED. FUNCTIONS:
      *   V  VERIFY THE SUMMARY IS CURRENT
      *   A  CARRY THE SUMMARY'S CURRENT STAMP FORWARD TO NOW, FOR A
      *      RUN THAT VERIFIED IT, CHANGED THE STUDENT FILE AND KEPT
      *      THE SUMMARY IN STEP WHILE IT HELD THE FILE
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-SUMMARY.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-SUMMARY-FILE
               ASSIGN TO "D:\Cobol\STUSUMM.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SUM-STUD-NUM
                               FILE STATUS IS SUMMARY-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

      *The live journal, or the generation the last cut-off wrote -
      *the name is set before each scan
           SELECT JOURNAL-FILE
               ASSIGN USING JOURNAL-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOURNAL-STATUS-WS.

           SELECT CUTOFF-LOG-FILE
               ASSIGN TO "D:\Cobol\JRNLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CUTOFF-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
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

      *Control record (key 000000): when the build started, whether
      *it completed, how many students it summarized, and the stamp
      *the summary is current through
       01  SUMMARY-CONTROL-RECORD REDEFINES STUDENT-SUMMARY-RECORD.
           05  SCT-KEY                 PIC 9(6).
           05  SCT-BUILD-DATE          PIC X(8).
           05  SCT-BUILD-TIME          PIC X(6).
           05  SCT-STATUS              PIC X(1).
           05  SCT-RECORD-COUNT        PIC 9(6).
           05  SCT-CURRENT-DATE        PIC X(8).
           05  SCT-CURRENT-TIME        PIC X(6).
           05  FILLER                  PIC X(9).

       FD  INDEXED-STUDENT-FILE.
       01  STUDENT-RECORD-OUT.
           05  STUD-NUM-OUT             PIC 9(6).
           05  TUITION-OWED-OUT         PIC 9(4)V99.
           05  STUD-NAME-OUT            PIC X(40).
           05  FILLER                   PIC X(64).

      *Header control record view - the conversion's run stamp
       01  CONTROL-RECORD-OUT REDEFINES STUDENT-RECORD-OUT.
           05  CTL-KEY-OUT              PIC 9(6).
           05  CTL-RUN-DATE-OUT         PIC X(8).
           05  CTL-RECORD-COUNT-OUT     PIC 9(6).
           05  CTL-RUN-TIME-OUT         PIC X(6).
           05  CTL-FILLER-OUT           PIC X(90).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD-IN.
           05  JRN-TIMESTAMP-IN        PIC X(14).
           05  FILLER                  PIC X(2).
           05  JRN-PROGRAM-IN          PIC X(8).
           05  FILLER                  PIC X(2).
           05  JRN-ACTION-IN           PIC X(1).
           05  FILLER                  PIC X(236).

      *JOURNAL-CUTOFF's run log - one line per cut-off
       FD  CUTOFF-LOG-FILE.
       01  CUTOFF-LOG-RECORD-IN.
           05  LOG-RUN-DATE-IN         PIC X(8).
           05  FILLER                  PIC X(2).
           05  LOG-GENERATION-IN       PIC 9(1).
           05  FILLER                  PIC X(2).
           05  LOG-RECORD-COUNT-IN     PIC 9(6).
           05  FILLER                  PIC X(2).
           05  LOG-RESULT-IN           PIC X(20).

       WORKING-STORAGE SECTION.
       01  STUFILE-IN-PATH-WS          PIC X(40) VALUE SPACES.
       01  JOURNAL-PATH-WS             PIC X(30) VALUE SPACES.

       01  SUMMARY-CHECK-FIELDS.
           05  SUMMARY-STATUS-WS       PIC X(2).
           05  STATUS-FIELD            PIC X(2).
           05  JOURNAL-STATUS-WS       PIC X(2).
           05  CUTOFF-STATUS-WS        PIC X(2).
           05  SUMMARY-USABLE-FLAG     PIC X(1)  VALUE "N".
           05  JOURNAL-EOF-FLAG        PIC X(1)  VALUE "N".
           05  CUTOFF-EOF-FLAG         PIC X(1)  VALUE "N".
           05  LAST-CUTOFF-DATE-WS     PIC X(8)  VALUE SPACES.
           05  LAST-CUTOFF-GEN-WS      PIC 9(1)  VALUE ZERO.
           05  PRIOR-CUTOFF-DATE-WS    PIC X(8)  VALUE SPACES.

      *The summary's current-through stamp and the latest student-
      *file change found, both as date then time so they compare
      *directly
       01  SUMMARY-STAMP-WS.
           05  SUMMARY-STAMP-DATE-WS   PIC X(8).
           05  SUMMARY-STAMP-TIME-WS   PIC X(6).
       01  LAST-CHANGE-STAMP-WS.
           05  LAST-CHANGE-DATE-WS     PIC X(8).
           05  LAST-CHANGE-TIME-WS     PIC X(6).
       01  WORK-STAMP-WS.
           05  WORK-STAMP-DATE-WS      PIC X(8).
           05  WORK-STAMP-TIME-WS      PIC X(6).

       LINKAGE SECTION.
       COPY "SUM-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION USING SUMMARY-CHECK-REQUEST-WS.

      *VERIFY THE STUDENT SUMMARY, OR CARRY ITS STAMP FORWARD
       100-CHECK-SUMMARY.
           MOVE ZERO   TO SUM-REQ-RETURN-CODE-WS.
           MOVE "N"    TO SUM-REQ-CURRENT-WS.
           MOVE SPACES TO SUM-REQ-REASON-WS
                          SUM-REQ-SUMMARY-STAMP-WS
                          SUM-REQ-CHANGE-STAMP-WS.
           EVALUATE SUM-REQ-FUNCTION-WS
               WHEN "V"
                   PERFORM 201-VERIFY-SUMMARY
               WHEN "A"
                   PERFORM 202-ADVANCE-SUMMARY-STAMP
           END-EVALUATE.
           IF SUM-REQ-CURRENT-WS NOT = "Y"
               MOVE 8 TO SUM-REQ-RETURN-CODE-WS
           END-IF.
           GOBACK.

      *The summary is current when it completed and nothing has
      *changed the student file since the stamp it is current
      *through
       201-VERIFY-SUMMARY.
           PERFORM 301-READ-SUMMARY-CONTROL.
           IF SUMMARY-USABLE-FLAG = "Y"
               PERFORM 302-FIND-LAST-STUDENT-CHANGE
           END-IF.
           IF SUMMARY-USABLE-FLAG = "Y"
               MOVE SUMMARY-STAMP-WS     TO SUM-REQ-SUMMARY-STAMP-WS
               MOVE LAST-CHANGE-STAMP-WS TO SUM-REQ-CHANGE-STAMP-WS
               IF LAST-CHANGE-STAMP-WS > SUMMARY-STAMP-WS
                   MOVE "STUDENT FILE CHANGED SINCE SUMMARY WAS BUILT"
                       TO SUM-REQ-REASON-WS
               ELSE
                   MOVE "Y" TO SUM-REQ-CURRENT-WS
               END-IF
           END-IF.

      *Stamp the summary current through now - only ever asked for
      *by a run that verified it first and kept it in step
       202-ADVANCE-SUMMARY-STAMP.
           OPEN I-O STUDENT-SUMMARY-FILE.
           IF SUMMARY-STATUS-WS NOT = "00"
               MOVE "STUDENT SUMMARY STUSUMM.TXT NOT AVAILABLE"
                   TO SUM-REQ-REASON-WS
           ELSE
               MOVE ZERO TO SUM-STUD-NUM
               READ STUDENT-SUMMARY-FILE
                   INVALID KEY
                       MOVE "STUDENT SUMMARY HAS NO CONTROL RECORD"
                           TO SUM-REQ-REASON-WS
                   NOT INVALID KEY
                       IF SCT-STATUS = "C"
                           ACCEPT SCT-CURRENT-DATE FROM DATE YYYYMMDD
                           ACCEPT SCT-CURRENT-TIME FROM TIME
                           REWRITE SUMMARY-CONTROL-RECORD
                           MOVE SCT-CURRENT-DATE
                               TO SUMMARY-STAMP-DATE-WS
                           MOVE SCT-CURRENT-TIME
                               TO SUMMARY-STAMP-TIME-WS
                           MOVE SUMMARY-STAMP-WS
                               TO SUM-REQ-SUMMARY-STAMP-WS
                           MOVE "Y" TO SUM-REQ-CURRENT-WS
                       ELSE
                           MOVE "STUDENT SUMMARY BUILD DID NOT COMPLETE"
                               TO SUM-REQ-REASON-WS
                       END-IF
               END-READ
               CLOSE STUDENT-SUMMARY-FILE
           END-IF.

      *A missing summary, or one whose build never reached its end,
      *is never usable
       301-READ-SUMMARY-CONTROL.
           MOVE "N" TO SUMMARY-USABLE-FLAG.
           OPEN INPUT STUDENT-SUMMARY-FILE.
           IF SUMMARY-STATUS-WS NOT = "00"
               MOVE "NO STUDENT SUMMARY - RUN STUDENT-SUMMARY-BUILD"
                   TO SUM-REQ-REASON-WS
           ELSE
               MOVE ZERO TO SUM-STUD-NUM
               READ STUDENT-SUMMARY-FILE
                   INVALID KEY
                       MOVE "STUDENT SUMMARY HAS NO CONTROL RECORD"
                           TO SUM-REQ-REASON-WS
                   NOT INVALID KEY
                       IF SCT-STATUS = "C"
                           MOVE "Y" TO SUMMARY-USABLE-FLAG
                           MOVE SCT-CURRENT-DATE
                               TO SUMMARY-STAMP-DATE-WS
                           MOVE SCT-CURRENT-TIME
                               TO SUMMARY-STAMP-TIME-WS
                       ELSE
                           MOVE "STUDENT SUMMARY BUILD DID NOT COMPLETE"
                               TO SUM-REQ-REASON-WS
                       END-IF
               END-READ
               CLOSE STUDENT-SUMMARY-FILE
           END-IF.

      *The latest of the conversion stamp and every student image
      *journalled since
       302-FIND-LAST-STUDENT-CHANGE.
           MOVE ZERO TO LAST-CHANGE-STAMP-WS.
           PERFORM 303-READ-CONVERSION-STAMP.
           IF SUMMARY-USABLE-FLAG = "Y"
               MOVE "D:\Cobol\STUJRNL.TXT" TO JOURNAL-PATH-WS
               PERFORM 304-SCAN-JOURNAL-FILE
               PERFORM 306-CHECK-JOURNAL-CUTOFFS
           END-IF.

      *A header written before the conversion carried its run time
      *counts from the start of its run date
       303-READ-CONVERSION-STAMP.
           MOVE SUM-REQ-STUFILE-PATH-WS TO STUFILE-IN-PATH-WS.
           OPEN INPUT INDEXED-STUDENT-FILE.
           IF STATUS-FIELD NOT = "00"
               MOVE "N" TO SUMMARY-USABLE-FLAG
               MOVE "STUDENT FILE NOT AVAILABLE TO CHECK THE SUMMARY"
                   TO SUM-REQ-REASON-WS
           ELSE
               MOVE ZERO TO STUD-NUM-OUT
               READ INDEXED-STUDENT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CTL-RUN-DATE-OUT TO WORK-STAMP-DATE-WS
                       IF CTL-RUN-TIME-OUT IS NUMERIC
                           MOVE CTL-RUN-TIME-OUT TO WORK-STAMP-TIME-WS
                       ELSE
                           MOVE ZERO TO WORK-STAMP-TIME-WS
                       END-IF
                       IF WORK-STAMP-WS > LAST-CHANGE-STAMP-WS
                           MOVE WORK-STAMP-WS TO LAST-CHANGE-STAMP-WS
                       END-IF
               END-READ
               CLOSE INDEXED-STUDENT-FILE
           END-IF.

      *Newest student image on the journal named in JOURNAL-PATH-WS;
      *a journal that is not there holds no changes
       304-SCAN-JOURNAL-FILE.
           MOVE "N" TO JOURNAL-EOF-FLAG.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS-WS = "00"
               PERFORM 305-READ-JOURNAL-RECORD
                   UNTIL JOURNAL-EOF-FLAG = "Y"
               CLOSE JOURNAL-FILE
           END-IF.

       305-READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END MOVE "Y" TO JOURNAL-EOF-FLAG
               NOT AT END
                   IF JRN-ACTION-IN NOT = "C"
                       AND JRN-TIMESTAMP-IN > LAST-CHANGE-STAMP-WS
                       MOVE JRN-TIMESTAMP-IN TO LAST-CHANGE-STAMP-WS
                   END-IF
           END-READ.

      *A cut-off since the summary was stamped moved that day's
      *images off the live journal into a generation, which is
      *scanned too. Two cut-offs since means the summary is days old
      *and is refused outright.
       306-CHECK-JOURNAL-CUTOFFS.
           MOVE "N" TO CUTOFF-EOF-FLAG.
           MOVE SPACES TO LAST-CUTOFF-DATE-WS PRIOR-CUTOFF-DATE-WS.
           OPEN INPUT CUTOFF-LOG-FILE.
           IF CUTOFF-STATUS-WS = "00"
               PERFORM 307-READ-CUTOFF-LINE
                   UNTIL CUTOFF-EOF-FLAG = "Y"
               CLOSE CUTOFF-LOG-FILE
           END-IF.
           EVALUATE TRUE
               WHEN LAST-CUTOFF-DATE-WS = SPACES
                   CONTINUE
               WHEN LAST-CUTOFF-DATE-WS < SUMMARY-STAMP-DATE-WS
                   CONTINUE
               WHEN PRIOR-CUTOFF-DATE-WS NOT = SPACES
                   AND PRIOR-CUTOFF-DATE-WS >= SUMMARY-STAMP-DATE-WS
                   MOVE "N" TO SUMMARY-USABLE-FLAG
                   MOVE "JOURNAL CUT OFF TWICE SINCE THE SUMMARY BUILD"
                       TO SUM-REQ-REASON-WS
               WHEN OTHER
                   MOVE SPACES TO JOURNAL-PATH-WS
                   STRING "D:\Cobol\STUJRNL"   DELIMITED BY SIZE
                          LAST-CUTOFF-GEN-WS   DELIMITED BY SIZE
                          ".TXT"               DELIMITED BY SIZE
                       INTO JOURNAL-PATH-WS
                   PERFORM 304-SCAN-JOURNAL-FILE
           END-EVALUATE.

      *Only a verified cut-off actually emptied the live journal
       307-READ-CUTOFF-LINE.
           READ CUTOFF-LOG-FILE
               AT END MOVE "Y" TO CUTOFF-EOF-FLAG
               NOT AT END
                   IF LOG-RESULT-IN = "VERIFIED"
                       MOVE LAST-CUTOFF-DATE-WS TO PRIOR-CUTOFF-DATE-WS
                       MOVE LOG-RUN-DATE-IN     TO LAST-CUTOFF-DATE-WS
                       MOVE LOG-GENERATION-IN   TO LAST-CUTOFF-GEN-WS
                   END-IF
           END-READ.

       END PROGRAM CHECK-SUMMARY.
