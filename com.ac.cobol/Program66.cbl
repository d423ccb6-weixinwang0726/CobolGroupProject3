      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *REPORT REPRINT. GIVES BACK ANY REPORT COPY FILED BY
      *REPORT-ARCHIVE, EXACTLY AS THE PRODUCING PROGRAM WROTE IT.
      *THE OPERATOR ENTERS THE REPORT NAME AND IS SHOWN EVERY COPY
      *ON THE ARCHIVE INDEX (RPTINDEX.TXT) FOR IT - RUN DATE AND
      *TIME, PROGRAM, LINES AND PAGES - THEN ENTERS THE RUN DATE
      *WANTED, AND THE RUN TIME WHEN THE REPORT WAS FILED MORE THAN
      *ONCE THAT DAY. THE COPY'S LINES ARE READ BACK FROM THE REPORT
      *ARCHIVE (RPTARCH.TXT) IN LINE ORDER INTO RPTREPRINT.TXT,
      *FORM FEEDS INCLUDED, AND THE LINE COUNT IS CHECKED AGAINST
      *THE INDEX. RETURN CODE 4 MEANS NOTHING WAS REPRINTED (NO SUCH
      *REPORT OR COPY) OR THE COPY CAME BACK SHORT; 8 MEANS THE
      *ARCHIVE FILES COULD NOT BE OPENED.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-REPRINT.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT REPRINT-REPORT
               ASSIGN TO "D:\Cobol\RPTREPRINT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Same layouts REPORT-ARCHIVE writes
       FD  REPORT-ARCHIVE-FILE.
       01  REPORT-ARCHIVE-RECORD.
           05  ARC-KEY.
               10  ARC-REPORT          PIC X(12).
               10  ARC-RUN-DATE        PIC X(8).
               10  ARC-RUN-TIME        PIC X(6).
               10  ARC-LINE-NUM        PIC 9(6).
           05  ARC-LINE                PIC X(140).

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

       FD  REPRINT-REPORT.
       01  REPRINT-RECORD-OUT           PIC X(140).

       WORKING-STORAGE SECTION.
      *Copy the operator asked for
       01  SELECTION-FIELDS-WS.
           05  SEL-REPORT-WS           PIC X(12) VALUE SPACES.
           05  SEL-RUN-DATE-WS         PIC X(8)  VALUE SPACES.
           05  SEL-RUN-TIME-WS         PIC X(6)  VALUE SPACES.

      *One filed copy as listed on the console
       01  COPY-LIST-LINE-WS.
           05  LST-RUN-DATE-OUT-WS     PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LST-RUN-TIME-OUT-WS     PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LST-PROGRAM-OUT-WS      PIC X(24).
           05  LST-LINES-OUT-WS        PIC ZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE " LINES ".
           05  LST-PAGES-OUT-WS        PIC ZZZ9.
           05  FILLER                  PIC X(6)  VALUE " PAGES".

      *Reprint work fields
       01  REPRINT-WORK-FIELDS.
           05  ARCHIVE-STATUS-WS       PIC X(2).
           05  INDEX-STATUS-WS         PIC X(2).
           05  INDEX-EOF-FLAG          PIC X(1)  VALUE "N".
           05  ARCHIVE-EOF-FLAG        PIC X(1)  VALUE "N".
           05  COPIES-LISTED-WS        PIC 9(4)  VALUE ZERO.
           05  COPIES-ON-DATE-WS       PIC 9(4)  VALUE ZERO.
           05  EXPECTED-LINES-WS       PIC 9(6)  VALUE ZERO.
           05  LINES-REPRINTED-WS      PIC 9(6)  VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *REPRINT ONE FILED REPORT COPY CHOSEN FROM THE ARCHIVE INDEX
       100-REPRINT-REPORT.
           PERFORM 390-LOG-JOB-START.
           PERFORM 201-INITIATE-REPRINT.
           PERFORM 202-CHOOSE-COPY.
           PERFORM 203-REPRINT-COPY.
           PERFORM 204-TERMINATE-REPRINT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-REPRINT.
           OPEN INPUT REPORT-INDEX-FILE
                      REPORT-ARCHIVE-FILE.
           IF INDEX-STATUS-WS NOT = "00"
               OR ARCHIVE-STATUS-WS NOT = "00"
               DISPLAY "REPORT REPRINT REFUSED - RPTINDEX.TXT STATUS "
                   INDEX-STATUS-WS ", RPTARCH.TXT STATUS "
                   ARCHIVE-STATUS-WS
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           DISPLAY "ENTER REPORT NAME: ".
           ACCEPT SEL-REPORT-WS.
           PERFORM 301-LIST-FILED-COPIES.
           IF COPIES-LISTED-WS = ZERO
               DISPLAY "NO FILED COPIES OF " SEL-REPORT-WS
               PERFORM 305-STOP-NOTHING-REPRINTED
           END-IF.

      *The date picks the copy; the time is only asked for when
      *the report was filed more than once that day
       202-CHOOSE-COPY.
           DISPLAY "ENTER RUN DATE YYYYMMDD: ".
           ACCEPT SEL-RUN-DATE-WS.
           PERFORM 303-COUNT-COPIES-ON-DATE.
           IF COPIES-ON-DATE-WS = ZERO
               DISPLAY "NO COPY OF " SEL-REPORT-WS " FILED FOR "
                   SEL-RUN-DATE-WS
               PERFORM 305-STOP-NOTHING-REPRINTED
           END-IF.
           IF COPIES-ON-DATE-WS > 1
               DISPLAY "ENTER RUN TIME HHMMSS: "
               ACCEPT SEL-RUN-TIME-WS
           END-IF.
           MOVE SEL-REPORT-WS   TO IDX-REPORT.
           MOVE SEL-RUN-DATE-WS TO IDX-RUN-DATE.
           MOVE SEL-RUN-TIME-WS TO IDX-RUN-TIME.
           READ REPORT-INDEX-FILE
               INVALID KEY
                   DISPLAY "NO COPY OF " SEL-REPORT-WS " FILED FOR "
                       SEL-RUN-DATE-WS " " SEL-RUN-TIME-WS
                   PERFORM 305-STOP-NOTHING-REPRINTED
           END-READ.
           MOVE IDX-LINE-COUNT TO EXPECTED-LINES-WS.

       203-REPRINT-COPY.
           OPEN OUTPUT REPRINT-REPORT.
           MOVE SEL-REPORT-WS   TO ARC-REPORT.
           MOVE SEL-RUN-DATE-WS TO ARC-RUN-DATE.
           MOVE SEL-RUN-TIME-WS TO ARC-RUN-TIME.
           MOVE ZERO TO ARC-LINE-NUM.
           START REPORT-ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY MOVE "Y" TO ARCHIVE-EOF-FLAG
           END-START.
           PERFORM 306-READ-ARCHIVE-LINE.
           PERFORM 307-REPRINT-ONE-LINE UNTIL ARCHIVE-EOF-FLAG = "Y".
           CLOSE REPRINT-REPORT.

       204-TERMINATE-REPRINT.
           CLOSE REPORT-INDEX-FILE
                 REPORT-ARCHIVE-FILE.
           DISPLAY SEL-REPORT-WS " " SEL-RUN-DATE-WS " "
               SEL-RUN-TIME-WS " REPRINTED TO RPTREPRINT.TXT".
           DISPLAY "LINES REPRINTED: " LINES-REPRINTED-WS
               " OF " EXPECTED-LINES-WS.
           IF LINES-REPRINTED-WS NOT = EXPECTED-LINES-WS
               DISPLAY "WARNING: ARCHIVED COPY IS INCOMPLETE"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *Every copy of the report, oldest first
       301-LIST-FILED-COPIES.
           MOVE SEL-REPORT-WS TO IDX-REPORT.
           MOVE LOW-VALUES TO IDX-RUN-DATE IDX-RUN-TIME.
           MOVE "N" TO INDEX-EOF-FLAG.
           START REPORT-INDEX-FILE KEY IS NOT LESS THAN IDX-KEY
               INVALID KEY MOVE "Y" TO INDEX-EOF-FLAG
           END-START.
           PERFORM 302-READ-NEXT-INDEX.
           PERFORM 304-LIST-ONE-COPY UNTIL INDEX-EOF-FLAG = "Y".

      *The walk ends at the first entry for another report
       302-READ-NEXT-INDEX.
           IF INDEX-EOF-FLAG NOT = "Y"
               READ REPORT-INDEX-FILE NEXT RECORD
                   AT END MOVE "Y" TO INDEX-EOF-FLAG
                   NOT AT END
                       IF IDX-REPORT NOT = SEL-REPORT-WS
                           MOVE "Y" TO INDEX-EOF-FLAG
                       END-IF
               END-READ
           END-IF.

       303-COUNT-COPIES-ON-DATE.
           MOVE SEL-REPORT-WS TO IDX-REPORT.
           MOVE SEL-RUN-DATE-WS TO IDX-RUN-DATE.
           MOVE LOW-VALUES TO IDX-RUN-TIME.
           MOVE "N" TO INDEX-EOF-FLAG.
           START REPORT-INDEX-FILE KEY IS NOT LESS THAN IDX-KEY
               INVALID KEY MOVE "Y" TO INDEX-EOF-FLAG
           END-START.
           PERFORM 302-READ-NEXT-INDEX.
           PERFORM 308-COUNT-ONE-COPY UNTIL INDEX-EOF-FLAG = "Y".

       304-LIST-ONE-COPY.
           MOVE IDX-RUN-DATE   TO LST-RUN-DATE-OUT-WS.
           MOVE IDX-RUN-TIME   TO LST-RUN-TIME-OUT-WS.
           MOVE IDX-PROGRAM    TO LST-PROGRAM-OUT-WS.
           MOVE IDX-LINE-COUNT TO LST-LINES-OUT-WS.
           MOVE IDX-PAGE-COUNT TO LST-PAGES-OUT-WS.
           DISPLAY COPY-LIST-LINE-WS.
           ADD 1 TO COPIES-LISTED-WS.
           PERFORM 302-READ-NEXT-INDEX.

       305-STOP-NOTHING-REPRINTED.
           CLOSE REPORT-INDEX-FILE
                 REPORT-ARCHIVE-FILE.
           MOVE 4 TO RETURN-CODE.
           PERFORM 391-LOG-JOB-END.
           STOP RUN.

      *The copy's lines run until the key moves on to another copy
       306-READ-ARCHIVE-LINE.
           IF ARCHIVE-EOF-FLAG NOT = "Y"
               READ REPORT-ARCHIVE-FILE NEXT RECORD
                   AT END MOVE "Y" TO ARCHIVE-EOF-FLAG
                   NOT AT END
                       IF ARC-REPORT NOT = SEL-REPORT-WS
                           OR ARC-RUN-DATE NOT = SEL-RUN-DATE-WS
                           OR ARC-RUN-TIME NOT = SEL-RUN-TIME-WS
                           MOVE "Y" TO ARCHIVE-EOF-FLAG
                       END-IF
               END-READ
           END-IF.

       307-REPRINT-ONE-LINE.
           WRITE REPRINT-RECORD-OUT FROM ARC-LINE.
           ADD 1 TO LINES-REPRINTED-WS.
           PERFORM 306-READ-ARCHIVE-LINE.

      *A single copy that day supplies its own run time
       308-COUNT-ONE-COPY.
           IF IDX-RUN-DATE = SEL-RUN-DATE-WS
               ADD 1 TO COPIES-ON-DATE-WS
               MOVE IDX-RUN-TIME TO SEL-RUN-TIME-WS
               PERFORM 302-READ-NEXT-INDEX
           ELSE
               MOVE "Y" TO INDEX-EOF-FLAG
           END-IF.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "REPORT-REPRINT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE LINES-REPRINTED-WS TO JLG-REQ-READ-WS
                                      JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM REPORT-REPRINT.
