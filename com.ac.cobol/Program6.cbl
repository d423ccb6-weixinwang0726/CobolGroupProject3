      *COMMA-DELIMITED CSV EXTRACT (STUNUM, NAME, PROGRAM, TUITION
      *OWED, FIVE COURSE CODES/AVERAGES) SO THE REGISTRAR'S OFFICE CAN
      *LOAD THE STUDENT FILE INTO SPREADSHEET/REPORTING TOOLS OFF THE
      *MAINFRAME SIDE. A STUDENT WHOSE CONSENT RECORD DOES NOT RELEASE
      *THEIR DATA TO THE EXTRACT'S RECIPIENT (RELEASE-TO ON
      *RUNPARM.TXT, COLLEGE OFFICES "IN" BY DEFAULT) IS MASKED TO A
      *"NOT RELEASED" LINE CARRYING ONLY THE STUDENT NUMBER, AND EVERY
      *RECORD IS LOGGED ON THE DISCLOSURE LOG THROUGH CHECK-RELEASE.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-CSV-EXPORT.
           05  RUNPARM-EOF-FLAG        PIC X(1)  VALUE "N".
           05  STUFILE-IN-PATH-WS      PIC X(40)
                   VALUE "D:\Cobol\STUFILE_IN.TXT".
           05  RELEASE-TO-WS           PIC X(2)  VALUE "IN".
           05  RELEASE-SENT-TO-WS      PIC X(30)
                   VALUE "STUFILE.CSV EXTRACT".

      *CSV DETAIL LINE - COMMA-DELIMITED, NUMERICS EDITED TO DROP
      *LEADING ZEROS/ZONE SIGNS SO THE SPREADSHEET SIDE READS THEM
           05  FILLER                   PIC X(1) VALUE ",".
           05  CSV-COURSE-AVERAGE-5-WS  PIC Z(2)9.

      *A student not released to the recipient keeps only the
      *student number, so the row count still ties to the file
       01  CSV-MASKED-LINE-WS.
           05  CSV-MASKED-STUD-NUM-WS   PIC Z(5)9.
           05  FILLER                   PIC X(14) VALUE
               ",NOT RELEASED,".
           05  FILLER                   PIC X(11) VALUE
               ",,,,,,,,,,,".

       01  CSV-HEADING-LINE-WS.
           05  FILLER PIC X(41) VALUE
               "STUDENT NUMBER,NAME,PROGRAM,TUITION OWED,".
           05  RECORDS-IN-COUNTER-WS    PIC 9(6).
           05  FILLER                   PIC X(10) VALUE " WRITTEN: ".
           05  RECORDS-OUT-COUNTER-WS   PIC 9(6).
           05  FILLER                   PIC X(9)  VALUE " MASKED: ".
           05  RECORDS-MASKED-COUNTER-WS PIC 9(6) VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                 PIC X(3)    VALUE "NO ".
           05  STATUS-FIELD             PIC X(2).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Consent check and disclosure log request
       COPY "DSC-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PRODUCE THE CSV EXTRACT OF THE INDEXED STUDENT FILE
       100-CREATE-STUDENT-CSV-EXPORT.
           PERFORM 390-LOG-JOB-START.
           PERFORM 304-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-EXPORT.
           PERFORM 301-READ-STUDENT-RECORD.
           PERFORM UNTIL EOF-FLAG = "YES"
               IF STUD-NUM-OUT NOT = ZERO AND STUD-NUM-OUT NOT = 999999
                   ADD 1 TO RECORDS-IN-COUNTER-WS
                   PERFORM 306-CHECK-STUDENT-RELEASE
                   IF DSC-REQ-RELEASED-WS = "Y"
                       PERFORM 302-WRITE-CSV-DETAIL-LINE
                   ELSE
                       PERFORM 307-WRITE-CSV-MASKED-LINE
                   END-IF
               END-IF
               PERFORM 301-READ-STUDENT-RECORD
           END-PERFORM.
           PERFORM 203-TERMINATE-EXPORT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-EXPORT.
           PERFORM 303-DISPLAY-RECORD-COUNTERS.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE STUDENT-CSV-FILE.
           MOVE "C" TO DSC-REQ-FUNCTION-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.
           DISPLAY "GENERATED STUDENT CSV EXPORT SUCCESSFULLY".

      *Skip the header (000000) / trailer (999999) control records
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
               WHEN "RELEASE-TO          "
                   MOVE PARM-VALUE-IN TO RELEASE-TO-WS
               WHEN "RELEASE-SENT-TO     "
                   MOVE PARM-VALUE-IN TO RELEASE-SENT-TO-WS
           END-EVALUATE.

      *Ask whether this student's data may go to the extract's
      *recipient; the answer is logged either way
       306-CHECK-STUDENT-RELEASE.
           MOVE "D"                  TO DSC-REQ-FUNCTION-WS.
           MOVE STUD-NUM-OUT         TO DSC-REQ-STUD-NUM-WS.
           MOVE RELEASE-TO-WS        TO DSC-REQ-RECIPIENT-WS.
           MOVE RELEASE-SENT-TO-WS   TO DSC-REQ-SENT-TO-WS.
           MOVE "STUDENT CSV EXTRACT" TO DSC-REQ-DATA-WS.
           MOVE "STUDENT-CSV-EXPORT" TO DSC-REQ-PROGRAM-WS.
           MOVE "BATCH"              TO DSC-REQ-OPERATOR-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.

       307-WRITE-CSV-MASKED-LINE.
           MOVE STUD-NUM-OUT TO CSV-MASKED-STUD-NUM-WS.
           WRITE CSV-RECORD-OUT FROM CSV-MASKED-LINE-WS.
           ADD 1 TO RECORDS-OUT-COUNTER-WS.
           ADD 1 TO RECORDS-MASKED-COUNTER-WS.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "STUDENT-CSV-EXPORT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE RECORDS-IN-COUNTER-WS TO JLG-REQ-READ-WS.
           MOVE RECORDS-OUT-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RECORDS-MASKED-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM STUDENT-CSV-EXPORT.
