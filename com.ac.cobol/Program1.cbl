
      *Header (key 000000) / trailer (key 999999) control records
      *carrying the run date and record count, so downstream programs
      *can verify which file and which run they are reading. The
      *header also carries the run time, so CHECK-SUMMARY can tell a
      *student summary built before tonight's conversion from one
      *built after it.
       01  CONTROL-RECORD-OUT REDEFINES STUDENT-RECORD-OUT.
           05  CTL-KEY-OUT              PIC 9(6).
           05  CTL-RUN-DATE-OUT         PIC X(8).
           05  CTL-RECORD-COUNT-OUT     PIC 9(6).
           05  CTL-RUN-TIME-OUT         PIC X(6).
           05  CTL-FILLER-OUT           PIC X(90).

       FD REJECT-REPORT.
       01  REJECT-RECORD-OUT.
           05  REJECTED-COUNTER-WS     PIC 9(6)    VALUE ZERO.
           05  WRITTEN-COUNTER-WS      PIC 9(6)    VALUE ZERO.
           05  RUN-DATE-WS             PIC X(8).
           05  RUN-TIME-WS             PIC X(6).
           05  CHKPT-STATUS-WS         PIC X(2).
           05  PROCESSED-COUNTER-WS    PIC 9(6)    VALUE ZERO.
           05  RESTART-COUNT-WS        PIC 9(6)    VALUE ZERO.
                   VALUE "D:\Cobol\STUCHKPT.TXT".
           05  PARM-INTERVAL-WS        PIC 9(6)  VALUE 100.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
           
      *Convert student file into Indexed Sequential Files
       100-CREATE-INDEXED-STUD-FILE.
           PERFORM 390-LOG-JOB-START.
           PERFORM 315-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "CONVERSION REFUSED - AN ONLINE SESSION HAS "
                   "THE STUDENT FILE OPEN (SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 316-REGISTER-BATCH-SESSION.
           PERFORM 201-INITIALIZE-CREATE-FILE.
           PERFORM 202-CREATE-STUD-RECORDS UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-PROGRAM.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *Initialize the Student File Convert
      *Write the header control record (key 000000) with the run date
       305-WRITE-HEADER-RECORD.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           MOVE ZERO TO CTL-KEY-OUT.
           MOVE RUN-DATE-WS TO CTL-RUN-DATE-OUT.
           MOVE ZERO TO CTL-RECORD-COUNT-OUT.
           MOVE RUN-TIME-WS TO CTL-RUN-TIME-OUT.
           MOVE SPACES TO CTL-FILLER-OUT.
           WRITE STUDENT-RECORD-OUT
               INVALID KEY
           MOVE 999999 TO CTL-KEY-OUT.
           MOVE RUN-DATE-WS TO CTL-RUN-DATE-OUT.
           MOVE WRITTEN-COUNTER-WS TO CTL-RECORD-COUNT-OUT.
           MOVE RUN-TIME-WS TO CTL-RUN-TIME-OUT.
           MOVE SPACES TO CTL-FILLER-OUT.
           WRITE STUDENT-RECORD-OUT
               INVALID KEY
                   CHECKPOINT-FILE.
           PERFORM 317-CLEAR-SYSTEM-STATUS.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "INDEX_CONVERSION" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE PROCESSED-COUNTER-WS TO JLG-REQ-READ-WS.
           MOVE WRITTEN-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE REJECTED-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM INDEX_CONVERSION.


