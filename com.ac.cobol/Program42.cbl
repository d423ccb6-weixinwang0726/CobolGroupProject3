      *PROGRAM NAME FROM PROGRAM.TXT, AND WRITES THE DIPLOMA-PRINT
      *EXTRACT (DIPLOMA.TXT). A GRADUATED STUDENT IS SKIPPED BY THE
      *TERM-ASSESSMENT BILLING RUN, SO NOBODY IS BILLED FOR A TERM
      *THEY WILL NEVER SIT. EACH GRADUATE IS ALSO PUT ON THE ALUMNI
      *MASTER (ALUMNI.TXT) WITH THE DIPLOMA NAME, PROGRAM,
      *GRADUATION DATE AND THE ADDRESS, PHONE AND EMAIL ON
      *ADDRFILE.TXT, MARKED NEW FOR THE ADVANCEMENT OFFICE'S NEXT
      *ALUMNI-EXTRACT FEED.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAD-PROCESS.
               ASSIGN TO "D:\Cobol\DIPLOMA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *The address/contact master kept by ADDRESS-MAINT
           SELECT ADDRESS-FILE
               ASSIGN TO "D:\Cobol\ADDRFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS ADDR-STUD-NUM
                               FILE STATUS IS ADDR-STATUS-WS.

      *The alumni master - one record per graduate, keyed by
      *student number, carrying the diploma name, program,
      *graduation date and the latest contact details, with the
      *state of the record on the advancement office's feed
           SELECT ALUMNI-FILE
               ASSIGN TO "D:\Cobol\ALUMNI.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS ALM-STUD-NUM
                               FILE STATUS IS ALUMNI-STATUS-WS.

           SELECT JOURNAL-FILE
               ASSIGN TO "D:\Cobol\STUJRNL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DIP-DATE-OUT            PIC X(8).

       FD  ADDRESS-FILE.
       01  ADDRESS-RECORD.
           05  ADDR-STUD-NUM           PIC 9(6).
           05  ADDR-STREET             PIC X(30).
           05  ADDR-CITY               PIC X(20).
           05  ADDR-PROVINCE           PIC X(2).
           05  ADDR-POSTAL-CODE        PIC X(7).
           05  ADDR-PHONE              PIC X(12).
           05  ADDR-EMAIL              PIC X(40).

      *Feed status "N" new graduate not yet sent, "C" contact
      *changed since last sent, "S" sent and unchanged
       FD  ALUMNI-FILE.
       01  ALUMNI-RECORD.
           05  ALM-STUD-NUM            PIC 9(6).
           05  ALM-DIPLOMA-NAME        PIC X(40).
           05  ALM-PROGRAM             PIC X(5).
           05  ALM-GRAD-DATE           PIC X(8).
           05  ALM-STREET              PIC X(30).
           05  ALM-CITY                PIC X(20).
           05  ALM-PROVINCE            PIC X(2).
           05  ALM-POSTAL-CODE         PIC X(7).
           05  ALM-PHONE               PIC X(12).
           05  ALM-EMAIL               PIC X(40).
           05  ALM-FEED-STATUS         PIC X(1).
           05  ALM-CHANGED-DATE        PIC X(8).
           05  ALM-SENT-DATE           PIC X(8).

      *Before/after image journal - the status change is journalled
      *like every other update of the file
       FD  JOURNAL-FILE.
           05  GRAD-COUNTER-WS         PIC 9(6)  VALUE ZERO.
           05  SKIPPED-COUNTER-WS      PIC 9(6)  VALUE ZERO.

      *Alumni master work fields
       01  ALUMNI-WORK-FIELDS.
           05  ADDR-STATUS-WS          PIC X(2).
           05  ADDRFILE-OPEN-FLAG      PIC X(1)  VALUE "N".
           05  ADDR-FOUND-FLAG         PIC X(1)  VALUE "N".
           05  ALUMNI-STATUS-WS        PIC X(2).
           05  ALUMNI-FOUND-FLAG       PIC X(1)  VALUE "N".
           05  ALUMNI-COUNTER-WS       PIC 9(6)  VALUE ZERO.
           05  NO-ADDRESS-COUNTER-WS   PIC 9(6)  VALUE ZERO.
           05  RUN-DATE-WS             PIC X(8)  VALUE SPACES.


      *System-status interlock working fields
       01  SYSSTAT-FIELDS.
           05  FOUND-FLAG              PIC X(1).
           05  TBL-SUB                 PIC 9(3)  VALUE 1.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *GRADUATE EVERY CONFIRMED STUDENT AND PRODUCE THE LISTS
       100-PROCESS-GRADUATIONS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 312-READ-RUN-PARAMETERS.
           PERFORM 307-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "GRADUATION RUN REFUSED - AN ONLINE SESSION "
                   "HAS THE STUDENT FILE OPEN (SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 308-REGISTER-BATCH-SESSION.
               INPUT PROCEDURE IS 301-GRADUATE-REQUESTS
               OUTPUT PROCEDURE IS 302-WRITE-CONVOCATION-LIST.
           PERFORM 203-TERMINATE-GRADUATION.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-GRADUATION.
           DISPLAY "ENTER GRADUATION DATE (YYYYMMDD): ".
           ACCEPT GRAD-DATE-WS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN I-O    INDEXED-STUDENT-FILE.
      *The alumni master is created by the first graduation run
           OPEN I-O ALUMNI-FILE.
           IF ALUMNI-STATUS-WS = "35"
               OPEN OUTPUT ALUMNI-FILE
               CLOSE ALUMNI-FILE
               OPEN I-O ALUMNI-FILE
           END-IF.
      *A site with no address file yet puts graduates on the alumni
      *master without contact details
           OPEN INPUT ADDRESS-FILE.
           IF ADDR-STATUS-WS = "00"
               MOVE "Y" TO ADDRFILE-OPEN-FLAG
           END-IF.
           OPEN INPUT  PROGRAM-FILE-IN.
           OPEN OUTPUT CONVOCATION-LIST
                       DIPLOMA-EXTRACT.
               AFTER ADVANCING 2 LINES.
           DISPLAY "STUDENTS GRADUATED: " GRAD-COUNTER-WS.
           DISPLAY "REQUESTS SKIPPED: " SKIPPED-COUNTER-WS.
           DISPLAY "ALUMNI RECORDS WRITTEN: " ALUMNI-COUNTER-WS.
           DISPLAY "GRADUATES WITH NO ADDRESS ON FILE: "
               NO-ADDRESS-COUNTER-WS.
           CLOSE INDEXED-STUDENT-FILE
                 ALUMNI-FILE
                 PROGRAM-FILE-IN
                 GRADUATION-FILE
                 CONVOCATION-LIST
                 DIPLOMA-EXTRACT
                 JOURNAL-FILE.
           IF ADDRFILE-OPEN-FLAG = "Y"
               CLOSE ADDRESS-FILE
           END-IF.
           PERFORM 309-CLEAR-SYSTEM-STATUS.

      *SORT input procedure: graduate each confirmed student and
           END-IF.
           MOVE GRAD-DATE-WS TO DIP-DATE-OUT.
           WRITE DIPLOMA-RECORD-OUT.
           PERFORM 317-WRITE-ALUMNI-RECORD.

      *The graduate goes on the alumni master with the latest
      *contact details. A graduate already there (a second
      *program) is brought up to date and marked changed, unless
      *their first record has not gone out yet.
       317-WRITE-ALUMNI-RECORD.
           MOVE STUD-NUM-OUT TO ALM-STUD-NUM.
           READ ALUMNI-FILE
               INVALID KEY MOVE "N" TO ALUMNI-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO ALUMNI-FOUND-FLAG
           END-READ.
           IF ALUMNI-FOUND-FLAG = "N"
               MOVE SPACES TO ALUMNI-RECORD
               MOVE STUD-NUM-OUT TO ALM-STUD-NUM
               MOVE "N" TO ALM-FEED-STATUS
           ELSE
               IF ALM-FEED-STATUS NOT = "N"
                   MOVE "C" TO ALM-FEED-STATUS
               END-IF
           END-IF.
           MOVE DIPLOMA-NAME-WS      TO ALM-DIPLOMA-NAME.
           MOVE PROGRAM-OF-STUDY-OUT TO ALM-PROGRAM.
           MOVE GRAD-DATE-WS         TO ALM-GRAD-DATE.
           MOVE RUN-DATE-WS          TO ALM-CHANGED-DATE.
           PERFORM 318-READ-GRADUATE-ADDRESS.
           IF ADDR-FOUND-FLAG = "Y"
               MOVE ADDR-STREET      TO ALM-STREET
               MOVE ADDR-CITY        TO ALM-CITY
               MOVE ADDR-PROVINCE    TO ALM-PROVINCE
               MOVE ADDR-POSTAL-CODE TO ALM-POSTAL-CODE
               MOVE ADDR-PHONE       TO ALM-PHONE
               MOVE ADDR-EMAIL       TO ALM-EMAIL
           ELSE
               ADD 1 TO NO-ADDRESS-COUNTER-WS
           END-IF.
           IF ALUMNI-FOUND-FLAG = "N"
               WRITE ALUMNI-RECORD
           ELSE
               REWRITE ALUMNI-RECORD
           END-IF.
           ADD 1 TO ALUMNI-COUNTER-WS.

       318-READ-GRADUATE-ADDRESS.
           MOVE "N" TO ADDR-FOUND-FLAG.
           IF ADDRFILE-OPEN-FLAG = "Y"
               MOVE STUD-NUM-OUT TO ADDR-STUD-NUM
               READ ADDRESS-FILE
                   INVALID KEY MOVE "N" TO ADDR-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO ADDR-FOUND-FLAG
               END-READ
           END-IF.

       402-LOOKUP-PROGRAM-NAME.
           IF PROGRAM-OF-STUDY-OUT = PROGRAM-CODE-TBL-WS(TBL-SUB)
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "GRAD-PROCESS" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               GRAD-COUNTER-WS + SKIPPED-COUNTER-WS.
           MOVE GRAD-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM GRAD-PROCESS.
