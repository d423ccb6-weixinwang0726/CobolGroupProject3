      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *ALUMNI FEED TO THE ADVANCEMENT OFFICE. GRAD-PROCESS PUTS EVERY
      *GRADUATE ON THE ALUMNI MASTER (ALUMNI.TXT) AS NEW, AND
      *ADDRESS-MAINT MARKS A GRADUATE'S RECORD CHANGED WHEN THEIR
      *ADDRESS, PHONE OR EMAIL IS CHANGED, SO THE ADVANCEMENT OFFICE
      *NO LONGER RE-KEYS THE CONVOCATION LIST. THIS RUN WRITES THE
      *OUTBOUND EXTRACT (ALUMFEED.TXT) IN THE ADVANCEMENT OFFICE'S
      *AGREED LAYOUT: A HEADER RECORD ("H") WITH THE INSTITUTION
      *CODE AND THE RUN DATE AND TIME; ONE DETAIL RECORD PER ALUMNUS
      *TO SEND - "A" FOR A NEW GRADUATE, "C" FOR CHANGED CONTACT
      *DETAILS - WITH THE DIPLOMA NAME, PROGRAM CODE AND NAME,
      *GRADUATION DATE, ADDRESS, PHONE AND EMAIL; AND A TRAILER
      *("T") WITH THE ADD, CHANGE, DETAIL AND RECORD COUNTS AND A
      *HASH TOTAL OF THE STUDENT NUMBERS. EACH RECORD SENT IS MARKED
      *SENT ON THE ALUMNI MASTER, SO A RERUN SENDS NOTHING TWICE.
      *EVERY ALUMNUS IS CLEARED THROUGH CHECK-RELEASE AS A
      *DISCLOSURE TO A COLLEGE OFFICE; ONE WHOSE CONSENT RECORD
      *WITHHOLDS IT STAYS WAITING ON THE MASTER AND IS COUNTED.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALUMNI-EXTRACT.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The alumni master - one record per graduate, keyed by
      *student number, carrying the diploma name, program,
      *graduation date and the latest contact details, with the
      *state of the record on the advancement office's feed
           SELECT ALUMNI-FILE
               ASSIGN TO "D:\Cobol\ALUMNI.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS ALM-STUD-NUM
                               FILE STATUS IS ALUMNI-STATUS-WS.

           SELECT PROGRAM-FILE-IN
               ASSIGN TO "D:\COBOL\PROGRAM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALUMNI-FEED-FILE
               ASSIGN TO "D:\Cobol\ALUMFEED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PROGRAM-FILE-IN.
       01  PROGRAM-RECORD.
           05  PROGRAM-CODE        PIC X(5).
           05  PROGRAM-NAME        PIC X(20).

      *Feed records are 200 bytes, the record type in column 1; the
      *layouts are in working storage
       FD  ALUMNI-FEED-FILE.
       01  ALUMNI-FEED-RECORD-OUT      PIC X(200).

      *Run-control parameter record: a keyword in columns 1-20 and
      *its value in columns 21-60
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD-IN.
           05  PARM-KEYWORD-IN         PIC X(20).
           05  PARM-VALUE-IN           PIC X(40).

       WORKING-STORAGE SECTION.
      *Run-control parameters - the institution code the feed
      *carries, with the production value as default when
      *RUNPARM.TXT is absent
       01  RUN-PARAMETER-FIELDS.
           05  RUNPARM-STATUS-WS       PIC X(2).
           05  RUNPARM-EOF-FLAG        PIC X(1)  VALUE "N".
           05  INSTITUTION-CODE-WS     PIC X(6)  VALUE "000000".

      *PROGRAM TABLE
       COPY "PRG-TBL-STRUCTURE.CBL".

      *FEED RECORD LAYOUTS
       01  FEED-HEADER-WS.
           05  FHD-TYPE-WS             PIC X(1)  VALUE "H".
           05  FHD-FEED-ID-WS          PIC X(8)  VALUE "ALUMNI".
           05  FHD-INSTITUTION-WS      PIC X(6).
           05  FHD-RUN-DATE-WS         PIC X(8).
           05  FHD-RUN-TIME-WS         PIC X(6).
           05  FILLER                  PIC X(171) VALUE SPACES.

       01  FEED-DETAIL-WS.
           05  FDT-TYPE-WS             PIC X(1).
           05  FDT-STUD-NUM-WS         PIC 9(6).
           05  FDT-DIPLOMA-NAME-WS     PIC X(40).
           05  FDT-PROGRAM-WS          PIC X(5).
           05  FDT-PROGRAM-NAME-WS     PIC X(20).
           05  FDT-GRAD-DATE-WS        PIC X(8).
           05  FDT-STREET-WS           PIC X(30).
           05  FDT-CITY-WS             PIC X(20).
           05  FDT-PROVINCE-WS         PIC X(2).
           05  FDT-POSTAL-CODE-WS      PIC X(7).
           05  FDT-PHONE-WS            PIC X(12).
           05  FDT-EMAIL-WS            PIC X(40).
           05  FDT-CHANGED-DATE-WS     PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.

       01  FEED-TRAILER-WS.
           05  FTR-TYPE-WS             PIC X(1)  VALUE "T".
           05  FTR-ADD-COUNT-WS        PIC 9(7).
           05  FTR-CHANGE-COUNT-WS     PIC 9(7).
           05  FTR-DETAIL-COUNT-WS     PIC 9(7).
           05  FTR-RECORD-COUNT-WS     PIC 9(7).
           05  FTR-STUD-HASH-WS        PIC 9(12).
           05  FILLER                  PIC X(159) VALUE SPACES.

      *Extract work fields and control totals
       01  EXTRACT-WORK-FIELDS.
           05  ALUMNI-STATUS-WS        PIC X(2).
           05  ALUMNI-OPEN-FLAG        PIC X(1)  VALUE "N".
           05  RUN-DATE-WS             PIC X(8)  VALUE SPACES.
           05  RUN-TIME-WS             PIC X(6)  VALUE SPACES.
           05  ALUMNI-READ-CTR-WS      PIC 9(6)  VALUE ZERO.
           05  ADD-COUNTER-WS          PIC 9(7)  VALUE ZERO.
           05  CHANGE-COUNTER-WS       PIC 9(7)  VALUE ZERO.
           05  WITHHELD-COUNTER-WS     PIC 9(6)  VALUE ZERO.
           05  STUD-HASH-TOTAL-WS      PIC 9(12) VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  EOF-TBL-FLAG            PIC X(3)  VALUE "NO ".
           05  TBL-SUB                 PIC 9(3)  VALUE 1.

      *Disclosure check request
       COPY "DSC-REQ-STRUCTURE.CBL".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *SEND EVERY NEW OR CHANGED ALUMNUS TO THE ADVANCEMENT OFFICE
       100-EXTRACT-ALUMNI-FEED.
           PERFORM 390-LOG-JOB-START.
           PERFORM 310-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-EXTRACT.
           PERFORM 202-EXTRACT-ONE-ALUMNUS UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-EXTRACT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *A site with no alumni master yet (no graduation run) still
      *sends the office a header and trailer with zero counts
       201-INITIATE-EXTRACT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           OPEN INPUT  PROGRAM-FILE-IN
                OUTPUT ALUMNI-FEED-FILE.
           PERFORM 301-PRODUCE-PROGRAM-TBL
                   VARYING TBL-SUB FROM 1 BY 1
                   UNTIL TBL-SUB > 100 OR EOF-TBL-FLAG = "YES".
           CLOSE PROGRAM-FILE-IN.
           OPEN I-O ALUMNI-FILE.
           IF ALUMNI-STATUS-WS = "00"
               MOVE "Y" TO ALUMNI-OPEN-FLAG
               PERFORM 302-READ-ALUMNI-RECORD
           ELSE
               DISPLAY "NO ALUMNI MASTER ON DISK - EMPTY FEED WRITTEN"
               MOVE "YES" TO EOF-FLAG
           END-IF.
           MOVE INSTITUTION-CODE-WS TO FHD-INSTITUTION-WS.
           MOVE RUN-DATE-WS         TO FHD-RUN-DATE-WS.
           MOVE RUN-TIME-WS         TO FHD-RUN-TIME-WS.
           WRITE ALUMNI-FEED-RECORD-OUT FROM FEED-HEADER-WS.

       202-EXTRACT-ONE-ALUMNUS.
           IF ALM-FEED-STATUS = "N" OR ALM-FEED-STATUS = "C"
               PERFORM 303-SEND-ONE-ALUMNUS
           END-IF.
           PERFORM 302-READ-ALUMNI-RECORD.

      *The trailer closes the feed; its counts let the advancement
      *office prove the file arrived whole
       203-TERMINATE-EXTRACT.
           MOVE ADD-COUNTER-WS     TO FTR-ADD-COUNT-WS.
           MOVE CHANGE-COUNTER-WS  TO FTR-CHANGE-COUNT-WS.
           COMPUTE FTR-DETAIL-COUNT-WS =
               ADD-COUNTER-WS + CHANGE-COUNTER-WS.
           COMPUTE FTR-RECORD-COUNT-WS =
               ADD-COUNTER-WS + CHANGE-COUNTER-WS + 2.
           MOVE STUD-HASH-TOTAL-WS TO FTR-STUD-HASH-WS.
           WRITE ALUMNI-FEED-RECORD-OUT FROM FEED-TRAILER-WS.
           DISPLAY "ALUMNI FEED - NEW GRADUATES SENT: "
               ADD-COUNTER-WS.
           DISPLAY "ALUMNI FEED - CONTACT CHANGES SENT: "
               CHANGE-COUNTER-WS.
           DISPLAY "ALUMNI FEED - WITHHELD FOR CONSENT: "
               WITHHELD-COUNTER-WS.
           CLOSE ALUMNI-FEED-FILE.
           IF ALUMNI-OPEN-FLAG = "Y"
               CLOSE ALUMNI-FILE
           END-IF.
           MOVE "C" TO DSC-REQ-FUNCTION-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.

       301-PRODUCE-PROGRAM-TBL.
           READ PROGRAM-FILE-IN INTO PROGRAM-TBL-RTN(TBL-SUB)
                  AT END MOVE "YES" TO EOF-TBL-FLAG.

       302-READ-ALUMNI-RECORD.
           READ ALUMNI-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO ALUMNI-READ-CTR-WS
           END-READ.

      *A released alumnus goes on the feed and is marked sent; one
      *withheld stays waiting for the next run
       303-SEND-ONE-ALUMNUS.
           PERFORM 304-CHECK-ALUMNUS-RELEASE.
           IF DSC-REQ-RELEASED-WS = "Y"
               PERFORM 305-WRITE-DETAIL-RECORD
               MOVE "S"         TO ALM-FEED-STATUS
               MOVE RUN-DATE-WS TO ALM-SENT-DATE
               REWRITE ALUMNI-RECORD
           ELSE
               ADD 1 TO WITHHELD-COUNTER-WS
           END-IF.

      *The advancement office is a college office; only the
      *student's blanket no-release withholds the record
       304-CHECK-ALUMNUS-RELEASE.
           MOVE "D"                  TO DSC-REQ-FUNCTION-WS.
           MOVE ALM-STUD-NUM         TO DSC-REQ-STUD-NUM-WS.
           MOVE "IN"                 TO DSC-REQ-RECIPIENT-WS.
           MOVE "ADVANCEMENT OFFICE" TO DSC-REQ-SENT-TO-WS.
           MOVE "ALUMNI CONTACT FEED" TO DSC-REQ-DATA-WS.
           MOVE "ALUMNI-EXTRACT"     TO DSC-REQ-PROGRAM-WS.
           MOVE "BATCH"              TO DSC-REQ-OPERATOR-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.

       305-WRITE-DETAIL-RECORD.
           IF ALM-FEED-STATUS = "N"
               MOVE "A" TO FDT-TYPE-WS
               ADD 1 TO ADD-COUNTER-WS
           ELSE
               MOVE "C" TO FDT-TYPE-WS
               ADD 1 TO CHANGE-COUNTER-WS
           END-IF.
           MOVE ALM-STUD-NUM        TO FDT-STUD-NUM-WS.
           MOVE ALM-DIPLOMA-NAME    TO FDT-DIPLOMA-NAME-WS.
           MOVE ALM-PROGRAM         TO FDT-PROGRAM-WS.
           MOVE SPACES              TO FDT-PROGRAM-NAME-WS.
           PERFORM 402-LOOKUP-PROGRAM-NAME
               VARYING TBL-SUB FROM 1 BY 1 UNTIL TBL-SUB > 100.
           MOVE ALM-GRAD-DATE       TO FDT-GRAD-DATE-WS.
           MOVE ALM-STREET          TO FDT-STREET-WS.
           MOVE ALM-CITY            TO FDT-CITY-WS.
           MOVE ALM-PROVINCE        TO FDT-PROVINCE-WS.
           MOVE ALM-POSTAL-CODE     TO FDT-POSTAL-CODE-WS.
           MOVE ALM-PHONE           TO FDT-PHONE-WS.
           MOVE ALM-EMAIL           TO FDT-EMAIL-WS.
           MOVE ALM-CHANGED-DATE    TO FDT-CHANGED-DATE-WS.
           WRITE ALUMNI-FEED-RECORD-OUT FROM FEED-DETAIL-WS.
           ADD ALM-STUD-NUM TO STUD-HASH-TOTAL-WS.

       402-LOOKUP-PROGRAM-NAME.
           IF ALM-PROGRAM = PROGRAM-CODE-TBL-WS(TBL-SUB)
               MOVE PROGRAM-NAME-TBL-WS(TBL-SUB)
                   TO FDT-PROGRAM-NAME-WS
           END-IF.


      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       310-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 311-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       311-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 312-APPLY-RUN-PARAMETER
           END-READ.

       312-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "INSTITUTION-CODE    "
                   MOVE PARM-VALUE-IN TO INSTITUTION-CODE-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "ALUMNI-EXTRACT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE ALUMNI-READ-CTR-WS TO JLG-REQ-READ-WS.
           COMPUTE JLG-REQ-WRITTEN-WS =
               ADD-COUNTER-WS + CHANGE-COUNTER-WS.
           MOVE WITHHELD-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM ALUMNI-EXTRACT.
