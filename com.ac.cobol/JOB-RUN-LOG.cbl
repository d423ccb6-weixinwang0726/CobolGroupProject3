      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *THIS SUBPROGRAM KEEPS THE SHARED JOB-RUN LOG (JOBRUNLOG.TXT)
      *THAT EVERY BATCH PROGRAM APPENDS TO, SO THE MORNING'S
      *QUESTION "WHAT RAN LAST NIGHT AND HOW DID IT END" IS ANSWERED
      *FROM ONE FILE INSTEAD OF CONSOLE DISPLAYS AND WHICHEVER
      *REPORT FILES HAPPEN TO BE THERE. A PROGRAM CALLS IT TWICE:
      *   S  AT THE START OF THE RUN - A START ("S") RECORD
      *   E  JUST BEFORE IT STOPS   - AN END ("E") RECORD
      *BOTH RECORDS CARRY THE PROGRAM ID AND THE START TIMESTAMP,
      *SO OPS-SUMMARY PAIRS THEM; A START WITH NO END IS A RUN THAT
      *DIED BEFORE IT COULD LOG ITS ENDING. THE END RECORD ADDS THE
      *END TIMESTAMP, THE RECORDS READ, WRITTEN AND REJECTED, THE
      *CONDITION CODE AND HOW THE RUN ENDED: N NORMAL, R REFUSED BY
      *THE SYSSTAT.TXT INTERLOCK, A ABENDED (CONDITION CODE 8 OR
      *MORE). THE LOG IS OPENED AND CLOSED ON EVERY CALL SO A RUN
      *THAT FAILS LATER STILL LEAVES ITS START RECORD BEHIND. A LOG
      *THAT CANNOT BE WRITTEN IS REPORTED ON THE CONSOLE BUT NEVER
      *STOPS THE CALLER.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-RUN-LOG.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG-FILE
               ASSIGN TO "D:\Cobol\JOBRUNLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOB-LOG-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           05  JLG-RECORD-TYPE         PIC X(1).
           05  JLG-PROGRAM             PIC X(24).
           05  JLG-START-DATE          PIC X(8).
           05  JLG-START-TIME          PIC X(6).
           05  JLG-END-DATE            PIC X(8).
           05  JLG-END-TIME            PIC X(6).
           05  JLG-RECORDS-READ        PIC 9(7).
           05  JLG-RECORDS-WRITTEN     PIC 9(7).
           05  JLG-RECORDS-REJECTED    PIC 9(7).
           05  JLG-ENDING              PIC X(1).
           05  JLG-COND-CODE           PIC 9(4).

       WORKING-STORAGE SECTION.
       01  JOB-LOG-WORK-FIELDS.
           05  JOB-LOG-STATUS-WS       PIC X(2).

       01  JOB-LOG-TIMESTAMP-WS.
           05  JLG-TS-DATE-WS          PIC X(8).
           05  JLG-TS-TIME-WS          PIC X(6).

       LINKAGE SECTION.
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION USING JOB-LOG-REQUEST-WS.

      *LOG THE START OR THE END OF ONE BATCH RUN
       100-LOG-JOB-RUN.
           ACCEPT JLG-TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JLG-TS-TIME-WS FROM TIME.
           EVALUATE JLG-REQ-FUNCTION-WS
               WHEN "S"
                   PERFORM 201-LOG-RUN-START
               WHEN "E"
                   PERFORM 202-LOG-RUN-END
           END-EVALUATE.
           MOVE JLG-REQ-COND-CODE-WS TO RETURN-CODE.
           GOBACK.

      *Stamp the start of the run into the caller's request so the
      *end record carries the same start timestamp
       201-LOG-RUN-START.
           MOVE JLG-TS-DATE-WS TO JLG-REQ-START-DATE-WS.
           MOVE JLG-TS-TIME-WS TO JLG-REQ-START-TIME-WS.
           MOVE ZERO TO JLG-REQ-READ-WS
                        JLG-REQ-WRITTEN-WS
                        JLG-REQ-REJECTED-WS
                        JLG-REQ-COND-CODE-WS.
           MOVE "N" TO JLG-REQ-ENDING-WS.
           MOVE "S" TO JLG-RECORD-TYPE.
           MOVE SPACES TO JLG-END-DATE
                          JLG-END-TIME
                          JLG-ENDING.
           PERFORM 301-WRITE-LOG-RECORD.

      *A refusal is logged as the caller says; otherwise the
      *condition code decides between normal and abended
       202-LOG-RUN-END.
           IF JLG-REQ-ENDING-WS NOT = "R"
               IF JLG-REQ-COND-CODE-WS >= 8
                   MOVE "A" TO JLG-REQ-ENDING-WS
               ELSE
                   MOVE "N" TO JLG-REQ-ENDING-WS
               END-IF
           END-IF.
           MOVE "E" TO JLG-RECORD-TYPE.
           MOVE JLG-TS-DATE-WS TO JLG-END-DATE.
           MOVE JLG-TS-TIME-WS TO JLG-END-TIME.
           MOVE JLG-REQ-ENDING-WS TO JLG-ENDING.
           PERFORM 301-WRITE-LOG-RECORD.

      *Append one record; the very first run finds no log and
      *creates it
       301-WRITE-LOG-RECORD.
           MOVE JLG-REQ-PROGRAM-WS    TO JLG-PROGRAM.
           MOVE JLG-REQ-START-DATE-WS TO JLG-START-DATE.
           MOVE JLG-REQ-START-TIME-WS TO JLG-START-TIME.
           MOVE JLG-REQ-READ-WS       TO JLG-RECORDS-READ.
           MOVE JLG-REQ-WRITTEN-WS    TO JLG-RECORDS-WRITTEN.
           MOVE JLG-REQ-REJECTED-WS   TO JLG-RECORDS-REJECTED.
           MOVE JLG-REQ-COND-CODE-WS  TO JLG-COND-CODE.
           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-STATUS-WS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF JOB-LOG-STATUS-WS = "00"
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "JOB-RUN LOG JOBRUNLOG.TXT NOT AVAILABLE - "
                   "FILE STATUS " JOB-LOG-STATUS-WS
           END-IF.

       END PROGRAM JOB-RUN-LOG.
