      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *THIS SUBPROGRAM QUEUES ONE STUDENT NOTIFICATION EVENT ON THE
      *NOTIFICATION QUEUE (NOTIFYQ.TXT) FOR EVERY PROGRAM THAT DOES
      *SOMETHING A STUDENT SHOULD HEAR ABOUT - HOLD-UPDATE SETTING
      *OR CLEARING A HOLD, WAITLIST-PROMOTE MOVING THEM INTO A
      *COURSE, PAYMENT-POSTING APPLYING A PAYMENT, GRADE-SHEET-APPLY
      *RELEASING A GRADE, COLLECTION-LETTERS SENDING A NOTICE,
      *DEREGISTRATION-RUN CANCELLING OR REINSTATING A STUDENT'S
      *REGISTRATIONS FOR UNPAID FEES - SO STUDENTS NO LONGER FIND OUT
      *ONLY WHEN THEY CALL. EACH EVENT IS STAMPED WITH THE DATE AND
      *TIME IT WAS QUEUED AND THE PROGRAM THAT QUEUED IT. THE NIGHTLY
      *NOTIFY-EXTRACT RUN TURNS THE QUEUE INTO THE MESSAGING
      *GATEWAY'S EMAIL AND TEXT FILE AND EMPTIES IT. THE QUEUE IS
      *OPENED ON THE FIRST EVENT AND HELD UNTIL THE CALLER CLOSES IT;
      *THE VERY FIRST EVENT FINDS NO QUEUE AND CREATES IT.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-NOTIFY.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-QUEUE-FILE
               ASSIGN TO "D:\Cobol\NOTIFYQ.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS QUEUE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *One line per event waiting to be sent
       FD  NOTIFY-QUEUE-FILE.
       01  NOTIFY-QUEUE-RECORD.
           05  NTQ-STUD-NUM            PIC 9(6).
           05  NTQ-EVENT               PIC X(2).
           05  NTQ-QUEUED-DATE         PIC X(8).
           05  NTQ-QUEUED-TIME         PIC X(6).
           05  NTQ-AMOUNT              PIC 9(5)V99.
           05  NTQ-BALANCE             PIC 9(5)V99.
           05  NTQ-COURSE              PIC X(7).
           05  NTQ-DETAIL              PIC X(30).
           05  NTQ-PROGRAM             PIC X(8).

       WORKING-STORAGE SECTION.
       01  QUEUE-WORK-FIELDS.
           05  QUEUE-STATUS-WS         PIC X(2).
           05  QUEUE-OPEN-FLAG         PIC X(1)  VALUE "N".
           05  QUEUE-TRIED-FLAG        PIC X(1)  VALUE "N".

       01  QUEUE-TIMESTAMP-WS.
           05  NTQ-TS-DATE-WS          PIC X(8).
           05  NTQ-TS-TIME-WS          PIC X(6).

       LINKAGE SECTION.
       COPY "NTF-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION USING NOTIFY-REQUEST-WS.

      *QUEUE ONE NOTIFICATION EVENT, OR CLOSE THE QUEUE AT END OF RUN
       100-QUEUE-NOTIFICATION.
           MOVE ZERO TO NTF-REQ-RETURN-CODE-WS.
           EVALUATE NTF-REQ-FUNCTION-WS
               WHEN "Q"
                   PERFORM 201-OPEN-QUEUE-FILE
                   IF QUEUE-OPEN-FLAG = "Y"
                       PERFORM 202-WRITE-QUEUE-RECORD
                   ELSE
                       MOVE 8 TO NTF-REQ-RETURN-CODE-WS
                   END-IF
               WHEN "C"
                   PERFORM 203-CLOSE-QUEUE-FILE
           END-EVALUATE.
           GOBACK.

      *Open the queue on the first event of the run; a queue that
      *cannot be opened is reported once, not once per event
       201-OPEN-QUEUE-FILE.
           IF QUEUE-TRIED-FLAG = "N"
               MOVE "Y" TO QUEUE-TRIED-FLAG
               OPEN EXTEND NOTIFY-QUEUE-FILE
               IF QUEUE-STATUS-WS = "35"
                   OPEN OUTPUT NOTIFY-QUEUE-FILE
               END-IF
               IF QUEUE-STATUS-WS = "00"
                   MOVE "Y" TO QUEUE-OPEN-FLAG
               ELSE
                   DISPLAY "NOTIFICATION QUEUE NOTIFYQ.TXT NOT "
                       "AVAILABLE - FILE STATUS " QUEUE-STATUS-WS
               END-IF
           END-IF.

       202-WRITE-QUEUE-RECORD.
           ACCEPT NTQ-TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT NTQ-TS-TIME-WS FROM TIME.
           MOVE NTF-REQ-STUD-NUM-WS TO NTQ-STUD-NUM.
           MOVE NTF-REQ-EVENT-WS    TO NTQ-EVENT.
           MOVE NTQ-TS-DATE-WS      TO NTQ-QUEUED-DATE.
           MOVE NTQ-TS-TIME-WS      TO NTQ-QUEUED-TIME.
           MOVE NTF-REQ-AMOUNT-WS   TO NTQ-AMOUNT.
           MOVE NTF-REQ-BALANCE-WS  TO NTQ-BALANCE.
           MOVE NTF-REQ-COURSE-WS   TO NTQ-COURSE.
           MOVE NTF-REQ-DETAIL-WS   TO NTQ-DETAIL.
           MOVE NTF-REQ-PROGRAM-WS  TO NTQ-PROGRAM.
           WRITE NOTIFY-QUEUE-RECORD.
           IF QUEUE-STATUS-WS NOT = "00"
               DISPLAY "NOTIFICATION NOT QUEUED FOR STUDENT "
                   NTF-REQ-STUD-NUM-WS " - FILE STATUS "
                   QUEUE-STATUS-WS
               MOVE 8 TO NTF-REQ-RETURN-CODE-WS
           END-IF.

       203-CLOSE-QUEUE-FILE.
           IF QUEUE-OPEN-FLAG = "Y"
               CLOSE NOTIFY-QUEUE-FILE
               MOVE "N" TO QUEUE-OPEN-FLAG
           END-IF.
           MOVE "N" TO QUEUE-TRIED-FLAG.

       END PROGRAM QUEUE-NOTIFY.
