      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *NIGHTLY STUDENT NOTIFICATION EXTRACT. STUDENTS FOUND OUT ABOUT
      *HOLDS, WAITLIST PROMOTIONS, POSTED PAYMENTS AND RELEASED
      *GRADES ONLY WHEN THEY CALLED. HOLD-UPDATE, WAITLIST-PROMOTE,
      *PAYMENT-POSTING, GRADE-SHEET-APPLY, COLLECTION-LETTERS AND
      *DEREGISTRATION-RUN NOW QUEUE EACH SUCH EVENT ON THE
      *NOTIFICATION QUEUE (NOTIFYQ.TXT, SEE QUEUE-NOTIFY); THIS RUN,
      *MADE AFTER THE DAY'S BATCH, TAKES EVERY QUEUED EVENT, LOOKS UP
      *THE STUDENT'S EMAIL AND PHONE ON THE ADDRESS MASTER
      *(ADDRFILE.TXT) AND THEIR OPT-OUTS ON THE NOTIFICATION
      *PREFERENCE FILE (NOTIFPRF.TXT, SEE ADDRESS-MAINT), AND WRITES
      *ONE EMAIL AND/OR ONE TEXT MESSAGE PER EVENT TO THE MESSAGING
      *GATEWAY FILE (NOTIFGW.TXT). THE
      *WORDING COMES FROM THE MESSAGE TEMPLATE FILE (NOTIFTPL.TXT -
      *EVENT, CHANNEL "E" EMAIL OR "S" TEXT, SUBJECT, TEXT), WHERE
      *THE TEXT MAY CARRY
      *   &NAM  STUDENT NAME        &NUM  STUDENT NUMBER
      *   &AMT  AMOUNT              &BAL  BALANCE OWING
      *   &CRS  COURSE CODE         &DTL  DETAIL (TERM, RECEIPT ...)
      *TO BE FILLED IN FROM THE EVENT. EVERY MESSAGE IS A RELEASE OF
      *THE STUDENT'S OWN DATA TO THE STUDENT AND IS LOGGED THROUGH
      *CHECK-RELEASE. AN EVENT THAT CANNOT GO OUT ON ANY CHANNEL -
      *STUDENT NOT ON FILE, NO EMAIL OR PHONE, OPTED OUT, NO TEMPLATE
      *FOR THE EVENT, OR THE DISCLOSURE NOT LOGGED - IS LISTED ON THE
      *EXCEPTION REPORT (NOTIFEXC.TXT) INSTEAD. EVERY MESSAGE SENT
      *AND EVERY EXCEPTION IS APPENDED TO THE SENT LOG (NOTIFLOG.TXT)
      *SO THE OFFICE CAN ANSWER "WERE THEY TOLD?". THE QUEUE IS
      *EMPTIED ONLY AFTER A COMPLETE PASS; WITH NO TEMPLATE FILE, OR
      *THE STUDENT OR ADDRESS FILE UNAVAILABLE, THE RUN IS REFUSED
      *AND THE QUEUE KEPT FOR THE NEXT NIGHT. RETURN CODES: 0 CLEAN,
      *4 EXCEPTIONS LISTED, 8 RUN REFUSED.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-EXTRACT.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-QUEUE-FILE
               ASSIGN TO "D:\Cobol\NOTIFYQ.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS NTQ-STATUS-WS.

           SELECT TEMPLATE-FILE
               ASSIGN TO "D:\Cobol\NOTIFTPL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS TPL-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

           SELECT ADDRESS-FILE
               ASSIGN TO "D:\Cobol\ADDRFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS ADDR-STUD-NUM
                               FILE STATUS IS ADDR-STATUS-WS.

           SELECT NOTIFY-PREF-FILE
               ASSIGN TO "D:\Cobol\NOTIFPRF.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS NPF-STUD-NUM
                               FILE STATUS IS NPF-STATUS-WS.

           SELECT GATEWAY-FILE
               ASSIGN TO "D:\Cobol\NOTIFGW.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTIFY-LOG-FILE
               ASSIGN TO "D:\Cobol\NOTIFLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS NLG-STATUS-WS.

           SELECT EXCEPTION-REPORT
               ASSIGN TO "D:\Cobol\NOTIFEXC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *One line per queued event, as written by QUEUE-NOTIFY
       FD  NOTIFY-QUEUE-FILE.
       01  NOTIFY-QUEUE-RECORD-IN.
           05  NTQ-STUD-NUM-IN         PIC 9(6).
           05  NTQ-EVENT-IN            PIC X(2).
           05  NTQ-QUEUED-DATE-IN      PIC X(8).
           05  NTQ-QUEUED-TIME-IN      PIC X(6).
           05  NTQ-AMOUNT-IN           PIC 9(5)V99.
           05  NTQ-BALANCE-IN          PIC 9(5)V99.
           05  NTQ-COURSE-IN           PIC X(7).
           05  NTQ-DETAIL-IN           PIC X(30).
           05  NTQ-PROGRAM-IN          PIC X(8).

      *One message template per event and channel
       FD  TEMPLATE-FILE.
       01  TEMPLATE-RECORD-IN.
           05  TPL-EVENT-IN            PIC X(2).
           05  TPL-CHANNEL-IN          PIC X(1).
           05  TPL-SUBJECT-IN          PIC X(40).
           05  TPL-TEXT-IN             PIC X(160).

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

       FD  ADDRESS-FILE.
       01  ADDRESS-RECORD.
           05  ADDR-STUD-NUM           PIC 9(6).
           05  ADDR-STREET             PIC X(30).
           05  ADDR-CITY               PIC X(20).
           05  ADDR-PROVINCE           PIC X(2).
           05  ADDR-POSTAL-CODE        PIC X(7).
           05  ADDR-PHONE              PIC X(12).
           05  ADDR-EMAIL              PIC X(40).

      *Opt-out flags "Y" opted out, "N" wanted
       FD  NOTIFY-PREF-FILE.
       01  NOTIFY-PREF-RECORD.
           05  NPF-STUD-NUM            PIC 9(6).
           05  NPF-EMAIL-OPT-OUT       PIC X(1).
           05  NPF-SMS-OPT-OUT         PIC X(1).
           05  NPF-UPDATED-DATE        PIC X(8).

      *One message for the gateway: channel "E" email or "S" text
       FD  GATEWAY-FILE.
       01  GATEWAY-RECORD-OUT.
           05  GW-CHANNEL-OUT          PIC X(1).
           05  GW-ADDRESS-OUT          PIC X(40).
           05  GW-STUD-NUM-OUT         PIC 9(6).
           05  GW-EVENT-OUT            PIC X(2).
           05  GW-SUBJECT-OUT          PIC X(40).
           05  GW-MESSAGE-OUT          PIC X(160).

      *One line per message sent ("S") or event not sent ("X")
       FD  NOTIFY-LOG-FILE.
       01  NOTIFY-LOG-RECORD.
           05  NLG-RUN-DATE            PIC X(8).
           05  NLG-RUN-TIME            PIC X(6).
           05  NLG-STUD-NUM            PIC 9(6).
           05  NLG-EVENT               PIC X(2).
           05  NLG-CHANNEL             PIC X(1).
           05  NLG-ADDRESS             PIC X(40).
           05  NLG-QUEUED-DATE         PIC X(8).
           05  NLG-OUTCOME             PIC X(1).
           05  NLG-REASON              PIC X(30).

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-RECORD-OUT        PIC X(80).

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

      *MESSAGE TEMPLATE TABLE
       01  TEMPLATE-TABLE-WS.
           05  TEMPLATE-ENTRY-WS OCCURS 30 TIMES.
               10  TPL-EVENT-TBL-WS        PIC X(2).
               10  TPL-CHANNEL-TBL-WS      PIC X(1).
               10  TPL-SUBJECT-TBL-WS      PIC X(40).
               10  TPL-TEXT-TBL-WS         PIC X(160).

       01  NOTIFY-WORK-FIELDS.
           05  RUN-DATE-WS             PIC X(8)  VALUE SPACES.
           05  RUN-TIME-WS             PIC X(6)  VALUE SPACES.
           05  NTQ-STATUS-WS           PIC X(2).
           05  TPL-STATUS-WS           PIC X(2).
           05  ADDR-STATUS-WS          PIC X(2).
           05  NPF-STATUS-WS           PIC X(2).
           05  NLG-STATUS-WS           PIC X(2).
           05  QUEUE-EOF-FLAG          PIC X(1)  VALUE "N".
           05  TEMPLATE-EOF-FLAG       PIC X(1)  VALUE "N".
           05  NOTIFPRF-OPEN-FLAG      PIC X(1)  VALUE "N".
           05  STUDENT-FOUND-FLAG      PIC X(1)  VALUE "N".
           05  ADDR-FOUND-FLAG         PIC X(1)  VALUE "N".
           05  NPF-FOUND-FLAG          PIC X(1)  VALUE "N".
           05  OPTED-OUT-FLAG          PIC X(1)  VALUE "N".
           05  NO-TEMPLATE-FLAG        PIC X(1)  VALUE "N".
           05  WITHHELD-FLAG           PIC X(1)  VALUE "N".
           05  TPL-SUB                 PIC 9(2)  VALUE ZERO.
           05  TPL-COUNT-WS            PIC 9(2)  VALUE ZERO.
           05  TPL-MATCH-SUB-WS        PIC 9(2)  VALUE ZERO.
           05  EVENT-SENT-COUNT-WS     PIC 9(1)  VALUE ZERO.
           05  CHANNEL-WS              PIC X(1)  VALUE SPACE.
           05  CHANNEL-ADDRESS-WS      PIC X(40) VALUE SPACES.
           05  CHANNEL-OPT-OUT-WS      PIC X(1)  VALUE "N".
           05  EMAIL-OPT-OUT-WS        PIC X(1)  VALUE "N".
           05  SMS-OPT-OUT-WS          PIC X(1)  VALUE "N".
           05  REASON-WS               PIC X(30) VALUE SPACES.

      *Message assembly: the template text is copied a character
      *at a time, each &xxx token replaced by the event's value with
      *its leading and trailing spaces dropped
       01  MESSAGE-BUILD-FIELDS.
           05  MSG-TEMPLATE-WS         PIC X(160) VALUE SPACES.
           05  MSG-POS-WS              PIC 9(3)  VALUE ZERO.
           05  MSG-PTR-WS              PIC 9(3)  VALUE ZERO.
           05  SUBST-VALUE-WS          PIC X(40) VALUE SPACES.
           05  SUBST-LEAD-WS           PIC 9(2)  VALUE ZERO.
           05  SUBST-START-WS          PIC 9(2)  VALUE ZERO.
           05  SUBST-END-WS            PIC 9(2)  VALUE ZERO.
           05  SUBST-LENGTH-WS         PIC 9(2)  VALUE ZERO.
           05  AMOUNT-EDIT-WS          PIC ZZZZ9.99.

       01  NOTIFY-COUNTERS-WS.
           05  EVENT-COUNTER-WS        PIC 9(7)  VALUE ZERO.
           05  EMAIL-COUNTER-WS        PIC 9(7)  VALUE ZERO.
           05  SMS-COUNTER-WS          PIC 9(7)  VALUE ZERO.
           05  EXCEPTION-COUNTER-WS    PIC 9(7)  VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  STATUS-FIELD            PIC X(2).

      *REPORT LINES
       01  REPORT-HEADER-WS.
           05  FILLER                  PIC X(34) VALUE
               "STUDENT NOTIFICATION EXCEPTIONS".
           05  HDR-RUN-DATE-OUT-WS     PIC X(8).

       01  COLUMN-HEADER-WS.
           05  FILLER                  PIC X(40) VALUE
               "STUDENT  EVENT  QUEUED    PROGRAM   REAS".
           05  FILLER                  PIC X(40) VALUE
               "ON".

       01  EXCEPTION-DETAIL-LINE-WS.
           05  EXC-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  EXC-EVENT-OUT-WS        PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  EXC-QUEUED-OUT-WS       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXC-PROGRAM-OUT-WS      PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EXC-REASON-OUT-WS       PIC X(30).

       01  TOTALS-LINE-1-WS.
           05  FILLER                  PIC X(14) VALUE
               "EVENTS READ: ".
           05  TOT-EVENTS-OUT-WS       PIC ZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE
               "   EXCEPTIONS: ".
           05  TOT-EXCEPTIONS-OUT-WS   PIC ZZZZZZ9.

       01  TOTALS-LINE-2-WS.
           05  FILLER                  PIC X(14) VALUE
               "EMAILS SENT: ".
           05  TOT-EMAILS-OUT-WS       PIC ZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE
               "   TEXTS SENT: ".
           05  TOT-TEXTS-OUT-WS        PIC ZZZZZZ9.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Disclosure release request
       COPY "DSC-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *TURN THE NOTIFICATION QUEUE INTO THE GATEWAY FILE
       100-SEND-NOTIFICATIONS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 380-READ-RUN-PARAMETERS.
           OPEN INPUT NOTIFY-QUEUE-FILE.
           IF NTQ-STATUS-WS NOT = "00"
               DISPLAY "NO NOTIFICATIONS QUEUED - NOTHING TO SEND"
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 301-LOAD-TEMPLATE-TABLE.
           IF TPL-COUNT-WS = ZERO
               DISPLAY "NOTIFICATION RUN REFUSED - NO MESSAGE "
                   "TEMPLATES ON NOTIFTPL.TXT; QUEUE KEPT"
               CLOSE NOTIFY-QUEUE-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 201-INITIATE-NOTIFY-RUN.
           PERFORM 202-NOTIFY-ONE-EVENT
               UNTIL QUEUE-EOF-FLAG = "Y".
           PERFORM 203-TERMINATE-NOTIFY-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *Open the masters - without the student or address file no
      *message can be addressed, so the queue is kept for tomorrow;
      *with no preference file nobody has opted out yet
       201-INITIATE-NOTIFY-RUN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF STATUS-FIELD NOT = "00" OR ADDR-STATUS-WS NOT = "00"
               DISPLAY "NOTIFICATION RUN REFUSED - STUDENT FILE "
                   "STATUS " STATUS-FIELD " ADDRFILE.TXT STATUS "
                   ADDR-STATUS-WS "; QUEUE KEPT"
               CLOSE NOTIFY-QUEUE-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           OPEN INPUT NOTIFY-PREF-FILE.
           IF NPF-STATUS-WS = "00"
               MOVE "Y" TO NOTIFPRF-OPEN-FLAG
           END-IF.
           OPEN OUTPUT GATEWAY-FILE
                       EXCEPTION-REPORT.
           OPEN EXTEND NOTIFY-LOG-FILE.
           IF NLG-STATUS-WS = "35"
               OPEN OUTPUT NOTIFY-LOG-FILE
           END-IF.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT-WS.
           WRITE EXCEPTION-RECORD-OUT FROM REPORT-HEADER-WS.
           WRITE EXCEPTION-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 302-READ-QUEUE-RECORD.

      *One queued event: try email, then text; an event that goes
      *out on neither is an exception with the likeliest reason
       202-NOTIFY-ONE-EVENT.
           MOVE ZERO TO EVENT-SENT-COUNT-WS.
           MOVE "N"  TO OPTED-OUT-FLAG
                        NO-TEMPLATE-FLAG
                        WITHHELD-FLAG.
           PERFORM 303-READ-CONTACT-DETAILS.
           EVALUATE TRUE
               WHEN STUDENT-FOUND-FLAG = "N"
                   MOVE "STUDENT NOT ON FILE" TO REASON-WS
                   PERFORM 310-WRITE-EXCEPTION
               WHEN ADDR-FOUND-FLAG = "N"
                   MOVE "NO CONTACT DETAILS" TO REASON-WS
                   PERFORM 310-WRITE-EXCEPTION
               WHEN ADDR-EMAIL = SPACES AND ADDR-PHONE = SPACES
                   MOVE "NO CONTACT DETAILS" TO REASON-WS
                   PERFORM 310-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM 304-TRY-EMAIL
                   PERFORM 305-TRY-TEXT
                   IF EVENT-SENT-COUNT-WS = ZERO
                       EVALUATE TRUE
                           WHEN WITHHELD-FLAG = "Y"
                               MOVE "DISCLOSURE NOT LOGGED"
                                   TO REASON-WS
                           WHEN NO-TEMPLATE-FLAG = "Y"
                               MOVE "NO TEMPLATE FOR EVENT"
                                   TO REASON-WS
                           WHEN OTHER
                               MOVE "OPTED OUT" TO REASON-WS
                       END-EVALUATE
                       PERFORM 310-WRITE-EXCEPTION
                   END-IF
           END-EVALUATE.
           PERFORM 302-READ-QUEUE-RECORD.

      *Close up, and empty the queue now every event on it has been
      *either sent or listed
       203-TERMINATE-NOTIFY-RUN.
           MOVE EVENT-COUNTER-WS     TO TOT-EVENTS-OUT-WS.
           MOVE EXCEPTION-COUNTER-WS TO TOT-EXCEPTIONS-OUT-WS.
           MOVE EMAIL-COUNTER-WS     TO TOT-EMAILS-OUT-WS.
           MOVE SMS-COUNTER-WS       TO TOT-TEXTS-OUT-WS.
           WRITE EXCEPTION-RECORD-OUT FROM TOTALS-LINE-1-WS
               AFTER ADVANCING 2 LINES.
           WRITE EXCEPTION-RECORD-OUT FROM TOTALS-LINE-2-WS
               AFTER ADVANCING 1 LINES.
           DISPLAY "NOTIFICATION EVENTS READ: " EVENT-COUNTER-WS.
           DISPLAY "EMAILS SENT: " EMAIL-COUNTER-WS.
           DISPLAY "TEXTS SENT: " SMS-COUNTER-WS.
           DISPLAY "EXCEPTIONS LISTED: " EXCEPTION-COUNTER-WS.
           CLOSE NOTIFY-QUEUE-FILE
                 INDEXED-STUDENT-FILE
                 ADDRESS-FILE
                 GATEWAY-FILE
                 NOTIFY-LOG-FILE
                 EXCEPTION-REPORT.
           IF NOTIFPRF-OPEN-FLAG = "Y"
               CLOSE NOTIFY-PREF-FILE
           END-IF.
           OPEN OUTPUT NOTIFY-QUEUE-FILE.
           CLOSE NOTIFY-QUEUE-FILE.
           MOVE "C" TO DSC-REQ-FUNCTION-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.
           IF EXCEPTION-COUNTER-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *Load the message templates; a missing file loads none
       301-LOAD-TEMPLATE-TABLE.
           OPEN INPUT TEMPLATE-FILE.
           IF TPL-STATUS-WS = "00"
               PERFORM 306-LOAD-ONE-TEMPLATE
                   UNTIL TEMPLATE-EOF-FLAG = "Y"
               CLOSE TEMPLATE-FILE
           END-IF.

       302-READ-QUEUE-RECORD.
           READ NOTIFY-QUEUE-FILE
               AT END MOVE "Y" TO QUEUE-EOF-FLAG
               NOT AT END ADD 1 TO EVENT-COUNTER-WS
           END-READ.

      *The student's name, email and phone, and any opt-outs
       303-READ-CONTACT-DETAILS.
           MOVE NTQ-STUD-NUM-IN TO STUD-NUM-OUT.
           READ INDEXED-STUDENT-FILE
               INVALID KEY MOVE "N" TO STUDENT-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO STUDENT-FOUND-FLAG
           END-READ.
           MOVE NTQ-STUD-NUM-IN TO ADDR-STUD-NUM.
           READ ADDRESS-FILE
               INVALID KEY MOVE "N" TO ADDR-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO ADDR-FOUND-FLAG
           END-READ.
           MOVE "N" TO EMAIL-OPT-OUT-WS
                       SMS-OPT-OUT-WS.
           IF NOTIFPRF-OPEN-FLAG = "Y"
               MOVE NTQ-STUD-NUM-IN TO NPF-STUD-NUM
               READ NOTIFY-PREF-FILE
                   INVALID KEY MOVE "N" TO NPF-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO NPF-FOUND-FLAG
               END-READ
               IF NPF-FOUND-FLAG = "Y"
                   MOVE NPF-EMAIL-OPT-OUT TO EMAIL-OPT-OUT-WS
                   MOVE NPF-SMS-OPT-OUT   TO SMS-OPT-OUT-WS
               END-IF
           END-IF.

       304-TRY-EMAIL.
           IF ADDR-EMAIL NOT = SPACES
               MOVE "E"              TO CHANNEL-WS
               MOVE ADDR-EMAIL       TO CHANNEL-ADDRESS-WS
               MOVE EMAIL-OPT-OUT-WS TO CHANNEL-OPT-OUT-WS
               PERFORM 307-SEND-ON-CHANNEL
           END-IF.

       305-TRY-TEXT.
           IF ADDR-PHONE NOT = SPACES
               MOVE "S"              TO CHANNEL-WS
               MOVE ADDR-PHONE       TO CHANNEL-ADDRESS-WS
               MOVE SMS-OPT-OUT-WS   TO CHANNEL-OPT-OUT-WS
               PERFORM 307-SEND-ON-CHANNEL
           END-IF.

       306-LOAD-ONE-TEMPLATE.
           READ TEMPLATE-FILE
               AT END MOVE "Y" TO TEMPLATE-EOF-FLAG
               NOT AT END
                   IF TPL-COUNT-WS < 30
                       ADD 1 TO TPL-COUNT-WS
                       MOVE TEMPLATE-RECORD-IN
                           TO TEMPLATE-ENTRY-WS(TPL-COUNT-WS)
                   ELSE
                       DISPLAY "WARNING: NOTIFTPL.TXT HAS MORE THAN "
                           "30 TEMPLATES - LATER TEMPLATES IGNORED"
                       MOVE "Y" TO TEMPLATE-EOF-FLAG
                   END-IF
           END-READ.

      *One channel: skip it if opted out or there is no template,
      *otherwise log the release through CHECK-RELEASE and, once
      *logged, write the message to the gateway and the sent log
       307-SEND-ON-CHANNEL.
           MOVE ZERO TO TPL-MATCH-SUB-WS.
           PERFORM 401-MATCH-TEMPLATE
               VARYING TPL-SUB FROM 1 BY 1
               UNTIL TPL-SUB > TPL-COUNT-WS
                   OR TPL-MATCH-SUB-WS > ZERO.
           EVALUATE TRUE
               WHEN CHANNEL-OPT-OUT-WS = "Y"
                   MOVE "Y" TO OPTED-OUT-FLAG
               WHEN TPL-MATCH-SUB-WS = ZERO
                   MOVE "Y" TO NO-TEMPLATE-FLAG
               WHEN OTHER
                   MOVE "D"                TO DSC-REQ-FUNCTION-WS
                   MOVE NTQ-STUD-NUM-IN    TO DSC-REQ-STUD-NUM-WS
                   MOVE "ST"               TO DSC-REQ-RECIPIENT-WS
                   MOVE CHANNEL-ADDRESS-WS TO DSC-REQ-SENT-TO-WS
                   MOVE "NOTIFICATION"     TO DSC-REQ-DATA-WS
                   MOVE "NOTIFY-EXTRACT"   TO DSC-REQ-PROGRAM-WS
                   MOVE "BATCH"            TO DSC-REQ-OPERATOR-WS
                   CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS
                   IF DSC-REQ-RELEASED-WS = "Y"
                       PERFORM 308-WRITE-GATEWAY-MESSAGE
                   ELSE
                       MOVE "Y" TO WITHHELD-FLAG
                   END-IF
           END-EVALUATE.

       308-WRITE-GATEWAY-MESSAGE.
           MOVE CHANNEL-WS         TO GW-CHANNEL-OUT.
           MOVE CHANNEL-ADDRESS-WS TO GW-ADDRESS-OUT.
           MOVE NTQ-STUD-NUM-IN    TO GW-STUD-NUM-OUT.
           MOVE NTQ-EVENT-IN       TO GW-EVENT-OUT.
           MOVE TPL-SUBJECT-TBL-WS(TPL-MATCH-SUB-WS)
               TO GW-SUBJECT-OUT.
           PERFORM 309-BUILD-MESSAGE-TEXT.
           WRITE GATEWAY-RECORD-OUT.
           ADD 1 TO EVENT-SENT-COUNT-WS.
           IF CHANNEL-WS = "E"
               ADD 1 TO EMAIL-COUNTER-WS
           ELSE
               ADD 1 TO SMS-COUNTER-WS
           END-IF.
           MOVE CHANNEL-WS         TO NLG-CHANNEL.
           MOVE CHANNEL-ADDRESS-WS TO NLG-ADDRESS.
           MOVE "S"                TO NLG-OUTCOME.
           MOVE SPACES             TO NLG-REASON.
           PERFORM 311-WRITE-SENT-LOG.

      *Fill the template's tokens in from the event, copying the
      *rest of the text as it stands
       309-BUILD-MESSAGE-TEXT.
           MOVE TPL-TEXT-TBL-WS(TPL-MATCH-SUB-WS) TO MSG-TEMPLATE-WS.
           MOVE SPACES TO GW-MESSAGE-OUT.
           MOVE 1 TO MSG-POS-WS
                     MSG-PTR-WS.
           PERFORM 312-COPY-TEMPLATE-CHARACTER
               UNTIL MSG-POS-WS > 160 OR MSG-PTR-WS > 160.

       310-WRITE-EXCEPTION.
           MOVE NTQ-STUD-NUM-IN    TO EXC-STUD-NUM-OUT-WS.
           MOVE NTQ-EVENT-IN       TO EXC-EVENT-OUT-WS.
           MOVE NTQ-QUEUED-DATE-IN TO EXC-QUEUED-OUT-WS.
           MOVE NTQ-PROGRAM-IN     TO EXC-PROGRAM-OUT-WS.
           MOVE REASON-WS          TO EXC-REASON-OUT-WS.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO EXCEPTION-COUNTER-WS.
           MOVE SPACE              TO NLG-CHANNEL.
           MOVE SPACES             TO NLG-ADDRESS.
           MOVE "X"                TO NLG-OUTCOME.
           MOVE REASON-WS          TO NLG-REASON.
           PERFORM 311-WRITE-SENT-LOG.

       311-WRITE-SENT-LOG.
           MOVE RUN-DATE-WS        TO NLG-RUN-DATE.
           MOVE RUN-TIME-WS        TO NLG-RUN-TIME.
           MOVE NTQ-STUD-NUM-IN    TO NLG-STUD-NUM.
           MOVE NTQ-EVENT-IN       TO NLG-EVENT.
           MOVE NTQ-QUEUED-DATE-IN TO NLG-QUEUED-DATE.
           WRITE NOTIFY-LOG-RECORD.

      *One template position: a known token is replaced by its
      *value, anything else is copied as it stands
       312-COPY-TEMPLATE-CHARACTER.
           MOVE SPACES TO SUBST-VALUE-WS.
           IF MSG-POS-WS > 157
               OR MSG-TEMPLATE-WS(MSG-POS-WS:1) NOT = "&"
               PERFORM 314-COPY-ONE-CHARACTER
           ELSE
               EVALUATE MSG-TEMPLATE-WS(MSG-POS-WS:4)
                   WHEN "&NAM"
                       MOVE STUD-NAME-OUT TO SUBST-VALUE-WS
                       PERFORM 313-INSERT-TOKEN-VALUE
                   WHEN "&NUM"
                       MOVE NTQ-STUD-NUM-IN TO SUBST-VALUE-WS
                       PERFORM 313-INSERT-TOKEN-VALUE
                   WHEN "&AMT"
                       MOVE NTQ-AMOUNT-IN TO AMOUNT-EDIT-WS
                       MOVE AMOUNT-EDIT-WS TO SUBST-VALUE-WS
                       PERFORM 313-INSERT-TOKEN-VALUE
                   WHEN "&BAL"
                       MOVE NTQ-BALANCE-IN TO AMOUNT-EDIT-WS
                       MOVE AMOUNT-EDIT-WS TO SUBST-VALUE-WS
                       PERFORM 313-INSERT-TOKEN-VALUE
                   WHEN "&CRS"
                       MOVE NTQ-COURSE-IN TO SUBST-VALUE-WS
                       PERFORM 313-INSERT-TOKEN-VALUE
                   WHEN "&DTL"
                       MOVE NTQ-DETAIL-IN TO SUBST-VALUE-WS
                       PERFORM 313-INSERT-TOKEN-VALUE
                   WHEN OTHER
                       PERFORM 314-COPY-ONE-CHARACTER
               END-EVALUATE
           END-IF.

      *Drop the value's leading and trailing spaces, put what is
      *left into the message and step past the token
       313-INSERT-TOKEN-VALUE.
           MOVE ZERO TO SUBST-LEAD-WS.
           INSPECT SUBST-VALUE-WS
               TALLYING SUBST-LEAD-WS FOR LEADING SPACES.
           IF SUBST-LEAD-WS < 40
               COMPUTE SUBST-START-WS = SUBST-LEAD-WS + 1
               MOVE 40 TO SUBST-END-WS
               PERFORM 315-BACK-OFF-TRAILING-SPACE
                   UNTIL SUBST-VALUE-WS(SUBST-END-WS:1) NOT = SPACE
               COMPUTE SUBST-LENGTH-WS =
                   SUBST-END-WS - SUBST-LEAD-WS
               STRING SUBST-VALUE-WS(SUBST-START-WS:SUBST-LENGTH-WS)
                   DELIMITED BY SIZE
                   INTO GW-MESSAGE-OUT
                   WITH POINTER MSG-PTR-WS
               END-STRING
           END-IF.
           ADD 4 TO MSG-POS-WS.

       314-COPY-ONE-CHARACTER.
           STRING MSG-TEMPLATE-WS(MSG-POS-WS:1)
               DELIMITED BY SIZE
               INTO GW-MESSAGE-OUT
               WITH POINTER MSG-PTR-WS
           END-STRING.
           ADD 1 TO MSG-POS-WS.

       315-BACK-OFF-TRAILING-SPACE.
           SUBTRACT 1 FROM SUBST-END-WS.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       380-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 381-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       381-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 382-APPLY-RUN-PARAMETER
           END-READ.

       382-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "NOTIFY-EXTRACT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE EVENT-COUNTER-WS TO JLG-REQ-READ-WS.
           COMPUTE JLG-REQ-WRITTEN-WS =
               EMAIL-COUNTER-WS + SMS-COUNTER-WS.
           MOVE EXCEPTION-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       401-MATCH-TEMPLATE.
           IF TPL-EVENT-TBL-WS(TPL-SUB) = NTQ-EVENT-IN
               AND TPL-CHANNEL-TBL-WS(TPL-SUB) = CHANNEL-WS
               MOVE TPL-SUB TO TPL-MATCH-SUB-WS
           END-IF.

       END PROGRAM NOTIFY-EXTRACT.
