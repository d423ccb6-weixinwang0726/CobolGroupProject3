      *DESCRIPTION:
      *WAITLIST PROMOTION RUN. COURSE-REGISTRATION SENDS A STUDENT
      *TO THE WAITLIST (WAITLIST.TXT) WHEN A SECTION IS FULL - THIS
      *BATCH STEP, RUN AFTER WITHDRAWALS HAVE FREED SEATS (AND AFTER
      *DEREGISTRATION-RUN IN DEREGRUN.JCL), WALKS THE WAITLIST IN
      *REGISTRATION ORDER AND PROMOTES EACH STUDENT INTO ANY COURSE
      *WITH A SEAT NOW FREE (SEAT COUNTS RECOMPUTED FROM REGFILE.TXT
      *AGAINST THE SECTFILE.TXT CAPACITY), WRITING THE "R"
      *REGISTRATION AND A PROMOTION NOTICE LINE (PROMRPT.TXT)
      *THE OFFICE CAN POST. STUDENTS STILL WAITING ARE KEPT ON THE
      *WAITLIST, WHICH IS REWRITTEN WITHOUT THE PROMOTED ENTRIES
      *THROUGH A WORK FILE (WAITWORK.TXT) THE WAY STUDENT-ARCHIVE
      *REWRITES ITS ARCHIVE. AN ENTRY WHOSE STUDENT IS ALREADY
      *REGISTERED IN THE COURSE IS DROPPED WITH A NOTE. EACH
      *PROMOTION IS ALSO QUEUED THROUGH QUEUE-NOTIFY SO THE NIGHTLY
      *NOTIFY-EXTRACT RUN CAN EMAIL OR TEXT THE STUDENT THEIR SEAT.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAITLIST-PROMOTE.
           05  SECT-STATUS-WS      PIC X(2).
           05  SECTFILE-OPEN-FLAG  PIC X(1) VALUE "N".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Student notification request
       COPY "NTF-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PROMOTE WAITLISTED STUDENTS INTO FREED SEATS
       100-PROMOTE-WAITLIST.
           PERFORM 390-LOG-JOB-START.
           PERFORM 201-INITIATE-PROMOTION.
           PERFORM 202-PROMOTE-ONE-ENTRY UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-PROMOTION.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-PROMOTION.
           OPEN INPUT WAITLIST-FILE.
           IF WTL-STATUS-WS NOT = "00"
               DISPLAY "NO WAITLIST ON FILE - NOTHING TO PROMOTE"
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           OPEN OUTPUT WAITLIST-WORK-FILE
               CLOSE SECTION-FILE
           END-IF.
           PERFORM 306-REWRITE-WAITLIST-FROM-WORK.
           MOVE "C" TO NTF-REQ-FUNCTION-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.

      *A course with no section record has no seat limit; otherwise
      *count the active registrations against the capacity
                   ADD 1 TO PROMOTED-COUNTER-WS
                   MOVE "PROMOTED FROM WAITLIST"
                       TO PRM-DISPOSITION-OUT-WS
                   PERFORM 308-QUEUE-PROMOTION-NOTICE
           END-WRITE.
           MOVE WTL-STUD-NUM-IN    TO PRM-STUD-NUM-OUT-WS.
           MOVE WTL-COURSE-CODE-IN TO PRM-COURSE-OUT-WS.
                       FROM WAITLIST-WORK-RECORD
           END-READ.

      *Queue the promotion for the student's email/text
       308-QUEUE-PROMOTION-NOTICE.
           MOVE "Q"                TO NTF-REQ-FUNCTION-WS.
           MOVE WTL-STUD-NUM-IN    TO NTF-REQ-STUD-NUM-WS.
           MOVE "WP"               TO NTF-REQ-EVENT-WS.
           MOVE ZERO               TO NTF-REQ-AMOUNT-WS
                                      NTF-REQ-BALANCE-WS.
           MOVE WTL-COURSE-CODE-IN TO NTF-REQ-COURSE-WS.
           MOVE WTL-TERM-IN        TO NTF-REQ-DETAIL-WS.
           MOVE "WAITLIST"         TO NTF-REQ-PROGRAM-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "WAITLIST-PROMOTE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               PROMOTED-COUNTER-WS + WAITING-COUNTER-WS
                 + DROPPED-COUNTER-WS.
           MOVE PROMOTED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE DROPPED-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM WAITLIST-PROMOTE.
