      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *BATCH TIMETABLE VALIDATION. TIMETBL.TXT NOW CARRIES THE ROOM
      *EACH COURSE MEETS IN, AND THE ROOM MASTER (ROOMFILE.TXT) GIVES
      *EACH ROOM ITS BUILDING, SEATING CAPACITY, AND TYPE. TWO
      *CLASSES TURNED UP IN THE SAME LAB AND A 60-SEAT SECTION WAS
      *PUT IN A 30-SEAT ROOM; THIS RUN REPORTS (TTCHECK.TXT) EVERY
      *PAIR OF COURSES BOOKED INTO THE SAME ROOM AT OVERLAPPING
      *TIMES - THE SAME SHARED-DAY AND OVERLAPPING-TIME RULE
      *COURSE-REGISTRATION APPLIES TO A STUDENT'S OWN COURSES - EVERY
      *COURSE WHOSE SECTION CAPACITY (SECTFILE.TXT) IS LARGER THAN
      *ITS ROOM'S SEATING, AND EVERY ROOM CODE NOT ON THE ROOM
      *MASTER. A COURSE WITH NO ROOM YET IS ONLY COUNTED. ANY
      *CONFLICT, OVER-CAPACITY, OR UNKNOWN ROOM ENDS THE RUN WITH
      *RETURN CODE 8; A TIMETABLE TOO BIG TO HOLD IS REFUSED WITH
      *RETURN CODE 8 RATHER THAN CHECKED IN PART.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE-CHECK.
       DATE-WRITTEN. 08-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE-IN
               ASSIGN TO "D:\Cobol\TIMETBL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS TTB-STATUS-FIELD.

           SELECT ROOM-FILE-IN
               ASSIGN TO "D:\Cobol\ROOMFILE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ROOM-STATUS-FIELD.

      *Section file - a course with no section record has no seat
      *limit, so it can never be over its room's seating
           SELECT SECTION-FILE
               ASSIGN TO "D:\Cobol\SECTFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SECT-COURSE-CODE
                               FILE STATUS IS SECT-STATUS-FIELD.

           SELECT TIMETABLE-CHECK-REPORT
               ASSIGN TO "D:\Cobol\TTCHECK.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *One timetable line per course: day letters (M/T/W/R/F/S/U),
      *24-hour HHMM start and end times, and the room
       FD  TIMETABLE-FILE-IN.
       01  TIMETABLE-RECORD-IN.
           05  TTB-COURSE-CODE-IN  PIC X(7).
           05  TTB-DAYS-IN         PIC X(7).
           05  TTB-START-IN        PIC 9(4).
           05  TTB-END-IN          PIC 9(4).
           05  TTB-ROOM-IN         PIC X(6).

       FD  ROOM-FILE-IN.
       01  ROOM-RECORD-IN.
           05  ROOM-CODE-IN        PIC X(6).
           05  ROOM-BUILDING-IN    PIC X(20).
           05  ROOM-CAPACITY-IN    PIC 9(3).
           05  ROOM-TYPE-IN        PIC X(4).

       FD  SECTION-FILE.
       01  SECTION-RECORD.
           05  SECT-COURSE-CODE    PIC X(7).
           05  SECT-CAPACITY       PIC 9(3).

       FD  TIMETABLE-CHECK-REPORT.
       01  CHECK-RECORD-OUT        PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-FIELDS.
           05  TTB-STATUS-FIELD     PIC X(2).
           05  ROOM-STATUS-FIELD    PIC X(2).
           05  SECT-STATUS-FIELD    PIC X(2).

      *Timetable table - the same entry layout COURSE-REGISTRATION
      *loads from TIMETBL.TXT
       01  TIMETABLE-TBL-WS.
           05  TIMETBL-ENTRY-WS OCCURS 200 TIMES.
               10  TTB-CODE-TBL-WS  PIC X(7).
               10  TTB-DAYS-TBL-WS  PIC X(7).
               10  TTB-START-TBL-WS PIC 9(4).
               10  TTB-END-TBL-WS   PIC 9(4).
               10  TTB-ROOM-TBL-WS  PIC X(6).

      *ROOM MASTER TABLE
       COPY "RM-TBL-STRUCTURE.CBL".

      *Overlap-test work fields, named as in COURSE-REGISTRATION's
      *322-TEST-TIME-OVERLAP so the two rules read alike
       01  CONFLICT-CHECK-FIELDS.
           05  TTB-COUNT-WS         PIC 9(3) VALUE ZERO.
           05  NEW-TTB-SUB-WS       PIC 9(3) VALUE ZERO.
           05  OLD-TTB-SUB-WS       PIC 9(3) VALUE ZERO.
           05  FIRST-OLD-SUB-WS     PIC 9(3) VALUE ZERO.
           05  OVERLAP-FLAG         PIC X(1) VALUE "N".
           05  DAY-MATCH-FLAG       PIC X(1) VALUE "N".
           05  DAY-SUB-WS           PIC 9(1) VALUE ZERO.
           05  DAY-SUB-2-WS         PIC 9(1) VALUE ZERO.

       01  ROOM-CHECK-FIELDS.
           05  ROOM-COUNT-WS        PIC 9(3) VALUE ZERO.
           05  ROOM-SUB-WS          PIC 9(3) VALUE ZERO.
           05  ROOM-MATCH-SUB-WS    PIC 9(3) VALUE ZERO.
           05  TTB-EOF-FLAG         PIC X(1) VALUE "N".
           05  ROOM-EOF-FLAG        PIC X(1) VALUE "N".
           05  SECTFILE-OPEN-FLAG   PIC X(1) VALUE "N".
           05  TTB-OVERFLOW-FLAG    PIC X(1) VALUE "N".
           05  SCRATCH-TTB-RECORD-WS PIC X(28) VALUE SPACES.

       01  CHECK-COUNTERS-WS.
           05  CONFLICT-COUNTER-WS  PIC 9(5) VALUE ZERO.
           05  OVER-CAP-COUNTER-WS  PIC 9(5) VALUE ZERO.
           05  UNKNOWN-ROOM-COUNTER-WS PIC 9(5) VALUE ZERO.
           05  NO-ROOM-COUNTER-WS   PIC 9(5) VALUE ZERO.

      *REPORT LINES
       01  PAGE-HEADER-WS           PIC X(26) VALUE
               "TIMETABLE ROOM VALIDATION".

       01  CONFLICT-HEADER-WS       PIC X(40) VALUE
               "ROOM BOOKING CONFLICTS:".

       01  CONFLICT-LINE-WS.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CFL-ROOM-OUT-WS      PIC X(6).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CFL-COURSE-1-OUT-WS  PIC X(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  CFL-DAYS-1-OUT-WS    PIC X(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  CFL-START-1-OUT-WS   PIC 9(4).
           05  FILLER               PIC X(1)  VALUE "-".
           05  CFL-END-1-OUT-WS     PIC 9(4).
           05  FILLER               PIC X(6)  VALUE "  VS  ".
           05  CFL-COURSE-2-OUT-WS  PIC X(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  CFL-DAYS-2-OUT-WS    PIC X(7).
           05  FILLER               PIC X(1)  VALUE SPACE.
           05  CFL-START-2-OUT-WS   PIC 9(4).
           05  FILLER               PIC X(1)  VALUE "-".
           05  CFL-END-2-OUT-WS     PIC 9(4).

       01  CAPACITY-HEADER-WS       PIC X(40) VALUE
               "SECTION CAPACITY OVER ROOM SEATING:".

       01  CAPACITY-LINE-WS.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CAP-COURSE-OUT-WS    PIC X(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  CAP-ROOM-OUT-WS      PIC X(6).
           05  FILLER               PIC X(11) VALUE "  SECTION: ".
           05  CAP-SECTION-OUT-WS   PIC ZZ9.
           05  FILLER               PIC X(11) VALUE "  SEATING: ".
           05  CAP-SEATING-OUT-WS   PIC ZZ9.

       01  UNKNOWN-ROOM-LINE-WS.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  UNK-COURSE-OUT-WS    PIC X(7).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  UNK-ROOM-OUT-WS      PIC X(6).
           05  FILLER               PIC X(25) VALUE
                   "  ROOM NOT ON ROOM MASTER".

       01  TOTAL-LINE-1-WS.
           05  FILLER               PIC X(24) VALUE
                   "ROOM CONFLICTS:         ".
           05  TOT-CONFLICT-OUT-WS  PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE
                   "  OVER CAPACITY:  ".
           05  TOT-OVER-CAP-OUT-WS  PIC ZZZZ9.

       01  TOTAL-LINE-2-WS.
           05  FILLER               PIC X(24) VALUE
                   "ROOMS NOT ON MASTER:    ".
           05  TOT-UNKNOWN-OUT-WS   PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE
                   "  NO ROOM YET:    ".
           05  TOT-NO-ROOM-OUT-WS   PIC ZZZZ9.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *VALIDATE THE TIMETABLE'S ROOM BOOKINGS
       100-CHECK-TIMETABLE-ROOMS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 201-INITIATE-TIMETABLE-CHECK.
           PERFORM 202-CHECK-ROOM-CONFLICTS.
           PERFORM 203-CHECK-ROOM-SEATING.
           PERFORM 204-TERMINATE-TIMETABLE-CHECK.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *A missing timetable or room master leaves nothing to check
      *against and says so; a missing section file just means no
      *course has a seat limit
       201-INITIATE-TIMETABLE-CHECK.
           OPEN OUTPUT TIMETABLE-CHECK-REPORT.
           WRITE CHECK-RECORD-OUT FROM PAGE-HEADER-WS.
           OPEN INPUT TIMETABLE-FILE-IN.
           IF TTB-STATUS-FIELD = "00"
               PERFORM 301-LOAD-ONE-TIMETABLE-ENTRY
                   UNTIL TTB-EOF-FLAG = "Y" OR TTB-COUNT-WS >= 200
               IF TTB-EOF-FLAG NOT = "Y"
                   READ TIMETABLE-FILE-IN INTO SCRATCH-TTB-RECORD-WS
                       AT END MOVE "Y" TO TTB-EOF-FLAG
                   END-READ
               END-IF
               IF TTB-EOF-FLAG NOT = "Y"
                   MOVE "Y" TO TTB-OVERFLOW-FLAG
               END-IF
               CLOSE TIMETABLE-FILE-IN
           ELSE
               DISPLAY "NO TIMETABLE FILE ON DISK"
           END-IF.
           IF TTB-OVERFLOW-FLAG = "Y"
               DISPLAY "TIMETABLE CHECK REFUSED - TIMETBL.TXT HAS "
                   "MORE THAN 200 ENTRIES; ENLARGE THE TABLE"
               CLOSE TIMETABLE-CHECK-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           OPEN INPUT ROOM-FILE-IN.
           IF ROOM-STATUS-FIELD = "00"
               PERFORM 302-LOAD-ONE-ROOM
                   UNTIL ROOM-EOF-FLAG = "Y" OR ROOM-COUNT-WS >= 200
               CLOSE ROOM-FILE-IN
           ELSE
               DISPLAY "NO ROOM MASTER ON DISK - EVERY ROOM WILL "
                   "REPORT AS NOT ON THE MASTER"
           END-IF.
           OPEN INPUT SECTION-FILE.
           IF SECT-STATUS-FIELD = "00"
               MOVE "Y" TO SECTFILE-OPEN-FLAG
           END-IF.

       301-LOAD-ONE-TIMETABLE-ENTRY.
           READ TIMETABLE-FILE-IN
               AT END MOVE "Y" TO TTB-EOF-FLAG
               NOT AT END
                   ADD 1 TO TTB-COUNT-WS
                   MOVE TIMETABLE-RECORD-IN
                       TO TIMETBL-ENTRY-WS(TTB-COUNT-WS)
           END-READ.

       302-LOAD-ONE-ROOM.
           READ ROOM-FILE-IN
               AT END MOVE "Y" TO ROOM-EOF-FLAG
               NOT AT END
                   ADD 1 TO ROOM-COUNT-WS
                   MOVE ROOM-RECORD-IN TO ROOM-TBL-RTN(ROOM-COUNT-WS)
           END-READ.

      *Every pair of roomed entries is tested once - each entry
      *against every entry after it in the table
       202-CHECK-ROOM-CONFLICTS.
           WRITE CHECK-RECORD-OUT FROM CONFLICT-HEADER-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 303-CHECK-ONE-ENTRY-PAIRS
               VARYING NEW-TTB-SUB-WS FROM 1 BY 1
               UNTIL NEW-TTB-SUB-WS >= TTB-COUNT-WS.

       303-CHECK-ONE-ENTRY-PAIRS.
           IF TTB-ROOM-TBL-WS(NEW-TTB-SUB-WS) NOT = SPACES
               COMPUTE FIRST-OLD-SUB-WS = NEW-TTB-SUB-WS + 1
               PERFORM 304-CHECK-ONE-PAIR
                   VARYING OLD-TTB-SUB-WS FROM FIRST-OLD-SUB-WS BY 1
                   UNTIL OLD-TTB-SUB-WS > TTB-COUNT-WS
           END-IF.

       304-CHECK-ONE-PAIR.
           IF TTB-ROOM-TBL-WS(OLD-TTB-SUB-WS) =
                   TTB-ROOM-TBL-WS(NEW-TTB-SUB-WS)
               PERFORM 322-TEST-TIME-OVERLAP
               IF OVERLAP-FLAG = "Y"
                   PERFORM 305-WRITE-CONFLICT-LINE
               END-IF
           END-IF.

       305-WRITE-CONFLICT-LINE.
           MOVE TTB-ROOM-TBL-WS(NEW-TTB-SUB-WS)  TO CFL-ROOM-OUT-WS.
           MOVE TTB-CODE-TBL-WS(NEW-TTB-SUB-WS)  TO CFL-COURSE-1-OUT-WS.
           MOVE TTB-DAYS-TBL-WS(NEW-TTB-SUB-WS)  TO CFL-DAYS-1-OUT-WS.
           MOVE TTB-START-TBL-WS(NEW-TTB-SUB-WS) TO CFL-START-1-OUT-WS.
           MOVE TTB-END-TBL-WS(NEW-TTB-SUB-WS)   TO CFL-END-1-OUT-WS.
           MOVE TTB-CODE-TBL-WS(OLD-TTB-SUB-WS)  TO CFL-COURSE-2-OUT-WS.
           MOVE TTB-DAYS-TBL-WS(OLD-TTB-SUB-WS)  TO CFL-DAYS-2-OUT-WS.
           MOVE TTB-START-TBL-WS(OLD-TTB-SUB-WS) TO CFL-START-2-OUT-WS.
           MOVE TTB-END-TBL-WS(OLD-TTB-SUB-WS)   TO CFL-END-2-OUT-WS.
           WRITE CHECK-RECORD-OUT FROM CONFLICT-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO CONFLICT-COUNTER-WS.

      *Two courses conflict when their time ranges overlap and they
      *share at least one meeting day letter - the rule
      *COURSE-REGISTRATION applies in its 322-TEST-TIME-OVERLAP
       322-TEST-TIME-OVERLAP.
           MOVE "N" TO OVERLAP-FLAG.
           IF TTB-START-TBL-WS(NEW-TTB-SUB-WS) <
                   TTB-END-TBL-WS(OLD-TTB-SUB-WS)
               AND TTB-START-TBL-WS(OLD-TTB-SUB-WS) <
                   TTB-END-TBL-WS(NEW-TTB-SUB-WS)
               MOVE "N" TO DAY-MATCH-FLAG
               PERFORM 323-TEST-ONE-DAY
                   VARYING DAY-SUB-WS FROM 1 BY 1
                   UNTIL DAY-SUB-WS > 7 OR DAY-MATCH-FLAG = "Y"
               IF DAY-MATCH-FLAG = "Y"
                   MOVE "Y" TO OVERLAP-FLAG
               END-IF
           END-IF.

       323-TEST-ONE-DAY.
           IF TTB-DAYS-TBL-WS(NEW-TTB-SUB-WS)(DAY-SUB-WS:1)
                   NOT = SPACE
               PERFORM 324-SCAN-OLD-DAYS
                   VARYING DAY-SUB-2-WS FROM 1 BY 1
                   UNTIL DAY-SUB-2-WS > 7 OR DAY-MATCH-FLAG = "Y"
           END-IF.

       324-SCAN-OLD-DAYS.
           IF TTB-DAYS-TBL-WS(NEW-TTB-SUB-WS)(DAY-SUB-WS:1) =
               TTB-DAYS-TBL-WS(OLD-TTB-SUB-WS)(DAY-SUB-2-WS:1)
               MOVE "Y" TO DAY-MATCH-FLAG
           END-IF.

      *Each roomed course's section capacity against its room's
      *seating; a room code not on the master is listed instead
       203-CHECK-ROOM-SEATING.
           WRITE CHECK-RECORD-OUT FROM CAPACITY-HEADER-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 306-CHECK-ONE-ROOM-SEATING
               VARYING NEW-TTB-SUB-WS FROM 1 BY 1
               UNTIL NEW-TTB-SUB-WS > TTB-COUNT-WS.

       306-CHECK-ONE-ROOM-SEATING.
           IF TTB-ROOM-TBL-WS(NEW-TTB-SUB-WS) = SPACES
               ADD 1 TO NO-ROOM-COUNTER-WS
           ELSE
               MOVE ZERO TO ROOM-MATCH-SUB-WS
               PERFORM 401-MATCH-ROOM-CODE
                   VARYING ROOM-SUB-WS FROM 1 BY 1
                   UNTIL ROOM-SUB-WS > ROOM-COUNT-WS
                       OR ROOM-MATCH-SUB-WS > ZERO
               IF ROOM-MATCH-SUB-WS = ZERO
                   PERFORM 307-WRITE-UNKNOWN-ROOM-LINE
               ELSE
                   PERFORM 308-TEST-SECTION-CAPACITY
               END-IF
           END-IF.

       307-WRITE-UNKNOWN-ROOM-LINE.
           MOVE TTB-CODE-TBL-WS(NEW-TTB-SUB-WS) TO UNK-COURSE-OUT-WS.
           MOVE TTB-ROOM-TBL-WS(NEW-TTB-SUB-WS) TO UNK-ROOM-OUT-WS.
           WRITE CHECK-RECORD-OUT FROM UNKNOWN-ROOM-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO UNKNOWN-ROOM-COUNTER-WS.

       308-TEST-SECTION-CAPACITY.
           IF SECTFILE-OPEN-FLAG = "Y"
               MOVE TTB-CODE-TBL-WS(NEW-TTB-SUB-WS) TO SECT-COURSE-CODE
               READ SECTION-FILE
                   NOT INVALID KEY
                       IF SECT-CAPACITY >
                               ROOM-CAPACITY-TBL-WS(ROOM-MATCH-SUB-WS)
                           PERFORM 309-WRITE-CAPACITY-LINE
                       END-IF
               END-READ
           END-IF.

       309-WRITE-CAPACITY-LINE.
           MOVE SECT-COURSE-CODE TO CAP-COURSE-OUT-WS.
           MOVE TTB-ROOM-TBL-WS(NEW-TTB-SUB-WS) TO CAP-ROOM-OUT-WS.
           MOVE SECT-CAPACITY TO CAP-SECTION-OUT-WS.
           MOVE ROOM-CAPACITY-TBL-WS(ROOM-MATCH-SUB-WS)
               TO CAP-SEATING-OUT-WS.
           WRITE CHECK-RECORD-OUT FROM CAPACITY-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO OVER-CAP-COUNTER-WS.

       401-MATCH-ROOM-CODE.
           IF ROOM-CODE-TBL-WS(ROOM-SUB-WS) =
                   TTB-ROOM-TBL-WS(NEW-TTB-SUB-WS)
               MOVE ROOM-SUB-WS TO ROOM-MATCH-SUB-WS
           END-IF.

       204-TERMINATE-TIMETABLE-CHECK.
           MOVE CONFLICT-COUNTER-WS     TO TOT-CONFLICT-OUT-WS.
           MOVE OVER-CAP-COUNTER-WS     TO TOT-OVER-CAP-OUT-WS.
           WRITE CHECK-RECORD-OUT FROM TOTAL-LINE-1-WS
               AFTER ADVANCING 2 LINES.
           MOVE UNKNOWN-ROOM-COUNTER-WS TO TOT-UNKNOWN-OUT-WS.
           MOVE NO-ROOM-COUNTER-WS      TO TOT-NO-ROOM-OUT-WS.
           WRITE CHECK-RECORD-OUT FROM TOTAL-LINE-2-WS
               AFTER ADVANCING 1 LINES.
           CLOSE TIMETABLE-CHECK-REPORT.
           IF SECTFILE-OPEN-FLAG = "Y"
               CLOSE SECTION-FILE
           END-IF.
           DISPLAY "ROOM CONFLICTS: " CONFLICT-COUNTER-WS.
           DISPLAY "OVER CAPACITY: " OVER-CAP-COUNTER-WS.
           DISPLAY "ROOMS NOT ON MASTER: " UNKNOWN-ROOM-COUNTER-WS.
           IF CONFLICT-COUNTER-WS > ZERO
               OR OVER-CAP-COUNTER-WS > ZERO
               OR UNKNOWN-ROOM-COUNTER-WS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "TIMETABLE-CHECK" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE TTB-COUNT-WS TO JLG-REQ-READ-WS.
           COMPUTE JLG-REQ-REJECTED-WS =
               CONFLICT-COUNTER-WS + OVER-CAP-COUNTER-WS
                 + UNKNOWN-ROOM-COUNTER-WS + NO-ROOM-COUNTER-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM TIMETABLE-CHECK.
