      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *DEREGISTRATION RUN FOR UNPAID TUITION. A STUDENT WHO NEVER
      *PAYS KEPT THEIR SEATS ALL TERM WHILE THE WAITLIST FILLED WITH
      *STUDENTS WHO WOULD - HOLD-UPDATE ONLY STOPS NEW REGISTRATIONS.
      *RUN AFTER THE TERM'S FEE DEADLINE (CALENDAR.TXT, SEE
      *CALENDAR-MAINT, OR "FEE-DEADLINE" ON RUNPARM.TXT), THIS RUN
      *WALKS THE STUDENT FILE AND, FOR EVERY STUDENT WHOSE BALANCE IS
      *STILL ABOVE AN OPERATOR-SUPPLIED THRESHOLD, CANCELS THEIR "R"
      *REGISTRATIONS FOR THE TERM ON REGFILE.TXT BY MARKING THEM "D"
      *(DEREGISTERED). SEAT COUNTS ONLY EVER COUNT "R" ROWS, SO THE
      *CANCELLED SEATS ARE FREE FOR THE WAITLIST-PROMOTE STEP THAT
      *FOLLOWS IN DEREGRUN.JCL. A STUDENT IS EXEMPT, AND LISTED AS
      *SUCH, WHEN THEIR PAYMENT PLAN (PAYPLAN.TXT) IS CURRENT BY THE
      *PAYMENT-PLAN-STATUS RULE (A RECEIPT NSF-REVERSAL HAS REVERSED
      *ON RCPTREV.TXT DOES NOT COUNT AS PAID), WHEN A SPONSOR AGREEMENT
      *(SPONAGR.TXT) COVERS THE TERM, OR WHEN THEY QUALIFY FOR AN
      *AWARD (AWARDS.TXT) NOT YET ON THE POSTED-AWARD REGISTER - THE
      *AWARD-POSTING TEST, ON THE NIGHTLY STUDENT SUMMARY, SO A STALE
      *SUMMARY REFUSES THE RUN. THE TERM IS THE CALENDAR TERM
      *CONTAINING TODAY, OR "DEREG-TERM" ON RUNPARM.TXT. RUN MODES:
      *   P  PREVIEW - LISTS WHO WOULD BE DEREGISTERED, CHANGES
      *      NOTHING, AND MAY BE RUN BEFORE THE DEADLINE
      *   D  DEREGISTER - REFUSED UNTIL THE FEE DEADLINE HAS PASSED
      *   I  REINSTATE - ONE STUDENT WHO HAS SINCE PAID: EVERY
      *      REGISTRATION THIS TERM THE LOG SHOWS CANCELLED AND STILL
      *      "D" GOES BACK TO "R", WHERE THE SECTION HAS A SEAT LEFT
      *EVERY MODE PRINTS THE DEREGISTRATION REGISTER (DEREGRPT.TXT).
      *EVERY REGISTRATION CANCELLED OR REINSTATED IS APPENDED TO THE
      *DEREGISTRATION LOG (DEREGLOG.TXT) WITH THE BALANCE AT THE
      *TIME, AND QUEUED THROUGH QUEUE-NOTIFY ONCE PER STUDENT SO THE
      *NIGHTLY NOTIFY-EXTRACT RUN TELLS THEM. THE BALANCE ITSELF IS
      *NOT TOUCHED - A CANCELLED REGISTRATION IS NOT A WITHDRAWAL AND
      *IS NOT CREDITED BACK BY DROP-REASSESSMENT. RETURN CODES: 0
      *CLEAN, 4 SOME REGISTRATIONS NOT CANCELLED OR NOT REINSTATED,
      *8 RUN REFUSED.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEREGISTRATION-RUN.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

           SELECT REGISTRATION-FILE
               ASSIGN TO "D:\Cobol\REGFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS REG-KEY
                               FILE STATUS IS REG-STATUS-WS.

           SELECT SECTION-FILE
               ASSIGN TO "D:\Cobol\SECTFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SECT-COURSE-CODE
                               FILE STATUS IS SECT-STATUS-WS.

      *Academic calendar maintained by CALENDAR-MAINT - the term in
      *session and its fee deadline
           SELECT CALENDAR-FILE-IN
               ASSIGN TO "D:\Cobol\CALENDAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CAL-STATUS-WS.

           SELECT PLAN-FILE
               ASSIGN TO "D:\Cobol\PAYPLAN.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS PLAN-STUD-NUM
                               FILE STATUS IS PLAN-STATUS-WS.

      *The cumulative posted-payment register PAYMENT-POSTING keeps
      *- a plan is current on what has actually been paid
           SELECT RECEIPT-REGISTER-FILE
               ASSIGN TO "D:\Cobol\RCPTREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RCPT-STATUS-WS.

      *Receipts the bank returned unpaid, reversed by NSF-REVERSAL
           SELECT REVERSAL-HISTORY-FILE
               ASSIGN TO "D:\Cobol\RCPTREV.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS REV-STATUS-WS.

           SELECT AGREEMENT-FILE
               ASSIGN TO "D:\Cobol\SPONAGR.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS AGR-KEY
                               FILE STATUS IS AGR-STATUS-WS.

           SELECT AWARDS-FILE-IN
               ASSIGN TO "D:\Cobol\AWARDS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS AWARDS-STATUS-WS.

           SELECT AWARD-POSTED-FILE
               ASSIGN TO "D:\Cobol\AWDPOSTED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS POSTED-STATUS-WS.

      *The nightly student summary - the average the award test uses
           SELECT STUDENT-SUMMARY-FILE
               ASSIGN TO "D:\Cobol\STUSUMM.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SUM-STUD-NUM
                               FILE STATUS IS SUMMARY-STATUS-WS.

      *Cumulative log of every registration cancelled or reinstated
           SELECT DEREG-LOG-FILE
               ASSIGN TO "D:\Cobol\DEREGLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS DLG-STATUS-WS.

           SELECT DEREG-REGISTER
               ASSIGN TO "D:\Cobol\DEREGRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REGISTRATION-FILE.
       01  REGISTRATION-RECORD.
           05  REG-KEY.
               10  REG-STUD-NUM        PIC 9(6).
               10  REG-COURSE-CODE     PIC X(7).
           05  REG-TERM                PIC X(5).
           05  REG-AVERAGE             PIC 9(3).
           05  REG-STATUS              PIC X(1).
           05  REG-PRIOR-AVERAGE       PIC 9(3).
           05  REG-ATTEMPT             PIC 9(1).

       FD  SECTION-FILE.
       01  SECTION-RECORD.
           05  SECT-COURSE-CODE        PIC X(7).
           05  SECT-CAPACITY           PIC 9(3).

       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN        PIC X(5).
           05  CAL-START-DATE-IN       PIC X(8).
           05  CAL-END-DATE-IN         PIC X(8).
           05  CAL-DROP-DEADLINE-IN    PIC X(8).
           05  CAL-GRADE-DEADLINE-IN   PIC X(8).
           05  CAL-FEE-DEADLINE-IN     PIC X(8).

       FD  PLAN-FILE.
       01  PLAN-RECORD.
           05  PLAN-STUD-NUM           PIC 9(6).
           05  PLAN-OPENING-BAL        PIC 9(4)V99.
           05  PLAN-SET-UP-DATE        PIC X(8).
           05  PLAN-INST-ENTRY OCCURS 4 TIMES.
               10  PLAN-INST-AMOUNT    PIC 9(4)V99.
               10  PLAN-INST-DUE       PIC X(8).

       FD  RECEIPT-REGISTER-FILE.
       01  RECEIPT-REGISTER-RECORD.
           05  RCP-RECEIPT-IN          PIC X(8).
           05  FILLER                  PIC X(2).
           05  RCP-STUD-NUM-IN         PIC 9(6).
           05  FILLER                  PIC X(2).
           05  RCP-AMOUNT-IN           PIC 9(4)V99.
           05  FILLER                  PIC X(2).
           05  RCP-DATE-IN             PIC X(8).

       FD  REVERSAL-HISTORY-FILE.
       01  REVERSAL-HISTORY-RECORD.
           05  REV-RECEIPT-IN          PIC X(8).
           05  FILLER                  PIC X(48).

       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           05  AGR-KEY.
               10  AGR-STUD-NUM        PIC 9(6).
               10  AGR-TERM            PIC X(5).
           05  AGR-SPONSOR-CODE        PIC X(6).
           05  AGR-BASIS               PIC X(1).
           05  AGR-PERCENT             PIC 9(3).
           05  AGR-CAP-AMOUNT          PIC 9(5)V99.

       FD  AWARDS-FILE-IN.
       01  AWARD-RECORD-IN.
           05  AWD-CODE-IN             PIC X(5).
           05  AWD-NAME-IN             PIC X(30).
           05  AWD-AMOUNT-IN           PIC 9(4)V99.
           05  AWD-MIN-AVG-IN          PIC 9(3).
           05  AWD-PROGRAM-IN          PIC X(5).

      *One line per award ever credited: award code, student, date
       FD  AWARD-POSTED-FILE.
       01  AWARD-POSTED-RECORD.
           05  APR-AWARD-CODE          PIC X(5).
           05  FILLER                  PIC X(2).
           05  APR-STUD-NUM            PIC 9(6).
           05  FILLER                  PIC X(2).
           05  APR-DATE                PIC X(8).

      *One summary record per student, keyed by student number
       FD  STUDENT-SUMMARY-FILE.
       01  STUDENT-SUMMARY-RECORD.
           05  SUM-STUD-NUM            PIC 9(6).
           05  SUM-BUILD-DATE          PIC X(8).
           05  SUM-AVERAGE             PIC 9(3).
           05  SUM-LETTER-GRADE        PIC X(1).
           05  SUM-EARNED-CREDITS      PIC 9(3).
           05  SUM-ATTEMPTED-CREDITS   PIC 9(3).
           05  SUM-TERM-CREDITS        PIC 9(3).
           05  SUM-BALANCE             PIC 9(4)V99.
           05  SUM-HOLD-FLAG           PIC X(1).
           05  SUM-STANDING            PIC X(1).
           05  SUM-AVERAGE-SOURCE      PIC X(1).
           05  FILLER                  PIC X(14).

      *One line per registration cancelled ("D") or reinstated
      *("I"): when, whose, which course and term, and the balance
      *that drove it
       FD  DEREG-LOG-FILE.
       01  DEREG-LOG-RECORD.
           05  DLG-DATE                PIC X(8).
           05  FILLER                  PIC X(2).
           05  DLG-TIME                PIC X(6).
           05  FILLER                  PIC X(2).
           05  DLG-ACTION              PIC X(1).
           05  FILLER                  PIC X(2).
           05  DLG-STUD-NUM            PIC 9(6).
           05  FILLER                  PIC X(2).
           05  DLG-COURSE-CODE         PIC X(7).
           05  FILLER                  PIC X(2).
           05  DLG-TERM                PIC X(5).
           05  FILLER                  PIC X(2).
           05  DLG-BALANCE             PIC 9(4)V99.

       FD  DEREG-REGISTER.
       01  REGISTER-RECORD-OUT         PIC X(80).


      *Run-control parameter record: a keyword in columns 1-20 and
      *its value in columns 21-60
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD-IN.
           05  PARM-KEYWORD-IN         PIC X(20).
           05  PARM-VALUE-IN           PIC X(40).

       WORKING-STORAGE SECTION.
      *Run-control parameters - the file paths this run uses, with
      *the production values as defaults when RUNPARM.TXT is absent;
      *the term and fee deadline default to the calendar's
       01  RUN-PARAMETER-FIELDS.
           05  RUNPARM-STATUS-WS       PIC X(2).
           05  RUNPARM-EOF-FLAG        PIC X(1)  VALUE "N".
           05  STUFILE-IN-PATH-WS      PIC X(40)
                   VALUE "D:\Cobol\STUFILE_IN.TXT".
           05  TERM-PARM-WS            PIC X(5)  VALUE SPACES.
           05  FEE-DEADLINE-PARM-WS    PIC X(8)  VALUE SPACES.

      *Run options keyed by the operator
       01  RUN-OPTION-FIELDS.
           05  DEREG-MODE-WS           PIC X(1)  VALUE SPACE.
           05  THRESHOLD-WS            PIC 9(4)V99 VALUE ZERO.
           05  REINSTATE-STUD-NUM-WS   PIC 9(6)  VALUE ZERO.
           05  DEREG-TERM-WS           PIC X(5)  VALUE SPACES.
           05  FEE-DEADLINE-WS         PIC X(8)  VALUE SPACES.
           05  RUN-DATE-WS             PIC X(8)  VALUE SPACES.
           05  RUN-TIME-WS             PIC X(6)  VALUE SPACES.

      *REGISTER LINES
       01  REPORT-HEADER-WS.
           05  FILLER                  PIC X(26) VALUE
                   "DEREGISTRATION REGISTER - ".
           05  HDR-MODE-OUT-WS         PIC X(14).
           05  FILLER                  PIC X(11) VALUE
                   "  RUN DATE ".
           05  HDR-RUN-DATE-OUT-WS     PIC X(8).

       01  TERM-HEADER-WS.
           05  FILLER                  PIC X(5)  VALUE "TERM ".
           05  HDR-TERM-OUT-WS         PIC X(5).
           05  FILLER                  PIC X(15) VALUE
                   "  FEE DEADLINE ".
           05  HDR-DEADLINE-OUT-WS     PIC X(8).
           05  FILLER                  PIC X(12) VALUE
                   "  THRESHOLD ".
           05  HDR-THRESHOLD-OUT-WS    PIC Z,ZZ9.99.

       01  COLUMN-HEADER-WS.
           05  FILLER  PIC X(8)  VALUE "STUDENT".
           05  FILLER  PIC X(27) VALUE "NAME".
           05  FILLER  PIC X(7)  VALUE "BALANCE".
           05  FILLER  PIC X(9)  VALUE "  COURSE".
           05  FILLER  PIC X(7)  VALUE "TERM".
           05  FILLER  PIC X(6)  VALUE "ACTION".

      *REGISTER DETAIL LINE - ONE PER REGISTRATION ACTED ON, AND ONE
      *PER EXEMPT STUDENT
       01  REGISTER-DETAIL-LINE-WS.
           05  RGD-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RGD-STUD-NAME-OUT-WS    PIC X(22).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RGD-BALANCE-OUT-WS      PIC Z,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RGD-COURSE-OUT-WS       PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RGD-TERM-OUT-WS         PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RGD-ACTION-OUT-WS       PIC X(22).

       01  TOTALS-LINE-WS.
           05  FILLER                  PIC X(10) VALUE "STUDENTS: ".
           05  TOT-STUDENTS-OUT-WS     PIC ZZZZZ9.
           05  FILLER                  PIC X(17) VALUE
                   "  REGISTRATIONS: ".
           05  TOT-REGISTRATIONS-OUT-WS PIC ZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  EXEMPT: ".
           05  TOT-EXEMPT-OUT-WS       PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
                   "  NOT DONE: ".
           05  TOT-NOT-DONE-OUT-WS     PIC ZZZZZ9.

      *Registration scan work fields
       01  REGISTRATION-SCAN-FIELDS.
           05  REG-STATUS-WS           PIC X(2).
           05  REG-SCAN-DONE-FLAG      PIC X(1)  VALUE "N".
           05  REG-FOUND-FLAG          PIC X(1)  VALUE "N".
           05  TERM-REG-COUNT-WS       PIC 9(3)  VALUE ZERO.
           05  STUDENT-DONE-COUNT-WS   PIC 9(3)  VALUE ZERO.

      *Seat-check work fields, the same counting COURSE-REGISTRATION
      *and WAITLIST-PROMOTE do: active "R" registrations for the
      *term against the section capacity
       01  SEAT-CHECK-FIELDS.
           05  SECT-STATUS-WS          PIC X(2).
           05  SECTFILE-OPEN-FLAG      PIC X(1)  VALUE "N".
           05  SECTION-FOUND-FLAG      PIC X(1)  VALUE "N".
           05  SEAT-SCAN-DONE-FLAG     PIC X(1)  VALUE "N".
           05  SECTION-FULL-FLAG       PIC X(1)  VALUE "N".
           05  SEAT-COUNT-WS           PIC 9(3)  VALUE ZERO.
           05  SEAT-COURSE-WS          PIC X(7)  VALUE SPACES.

      *Calendar lookup fields
       01  CALENDAR-FIELDS.
           05  CAL-STATUS-WS           PIC X(2).
           05  CAL-EOF-FLAG            PIC X(1)  VALUE "N".

      *Exemption work fields - payment plan, sponsor agreement and
      *pending award
       01  EXEMPTION-FIELDS.
           05  EXEMPT-REASON-WS        PIC X(22) VALUE SPACES.
           05  PLAN-STATUS-WS          PIC X(2).
           05  PLAN-OPEN-FLAG          PIC X(1)  VALUE "N".
           05  PLAN-FOUND-FLAG         PIC X(1)  VALUE "N".
           05  RCPT-STATUS-WS          PIC X(2).
           05  RCPT-EOF-FLAG           PIC X(1)  VALUE "N".
           05  SCHEDULED-AMOUNT-WS     PIC 9(5)V99 VALUE ZERO.
           05  PAID-AMOUNT-WS          PIC 9(5)V99 VALUE ZERO.
           05  INST-SUB-WS             PIC 9(1)  VALUE ZERO.
           05  AGR-STATUS-WS           PIC X(2).
           05  AGR-OPEN-FLAG           PIC X(1)  VALUE "N".
           05  SUMMARY-STATUS-WS       PIC X(2).
           05  SUMMARY-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  SUMMARY-FOUND-FLAG      PIC X(1)  VALUE "N".

      *Reversed receipt numbers, held in storage so a bounced
      *payment never keeps a plan current
       01  REVERSED-TABLE-WS.
           05  REV-TBL-WS OCCURS 5000 TIMES
                                       PIC X(8).

       01  REVERSED-WORK-FIELDS.
           05  REV-STATUS-WS           PIC X(2).
           05  REV-EOF-FLAG            PIC X(1)  VALUE "N".
           05  REV-COUNT-WS            PIC 9(4)  VALUE ZERO.
           05  REV-SUB-WS              PIC 9(4)  VALUE ZERO.
           05  REV-FOUND-FLAG          PIC X(1)  VALUE "N".

      *Awards table, loaded from AWARDS.TXT
       01  AWARD-TABLE-WS.
           05  AWARD-ENTRY-WS OCCURS 50 TIMES.
               10  AWD-CODE-TBL-WS     PIC X(5).
               10  AWD-MIN-AVG-TBL-WS  PIC 9(3).
               10  AWD-PROGRAM-TBL-WS  PIC X(5).

       01  AWARD-WORK-FIELDS.
           05  AWARDS-STATUS-WS        PIC X(2).
           05  AWD-EOF-FLAG            PIC X(1)  VALUE "N".
           05  AWD-COUNT-WS            PIC 9(2)  VALUE ZERO.
           05  AWD-SUB-WS              PIC 9(2)  VALUE ZERO.

      *Award/student pairs already credited, held in storage for
      *the pending-award test
       01  AWARD-POSTED-TABLE-WS.
           05  APR-ENTRY-WS OCCURS 2000 TIMES.
               10  APR-CODE-TBL-WS     PIC X(5).
               10  APR-NUM-TBL-WS      PIC 9(6).

       01  AWARD-POSTED-FIELDS.
           05  POSTED-STATUS-WS        PIC X(2).
           05  APR-EOF-FLAG            PIC X(1)  VALUE "N".
           05  APR-COUNT-WS            PIC 9(4)  VALUE ZERO.
           05  APR-SUB-WS              PIC 9(4)  VALUE ZERO.
           05  APR-POSTED-FLAG         PIC X(1)  VALUE "N".

      *The reinstated student's cancellations this term, taken from
      *the log before it is reopened for the reinstatement entries
       01  REINSTATE-TABLE-WS.
           05  RST-COURSE-TBL-WS OCCURS 50 TIMES PIC X(7).

       01  REINSTATE-FIELDS.
           05  DLG-STATUS-WS           PIC X(2).
           05  DLG-EOF-FLAG            PIC X(1)  VALUE "N".
           05  RST-COUNT-WS            PIC 9(2)  VALUE ZERO.
           05  RST-SUB-WS              PIC 9(2)  VALUE ZERO.
           05  RST-MATCH-SUB-WS        PIC 9(2)  VALUE ZERO.

       01  DEREG-COUNTERS-WS.
           05  STUDENT-COUNTER-WS      PIC 9(6)  VALUE ZERO.
           05  REGISTRATION-COUNTER-WS PIC 9(6)  VALUE ZERO.
           05  EXEMPT-COUNTER-WS       PIC 9(6)  VALUE ZERO.
           05  NOT-DONE-COUNTER-WS     PIC 9(6)  VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD            PIC X(2).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Student-summary currency check request
       COPY "SUM-REQ-STRUCTURE.CBL".

      *Student notification request
       COPY "NTF-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *CANCEL, PREVIEW OR REINSTATE UNPAID REGISTRATIONS FOR THE TERM
       100-DEREGISTER-UNPAID.
           PERFORM 390-LOG-JOB-START.
           PERFORM 380-READ-RUN-PARAMETERS.
           PERFORM 200-ACCEPT-RUN-OPTIONS.
           IF DEREG-MODE-WS = "I"
               PERFORM 204-REINSTATE-STUDENT
           ELSE
               PERFORM 201-INITIATE-DEREG-RUN
               PERFORM 202-PROCESS-ONE-STUDENT UNTIL EOF-FLAG = "YES"
               PERFORM 203-TERMINATE-DEREG-RUN
           END-IF.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *The run mode, then the threshold for a preview or
      *deregistration, or the student for a reinstatement; the term
      *and its fee deadline come from the calendar or RUNPARM.TXT
       200-ACCEPT-RUN-OPTIONS.
           DISPLAY "ENTER RUN MODE (P=PREVIEW, D=DEREGISTER, "
               "I=REINSTATE): ".
           ACCEPT DEREG-MODE-WS.
           EVALUATE DEREG-MODE-WS
               WHEN "P"
                   MOVE "PREVIEW       " TO HDR-MODE-OUT-WS
               WHEN "D"
                   MOVE "DEREGISTERED  " TO HDR-MODE-OUT-WS
               WHEN "I"
                   MOVE "REINSTATEMENT " TO HDR-MODE-OUT-WS
               WHEN OTHER
                   DISPLAY "DEREGISTRATION RUN REFUSED - RUN MODE "
                       "MUST BE P, D OR I"
                   PERFORM 392-END-REFUSED-RUN
           END-EVALUATE.
           IF DEREG-MODE-WS = "I"
               DISPLAY "ENTER STUDENT NUMBER TO REINSTATE: "
               ACCEPT REINSTATE-STUD-NUM-WS
           ELSE
               DISPLAY "ENTER DEREGISTRATION BALANCE THRESHOLD "
                   "(0000.00 FORMAT): "
               ACCEPT THRESHOLD-WS
           END-IF.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.
           PERFORM 301-FIND-DEREG-TERM.
           IF DEREG-TERM-WS = SPACES
               DISPLAY "DEREGISTRATION RUN REFUSED - NO CURRENT TERM "
                   "ON CALENDAR.TXT (OR DEREG-TERM NOT ON IT)"
               PERFORM 392-END-REFUSED-RUN
           END-IF.
           IF DEREG-MODE-WS NOT = "I"
               AND FEE-DEADLINE-WS IS NOT NUMERIC
               DISPLAY "DEREGISTRATION RUN REFUSED - NO FEE DEADLINE "
                   "FOR TERM " DEREG-TERM-WS
               PERFORM 392-END-REFUSED-RUN
           END-IF.
           IF DEREG-MODE-WS = "D"
               AND RUN-DATE-WS NOT > FEE-DEADLINE-WS
               DISPLAY "DEREGISTRATION RUN REFUSED - FEE DEADLINE "
                   FEE-DEADLINE-WS " FOR TERM " DEREG-TERM-WS
                   " HAS NOT PASSED"
               PERFORM 392-END-REFUSED-RUN
           END-IF.
           MOVE RUN-DATE-WS     TO HDR-RUN-DATE-OUT-WS.
           MOVE DEREG-TERM-WS   TO HDR-TERM-OUT-WS.
           MOVE FEE-DEADLINE-WS TO HDR-DEADLINE-OUT-WS.
           MOVE THRESHOLD-WS    TO HDR-THRESHOLD-OUT-WS.

      *Open the files for a preview or deregistration. The award
      *test reads the student summary, so a stale summary refuses
      *the run when there are awards to test; without the student
      *or registration file there is nothing to do, and without the
      *log a cancellation could never be reinstated. No plan,
      *sponsor or summary file just means nobody is exempt on it.
       201-INITIATE-DEREG-RUN.
           PERFORM 314-LOAD-AWARDS-TABLE.
           IF AWD-COUNT-WS > ZERO
               PERFORM 323-CHECK-STUDENT-SUMMARY
               IF SUM-REQ-CURRENT-WS NOT = "Y"
                   DISPLAY "DEREGISTRATION RUN REFUSED - STUDENT "
                       "SUMMARY NOT CURRENT: " SUM-REQ-REASON-WS
                   PERFORM 392-END-REFUSED-RUN
               END-IF
               PERFORM 316-LOAD-AWARD-POSTED-TABLE
           END-IF.
           OPEN INPUT INDEXED-STUDENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "DEREGISTRATION RUN REFUSED - STUDENT FILE "
                   "STATUS " STATUS-FIELD
               PERFORM 392-END-REFUSED-RUN
           END-IF.
           IF DEREG-MODE-WS = "D"
               OPEN I-O REGISTRATION-FILE
           ELSE
               OPEN INPUT REGISTRATION-FILE
           END-IF.
           IF REG-STATUS-WS NOT = "00"
               DISPLAY "DEREGISTRATION RUN REFUSED - REGFILE.TXT "
                   "STATUS " REG-STATUS-WS
               CLOSE INDEXED-STUDENT-FILE
               PERFORM 392-END-REFUSED-RUN
           END-IF.
           IF DEREG-MODE-WS = "D"
               PERFORM 324-OPEN-DEREG-LOG
               IF DLG-STATUS-WS NOT = "00"
                   DISPLAY "DEREGISTRATION RUN REFUSED - DEREGLOG.TXT "
                       "STATUS " DLG-STATUS-WS
                   CLOSE INDEXED-STUDENT-FILE
                         REGISTRATION-FILE
                   PERFORM 392-END-REFUSED-RUN
               END-IF
           END-IF.
           OPEN INPUT PLAN-FILE.
           IF PLAN-STATUS-WS = "00"
               MOVE "Y" TO PLAN-OPEN-FLAG
               PERFORM 336-LOAD-REVERSED-RECEIPTS
           END-IF.
           OPEN INPUT AGREEMENT-FILE.
           IF AGR-STATUS-WS = "00"
               MOVE "Y" TO AGR-OPEN-FLAG
           END-IF.
           IF AWD-COUNT-WS > ZERO
               OPEN INPUT STUDENT-SUMMARY-FILE
               IF SUMMARY-STATUS-WS = "00"
                   MOVE "Y" TO SUMMARY-OPEN-FLAG
               END-IF
           END-IF.
           OPEN OUTPUT DEREG-REGISTER.
           PERFORM 333-WRITE-REGISTER-HEADINGS.
           PERFORM 303-READ-STUDENT-RECORD.

      *A student over the threshold with "R" registrations this term
      *is deregistered unless a plan, sponsor or award exempts them
       202-PROCESS-ONE-STUDENT.
           IF STUD-NUM-OUT NOT = ZERO AND STUD-NUM-OUT NOT = 999999
               AND TUITION-OWED-OUT > THRESHOLD-WS
               PERFORM 304-COUNT-TERM-REGISTRATIONS
               IF TERM-REG-COUNT-WS > ZERO
                   PERFORM 307-CHECK-EXEMPTIONS
                   IF EXEMPT-REASON-WS = SPACES
                       PERFORM 318-CANCEL-TERM-REGISTRATIONS
                   ELSE
                       PERFORM 322-WRITE-EXEMPT-DETAIL
                   END-IF
               END-IF
           END-IF.
           PERFORM 303-READ-STUDENT-RECORD.

       203-TERMINATE-DEREG-RUN.
           PERFORM 334-WRITE-REGISTER-TOTALS.
           IF DEREG-MODE-WS = "P"
               DISPLAY "STUDENTS WHO WOULD BE DEREGISTERED: "
                   STUDENT-COUNTER-WS
           ELSE
               DISPLAY "STUDENTS DEREGISTERED: " STUDENT-COUNTER-WS
               CLOSE DEREG-LOG-FILE
           END-IF.
           DISPLAY "REGISTRATIONS: " REGISTRATION-COUNTER-WS.
           DISPLAY "STUDENTS EXEMPT: " EXEMPT-COUNTER-WS.
           DISPLAY "REGISTRATIONS NOT CANCELLED: "
               NOT-DONE-COUNTER-WS.
           CLOSE INDEXED-STUDENT-FILE
                 REGISTRATION-FILE
                 DEREG-REGISTER.
           IF PLAN-OPEN-FLAG = "Y"
               CLOSE PLAN-FILE
           END-IF.
           IF AGR-OPEN-FLAG = "Y"
               CLOSE AGREEMENT-FILE
           END-IF.
           IF SUMMARY-OPEN-FLAG = "Y"
               CLOSE STUDENT-SUMMARY-FILE
           END-IF.
           MOVE "C" TO NTF-REQ-FUNCTION-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.
           IF NOT-DONE-COUNTER-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *Put one student who has paid back into the registrations the
      *log shows were cancelled this term. A registration no longer
      *"D" has been dealt with since and is left alone; a section
      *the waitlist has since filled is not overfilled - the
      *registrar decides that one by hand.
       204-REINSTATE-STUDENT.
           OPEN INPUT INDEXED-STUDENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "REINSTATEMENT REFUSED - STUDENT FILE STATUS "
                   STATUS-FIELD
               PERFORM 392-END-REFUSED-RUN
           END-IF.
           MOVE REINSTATE-STUD-NUM-WS TO STUD-NUM-OUT.
           READ INDEXED-STUDENT-FILE
               INVALID KEY
                   DISPLAY "REINSTATEMENT REFUSED - STUDENT "
                       REINSTATE-STUD-NUM-WS " NOT ON THE STUDENT FILE"
                   CLOSE INDEXED-STUDENT-FILE
                   PERFORM 392-END-REFUSED-RUN
           END-READ.
           PERFORM 326-LOAD-STUDENT-CANCELLATIONS.
           IF RST-COUNT-WS = ZERO
               DISPLAY "REINSTATEMENT REFUSED - NO CANCELLED "
                   "REGISTRATIONS LOGGED FOR STUDENT "
                   REINSTATE-STUD-NUM-WS " IN TERM " DEREG-TERM-WS
               CLOSE INDEXED-STUDENT-FILE
               PERFORM 392-END-REFUSED-RUN
           END-IF.
           OPEN I-O REGISTRATION-FILE.
           IF REG-STATUS-WS NOT = "00"
               DISPLAY "REINSTATEMENT REFUSED - REGFILE.TXT STATUS "
                   REG-STATUS-WS
               CLOSE INDEXED-STUDENT-FILE
               PERFORM 392-END-REFUSED-RUN
           END-IF.
           PERFORM 324-OPEN-DEREG-LOG.
           IF DLG-STATUS-WS NOT = "00"
               DISPLAY "REINSTATEMENT REFUSED - DEREGLOG.TXT STATUS "
                   DLG-STATUS-WS
               CLOSE INDEXED-STUDENT-FILE
                     REGISTRATION-FILE
               PERFORM 392-END-REFUSED-RUN
           END-IF.
           OPEN INPUT SECTION-FILE.
           IF SECT-STATUS-WS = "00"
               MOVE "Y" TO SECTFILE-OPEN-FLAG
           END-IF.
           OPEN OUTPUT DEREG-REGISTER.
           PERFORM 333-WRITE-REGISTER-HEADINGS.
           MOVE ZERO TO STUDENT-DONE-COUNT-WS.
           PERFORM 328-REINSTATE-ONE-REGISTRATION
               VARYING RST-SUB-WS FROM 1 BY 1
               UNTIL RST-SUB-WS > RST-COUNT-WS.
           IF STUDENT-DONE-COUNT-WS > ZERO
               ADD 1 TO STUDENT-COUNTER-WS
               MOVE "RI" TO NTF-REQ-EVENT-WS
               PERFORM 325-QUEUE-DEREG-NOTICE
           END-IF.
           PERFORM 334-WRITE-REGISTER-TOTALS.
           DISPLAY "REGISTRATIONS REINSTATED: "
               REGISTRATION-COUNTER-WS.
           DISPLAY "REGISTRATIONS NOT REINSTATED: "
               NOT-DONE-COUNTER-WS.
           CLOSE INDEXED-STUDENT-FILE
                 REGISTRATION-FILE
                 DEREG-LOG-FILE
                 DEREG-REGISTER.
           IF SECTFILE-OPEN-FLAG = "Y"
               CLOSE SECTION-FILE
           END-IF.
           MOVE "C" TO NTF-REQ-FUNCTION-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.
           IF NOT-DONE-COUNTER-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *The term to work on: the one named on RUNPARM.TXT, else the
      *calendar term containing today; its fee deadline comes from
      *the calendar unless RUNPARM.TXT overrides it
       301-FIND-DEREG-TERM.
           MOVE SPACES TO DEREG-TERM-WS
                          FEE-DEADLINE-WS.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-WS = "00"
               PERFORM 302-READ-CALENDAR-TERM
                   UNTIL CAL-EOF-FLAG = "Y"
               CLOSE CALENDAR-FILE-IN
           END-IF.
           IF FEE-DEADLINE-PARM-WS NOT = SPACES
               MOVE FEE-DEADLINE-PARM-WS TO FEE-DEADLINE-WS
           END-IF.

       302-READ-CALENDAR-TERM.
           READ CALENDAR-FILE-IN
               AT END MOVE "Y" TO CAL-EOF-FLAG
               NOT AT END
                   IF (TERM-PARM-WS NOT = SPACES
                       AND CAL-TERM-CODE-IN = TERM-PARM-WS)
                     OR (TERM-PARM-WS = SPACES
                       AND CAL-START-DATE-IN <= RUN-DATE-WS
                       AND CAL-END-DATE-IN >= RUN-DATE-WS)
                       MOVE CAL-TERM-CODE-IN    TO DEREG-TERM-WS
                       MOVE CAL-FEE-DEADLINE-IN TO FEE-DEADLINE-WS
                   END-IF
           END-READ.

       303-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

      *How many "R" registrations the student holds this term
       304-COUNT-TERM-REGISTRATIONS.
           MOVE ZERO TO TERM-REG-COUNT-WS.
           PERFORM 306-START-STUDENT-REGISTRATIONS.
           PERFORM 305-COUNT-NEXT-REGISTRATION
               UNTIL REG-SCAN-DONE-FLAG = "Y".

       305-COUNT-NEXT-REGISTRATION.
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE "Y" TO REG-SCAN-DONE-FLAG
               NOT AT END
                   IF REG-STUD-NUM NOT = STUD-NUM-OUT
                       MOVE "Y" TO REG-SCAN-DONE-FLAG
                   ELSE
                       IF REG-TERM = DEREG-TERM-WS
                           AND REG-STATUS = "R"
                           ADD 1 TO TERM-REG-COUNT-WS
                       END-IF
                   END-IF
           END-READ.

      *Position on the student's first registration
       306-START-STUDENT-REGISTRATIONS.
           MOVE "N" TO REG-SCAN-DONE-FLAG.
           MOVE STUD-NUM-OUT TO REG-STUD-NUM.
           MOVE LOW-VALUES   TO REG-COURSE-CODE.
           START REGISTRATION-FILE KEY IS NOT LESS THAN REG-KEY
               INVALID KEY MOVE "Y" TO REG-SCAN-DONE-FLAG
           END-START.

      *The first exemption found is the one listed
       307-CHECK-EXEMPTIONS.
           MOVE SPACES TO EXEMPT-REASON-WS.
           PERFORM 308-CHECK-PAYMENT-PLAN.
           IF EXEMPT-REASON-WS = SPACES
               PERFORM 312-CHECK-SPONSOR-AGREEMENT
           END-IF.
           IF EXEMPT-REASON-WS = SPACES
               PERFORM 313-CHECK-PENDING-AWARD
           END-IF.

      *A plan is current, as PAYMENT-PLAN-STATUS reports it, when
      *the payments posted since it was set up cover the
      *installments due by today; a plan that has fallen behind
      *exempts nobody
       308-CHECK-PAYMENT-PLAN.
           IF PLAN-OPEN-FLAG = "Y"
               MOVE STUD-NUM-OUT TO PLAN-STUD-NUM
               READ PLAN-FILE
                   INVALID KEY MOVE "N" TO PLAN-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO PLAN-FOUND-FLAG
               END-READ
               IF PLAN-FOUND-FLAG = "Y"
                   MOVE ZERO TO SCHEDULED-AMOUNT-WS
                   PERFORM 309-ADD-ONE-INSTALLMENT
                       VARYING INST-SUB-WS FROM 1 BY 1
                       UNTIL INST-SUB-WS > 4
                   PERFORM 310-TOTAL-POSTED-PAYMENTS
                   IF PAID-AMOUNT-WS >= SCHEDULED-AMOUNT-WS
                       MOVE "EXEMPT - PAYMENT PLAN" TO EXEMPT-REASON-WS
                   END-IF
               END-IF
           END-IF.

       309-ADD-ONE-INSTALLMENT.
           IF PLAN-INST-AMOUNT(INST-SUB-WS) > ZERO
               AND PLAN-INST-DUE(INST-SUB-WS) <= RUN-DATE-WS
               ADD PLAN-INST-AMOUNT(INST-SUB-WS)
                   TO SCHEDULED-AMOUNT-WS
           END-IF.

      *One pass of the receipt register per plan, as
      *PAYMENT-PLAN-STATUS does it; a missing register just means
      *nothing has been posted yet
       310-TOTAL-POSTED-PAYMENTS.
           MOVE ZERO TO PAID-AMOUNT-WS.
           MOVE "N" TO RCPT-EOF-FLAG.
           OPEN INPUT RECEIPT-REGISTER-FILE.
           IF RCPT-STATUS-WS = "00"
               PERFORM 311-ADD-ONE-POSTED-PAYMENT
                   UNTIL RCPT-EOF-FLAG = "Y"
               CLOSE RECEIPT-REGISTER-FILE
           END-IF.

       311-ADD-ONE-POSTED-PAYMENT.
           READ RECEIPT-REGISTER-FILE
               AT END MOVE "Y" TO RCPT-EOF-FLAG
               NOT AT END
                   IF RCP-STUD-NUM-IN = PLAN-STUD-NUM
                       AND RCP-DATE-IN >= PLAN-SET-UP-DATE
                       PERFORM 338-CHECK-RECEIPT-REVERSED
                       IF REV-FOUND-FLAG = "N"
                           ADD RCP-AMOUNT-IN TO PAID-AMOUNT-WS
                       END-IF
                   END-IF
           END-READ.

      *A sponsor agreement for the term means the sponsor is paying
       312-CHECK-SPONSOR-AGREEMENT.
           IF AGR-OPEN-FLAG = "Y"
               MOVE STUD-NUM-OUT  TO AGR-STUD-NUM
               MOVE DEREG-TERM-WS TO AGR-TERM
               READ AGREEMENT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "EXEMPT - SPONSOR" TO EXEMPT-REASON-WS
               END-READ
           END-IF.

      *An award the student qualifies for on the AWARD-POSTING test
      *that has not been credited yet is money on its way
       313-CHECK-PENDING-AWARD.
           IF SUMMARY-OPEN-FLAG = "Y"
               MOVE STUD-NUM-OUT TO SUM-STUD-NUM
               READ STUDENT-SUMMARY-FILE
                   INVALID KEY MOVE "N" TO SUMMARY-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO SUMMARY-FOUND-FLAG
               END-READ
               IF SUMMARY-FOUND-FLAG = "Y"
                   PERFORM 401-TEST-ONE-AWARD
                       VARYING AWD-SUB-WS FROM 1 BY 1
                       UNTIL AWD-SUB-WS > AWD-COUNT-WS
                           OR EXEMPT-REASON-WS NOT = SPACES
               END-IF
           END-IF.

      *A missing awards file means no awards this cycle
       314-LOAD-AWARDS-TABLE.
           OPEN INPUT AWARDS-FILE-IN.
           IF AWARDS-STATUS-WS = "00"
               PERFORM 315-LOAD-ONE-AWARD
                   UNTIL AWD-EOF-FLAG = "Y" OR AWD-COUNT-WS >= 50
               CLOSE AWARDS-FILE-IN
           END-IF.

       315-LOAD-ONE-AWARD.
           READ AWARDS-FILE-IN
               AT END MOVE "Y" TO AWD-EOF-FLAG
               NOT AT END
                   ADD 1 TO AWD-COUNT-WS
                   MOVE AWD-CODE-IN TO AWD-CODE-TBL-WS(AWD-COUNT-WS)
                   MOVE AWD-MIN-AVG-IN
                       TO AWD-MIN-AVG-TBL-WS(AWD-COUNT-WS)
                   MOVE AWD-PROGRAM-IN
                       TO AWD-PROGRAM-TBL-WS(AWD-COUNT-WS)
           END-READ.

      *Awards already credited; past the table's size a credited
      *award reads as pending, which only ever exempts a student
       316-LOAD-AWARD-POSTED-TABLE.
           OPEN INPUT AWARD-POSTED-FILE.
           IF POSTED-STATUS-WS = "00"
               PERFORM 317-LOAD-ONE-POSTED-AWARD
                   UNTIL APR-EOF-FLAG = "Y"
               CLOSE AWARD-POSTED-FILE
           END-IF.

       317-LOAD-ONE-POSTED-AWARD.
           READ AWARD-POSTED-FILE
               AT END MOVE "Y" TO APR-EOF-FLAG
               NOT AT END
                   IF APR-COUNT-WS < 2000
                       ADD 1 TO APR-COUNT-WS
                       MOVE APR-AWARD-CODE
                           TO APR-CODE-TBL-WS(APR-COUNT-WS)
                       MOVE APR-STUD-NUM
                           TO APR-NUM-TBL-WS(APR-COUNT-WS)
                   ELSE
                       DISPLAY "WARNING: AWDPOSTED.TXT HAS MORE THAN "
                           "2000 ENTRIES - LATER ONES NOT LOADED"
                       MOVE "Y" TO APR-EOF-FLAG
                   END-IF
           END-READ.

      *Cancel (or, in a preview, list) every "R" registration the
      *student holds this term, then queue one notice for them
       318-CANCEL-TERM-REGISTRATIONS.
           MOVE ZERO TO STUDENT-DONE-COUNT-WS.
           PERFORM 306-START-STUDENT-REGISTRATIONS.
           PERFORM 319-CANCEL-NEXT-REGISTRATION
               UNTIL REG-SCAN-DONE-FLAG = "Y".
           IF STUDENT-DONE-COUNT-WS > ZERO
               ADD 1 TO STUDENT-COUNTER-WS
               IF DEREG-MODE-WS = "D"
                   MOVE "DR" TO NTF-REQ-EVENT-WS
                   PERFORM 325-QUEUE-DEREG-NOTICE
               END-IF
           END-IF.

       319-CANCEL-NEXT-REGISTRATION.
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE "Y" TO REG-SCAN-DONE-FLAG
               NOT AT END
                   IF REG-STUD-NUM NOT = STUD-NUM-OUT
                       MOVE "Y" TO REG-SCAN-DONE-FLAG
                   ELSE
                       IF REG-TERM = DEREG-TERM-WS
                           AND REG-STATUS = "R"
                           PERFORM 320-CANCEL-ONE-REGISTRATION
                       END-IF
                   END-IF
           END-READ.

      *"D" frees the seat: every seat count counts "R" rows only
       320-CANCEL-ONE-REGISTRATION.
           IF DEREG-MODE-WS = "D"
               MOVE "D" TO REG-STATUS
               REWRITE REGISTRATION-RECORD
                   INVALID KEY
                       MOVE "NOT CANCELLED" TO RGD-ACTION-OUT-WS
                       ADD 1 TO NOT-DONE-COUNTER-WS
                   NOT INVALID KEY
                       MOVE "DEREGISTERED" TO RGD-ACTION-OUT-WS
                       ADD 1 TO REGISTRATION-COUNTER-WS
                                STUDENT-DONE-COUNT-WS
                       PERFORM 327-WRITE-DEREG-LOG
               END-REWRITE
           ELSE
               MOVE "WOULD BE DEREGISTERED" TO RGD-ACTION-OUT-WS
               ADD 1 TO REGISTRATION-COUNTER-WS
                        STUDENT-DONE-COUNT-WS
           END-IF.
           PERFORM 321-WRITE-REGISTER-DETAIL.

       321-WRITE-REGISTER-DETAIL.
           MOVE STUD-NUM-OUT     TO RGD-STUD-NUM-OUT-WS.
           MOVE STUD-NAME-OUT    TO RGD-STUD-NAME-OUT-WS.
           MOVE TUITION-OWED-OUT TO RGD-BALANCE-OUT-WS.
           MOVE REG-COURSE-CODE  TO RGD-COURSE-OUT-WS.
           MOVE REG-TERM         TO RGD-TERM-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.

       322-WRITE-EXEMPT-DETAIL.
           ADD 1 TO EXEMPT-COUNTER-WS.
           MOVE STUD-NUM-OUT     TO RGD-STUD-NUM-OUT-WS.
           MOVE STUD-NAME-OUT    TO RGD-STUD-NAME-OUT-WS.
           MOVE TUITION-OWED-OUT TO RGD-BALANCE-OUT-WS.
           MOVE SPACES           TO RGD-COURSE-OUT-WS.
           MOVE DEREG-TERM-WS    TO RGD-TERM-OUT-WS.
           MOVE EXEMPT-REASON-WS TO RGD-ACTION-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Refuse to test awards from a student summary older than the
      *student file's last change
       323-CHECK-STUDENT-SUMMARY.
           MOVE "V" TO SUM-REQ-FUNCTION-WS.
           MOVE STUFILE-IN-PATH-WS TO SUM-REQ-STUFILE-PATH-WS.
           CALL 'CHECK-SUMMARY' USING SUMMARY-CHECK-REQUEST-WS.

      *The very first cancellation finds no log and creates it
       324-OPEN-DEREG-LOG.
           OPEN EXTEND DEREG-LOG-FILE.
           IF DLG-STATUS-WS = "35"
               OPEN OUTPUT DEREG-LOG-FILE
           END-IF.

      *Queue one notice per student for their email/text - "DR"
      *deregistered or "RI" reinstated, with the balance and term
       325-QUEUE-DEREG-NOTICE.
           MOVE "Q"              TO NTF-REQ-FUNCTION-WS.
           MOVE STUD-NUM-OUT     TO NTF-REQ-STUD-NUM-WS.
           MOVE TUITION-OWED-OUT TO NTF-REQ-AMOUNT-WS
                                    NTF-REQ-BALANCE-WS.
           MOVE SPACES           TO NTF-REQ-COURSE-WS.
           MOVE DEREG-TERM-WS    TO NTF-REQ-DETAIL-WS.
           MOVE "DEREG   "       TO NTF-REQ-PROGRAM-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.

      *Take the student's cancellations this term off the log, each
      *course once however often it was cancelled; no log means
      *nothing was ever cancelled
       326-LOAD-STUDENT-CANCELLATIONS.
           MOVE ZERO TO RST-COUNT-WS.
           OPEN INPUT DEREG-LOG-FILE.
           IF DLG-STATUS-WS = "00"
               PERFORM 329-LOAD-ONE-LOG-ENTRY
                   UNTIL DLG-EOF-FLAG = "Y"
               CLOSE DEREG-LOG-FILE
           END-IF.

       327-WRITE-DEREG-LOG.
           MOVE SPACES           TO DEREG-LOG-RECORD.
           MOVE RUN-DATE-WS      TO DLG-DATE.
           MOVE RUN-TIME-WS      TO DLG-TIME.
           MOVE STUD-NUM-OUT     TO DLG-STUD-NUM.
           MOVE REG-COURSE-CODE  TO DLG-COURSE-CODE.
           MOVE REG-TERM         TO DLG-TERM.
           MOVE TUITION-OWED-OUT TO DLG-BALANCE.
           IF DEREG-MODE-WS = "D"
               MOVE "D" TO DLG-ACTION
           ELSE
               MOVE "I" TO DLG-ACTION
           END-IF.
           WRITE DEREG-LOG-RECORD.

      *One logged cancellation: a free seat and a registration still
      *"D" put the student back in the course
       328-REINSTATE-ONE-REGISTRATION.
           MOVE REINSTATE-STUD-NUM-WS         TO REG-STUD-NUM.
           MOVE RST-COURSE-TBL-WS(RST-SUB-WS) TO REG-COURSE-CODE.
           PERFORM 331-READ-REGISTRATION.
           EVALUATE TRUE
               WHEN REG-FOUND-FLAG = "N"
                   MOVE SPACES TO REG-TERM
                   MOVE "NOT ON REGFILE" TO RGD-ACTION-OUT-WS
                   ADD 1 TO NOT-DONE-COUNTER-WS
               WHEN REG-STATUS NOT = "D"
                   MOVE "NO LONGER CANCELLED" TO RGD-ACTION-OUT-WS
               WHEN OTHER
                   PERFORM 330-CHECK-SECTION-SEATS
                   MOVE REINSTATE-STUD-NUM-WS TO REG-STUD-NUM
                   MOVE RST-COURSE-TBL-WS(RST-SUB-WS)
                       TO REG-COURSE-CODE
                   PERFORM 331-READ-REGISTRATION
                   IF SECTION-FULL-FLAG = "Y"
                       MOVE "NOT REINSTATED - FULL" TO RGD-ACTION-OUT-WS
                       ADD 1 TO NOT-DONE-COUNTER-WS
                   ELSE
                       PERFORM 332-RESTORE-REGISTRATION
                   END-IF
           END-EVALUATE.
           PERFORM 321-WRITE-REGISTER-DETAIL.

       329-LOAD-ONE-LOG-ENTRY.
           READ DEREG-LOG-FILE
               AT END MOVE "Y" TO DLG-EOF-FLAG
               NOT AT END
                   IF DLG-ACTION = "D"
                       AND DLG-STUD-NUM = REINSTATE-STUD-NUM-WS
                       AND DLG-TERM = DEREG-TERM-WS
                       MOVE ZERO TO RST-MATCH-SUB-WS
                       PERFORM 402-MATCH-LOADED-COURSE
                           VARYING RST-SUB-WS FROM 1 BY 1
                           UNTIL RST-SUB-WS > RST-COUNT-WS
                               OR RST-MATCH-SUB-WS > ZERO
                       IF RST-MATCH-SUB-WS = ZERO
                           AND RST-COUNT-WS < 50
                           ADD 1 TO RST-COUNT-WS
                           MOVE DLG-COURSE-CODE
                               TO RST-COURSE-TBL-WS(RST-COUNT-WS)
                       END-IF
                   END-IF
           END-READ.

      *A course with no section record has no seat limit; otherwise
      *count the term's active registrations against the capacity
       330-CHECK-SECTION-SEATS.
           MOVE "N" TO SECTION-FULL-FLAG.
           IF SECTFILE-OPEN-FLAG = "Y"
               MOVE RST-COURSE-TBL-WS(RST-SUB-WS) TO SECT-COURSE-CODE
               READ SECTION-FILE
                   INVALID KEY MOVE "N" TO SECTION-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO SECTION-FOUND-FLAG
               END-READ
               IF SECTION-FOUND-FLAG = "Y"
                   MOVE RST-COURSE-TBL-WS(RST-SUB-WS)
                       TO SEAT-COURSE-WS
                   MOVE ZERO TO SEAT-COUNT-WS
                   MOVE "N" TO SEAT-SCAN-DONE-FLAG
                   MOVE ZERO TO REG-STUD-NUM
                   MOVE LOW-VALUES TO REG-COURSE-CODE
                   START REGISTRATION-FILE
                       KEY IS NOT LESS THAN REG-KEY
                       INVALID KEY MOVE "Y" TO SEAT-SCAN-DONE-FLAG
                   END-START
                   PERFORM 335-TALLY-NEXT-SEAT
                       UNTIL SEAT-SCAN-DONE-FLAG = "Y"
                   IF SEAT-COUNT-WS >= SECT-CAPACITY
                       MOVE "Y" TO SECTION-FULL-FLAG
                   END-IF
               END-IF
           END-IF.

       331-READ-REGISTRATION.
           READ REGISTRATION-FILE
               INVALID KEY MOVE "N" TO REG-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO REG-FOUND-FLAG
           END-READ.

       332-RESTORE-REGISTRATION.
           MOVE "R" TO REG-STATUS.
           REWRITE REGISTRATION-RECORD
               INVALID KEY
                   MOVE "NOT REINSTATED" TO RGD-ACTION-OUT-WS
                   ADD 1 TO NOT-DONE-COUNTER-WS
               NOT INVALID KEY
                   MOVE "REINSTATED" TO RGD-ACTION-OUT-WS
                   ADD 1 TO REGISTRATION-COUNTER-WS
                            STUDENT-DONE-COUNT-WS
                   PERFORM 327-WRITE-DEREG-LOG
           END-REWRITE.

       333-WRITE-REGISTER-HEADINGS.
           WRITE REGISTER-RECORD-OUT FROM REPORT-HEADER-WS.
           WRITE REGISTER-RECORD-OUT FROM TERM-HEADER-WS
               AFTER ADVANCING 1 LINES.
           WRITE REGISTER-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.

       334-WRITE-REGISTER-TOTALS.
           MOVE STUDENT-COUNTER-WS      TO TOT-STUDENTS-OUT-WS.
           MOVE REGISTRATION-COUNTER-WS TO TOT-REGISTRATIONS-OUT-WS.
           MOVE EXEMPT-COUNTER-WS       TO TOT-EXEMPT-OUT-WS.
           MOVE NOT-DONE-COUNTER-WS     TO TOT-NOT-DONE-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM TOTALS-LINE-WS
               AFTER ADVANCING 2 LINES.

       335-TALLY-NEXT-SEAT.
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE "Y" TO SEAT-SCAN-DONE-FLAG
               NOT AT END
                   IF REG-COURSE-CODE = SEAT-COURSE-WS
                       AND REG-TERM = DEREG-TERM-WS
                       AND REG-STATUS = "R"
                       ADD 1 TO SEAT-COUNT-WS
                   END-IF
           END-READ.

      *Load the reversed receipt numbers; a missing reversal
      *register just means no payment has ever been returned
       336-LOAD-REVERSED-RECEIPTS.
           OPEN INPUT REVERSAL-HISTORY-FILE.
           IF REV-STATUS-WS = "00"
               PERFORM 337-LOAD-ONE-REVERSAL
                   UNTIL REV-EOF-FLAG = "Y"
                       OR REV-COUNT-WS >= 5000
               IF REV-EOF-FLAG NOT = "Y"
                   READ REVERSAL-HISTORY-FILE
                       AT END MOVE "Y" TO REV-EOF-FLAG
                   END-READ
               END-IF
               IF REV-EOF-FLAG NOT = "Y"
                   DISPLAY "DEREGISTRATION RUN REFUSED - RCPTREV.TXT "
                       "HOLDS MORE THAN 5000 REVERSALS; ENLARGE THE "
                       "TABLE OR ARCHIVE THE REGISTER"
                   CLOSE REVERSAL-HISTORY-FILE
                   CLOSE INDEXED-STUDENT-FILE
                         REGISTRATION-FILE
                         PLAN-FILE
                   IF DEREG-MODE-WS = "D"
                       CLOSE DEREG-LOG-FILE
                   END-IF
                   PERFORM 392-END-REFUSED-RUN
               END-IF
               CLOSE REVERSAL-HISTORY-FILE
           END-IF.

       337-LOAD-ONE-REVERSAL.
           READ REVERSAL-HISTORY-FILE
               AT END MOVE "Y" TO REV-EOF-FLAG
               NOT AT END
                   ADD 1 TO REV-COUNT-WS
                   MOVE REV-RECEIPT-IN TO REV-TBL-WS(REV-COUNT-WS)
           END-READ.

       338-CHECK-RECEIPT-REVERSED.
           MOVE "N" TO REV-FOUND-FLAG.
           PERFORM 404-MATCH-REVERSED-RECEIPT
               VARYING REV-SUB-WS FROM 1 BY 1
               UNTIL REV-SUB-WS > REV-COUNT-WS
                   OR REV-FOUND-FLAG = "Y".

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
               WHEN "DEREG-TERM          "
                   MOVE PARM-VALUE-IN TO TERM-PARM-WS
               WHEN "FEE-DEADLINE        "
                   MOVE PARM-VALUE-IN TO FEE-DEADLINE-PARM-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "DEREGISTRATION-RUN" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE REGISTRATION-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE NOT-DONE-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *A refused run changes nothing and ends here
       392-END-REFUSED-RUN.
           MOVE 8 TO RETURN-CODE.
           PERFORM 391-LOG-JOB-END.
           STOP RUN.

      *One award against one student: the program must match (or
      *the award be open to all), the average make the minimum, and
      *the pair not already be on the posted register
       401-TEST-ONE-AWARD.
           IF (AWD-PROGRAM-TBL-WS(AWD-SUB-WS) = SPACES
               OR AWD-PROGRAM-TBL-WS(AWD-SUB-WS) =
                   PROGRAM-OF-STUDY-OUT)
               AND SUM-AVERAGE >= AWD-MIN-AVG-TBL-WS(AWD-SUB-WS)
               MOVE "N" TO APR-POSTED-FLAG
               PERFORM 403-MATCH-POSTED-AWARD
                   VARYING APR-SUB-WS FROM 1 BY 1
                   UNTIL APR-SUB-WS > APR-COUNT-WS
                       OR APR-POSTED-FLAG = "Y"
               IF APR-POSTED-FLAG = "N"
                   MOVE "EXEMPT - AWARD PENDING" TO EXEMPT-REASON-WS
               END-IF
           END-IF.

       402-MATCH-LOADED-COURSE.
           IF RST-COURSE-TBL-WS(RST-SUB-WS) = DLG-COURSE-CODE
               MOVE RST-SUB-WS TO RST-MATCH-SUB-WS
           END-IF.

       403-MATCH-POSTED-AWARD.
           IF APR-CODE-TBL-WS(APR-SUB-WS) =
                   AWD-CODE-TBL-WS(AWD-SUB-WS)
               AND APR-NUM-TBL-WS(APR-SUB-WS) = STUD-NUM-OUT
               MOVE "Y" TO APR-POSTED-FLAG
           END-IF.

       404-MATCH-REVERSED-RECEIPT.
           IF REV-TBL-WS(REV-SUB-WS) = RCP-RECEIPT-IN
               MOVE "Y" TO REV-FOUND-FLAG
           END-IF.

       END PROGRAM DEREGISTRATION-RUN.
