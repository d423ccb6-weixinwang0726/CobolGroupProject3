      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *TUITION REASSESSMENT RUN FOR DROPPED COURSES. A WITHDRAWAL IN
      *COURSE-REGISTRATION TURNS THE REGISTRATION TO "W" (OR "L"
      *PAST THE DROP DEADLINE) BUT LEFT THE TUITION TERM-ASSESSMENT
      *CHARGED FOR IT ON THE BALANCE. EVERY SUCH WITHDRAWAL IS NOW
      *LOGGED WITH ITS DATE ON THE DROP LOG (DROPLOG.TXT), AND THIS
      *RUN WORKS THROUGH THE DROPS NOT YET REASSESSED: THE CREDIT IS
      *THE COURSE'S CREDIT HOURS (COURSE.TXT) TIMES THE PER-CREDIT
      *RATE FOR THE STUDENT'S PROGRAM (FEESCHED.TXT) TIMES THE
      *REFUND PERCENTAGE FOR HOW MANY DAYS AFTER THE TERM START ON
      *CALENDAR.TXT THE DROP WAS MADE (REFSCHED.TXT, MAINTAINED BY
      *REFUND-SCHED-MAINT); NOTHING IS REFUNDED AFTER THE TERM'S
      *DROP DEADLINE. ONLY A COURSE THAT WAS BILLED IS CREDITED - A
      *DROP BEFORE THE STUDENT'S TERM ASSESSMENT (ASSESSED.TXT)
      *NEVER REACHED THE BALANCE - AND NO CREDIT EXCEEDS WHAT IS LEFT
      *OF THE TERM'S ASSESSMENT. THE CREDIT REDUCES TUITION-OWED-OUT,
      *ANY PART PAST THE BALANCE GOING TO THE CREDIT FILE
      *(CREDFILE.TXT) FOR REFUND-RUN; FOR A SPONSORED STUDENT THE
      *SPONSOR'S SHARE OF THE CREDIT COMES OFF THE SPONSOR
      *RECEIVABLE INSTEAD. EVERY DROP PROCESSED GOES ON THE
      *CUMULATIVE REASSESSED.TXT REGISTER THE MOMENT IT IS DONE, SO
      *NO DROP IS EVER CREDITED TWICE; A DROP THAT CANNOT BE PRICED
      *YET (NO CALENDAR ENTRY, REFUND SCHEDULE OR RATE), OR WHOSE
      *STUDENT RECORD CANNOT BE REWRITTEN, IS HELD FOR THE NEXT RUN.
      *EVERY DROP IS LISTED ON THE REASSESSMENT
      *REGISTER (REASSESSRPT.TXT), AND EACH CREDIT IS JOURNALLED TO
      *STUJRNL.TXT AND POSTED TO THE STUDENT ACCOUNT LEDGER AS A
      *"DRP" ENTRY UNDER THE COURSE CODE.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROP-REASSESSMENT.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DROP-LOG-FILE
               ASSIGN TO "D:\Cobol\DROPLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS DRL-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

           SELECT COURSE-FILE-IN
               ASSIGN TO "D:\COBOL\COURSE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "D:\Cobol\FEESCHED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FEE-STATUS-WS.

           SELECT REFUND-SCHEDULE-FILE
               ASSIGN TO "D:\Cobol\REFSCHED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RFS-STATUS-WS.

           SELECT CALENDAR-FILE-IN
               ASSIGN TO "D:\Cobol\CALENDAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CAL-STATUS-WS.

      *TERM-ASSESSMENT's cumulative register - which students were
      *billed for which term, for how much, and when
           SELECT ASSESSED-REGISTER-FILE
               ASSIGN TO "D:\Cobol\ASSESSED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ASSESSED-STATUS-WS.

      *Cumulative register of every drop already reassessed - the
      *protection against crediting the same drop twice
           SELECT REASSESSED-REGISTER-FILE
               ASSIGN TO "D:\Cobol\REASSESSED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RAS-STATUS-WS.

           SELECT CREDIT-FILE
               ASSIGN TO "D:\Cobol\CREDFILE.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS CRED-STUD-NUM
                               FILE STATUS IS CRED-STATUS-WS.

      *Sponsorship agreements and the sponsor master - both may be
      *missing at a site, in which case nobody is sponsored
           SELECT AGREEMENT-FILE
               ASSIGN TO "D:\Cobol\SPONAGR.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS AGR-KEY
                               FILE STATUS IS AGR-STATUS-WS.

           SELECT SPONSOR-FILE
               ASSIGN TO "D:\Cobol\SPONSOR.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SPN-CODE
                               FILE STATUS IS SPN-STATUS-WS.

           SELECT SPONSOR-TRANS-FILE
               ASSIGN TO "D:\Cobol\SPONTRAN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SPT-STATUS-WS.

           SELECT REASSESSMENT-REGISTER
               ASSIGN TO "D:\Cobol\REASSESSRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE
               ASSIGN TO "D:\Cobol\STUJRNL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SYSTEM-STATUS-FILE
               ASSIGN TO "D:\Cobol\SYSSTAT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SYSSTAT-STATUS-WS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *One line per withdrawal from an active registration, written
      *by COURSE-REGISTRATION
       FD  DROP-LOG-FILE.
       01  DROP-LOG-RECORD-IN.
           05  DRL-STUD-NUM-IN         PIC 9(6).
           05  FILLER                  PIC X(2).
           05  DRL-COURSE-IN           PIC X(7).
           05  FILLER                  PIC X(2).
           05  DRL-TERM-IN             PIC X(5).
           05  FILLER                  PIC X(2).
           05  DRL-DATE-IN             PIC X(8).
           05  FILLER                  PIC X(2).
           05  DRL-STATUS-IN           PIC X(1).
           05  FILLER                  PIC X(2).
           05  DRL-OPERATOR-IN         PIC X(8).

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

       FD  COURSE-FILE-IN.
       01  COURSE-RECORD.
           05  COURSE-CODE-IN      PIC X(7).
           05  COURSE-TITLE-IN     PIC X(30).
           05  COURSE-DEPT-IN      PIC X(4).
           05  COURSE-CREDIT-IN    PIC 9(1).

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           05  FEE-PROGRAM-CODE    PIC X(5).
           05  FEE-CREDIT-RATE     PIC 9(4)V99.

       FD  REFUND-SCHEDULE-FILE.
       01  REFUND-SCHEDULE-RECORD.
           05  RFS-TERM-CODE       PIC X(5).
           05  RFS-DAY-LIMIT       PIC 9(3).
           05  RFS-PERCENT         PIC 9(3).

       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN    PIC X(5).
           05  CAL-START-DATE-IN   PIC X(8).
           05  CAL-END-DATE-IN     PIC X(8).
           05  CAL-DROP-DEADLINE-IN PIC X(8).

       FD  ASSESSED-REGISTER-FILE.
       01  ASSESSED-REGISTER-RECORD.
           05  ASD-TERM-IN             PIC X(5).
           05  FILLER                  PIC X(2).
           05  ASD-STUD-NUM-IN         PIC 9(6).
           05  FILLER                  PIC X(2).
           05  ASD-AMOUNT-IN           PIC 9(5)V99.
           05  FILLER                  PIC X(2).
           05  ASD-DATE-IN             PIC X(8).

      *One line per drop ever reassessed: the drop, the credit and
      *how it was split, the run date, and "C" credited or "Z"
      *nothing due
       FD  REASSESSED-REGISTER-FILE.
       01  REASSESSED-REGISTER-RECORD.
           05  RAS-STUD-NUM            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RAS-COURSE              PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RAS-TERM                PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RAS-DROP-DATE           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RAS-CREDIT              PIC 9(5)V99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RAS-STUDENT-PART        PIC 9(5)V99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RAS-SPONSOR-PART        PIC 9(5)V99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RAS-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RAS-RESULT              PIC X(1).

      *Credit balance carried per student - the "CR" tag keeps the
      *journalled credit images from reading as tuition movement
       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           05  CRED-STUD-NUM           PIC 9(6).
           05  CRED-TAG                PIC X(2).
           05  CRED-AMOUNT             PIC 9(4)V99.
           05  CRED-LAST-DATE          PIC X(8).

       FD  AGREEMENT-FILE.
       01  AGREEMENT-RECORD.
           05  AGR-KEY.
               10  AGR-STUD-NUM        PIC 9(6).
               10  AGR-TERM            PIC X(5).
           05  AGR-SPONSOR-CODE        PIC X(6).
           05  AGR-BASIS               PIC X(1).
           05  AGR-PERCENT             PIC 9(3).
           05  AGR-CAP-AMOUNT          PIC 9(5)V99.

       FD  SPONSOR-FILE.
       01  SPONSOR-RECORD.
           05  SPN-CODE                PIC X(6).
           05  SPN-NAME                PIC X(30).
           05  SPN-STREET              PIC X(30).
           05  SPN-CITY                PIC X(20).
           05  SPN-PROVINCE            PIC X(2).
           05  SPN-POSTAL-CODE         PIC X(7).
           05  SPN-CONTACT             PIC X(30).
           05  SPN-PHONE               PIC X(10).
           05  SPN-RECEIVABLE          PIC 9(7)V99.

      *One line per movement on a sponsor's account: "CHG" the
      *sponsor share of an assessment, "PAY" a sponsor cheque,
      *"CRD" the sponsor share of a dropped-course credit
       FD  SPONSOR-TRANS-FILE.
       01  SPONSOR-TRANS-RECORD.
           05  SPT-SPONSOR-CODE        PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPT-TYPE                PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPT-TERM                PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPT-STUD-NUM            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPT-AMOUNT              PIC 9(7)V99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPT-DATE                PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPT-REFERENCE           PIC X(8).

       FD  REASSESSMENT-REGISTER.
       01  REGISTER-RECORD-OUT     PIC X(80).

      *Before/after image journal - every balance and credit-file
      *change is journalled so a restored copy can be rolled forward
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD-OUT.
           05  JRN-TIMESTAMP-OUT       PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  JRN-PROGRAM-OUT         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  JRN-ACTION-OUT          PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  JRN-BEFORE-IMAGE-OUT    PIC X(116).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  JRN-AFTER-IMAGE-OUT     PIC X(116).


      *System-status interlock - one record saying who has the
      *student file: "O" an online session, "B" a batch job, spaces
      *free. This program refuses to run while an online session is
      *registered and registers itself while it has the file.
       FD  SYSTEM-STATUS-FILE.
       01  SYSTEM-STATUS-RECORD.
           05  SYSSTAT-MODE            PIC X(1).
           05  SYSSTAT-ID              PIC X(8).
           05  SYSSTAT-TIMESTAMP       PIC X(14).


      *Run-control parameter record: a keyword in columns 1-20 and
      *its value in columns 21-60
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

      *COURSE MASTER TABLE
       COPY "CRS-TBL-STRUCTURE.CBL".

      *FEE SCHEDULE TABLE - ONE PER-CREDIT RATE PER PROGRAM
       01  FEE-TABLE-WS.
           05  FEE-ENTRY-WS OCCURS 100 TIMES.
               10  FEE-PROGRAM-TBL-WS  PIC X(5).
               10  FEE-RATE-TBL-WS     PIC 9(4)V99.

      *REFUND SCHEDULE TABLE - ONE STEP PER TERM AND DAY LIMIT
       01  RFS-TABLE-WS.
           05  RFS-ENTRY-WS OCCURS 200 TIMES.
               10  RFS-TERM-TBL-WS     PIC X(5).
               10  RFS-DAYS-TBL-WS     PIC 9(3).
               10  RFS-PERCENT-TBL-WS  PIC 9(3).

      *ACADEMIC CALENDAR TABLE - TERM START AND DROP DEADLINE
       01  CALENDAR-TABLE-WS.
           05  CALENDAR-ENTRY-WS OCCURS 20 TIMES.
               10  CAL-TERM-TBL-WS     PIC X(5).
               10  CAL-START-TBL-WS    PIC X(8).
               10  CAL-END-TBL-WS      PIC X(8).
               10  CAL-DROP-TBL-WS     PIC X(8).

      *Term assessments already posted, and drops already credited
      *with what each took off the term's assessment
       01  ASSESSED-TABLE-WS.
           05  ASD-ENTRY-WS OCCURS 5000 TIMES.
               10  ASD-TERM-TBL-WS     PIC X(5).
               10  ASD-STUD-TBL-WS     PIC 9(6).
               10  ASD-AMOUNT-TBL-WS   PIC 9(5)V99.
               10  ASD-DATE-TBL-WS     PIC X(8).

       01  REASSESSED-TABLE-WS.
           05  RAS-ENTRY-WS OCCURS 5000 TIMES.
               10  RAS-STUD-TBL-WS     PIC 9(6).
               10  RAS-COURSE-TBL-WS   PIC X(7).
               10  RAS-TERM-TBL-WS     PIC X(5).
               10  RAS-CREDIT-TBL-WS   PIC 9(5)V99.

      *REGISTER LINES
       01  REGISTER-HEADER-WS          PIC X(36) VALUE
               "DROPPED-COURSE REASSESSMENT REGISTER".

       01  COLUMN-HEADER-WS.
           05  FILLER  PIC X(8)  VALUE "STUDENT".
           05  FILLER  PIC X(8)  VALUE "COURSE".
           05  FILLER  PIC X(6)  VALUE "TERM".
           05  FILLER  PIC X(9)  VALUE "DROPPED".
           05  FILLER  PIC X(3)  VALUE "CR".
           05  FILLER  PIC X(5)  VALUE "  PCT".
           05  FILLER  PIC X(11) VALUE "     CREDIT".
           05  FILLER  PIC X(12) VALUE " DISPOSITION".

       01  DETAIL-LINE-WS.
           05  RGD-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RGD-COURSE-OUT-WS       PIC X(7).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGD-TERM-OUT-WS         PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGD-DATE-OUT-WS         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGD-CREDITS-OUT-WS      PIC 9(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RGD-PERCENT-OUT-WS      PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE "%".
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGD-CREDIT-OUT-WS       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RGD-DISPOSITION-OUT-WS  PIC X(30).

       01  SPONSOR-SPLIT-LINE-WS.
           05  FILLER                  PIC X(10) VALUE "  SPONSOR ".
           05  SPL-SPONSOR-OUT-WS      PIC X(6).
           05  FILLER                  PIC X(7)  VALUE " SHARE ".
           05  SPL-SPONSOR-AMT-OUT-WS  PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(16) VALUE
                   "  STUDENT SHARE ".
           05  SPL-STUDENT-AMT-OUT-WS  PIC ZZ,ZZ9.99.

       01  SPONSOR-PAID-LINE-WS.
           05  FILLER                  PIC X(22) VALUE
                   "  SPONSOR ALREADY PAID".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SPD-EXCESS-OUT-WS       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(26) VALUE
                   " - REFUND SPONSOR BY HAND".

       01  CREDIT-FILE-LINE-WS.
           05  FILLER                  PIC X(20) VALUE
                   "  BALANCE CLEARED - ".
           05  CFL-EXCESS-OUT-WS       PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(27) VALUE
                   " CARRIED TO THE CREDIT FILE".

       01  TOTALS-LINE-WS.
           05  FILLER                  PIC X(10) VALUE "CREDITED: ".
           05  TOT-CREDITED-OUT-WS     PIC ZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  AMOUNT: ".
           05  TOT-AMOUNT-OUT-WS       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15) VALUE
                   "  NOTHING DUE: ".
           05  TOT-NO-CREDIT-OUT-WS    PIC ZZZZZ9.

       01  TOTALS-LINE-2-WS.
           05  FILLER                  PIC X(10) VALUE "HELD:     ".
           05  TOT-HELD-OUT-WS         PIC ZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  PRIOR:  ".
           05  TOT-ALREADY-OUT-WS      PIC ZZZZZ9.

       01  TOTALS-LINE-3-WS.
           05  FILLER                  PIC X(20) VALUE
                   "TO CREDIT FILE:     ".
           05  TOT-TO-CREDIT-OUT-WS    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(18) VALUE
                   "  SPONSOR SHARE:  ".
           05  TOT-SPONSOR-OUT-WS      PIC Z,ZZZ,ZZ9.99.

      *Pricing work fields for the drop in hand
       01  REASSESSMENT-FIELDS.
           05  DRL-STATUS-WS           PIC X(2).
           05  DRLFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  FEE-STATUS-WS           PIC X(2).
           05  RFS-STATUS-WS           PIC X(2).
           05  CAL-STATUS-WS           PIC X(2).
           05  ASSESSED-STATUS-WS      PIC X(2).
           05  RAS-STATUS-WS           PIC X(2).
           05  CRED-STATUS-WS          PIC X(2).
           05  FEE-EOF-FLAG            PIC X(1)  VALUE "N".
           05  RFS-EOF-FLAG            PIC X(1)  VALUE "N".
           05  CAL-EOF-FLAG            PIC X(1)  VALUE "N".
           05  ASD-EOF-FLAG            PIC X(1)  VALUE "N".
           05  RAS-EOF-FLAG            PIC X(1)  VALUE "N".
           05  FEE-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  FEE-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  FEE-MATCH-SUB-WS        PIC 9(3)  VALUE ZERO.
           05  RFS-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  RFS-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  RFS-TERM-FOUND-FLAG     PIC X(1)  VALUE "N".
           05  RFS-BEST-DAYS-WS        PIC 9(3)  VALUE ZERO.
           05  CAL-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  CAL-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  CAL-MATCH-SUB-WS        PIC 9(3)  VALUE ZERO.
           05  ASD-COUNT-WS            PIC 9(4)  VALUE ZERO.
           05  ASD-SUB-WS              PIC 9(4)  VALUE ZERO.
           05  ASD-MATCH-SUB-WS        PIC 9(4)  VALUE ZERO.
           05  RAS-COUNT-WS            PIC 9(4)  VALUE ZERO.
           05  RAS-SUB-WS              PIC 9(4)  VALUE ZERO.
           05  RAS-FOUND-FLAG          PIC X(1)  VALUE "N".
           05  LOOKUP-CODE-WS          PIC X(7)  VALUE SPACES.
           05  COURSE-FOUND-FLAG       PIC X(3)  VALUE "NO ".
           05  MATCHED-CRS-SUB-WS      PIC 9(3)  VALUE ZERO.
           05  SLOT-WEIGHT-WS          PIC 9(1)  VALUE 1.
           05  STUDENT-RATE-WS         PIC 9(4)V99 VALUE ZERO.
           05  REFUND-PERCENT-WS       PIC 9(3)  VALUE ZERO.
           05  DROP-DATE-NUM-WS        PIC 9(8)  VALUE ZERO.
           05  START-DATE-NUM-WS       PIC 9(8)  VALUE ZERO.
           05  DAYS-INTO-TERM-WS       PIC S9(5) VALUE ZERO.
           05  PRIOR-CREDITS-WS        PIC 9(5)V99 VALUE ZERO.
           05  NET-ASSESSED-WS         PIC 9(5)V99 VALUE ZERO.
           05  NET-AFTER-WS            PIC 9(5)V99 VALUE ZERO.
           05  CREDIT-AMOUNT-WS        PIC 9(5)V99 VALUE ZERO.
           05  STUDENT-PART-WS         PIC 9(5)V99 VALUE ZERO.
           05  SPONSOR-PART-WS         PIC 9(5)V99 VALUE ZERO.
           05  SPONSOR-BEFORE-WS       PIC 9(5)V99 VALUE ZERO.
           05  SPONSOR-AFTER-WS        PIC 9(5)V99 VALUE ZERO.
           05  SPONSOR-EXCESS-WS       PIC 9(5)V99 VALUE ZERO.
           05  EXCESS-AMOUNT-WS        PIC 9(5)V99 VALUE ZERO.
           05  DROP-RESULT-WS          PIC X(1)  VALUE SPACE.
           05  STUDENT-FOUND-FLAG      PIC X(1)  VALUE "N".
           05  CRED-FOUND-FLAG         PIC X(1)  VALUE "N".
           05  STUDENT-CREDITED-FLAG   PIC X(1)  VALUE "N".
           05  RUN-DATE-WS             PIC X(8)  VALUE SPACES.

       01  SPONSOR-FIELDS.
           05  AGR-STATUS-WS           PIC X(2).
           05  SPN-STATUS-WS           PIC X(2).
           05  SPT-STATUS-WS           PIC X(2).
           05  AGRFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  SPNFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  SPONSORED-FLAG          PIC X(1)  VALUE "N".

       01  RUN-COUNTERS-WS.
           05  CREDITED-COUNTER-WS     PIC 9(6)    VALUE ZERO.
           05  CREDITED-TOTAL-WS       PIC 9(7)V99 VALUE ZERO.
           05  NO-CREDIT-COUNTER-WS    PIC 9(6)    VALUE ZERO.
           05  HELD-COUNTER-WS         PIC 9(6)    VALUE ZERO.
           05  ALREADY-COUNTER-WS      PIC 9(6)    VALUE ZERO.
           05  TO-CREDIT-TOTAL-WS      PIC 9(7)V99 VALUE ZERO.
           05  SPONSOR-TOTAL-WS        PIC 9(7)V99 VALUE ZERO.


      *System-status interlock working fields
       01  SYSSTAT-FIELDS.
           05  SYSSTAT-STATUS-WS       PIC X(2).
           05  SYSSTAT-HELD-FLAG       PIC X(1)  VALUE "N".
           05  SYSSTAT-STAMP-WS.
               10  SYSSTAT-DATE-WS     PIC X(8).
               10  SYSSTAT-TIME-WS     PIC X(6).

      *Journal image staging areas and run timestamp
       01  JOURNAL-FIELDS.
           05  JRN-BEFORE-WS           PIC X(116) VALUE SPACES.
           05  JRN-AFTER-WS            PIC X(116) VALUE SPACES.
           05  JRN-ACTION-WS           PIC X(1)   VALUE SPACE.
       01  JRN-TIMESTAMP-WS.
           05  JRN-TS-DATE-WS          PIC X(8).
           05  JRN-TS-TIME-WS          PIC X(6).

      *Account ledger posting request
       COPY "LDG-REQ-STRUCTURE.CBL".

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  EOF-CRS-TBL-FLAG        PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD            PIC X(2).
           05  CRS-TBL-SUB             PIC 9(3)  VALUE 1.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *CREDIT BACK THE TUITION FOR COURSES DROPPED SINCE THE LAST RUN
       100-REASSESS-DROPPED-COURSES.
           PERFORM 390-LOG-JOB-START.
           PERFORM 329-READ-RUN-PARAMETERS.
           PERFORM 326-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "REASSESSMENT RUN REFUSED - AN ONLINE SESSION "
                   "HAS THE STUDENT FILE OPEN (SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 327-REGISTER-BATCH-SESSION.
           PERFORM 201-INITIATE-REASSESSMENT.
           PERFORM 202-REASSESS-ONE-DROP UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-REASSESSMENT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *Load every table the pricing needs, then open the money files;
      *no drop log means nothing has been dropped yet
       201-INITIATE-REASSESSMENT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 303-LOAD-ASSESSED-REGISTER.
           PERFORM 305-LOAD-REASSESSED-REGISTER.
           OPEN INPUT COURSE-FILE-IN.
           PERFORM 301-PRODUCE-COURSE-TBL
                   VARYING CRS-TBL-SUB FROM 1 BY 1
                   UNTIL CRS-TBL-SUB > 200
                       OR EOF-CRS-TBL-FLAG = "YES".
           CLOSE COURSE-FILE-IN.
           PERFORM 307-LOAD-FEE-TABLE.
           PERFORM 309-LOAD-REFUND-TABLE.
           PERFORM 311-LOAD-CALENDAR-TABLE.
           OPEN I-O    INDEXED-STUDENT-FILE
                       CREDIT-FILE.
           OPEN OUTPUT REASSESSMENT-REGISTER.
           OPEN EXTEND JOURNAL-FILE.
           OPEN EXTEND REASSESSED-REGISTER-FILE.
           IF RAS-STATUS-WS = "35"
               OPEN OUTPUT REASSESSED-REGISTER-FILE
           END-IF.
           OPEN EXTEND SPONSOR-TRANS-FILE.
           IF SPT-STATUS-WS = "35"
               OPEN OUTPUT SPONSOR-TRANS-FILE
           END-IF.
           OPEN INPUT AGREEMENT-FILE.
           IF AGR-STATUS-WS = "00"
               MOVE "Y" TO AGRFILE-OPEN-FLAG
           END-IF.
           OPEN I-O SPONSOR-FILE.
           IF SPN-STATUS-WS = "00"
               MOVE "Y" TO SPNFILE-OPEN-FLAG
           END-IF.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-HEADER-WS.
           WRITE REGISTER-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.
           OPEN INPUT DROP-LOG-FILE.
           IF DRL-STATUS-WS = "00"
               MOVE "Y" TO DRLFILE-OPEN-FLAG
               PERFORM 302-READ-DROP-RECORD
           ELSE
               MOVE "YES" TO EOF-FLAG
           END-IF.

      *A drop already on the reassessed register is only reported;
      *anything else is priced
       202-REASSESS-ONE-DROP.
           PERFORM 313-CHECK-DROP-REASSESSED.
           MOVE DRL-STUD-NUM-IN TO RGD-STUD-NUM-OUT-WS.
           MOVE DRL-COURSE-IN   TO RGD-COURSE-OUT-WS.
           MOVE DRL-TERM-IN     TO RGD-TERM-OUT-WS.
           MOVE DRL-DATE-IN     TO RGD-DATE-OUT-WS.
           MOVE ZERO            TO RGD-CREDITS-OUT-WS
                                   RGD-PERCENT-OUT-WS
                                   RGD-CREDIT-OUT-WS.
           IF RAS-FOUND-FLAG = "Y"
               ADD 1 TO ALREADY-COUNTER-WS
           ELSE
               PERFORM 314-PRICE-DROP
           END-IF.
           PERFORM 302-READ-DROP-RECORD.

       203-TERMINATE-REASSESSMENT.
           MOVE CREDITED-COUNTER-WS  TO TOT-CREDITED-OUT-WS.
           MOVE CREDITED-TOTAL-WS    TO TOT-AMOUNT-OUT-WS.
           MOVE NO-CREDIT-COUNTER-WS TO TOT-NO-CREDIT-OUT-WS.
           MOVE HELD-COUNTER-WS      TO TOT-HELD-OUT-WS.
           MOVE ALREADY-COUNTER-WS   TO TOT-ALREADY-OUT-WS.
           MOVE TO-CREDIT-TOTAL-WS   TO TOT-TO-CREDIT-OUT-WS.
           MOVE SPONSOR-TOTAL-WS     TO TOT-SPONSOR-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM TOTALS-LINE-WS
               AFTER ADVANCING 2 LINES.
           WRITE REGISTER-RECORD-OUT FROM TOTALS-LINE-2-WS
               AFTER ADVANCING 1 LINES.
           WRITE REGISTER-RECORD-OUT FROM TOTALS-LINE-3-WS
               AFTER ADVANCING 1 LINES.
           DISPLAY "DROPS CREDITED: " CREDITED-COUNTER-WS.
           DISPLAY "DROPS WITH NOTHING DUE: " NO-CREDIT-COUNTER-WS.
           DISPLAY "DROPS HELD FOR NEXT RUN: " HELD-COUNTER-WS.
           PERFORM 342-CLOSE-RUN-FILES.
           PERFORM 328-CLEAR-SYSTEM-STATUS.

      *Close everything 201 opened and close off the ledger
      *postings - at the end of the run or when it is refused part
      *way through
       342-CLOSE-RUN-FILES.
           IF DRLFILE-OPEN-FLAG = "Y"
               CLOSE DROP-LOG-FILE
           END-IF.
           CLOSE INDEXED-STUDENT-FILE
                 CREDIT-FILE
                 REASSESSMENT-REGISTER
                 REASSESSED-REGISTER-FILE
                 SPONSOR-TRANS-FILE
                 JOURNAL-FILE.
           IF AGRFILE-OPEN-FLAG = "Y"
               CLOSE AGREEMENT-FILE
           END-IF.
           IF SPNFILE-OPEN-FLAG = "Y"
               CLOSE SPONSOR-FILE
           END-IF.
           MOVE "C" TO LDG-REQ-FUNCTION-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.

       301-PRODUCE-COURSE-TBL.
           READ COURSE-FILE-IN INTO COURSE-TBL-RTN(CRS-TBL-SUB)
                  AT END MOVE "YES" TO EOF-CRS-TBL-FLAG.

       302-READ-DROP-RECORD.
           READ DROP-LOG-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      *Load every term assessment posted; a register past the table
      *refuses the run - a money run must never price against a
      *partial picture
       303-LOAD-ASSESSED-REGISTER.
           OPEN INPUT ASSESSED-REGISTER-FILE.
           IF ASSESSED-STATUS-WS = "00"
               PERFORM 304-LOAD-ONE-ASSESSED
                   UNTIL ASD-EOF-FLAG = "Y"
               CLOSE ASSESSED-REGISTER-FILE
           END-IF.

       304-LOAD-ONE-ASSESSED.
           READ ASSESSED-REGISTER-FILE
               AT END MOVE "Y" TO ASD-EOF-FLAG
               NOT AT END
                   IF ASD-COUNT-WS >= 5000
                       DISPLAY "REASSESSMENT REFUSED - ASSESSED.TXT "
                           "HOLDS MORE THAN 5000 ENTRIES; ENLARGE "
                           "THE TABLE OR ARCHIVE THE REGISTER"
                       CLOSE ASSESSED-REGISTER-FILE
                       PERFORM 328-CLEAR-SYSTEM-STATUS
                       MOVE 8 TO RETURN-CODE
                       PERFORM 391-LOG-JOB-END
                       STOP RUN
                   END-IF
                   ADD 1 TO ASD-COUNT-WS
                   MOVE ASD-TERM-IN   TO ASD-TERM-TBL-WS(ASD-COUNT-WS)
                   MOVE ASD-STUD-NUM-IN
                       TO ASD-STUD-TBL-WS(ASD-COUNT-WS)
                   MOVE ASD-AMOUNT-IN
                       TO ASD-AMOUNT-TBL-WS(ASD-COUNT-WS)
                   MOVE ASD-DATE-IN   TO ASD-DATE-TBL-WS(ASD-COUNT-WS)
           END-READ.

      *Load the drops already reassessed - the rerun protection, so
      *a table overflow refuses the run rather than failing open
       305-LOAD-REASSESSED-REGISTER.
           OPEN INPUT REASSESSED-REGISTER-FILE.
           IF RAS-STATUS-WS = "00"
               PERFORM 306-LOAD-ONE-REASSESSED
                   UNTIL RAS-EOF-FLAG = "Y"
               CLOSE REASSESSED-REGISTER-FILE
           END-IF.

       306-LOAD-ONE-REASSESSED.
           READ REASSESSED-REGISTER-FILE
               AT END MOVE "Y" TO RAS-EOF-FLAG
               NOT AT END
                   IF RAS-COUNT-WS >= 5000
                       DISPLAY "REASSESSMENT REFUSED - REASSESSED.TXT "
                           "HOLDS MORE THAN 5000 DROPS; ENLARGE "
                           "THE TABLE OR ARCHIVE THE REGISTER"
                       CLOSE REASSESSED-REGISTER-FILE
                       PERFORM 328-CLEAR-SYSTEM-STATUS
                       MOVE 8 TO RETURN-CODE
                       PERFORM 391-LOG-JOB-END
                       STOP RUN
                   END-IF
                   ADD 1 TO RAS-COUNT-WS
                   MOVE RAS-STUD-NUM  TO RAS-STUD-TBL-WS(RAS-COUNT-WS)
                   MOVE RAS-COURSE    TO RAS-COURSE-TBL-WS(RAS-COUNT-WS)
                   MOVE RAS-TERM      TO RAS-TERM-TBL-WS(RAS-COUNT-WS)
                   MOVE RAS-CREDIT    TO RAS-CREDIT-TBL-WS(RAS-COUNT-WS)
           END-READ.

       307-LOAD-FEE-TABLE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FEE-STATUS-WS = "00"
               PERFORM 308-LOAD-ONE-FEE-ENTRY
                   VARYING FEE-SUB-WS FROM 1 BY 1
                   UNTIL FEE-SUB-WS > 100 OR FEE-EOF-FLAG = "Y"
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       308-LOAD-ONE-FEE-ENTRY.
           READ FEE-SCHEDULE-FILE INTO FEE-ENTRY-WS(FEE-SUB-WS)
               AT END MOVE "Y" TO FEE-EOF-FLAG
               NOT AT END ADD 1 TO FEE-COUNT-WS
           END-READ.

       309-LOAD-REFUND-TABLE.
           OPEN INPUT REFUND-SCHEDULE-FILE.
           IF RFS-STATUS-WS = "00"
               PERFORM 310-LOAD-ONE-REFUND-STEP
                   VARYING RFS-SUB-WS FROM 1 BY 1
                   UNTIL RFS-SUB-WS > 200 OR RFS-EOF-FLAG = "Y"
               CLOSE REFUND-SCHEDULE-FILE
           END-IF.

       310-LOAD-ONE-REFUND-STEP.
           READ REFUND-SCHEDULE-FILE INTO RFS-ENTRY-WS(RFS-SUB-WS)
               AT END MOVE "Y" TO RFS-EOF-FLAG
               NOT AT END ADD 1 TO RFS-COUNT-WS
           END-READ.

       311-LOAD-CALENDAR-TABLE.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-WS = "00"
               PERFORM 312-LOAD-ONE-CALENDAR-TERM
                   VARYING CAL-SUB-WS FROM 1 BY 1
                   UNTIL CAL-SUB-WS > 20 OR CAL-EOF-FLAG = "Y"
               CLOSE CALENDAR-FILE-IN
           END-IF.

       312-LOAD-ONE-CALENDAR-TERM.
           READ CALENDAR-FILE-IN INTO CALENDAR-ENTRY-WS(CAL-SUB-WS)
               AT END MOVE "Y" TO CAL-EOF-FLAG
               NOT AT END ADD 1 TO CAL-COUNT-WS
           END-READ.

       313-CHECK-DROP-REASSESSED.
           MOVE "N" TO RAS-FOUND-FLAG.
           PERFORM 401-MATCH-REASSESSED-DROP
               VARYING RAS-SUB-WS FROM 1 BY 1
               UNTIL RAS-SUB-WS > RAS-COUNT-WS
                   OR RAS-FOUND-FLAG = "Y".

       401-MATCH-REASSESSED-DROP.
           IF RAS-STUD-TBL-WS(RAS-SUB-WS) = DRL-STUD-NUM-IN
               AND RAS-COURSE-TBL-WS(RAS-SUB-WS) = DRL-COURSE-IN
               AND RAS-TERM-TBL-WS(RAS-SUB-WS) = DRL-TERM-IN
               MOVE "Y" TO RAS-FOUND-FLAG
           END-IF.

      *Price one drop. Anything that cannot be priced yet is held
      *off the register for the next run; a drop that was never
      *billed, or is past the deadline or the last refund step, is
      *recorded with nothing due so it is not looked at again.
       314-PRICE-DROP.
           MOVE "N" TO STUDENT-FOUND-FLAG.
           MOVE ZERO TO CREDIT-AMOUNT-WS
                        STUDENT-PART-WS
                        SPONSOR-PART-WS
                        REFUND-PERCENT-WS.
           MOVE DRL-STUD-NUM-IN TO STUD-NUM-OUT.
           IF DRL-STUD-NUM-IN NOT = ZERO
               AND DRL-STUD-NUM-IN NOT = 999999
               READ INDEXED-STUDENT-FILE
                   INVALID KEY MOVE "N" TO STUDENT-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO STUDENT-FOUND-FLAG
               END-READ
           END-IF.
           PERFORM 315-FIND-TERM-ASSESSMENT.
           PERFORM 316-FIND-CALENDAR-TERM.
           EVALUATE TRUE
               WHEN STUDENT-FOUND-FLAG = "N"
                   MOVE "STUDENT NOT ON FILE" TO RGD-DISPOSITION-OUT-WS
                   PERFORM 320-RECORD-NOTHING-DUE
               WHEN ASD-MATCH-SUB-WS = ZERO
                   MOVE "NOT BILLED - NO CREDIT"
                       TO RGD-DISPOSITION-OUT-WS
                   PERFORM 320-RECORD-NOTHING-DUE
               WHEN DRL-DATE-IN < ASD-DATE-TBL-WS(ASD-MATCH-SUB-WS)
                   MOVE "DROPPED BEFORE BILLING"
                       TO RGD-DISPOSITION-OUT-WS
                   PERFORM 320-RECORD-NOTHING-DUE
               WHEN DRL-DATE-IN = ASD-DATE-TBL-WS(ASD-MATCH-SUB-WS)
                   MOVE "DROPPED ON BILLING DAY - CHECK"
                       TO RGD-DISPOSITION-OUT-WS
                   PERFORM 320-RECORD-NOTHING-DUE
               WHEN CAL-MATCH-SUB-WS = ZERO
                   MOVE "HELD - TERM NOT ON CALENDAR"
                       TO RGD-DISPOSITION-OUT-WS
                   PERFORM 321-HOLD-DROP
               WHEN DRL-DATE-IN > CAL-DROP-TBL-WS(CAL-MATCH-SUB-WS)
                   MOVE "PAST DROP DEADLINE - NO CREDIT"
                       TO RGD-DISPOSITION-OUT-WS
                   PERFORM 320-RECORD-NOTHING-DUE
               WHEN OTHER
                   PERFORM 317-PRICE-BILLED-DROP
           END-EVALUATE.

      *The student's assessment for the drop's term, if billed
       315-FIND-TERM-ASSESSMENT.
           MOVE ZERO TO ASD-MATCH-SUB-WS.
           PERFORM 402-MATCH-TERM-ASSESSMENT
               VARYING ASD-SUB-WS FROM 1 BY 1
               UNTIL ASD-SUB-WS > ASD-COUNT-WS
                   OR ASD-MATCH-SUB-WS > ZERO.

       402-MATCH-TERM-ASSESSMENT.
           IF ASD-STUD-TBL-WS(ASD-SUB-WS) = DRL-STUD-NUM-IN
               AND ASD-TERM-TBL-WS(ASD-SUB-WS) = DRL-TERM-IN
               MOVE ASD-SUB-WS TO ASD-MATCH-SUB-WS
           END-IF.

       316-FIND-CALENDAR-TERM.
           MOVE ZERO TO CAL-MATCH-SUB-WS.
           PERFORM 403-MATCH-CALENDAR-TERM
               VARYING CAL-SUB-WS FROM 1 BY 1
               UNTIL CAL-SUB-WS > CAL-COUNT-WS
                   OR CAL-MATCH-SUB-WS > ZERO.

       403-MATCH-CALENDAR-TERM.
           IF CAL-TERM-TBL-WS(CAL-SUB-WS) = DRL-TERM-IN
               MOVE CAL-SUB-WS TO CAL-MATCH-SUB-WS
           END-IF.

      *A billed drop inside the deadline: credit hours x rate x the
      *refund percentage for the day of the drop, never more than
      *is left of the term's assessment after earlier drops
       317-PRICE-BILLED-DROP.
           MOVE DRL-COURSE-IN TO LOOKUP-CODE-WS.
           PERFORM 404-SEARCH-COURSE-TABLE.
           MOVE SLOT-WEIGHT-WS TO RGD-CREDITS-OUT-WS.
           PERFORM 318-LOOKUP-PROGRAM-RATE.
           PERFORM 319-LOOKUP-REFUND-PERCENT.
           EVALUATE TRUE
               WHEN FEE-MATCH-SUB-WS = ZERO
                   MOVE "HELD - NO RATE FOR PROGRAM"
                       TO RGD-DISPOSITION-OUT-WS
                   PERFORM 321-HOLD-DROP
               WHEN RFS-TERM-FOUND-FLAG = "N"
                   MOVE "HELD - NO REFUND SCHEDULE"
                       TO RGD-DISPOSITION-OUT-WS
                   PERFORM 321-HOLD-DROP
               WHEN REFUND-PERCENT-WS = ZERO
                   MOVE "PAST REFUND PERIOD - NO CREDIT"
                       TO RGD-DISPOSITION-OUT-WS
                   PERFORM 320-RECORD-NOTHING-DUE
               WHEN OTHER
                   PERFORM 322-CALCULATE-CREDIT
                   IF CREDIT-AMOUNT-WS = ZERO
                       MOVE "ASSESSMENT ALREADY CREDITED"
                           TO RGD-DISPOSITION-OUT-WS
                       PERFORM 320-RECORD-NOTHING-DUE
                   ELSE
                       PERFORM 323-POST-DROP-CREDIT
                   END-IF
           END-EVALUATE.

       404-SEARCH-COURSE-TABLE.
           MOVE 1 TO SLOT-WEIGHT-WS.
           MOVE "NO " TO COURSE-FOUND-FLAG.
           PERFORM 405-MATCH-COURSE-CODE
               VARYING CRS-TBL-SUB FROM 1 BY 1
               UNTIL CRS-TBL-SUB > 200 OR COURSE-FOUND-FLAG = "YES".
           IF COURSE-FOUND-FLAG = "YES"
               IF COURSE-CREDIT-TBL-WS(MATCHED-CRS-SUB-WS) > ZERO
                   MOVE COURSE-CREDIT-TBL-WS(MATCHED-CRS-SUB-WS)
                       TO SLOT-WEIGHT-WS
               END-IF
           END-IF.

       405-MATCH-COURSE-CODE.
           IF LOOKUP-CODE-WS = COURSE-CODE-TBL-WS(CRS-TBL-SUB)
               MOVE "YES" TO COURSE-FOUND-FLAG
               MOVE CRS-TBL-SUB TO MATCHED-CRS-SUB-WS
           END-IF.

       318-LOOKUP-PROGRAM-RATE.
           MOVE ZERO TO FEE-MATCH-SUB-WS.
           PERFORM 406-MATCH-FEE-PROGRAM
               VARYING FEE-SUB-WS FROM 1 BY 1
               UNTIL FEE-SUB-WS > FEE-COUNT-WS
                   OR FEE-MATCH-SUB-WS > ZERO.
           IF FEE-MATCH-SUB-WS > ZERO
               MOVE FEE-RATE-TBL-WS(FEE-MATCH-SUB-WS)
                   TO STUDENT-RATE-WS
           END-IF.

       406-MATCH-FEE-PROGRAM.
           IF FEE-PROGRAM-TBL-WS(FEE-SUB-WS) = PROGRAM-OF-STUDY-OUT
               MOVE FEE-SUB-WS TO FEE-MATCH-SUB-WS
           END-IF.

      *Days into the term counts from the calendar start (a drop
      *before the start counts as day zero); the refund is the
      *percentage on the term's smallest day limit not below it
       319-LOOKUP-REFUND-PERCENT.
           MOVE DRL-DATE-IN TO DROP-DATE-NUM-WS.
           MOVE CAL-START-TBL-WS(CAL-MATCH-SUB-WS)
               TO START-DATE-NUM-WS.
           COMPUTE DAYS-INTO-TERM-WS =
               FUNCTION INTEGER-OF-DATE(DROP-DATE-NUM-WS)
             - FUNCTION INTEGER-OF-DATE(START-DATE-NUM-WS).
           IF DAYS-INTO-TERM-WS < ZERO
               MOVE ZERO TO DAYS-INTO-TERM-WS
           END-IF.
           MOVE "N" TO RFS-TERM-FOUND-FLAG.
           MOVE ZERO TO REFUND-PERCENT-WS.
           MOVE 999 TO RFS-BEST-DAYS-WS.
           PERFORM 407-MATCH-REFUND-STEP
               VARYING RFS-SUB-WS FROM 1 BY 1
               UNTIL RFS-SUB-WS > RFS-COUNT-WS.

       407-MATCH-REFUND-STEP.
           IF RFS-TERM-TBL-WS(RFS-SUB-WS) = DRL-TERM-IN
               MOVE "Y" TO RFS-TERM-FOUND-FLAG
               IF RFS-DAYS-TBL-WS(RFS-SUB-WS) >= DAYS-INTO-TERM-WS
                   AND RFS-DAYS-TBL-WS(RFS-SUB-WS)
                       <= RFS-BEST-DAYS-WS
                   MOVE RFS-DAYS-TBL-WS(RFS-SUB-WS)
                       TO RFS-BEST-DAYS-WS
                   MOVE RFS-PERCENT-TBL-WS(RFS-SUB-WS)
                       TO REFUND-PERCENT-WS
               END-IF
           END-IF.

      *A drop that needs nothing credited still goes on the register
      *file so it is not looked at again
       320-RECORD-NOTHING-DUE.
           MOVE "Z" TO DROP-RESULT-WS.
           PERFORM 324-RECORD-REASSESSED-DROP.
           ADD 1 TO NO-CREDIT-COUNTER-WS.
           PERFORM 325-WRITE-DETAIL-LINE.

       321-HOLD-DROP.
           ADD 1 TO HELD-COUNTER-WS.
           PERFORM 325-WRITE-DETAIL-LINE.

      *The credit, capped at what the earlier drops have left of the
      *term's assessment, and the sponsor's share of it - a
      *percentage sponsor takes its percentage of the credit; a
      *capped sponsor gives back only what the lower tuition takes
      *out from under the cap
       322-CALCULATE-CREDIT.
           COMPUTE CREDIT-AMOUNT-WS ROUNDED =
               SLOT-WEIGHT-WS * STUDENT-RATE-WS
                   * REFUND-PERCENT-WS / 100.
           MOVE ZERO TO PRIOR-CREDITS-WS.
           PERFORM 408-ADD-PRIOR-CREDIT
               VARYING RAS-SUB-WS FROM 1 BY 1
               UNTIL RAS-SUB-WS > RAS-COUNT-WS.
           IF PRIOR-CREDITS-WS >= ASD-AMOUNT-TBL-WS(ASD-MATCH-SUB-WS)
               MOVE ZERO TO NET-ASSESSED-WS
           ELSE
               COMPUTE NET-ASSESSED-WS =
                   ASD-AMOUNT-TBL-WS(ASD-MATCH-SUB-WS)
                       - PRIOR-CREDITS-WS
           END-IF.
           IF CREDIT-AMOUNT-WS > NET-ASSESSED-WS
               MOVE NET-ASSESSED-WS TO CREDIT-AMOUNT-WS
           END-IF.
           COMPUTE NET-AFTER-WS = NET-ASSESSED-WS - CREDIT-AMOUNT-WS.
           MOVE ZERO TO SPONSOR-PART-WS.
           MOVE "N" TO SPONSORED-FLAG.
           IF AGRFILE-OPEN-FLAG = "Y" AND CREDIT-AMOUNT-WS > ZERO
               MOVE DRL-STUD-NUM-IN TO AGR-STUD-NUM
               MOVE DRL-TERM-IN     TO AGR-TERM
               READ AGREEMENT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM 330-APPLY-AGREEMENT
               END-READ
           END-IF.
           COMPUTE STUDENT-PART-WS =
               CREDIT-AMOUNT-WS - SPONSOR-PART-WS.

       408-ADD-PRIOR-CREDIT.
           IF RAS-STUD-TBL-WS(RAS-SUB-WS) = DRL-STUD-NUM-IN
               AND RAS-TERM-TBL-WS(RAS-SUB-WS) = DRL-TERM-IN
               ADD RAS-CREDIT-TBL-WS(RAS-SUB-WS) TO PRIOR-CREDITS-WS
           END-IF.

       330-APPLY-AGREEMENT.
           IF SPNFILE-OPEN-FLAG = "Y"
               MOVE AGR-SPONSOR-CODE TO SPN-CODE
               READ SPONSOR-FILE
                   INVALID KEY MOVE "N" TO SPONSORED-FLAG
                   NOT INVALID KEY MOVE "Y" TO SPONSORED-FLAG
               END-READ
           END-IF.
           IF SPONSORED-FLAG = "Y"
               EVALUATE AGR-BASIS
                   WHEN "P"
                       COMPUTE SPONSOR-PART-WS ROUNDED =
                           CREDIT-AMOUNT-WS * AGR-PERCENT / 100
                   WHEN "C"
                       MOVE NET-ASSESSED-WS TO SPONSOR-BEFORE-WS
                       IF AGR-CAP-AMOUNT < SPONSOR-BEFORE-WS
                           MOVE AGR-CAP-AMOUNT TO SPONSOR-BEFORE-WS
                       END-IF
                       MOVE NET-AFTER-WS TO SPONSOR-AFTER-WS
                       IF AGR-CAP-AMOUNT < SPONSOR-AFTER-WS
                           MOVE AGR-CAP-AMOUNT TO SPONSOR-AFTER-WS
                       END-IF
                       COMPUTE SPONSOR-PART-WS =
                           SPONSOR-BEFORE-WS - SPONSOR-AFTER-WS
               END-EVALUATE
               IF SPONSOR-PART-WS > CREDIT-AMOUNT-WS
                   MOVE CREDIT-AMOUNT-WS TO SPONSOR-PART-WS
               END-IF
               IF SPONSOR-PART-WS = ZERO
                   MOVE "N" TO SPONSORED-FLAG
               END-IF
           END-IF.

      *Post the credit: the student's part off the balance (the part
      *past the balance to the credit file), the sponsor's part off
      *the sponsor receivable, and the drop on the register file
      *the moment it is done
       323-POST-DROP-CREDIT.
           MOVE ZERO TO EXCESS-AMOUNT-WS.
           MOVE "Y" TO STUDENT-CREDITED-FLAG.
           IF STUDENT-PART-WS > ZERO
               PERFORM 331-CREDIT-STUDENT-BALANCE
           END-IF.
           IF STUDENT-CREDITED-FLAG = "N"
               MOVE "HELD - STUDENT REWRITE FAILED"
                   TO RGD-DISPOSITION-OUT-WS
               PERFORM 321-HOLD-DROP
           ELSE
               PERFORM 338-RECORD-CREDITED-DROP
           END-IF.

       338-RECORD-CREDITED-DROP.
           MOVE "C" TO DROP-RESULT-WS.
           PERFORM 324-RECORD-REASSESSED-DROP.
           ADD 1 TO CREDITED-COUNTER-WS.
           ADD CREDIT-AMOUNT-WS TO CREDITED-TOTAL-WS.
           MOVE "CREDITED" TO RGD-DISPOSITION-OUT-WS.
           PERFORM 325-WRITE-DETAIL-LINE.
           IF EXCESS-AMOUNT-WS > ZERO
               MOVE EXCESS-AMOUNT-WS TO CFL-EXCESS-OUT-WS
               WRITE REGISTER-RECORD-OUT FROM CREDIT-FILE-LINE-WS
                   AFTER ADVANCING 1 LINES
           END-IF.
           IF SPONSORED-FLAG = "Y"
               PERFORM 332-CREDIT-SPONSOR-ACCOUNT
           END-IF.

       331-CREDIT-STUDENT-BALANCE.
           MOVE STUDENT-RECORD-OUT TO JRN-BEFORE-WS.
           MOVE TUITION-OWED-OUT   TO LDG-REQ-BEFORE-BAL-WS.
           IF STUDENT-PART-WS > TUITION-OWED-OUT
               COMPUTE EXCESS-AMOUNT-WS =
                   STUDENT-PART-WS - TUITION-OWED-OUT
               MOVE ZERO TO TUITION-OWED-OUT
           ELSE
               SUBTRACT STUDENT-PART-WS FROM TUITION-OWED-OUT
           END-IF.
           REWRITE STUDENT-RECORD-OUT
               INVALID KEY
                   DISPLAY "REASSESSMENT - REWRITE FAILED FOR "
                       STUD-NUM-OUT " STATUS " STATUS-FIELD
                   MOVE "N" TO STUDENT-CREDITED-FLAG
                   MOVE ZERO TO EXCESS-AMOUNT-WS
               NOT INVALID KEY
                   MOVE STUDENT-RECORD-OUT TO JRN-AFTER-WS
                   MOVE "R" TO JRN-ACTION-WS
                   PERFORM 333-WRITE-JOURNAL-RECORD
                   MOVE "DRP"  TO LDG-REQ-TYPE-WS
                   MOVE ZERO   TO LDG-REQ-MEMO-AMOUNT-WS
                   PERFORM 334-POST-LEDGER-ENTRY
                   IF EXCESS-AMOUNT-WS > ZERO
                       PERFORM 335-POST-CREDIT-BALANCE
                   END-IF
           END-REWRITE.

      *Add the excess to the student's credit balance, creating the
      *credit record if there is none; journalled with action "C"
      *as PAYMENT-POSTING does. An excess the credit file will not
      *take is left off the credit totals and the ledger.
       335-POST-CREDIT-BALANCE.
           MOVE DRL-STUD-NUM-IN TO CRED-STUD-NUM.
           READ CREDIT-FILE
               INVALID KEY MOVE "N" TO CRED-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO CRED-FOUND-FLAG
           END-READ.
           IF CRED-FOUND-FLAG = "Y"
               MOVE CREDIT-RECORD TO JRN-BEFORE-WS
               ADD EXCESS-AMOUNT-WS TO CRED-AMOUNT
               MOVE RUN-DATE-WS TO CRED-LAST-DATE
               REWRITE CREDIT-RECORD
                   INVALID KEY
                       PERFORM 339-REPORT-CREDIT-FAILURE
                   NOT INVALID KEY
                       PERFORM 340-JOURNAL-CREDIT-BALANCE
               END-REWRITE
           ELSE
               MOVE SPACES TO JRN-BEFORE-WS
               MOVE DRL-STUD-NUM-IN   TO CRED-STUD-NUM
               MOVE "CR"              TO CRED-TAG
               MOVE EXCESS-AMOUNT-WS  TO CRED-AMOUNT
               MOVE RUN-DATE-WS       TO CRED-LAST-DATE
               WRITE CREDIT-RECORD
                   INVALID KEY
                       PERFORM 339-REPORT-CREDIT-FAILURE
                   NOT INVALID KEY
                       PERFORM 340-JOURNAL-CREDIT-BALANCE
               END-WRITE
           END-IF.

       339-REPORT-CREDIT-FAILURE.
           DISPLAY "REASSESSMENT - CREDFILE.TXT UPDATE FAILED FOR "
               CRED-STUD-NUM " STATUS " CRED-STATUS-WS
               " - EXCESS " EXCESS-AMOUNT-WS " NOT CARRIED TO CREDIT".
           MOVE ZERO TO EXCESS-AMOUNT-WS.

       340-JOURNAL-CREDIT-BALANCE.
           MOVE CREDIT-RECORD TO JRN-AFTER-WS.
           MOVE "C" TO JRN-ACTION-WS.
           PERFORM 333-WRITE-JOURNAL-RECORD.
           ADD EXCESS-AMOUNT-WS TO TO-CREDIT-TOTAL-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS.
           MOVE "CRD" TO LDG-REQ-TYPE-WS.
           MOVE EXCESS-AMOUNT-WS TO LDG-REQ-MEMO-AMOUNT-WS.
           PERFORM 334-POST-LEDGER-ENTRY.

      *The sponsor's share comes off the receivable; a sponsor that
      *has already paid more than it now owes cannot go below zero,
      *and the difference is left on the register to refund by hand.
      *A sponsor that cannot be rewritten is not credited at all.
       332-CREDIT-SPONSOR-ACCOUNT.
           MOVE ZERO TO SPONSOR-EXCESS-WS.
           IF SPONSOR-PART-WS > SPN-RECEIVABLE
               COMPUTE SPONSOR-EXCESS-WS =
                   SPONSOR-PART-WS - SPN-RECEIVABLE
           END-IF.
           SUBTRACT SPONSOR-EXCESS-WS FROM SPONSOR-PART-WS
               GIVING SPONSOR-AFTER-WS.
           SUBTRACT SPONSOR-AFTER-WS FROM SPN-RECEIVABLE.
           REWRITE SPONSOR-RECORD
               INVALID KEY
                   DISPLAY "REASSESSMENT - SPONSOR.TXT REWRITE FAILED "
                       "FOR " SPN-CODE " STATUS " SPN-STATUS-WS
                       " - SHARE FOR " DRL-STUD-NUM-IN " NOT CREDITED"
               NOT INVALID KEY
                   PERFORM 341-RECORD-SPONSOR-CREDIT
           END-REWRITE.

       341-RECORD-SPONSOR-CREDIT.
           IF SPONSOR-AFTER-WS > ZERO
               MOVE SPACES           TO SPONSOR-TRANS-RECORD
               MOVE SPN-CODE         TO SPT-SPONSOR-CODE
               MOVE "CRD"            TO SPT-TYPE
               MOVE DRL-TERM-IN      TO SPT-TERM
               MOVE DRL-STUD-NUM-IN  TO SPT-STUD-NUM
               MOVE SPONSOR-AFTER-WS TO SPT-AMOUNT
               MOVE RUN-DATE-WS      TO SPT-DATE
               MOVE DRL-COURSE-IN    TO SPT-REFERENCE
               WRITE SPONSOR-TRANS-RECORD
           END-IF.
           MOVE SPN-CODE        TO SPL-SPONSOR-OUT-WS.
           MOVE SPONSOR-PART-WS TO SPL-SPONSOR-AMT-OUT-WS.
           MOVE STUDENT-PART-WS TO SPL-STUDENT-AMT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM SPONSOR-SPLIT-LINE-WS
               AFTER ADVANCING 1 LINES.
           IF SPONSOR-EXCESS-WS > ZERO
               MOVE SPONSOR-EXCESS-WS TO SPD-EXCESS-OUT-WS
               WRITE REGISTER-RECORD-OUT FROM SPONSOR-PAID-LINE-WS
                   AFTER ADVANCING 1 LINES
           END-IF.
           ADD SPONSOR-PART-WS TO SPONSOR-TOTAL-WS.

      *The drop goes on the cumulative register, and into the table
      *so a second log line for the same drop later in this run is
      *seen as done
       324-RECORD-REASSESSED-DROP.
           MOVE SPACES           TO REASSESSED-REGISTER-RECORD.
           MOVE DRL-STUD-NUM-IN  TO RAS-STUD-NUM.
           MOVE DRL-COURSE-IN    TO RAS-COURSE.
           MOVE DRL-TERM-IN      TO RAS-TERM.
           MOVE DRL-DATE-IN      TO RAS-DROP-DATE.
           MOVE CREDIT-AMOUNT-WS TO RAS-CREDIT.
           MOVE STUDENT-PART-WS  TO RAS-STUDENT-PART.
           MOVE SPONSOR-PART-WS  TO RAS-SPONSOR-PART.
           MOVE RUN-DATE-WS      TO RAS-RUN-DATE.
           MOVE DROP-RESULT-WS   TO RAS-RESULT.
           WRITE REASSESSED-REGISTER-RECORD.
           IF RAS-COUNT-WS >= 5000
               DISPLAY "REASSESSMENT REFUSED - MORE THAN 5000 DROPS "
                   "REASSESSED; ENLARGE THE TABLE OR ARCHIVE "
                   "REASSESSED.TXT, THEN RERUN FOR THE REST"
               PERFORM 342-CLOSE-RUN-FILES
               PERFORM 328-CLEAR-SYSTEM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           ADD 1 TO RAS-COUNT-WS.
           MOVE DRL-STUD-NUM-IN  TO RAS-STUD-TBL-WS(RAS-COUNT-WS).
           MOVE DRL-COURSE-IN    TO RAS-COURSE-TBL-WS(RAS-COUNT-WS).
           MOVE DRL-TERM-IN      TO RAS-TERM-TBL-WS(RAS-COUNT-WS).
           MOVE CREDIT-AMOUNT-WS TO RAS-CREDIT-TBL-WS(RAS-COUNT-WS).

       325-WRITE-DETAIL-LINE.
           MOVE REFUND-PERCENT-WS TO RGD-PERCENT-OUT-WS.
           MOVE CREDIT-AMOUNT-WS  TO RGD-CREDIT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Append a before/after image journal record to STUJRNL.TXT
       333-WRITE-JOURNAL-RECORD.
           ACCEPT JRN-TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JRN-TS-TIME-WS FROM TIME.
           MOVE SPACES            TO JOURNAL-RECORD-OUT.
           MOVE JRN-TIMESTAMP-WS  TO JRN-TIMESTAMP-OUT.
           MOVE "REASSESS"        TO JRN-PROGRAM-OUT.
           MOVE JRN-ACTION-WS     TO JRN-ACTION-OUT.
           MOVE JRN-BEFORE-WS     TO JRN-BEFORE-IMAGE-OUT.
           MOVE JRN-AFTER-WS      TO JRN-AFTER-IMAGE-OUT.
           WRITE JOURNAL-RECORD-OUT.

      *Post the credit (or the excess carried to credit) to the
      *student's account ledger under the course code; the caller
      *has set the entry type, the balance before, and any memo
      *amount
       334-POST-LEDGER-ENTRY.
           MOVE "W"              TO LDG-REQ-FUNCTION-WS.
           MOVE DRL-STUD-NUM-IN  TO LDG-REQ-STUD-NUM-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-AFTER-BAL-WS.
           MOVE DRL-COURSE-IN    TO LDG-REQ-REFERENCE-WS.
           MOVE "REASSESS"       TO LDG-REQ-PROGRAM-WS.
           MOVE "BATCH   "       TO LDG-REQ-OPERATOR-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.

      *Refuse to run while an online session is registered; a batch
      *flag left by a crashed batch job is taken over (batch runs
      *are serialized by the JCL chain)
       326-CHECK-SYSTEM-STATUS.
           MOVE "N" TO SYSSTAT-HELD-FLAG.
           OPEN INPUT SYSTEM-STATUS-FILE.
           IF SYSSTAT-STATUS-WS = "00"
               READ SYSTEM-STATUS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SYSSTAT-MODE = "O"
                           MOVE "Y" TO SYSSTAT-HELD-FLAG
                       END-IF
               END-READ
               CLOSE SYSTEM-STATUS-FILE
           END-IF.

       327-REGISTER-BATCH-SESSION.
           ACCEPT SYSSTAT-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT SYSSTAT-TIME-WS FROM TIME.
           OPEN OUTPUT SYSTEM-STATUS-FILE.
           MOVE "B"              TO SYSSTAT-MODE.
           MOVE "REASSESS"       TO SYSSTAT-ID.
           MOVE SYSSTAT-STAMP-WS TO SYSSTAT-TIMESTAMP.
           WRITE SYSTEM-STATUS-RECORD.
           CLOSE SYSTEM-STATUS-FILE.

       328-CLEAR-SYSTEM-STATUS.
           OPEN OUTPUT SYSTEM-STATUS-FILE.
           MOVE SPACES TO SYSTEM-STATUS-RECORD.
           WRITE SYSTEM-STATUS-RECORD.
           CLOSE SYSTEM-STATUS-FILE.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       329-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 336-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       336-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 337-APPLY-RUN-PARAMETER
           END-READ.

       337-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "DROP-REASSESSMENT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               CREDITED-COUNTER-WS + NO-CREDIT-COUNTER-WS
                 + HELD-COUNTER-WS + ALREADY-COUNTER-WS.
           MOVE CREDITED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE HELD-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM DROP-REASSESSMENT.
