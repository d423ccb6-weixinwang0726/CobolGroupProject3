      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *PROGRAM-CODE AND COURSE-CODE RECODE RUN. WHEN THE COLLEGE
      *RENAMES A PROGRAM OR RENUMBERS A COURSE, PROGRAM-TBL-MAINT
      *AND COURSE-TBL-MAINT ADD THE NEW CODE BUT THE OLD ONE STAYS ON
      *EVERY FILE THAT CARRIES IT, SO REPORTS SPLIT ONE PROGRAM INTO
      *TWO AND PREREQUISITES STOP MATCHING. THIS RUN TAKES AN
      *OLD-CODE/NEW-CODE MAPPING (RECODE.TXT - "P" PROGRAM OR "C"
      *COURSE, OLD CODE, NEW CODE) AND CHANGES EVERY OCCURRENCE ON
      *   STUFILE_IN.TXT  PROGRAM-OF-STUDY AND THE FIVE COURSE SLOTS
      *   REGFILE.TXT     THE COURSE IN THE REGISTRATION KEY
      *   SECTFILE.TXT    THE SECTION KEY
      *   TIMETBL.TXT     THE COURSE
      *   PREREQ.TXT      THE COURSE AND THE REQUIRED COURSE
      *   REQUIRE.TXT     THE PROGRAM AND THE REQUIRED COURSE
      *   FEESCHED.TXT    THE PROGRAM
      *   STUTERM.TXT     THE FIVE COURSES OF EACH TERM RESULT
      *EVERY MAPPING ENTRY IS CHECKED FIRST: THE NEW CODE MUST BE ON
      *PROGRAM.TXT OR COURSE.TXT AND NOT ITSELF RETIRED, AN OLD CODE
      *MAY BE MAPPED ONLY ONCE AND NOT TO A CODE THAT IS ITSELF BEING
      *RECODED. A REJECTED ENTRY IS LISTED AND NOT APPLIED.
      *THE RUN IS MADE TWICE. IN REPORT-ONLY MODE (R) NOTHING IS
      *CHANGED - EVERY OCCURRENCE IS LISTED ON RCDRPT.TXT AND THE
      *MAPPING IS SAVED (RCDCHK.TXT). APPLY MODE (A) IS REFUSED
      *UNLESS RECODE.TXT IS STILL EXACTLY THE MAPPING THE REPORT WAS
      *RUN OVER; IT THEN MAKES THE CHANGES, JOURNALS EVERY STUDENT
      *REWRITE TO STUJRNL.TXT UNDER PROGRAM "RECODE", AND APPENDS
      *EACH OLD CODE TO THE RETIRED-CODE FILE (RETCODE.TXT) SO THE
      *MAINTENANCE SCREENS REFUSE NEW USES OF IT (SEE CHECK-RETIRED).
      *WHERE THE NEW CODE ALREADY HAS ITS OWN ENTRY ON A FILE THAT
      *HOLDS ONE ENTRY PER CODE - A REGISTRATION FOR THE SAME
      *STUDENT, A SECTION, A TIMETABLE LINE, A FEE RATE - THE OLD
      *ENTRY IS LEFT AS IT IS AND LISTED AS A CONFLICT FOR THE
      *REGISTRAR TO RESOLVE. THE LINE SEQUENTIAL FILES ARE REWRITTEN
      *THROUGH A WORK FILE (RCDWORK.TXT) THE WAY WAITLIST-PROMOTE
      *REWRITES THE WAITLIST. RETURN CODES: 0 CLEAN, 4 REJECTED
      *ENTRIES OR CONFLICTS LISTED, 8 RUN REFUSED OR THE STUDENT
      *FILE NOT AVAILABLE.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODE-RECODE.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECODE-MAP-FILE
               ASSIGN TO "D:\Cobol\RECODE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RCD-STATUS-WS.

      *The mapping the report-only run was made over
           SELECT RECODE-CHECK-FILE
               ASSIGN TO "D:\Cobol\RCDCHK.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CHK-STATUS-WS.

           SELECT PROGRAM-FILE-IN
               ASSIGN TO "D:\COBOL\PROGRAM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-FILE-IN
               ASSIGN TO "D:\COBOL\COURSE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETIRED-CODE-FILE
               ASSIGN TO "D:\Cobol\RETCODE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RTC-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
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
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS SECT-COURSE-CODE
                               FILE STATUS IS SECT-STATUS-WS.

      *Records of a keyed file whose key changes - gathered on one
      *pass and rekeyed on a second, so the pass never meets its
      *own new records
           SELECT KEY-WORK-FILE
               ASSIGN TO "D:\Cobol\RCDKEYWK.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *Whichever line sequential file is being recoded, and the
      *work file it is rewritten through
           SELECT CODE-FILE
               ASSIGN USING CODE-FILE-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CDF-STATUS-WS.

           SELECT CODE-WORK-FILE
               ASSIGN TO "D:\Cobol\RCDWORK.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE
               ASSIGN TO "D:\Cobol\STUJRNL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECODE-REPORT
               ASSIGN TO "D:\Cobol\RCDRPT.TXT"
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
      *One mapping per line: "P" program of study or "C" course,
      *the old code and the code replacing it
       FD  RECODE-MAP-FILE.
       01  RECODE-MAP-RECORD.
           05  RCD-TYPE-IN             PIC X(1).
           05  RCD-OLD-CODE-IN         PIC X(7).
           05  RCD-NEW-CODE-IN         PIC X(7).

       FD  RECODE-CHECK-FILE.
       01  RECODE-CHECK-RECORD         PIC X(15).

       FD  PROGRAM-FILE-IN.
       01  PROGRAM-RECORD.
           05  PROGRAM-CODE            PIC X(5).
           05  PROGRAM-NAME            PIC X(20).

       FD  COURSE-FILE-IN.
       01  COURSE-RECORD.
           05  COURSE-CODE-IN          PIC X(7).
           05  COURSE-TITLE-IN         PIC X(30).
           05  COURSE-DEPT-IN          PIC X(4).
           05  COURSE-CREDIT-IN        PIC 9(1).

      *One line per retired code, read by CHECK-RETIRED
       FD  RETIRED-CODE-FILE.
       01  RETIRED-CODE-RECORD.
           05  RTC-TYPE                PIC X(1).
           05  RTC-OLD-CODE            PIC X(7).
           05  RTC-NEW-CODE            PIC X(7).
           05  RTC-RETIRED-DATE        PIC X(8).

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

       FD  KEY-WORK-FILE.
       01  KEY-WORK-RECORD             PIC X(26).

       FD  CODE-FILE.
       01  CODE-FILE-RECORD            PIC X(64).

       FD  CODE-WORK-FILE.
       01  CODE-WORK-RECORD            PIC X(64).

      *Before/after image journal - every WRITE, REWRITE, and DELETE
      *against the indexed student file is journalled so a restored
      *copy of the file can be rolled forward by STUD-FILE-RECOVERY
      *after a corruption
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

       FD  RECODE-REPORT.
       01  REPORT-RECORD-OUT           PIC X(100).

      *System-status interlock - one record saying who has the
      *student file: "O" an online session, "B" a batch job, spaces
      *free. The apply run refuses to start while an online session
      *is registered and registers itself while it has the file.
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

      *PROGRAM TABLE
       COPY "PRG-TBL-STRUCTURE.CBL".

      *COURSE MASTER TABLE
       COPY "CRS-TBL-STRUCTURE.CBL".

      *The mapping as loaded, with what the checks made of each
      *entry and how many occurrences it has changed
       01  RECODE-MAP-TABLE-WS.
           05  MAP-ENTRY-WS OCCURS 50 TIMES.
               10  MAP-LINE-WS.
                   15  MAP-TYPE-WS         PIC X(1).
                   15  MAP-OLD-CODE-WS     PIC X(7).
                   15  MAP-NEW-CODE-WS     PIC X(7).
               10  MAP-VALID-WS            PIC X(1).
               10  MAP-REASON-WS           PIC X(30).
               10  MAP-NEW-IN-USE-WS       PIC X(1).
               10  MAP-CHANGES-WS          PIC 9(7).

      *Where the codes sit in a record: a count, then a type ("P"
      *program, "C" course) and starting position per code
       01  CURRENT-SLOTS-WS.
           05  SLOT-COUNT-WS           PIC 9(1).
           05  SLOT-ENTRY-WS OCCURS 6 TIMES.
               10  SLOT-TYPE-WS        PIC X(1).
               10  SLOT-START-WS       PIC 9(3).

      *The line sequential files recoded, whether each holds only
      *one line per code in its first slot, and where its codes are
       01  SEQUENTIAL-FILE-VALUES.
           05  FILLER  PIC X(38) VALUE "TIMETBL.TXT Y1C001".
           05  FILLER  PIC X(38) VALUE "PREREQ.TXT  N2C001C008".
           05  FILLER  PIC X(38) VALUE "REQUIRE.TXT N2P001C006".
           05  FILLER  PIC X(38) VALUE "FEESCHED.TXTY1P001".
           05  FILLER  PIC X(38) VALUE
               "STUTERM.TXT N5C012C022C032C042C052".
       01  SEQUENTIAL-FILE-TABLE REDEFINES SEQUENTIAL-FILE-VALUES.
           05  SEQ-FILE-ENTRY-WS OCCURS 5 TIMES.
               10  SEQ-FILE-NAME-WS    PIC X(12).
               10  SEQ-FILE-UNIQUE-WS  PIC X(1).
               10  SEQ-FILE-SLOTS-WS   PIC X(25).

       01  RECODE-WORK-FIELDS.
           05  RECODE-MODE-WS          PIC X(1)  VALUE "R".
           05  RUN-DATE-WS             PIC X(8)  VALUE SPACES.
           05  ACTION-TEXT-WS          PIC X(30) VALUE SPACES.
           05  RCD-STATUS-WS           PIC X(2).
           05  CHK-STATUS-WS           PIC X(2).
           05  RTC-STATUS-WS           PIC X(2).
           05  REG-STATUS-WS           PIC X(2).
           05  SECT-STATUS-WS          PIC X(2).
           05  CDF-STATUS-WS           PIC X(2).
           05  MAP-EOF-FLAG            PIC X(1)  VALUE "N".
           05  MAP-OVERFLOW-FLAG       PIC X(1)  VALUE "N".
           05  CHK-EOF-FLAG            PIC X(1)  VALUE "N".
           05  CHECK-MATCH-FLAG        PIC X(1)  VALUE "N".
           05  STUDENT-EOF-FLAG        PIC X(1)  VALUE "N".
           05  STUDENT-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  KEYED-EOF-FLAG          PIC X(1)  VALUE "N".
           05  WORK-EOF-FLAG           PIC X(1)  VALUE "N".
           05  CODE-EOF-FLAG           PIC X(1)  VALUE "N".
           05  EOF-TBL-FLAG            PIC X(3)  VALUE "NO ".
           05  EOF-CRS-TBL-FLAG        PIC X(3)  VALUE "NO ".
           05  CODE-FOUND-FLAG         PIC X(3)  VALUE "NO ".
           05  DUPLICATE-FLAG          PIC X(1)  VALUE "N".
           05  CHAIN-FLAG              PIC X(1)  VALUE "N".
           05  RECORD-CHANGED-FLAG     PIC X(1)  VALUE "N".
           05  REPORT-SLOTS-FLAG       PIC X(1)  VALUE "Y".
           05  FOUND-FLAG              PIC X(1)  VALUE "N".
           05  TBL-SUB                 PIC 9(3)  VALUE ZERO.
           05  CRS-TBL-SUB             PIC 9(3)  VALUE ZERO.
           05  PRG-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  CRS-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  MAP-SUB                 PIC 9(2)  VALUE ZERO.
           05  MAP-SUB-2               PIC 9(2)  VALUE ZERO.
           05  MAP-COUNT-WS            PIC 9(2)  VALUE ZERO.
           05  MAP-FOUND-SUB-WS        PIC 9(2)  VALUE ZERO.
           05  VALID-MAP-COUNT-WS      PIC 9(2)  VALUE ZERO.
           05  REJECTED-MAP-COUNT-WS   PIC 9(2)  VALUE ZERO.
           05  CHK-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  SLOT-SUB                PIC 9(1)  VALUE ZERO.
           05  SEQ-SUB                 PIC 9(1)  VALUE ZERO.
           05  CODE-LENGTH-WS          PIC 9(1)  VALUE ZERO.
           05  SLOT-CODE-WS            PIC X(7)  VALUE SPACES.
           05  LAST-OLD-CODE-WS        PIC X(7)  VALUE SPACES.
           05  LAST-NEW-CODE-WS        PIC X(7)  VALUE SPACES.
           05  CURRENT-FILE-NAME-WS    PIC X(14) VALUE SPACES.
           05  CURRENT-UNIQUE-WS       PIC X(1)  VALUE "N".
           05  CODE-FILE-PATH-WS       PIC X(40) VALUE SPACES.
           05  RECORD-ID-WS            PIC X(12) VALUE SPACES.
           05  LINE-NUMBER-WS          PIC 9(6)  VALUE ZERO.
           05  RECODE-BUFFER-WS        PIC X(116) VALUE SPACES.

       01  RECODE-COUNTERS-WS.
           05  FILE-READ-COUNTER-WS    PIC 9(7)  VALUE ZERO.
           05  FILE-RECODED-COUNTER-WS PIC 9(7)  VALUE ZERO.
           05  FILE-CONFLICT-COUNTER-WS PIC 9(5) VALUE ZERO.
           05  TOTAL-RECODED-WS        PIC 9(7)  VALUE ZERO.
           05  TOTAL-CONFLICT-WS       PIC 9(5)  VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  STATUS-FIELD            PIC X(2).

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

      *REPORT LINES
       01  REPORT-HEADER-WS.
           05  FILLER                  PIC X(28) VALUE
               "PROGRAM/COURSE CODE RECODE".
           05  HDR-RUN-DATE-OUT-WS     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HDR-MODE-OUT-WS         PIC X(20).

       01  MAPPING-HEADER-WS.
           05  FILLER                  PIC X(40) VALUE
               "TYPE  OLD      NEW      MAPPING".

       01  MAPPING-LINE-WS.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  MPL-TYPE-OUT-WS         PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  MPL-OLD-OUT-WS          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPL-NEW-OUT-WS          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPL-STATUS-OUT-WS       PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  MPL-COUNT-OUT-WS        PIC X(18).

       01  COLUMN-HEADER-WS.
           05  FILLER                  PIC X(40) VALUE
               "FILE            RECORD        OLD      N".
           05  FILLER                  PIC X(40) VALUE
               "EW      ACTION".

       01  DETAIL-LINE-WS.
           05  DTL-FILE-OUT-WS         PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-RECORD-OUT-WS       PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-OLD-OUT-WS          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-NEW-OUT-WS          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-ACTION-OUT-WS       PIC X(30).

       01  FILE-SUMMARY-LINE-WS.
           05  FIL-FILE-OUT-WS         PIC X(14).
           05  FILLER                  PIC X(11) VALUE
               "  RECORDS: ".
           05  FIL-READ-OUT-WS         PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE
               "  RECODED: ".
           05  FIL-RECODED-OUT-WS      PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  CONFLICTS: ".
           05  FIL-CONFLICT-OUT-WS     PIC ZZZZ9.

       01  OCCURRENCE-COUNT-WS.
           05  OCC-COUNT-OUT-WS        PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE " CHANGES".

       01  TOTAL-LINE-WS.
           05  FILLER                  PIC X(18) VALUE
               "RECORDS RECODED:  ".
           05  TOT-RECODED-OUT-WS      PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               "   CONFLICTS: ".
           05  TOT-CONFLICT-OUT-WS     PIC ZZZZ9.
           05  FILLER                  PIC X(22) VALUE
               "   MAPPINGS REJECTED: ".
           05  TOT-REJECTED-OUT-WS     PIC Z9.

      *Retired-code request
       COPY "RTC-REQ-STRUCTURE.CBL".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *MOVE EVERY FILE FROM THE OLD CODES TO THE NEW ONES
       100-RECODE-CODES.
           PERFORM 390-LOG-JOB-START.
           PERFORM 380-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-RECODE.
           IF MAP-OVERFLOW-FLAG = "Y"
               DISPLAY "RECODE REFUSED - RECODE.TXT HAS MORE THAN "
                   "50 ENTRIES; SPLIT IT INTO SEPARATE RUNS"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           IF RECODE-MODE-WS = "A"
               PERFORM 310-CHECK-REPORT-PASS
               IF CHECK-MATCH-FLAG NOT = "Y"
                   DISPLAY "RECODE APPLY REFUSED - NO REPORT-ONLY "
                       "RUN OVER THIS RECODE.TXT"
                   MOVE 8 TO RETURN-CODE
                   PERFORM 391-LOG-JOB-END
                   STOP RUN
               END-IF
               PERFORM 311-CHECK-SYSTEM-STATUS
               IF SYSSTAT-HELD-FLAG = "Y"
                   DISPLAY "RECODE APPLY REFUSED - AN ONLINE "
                       "SESSION HAS THE STUDENT FILE OPEN "
                       "(SEE SYSSTAT.TXT)"
                   MOVE 8 TO RETURN-CODE
                   MOVE "R" TO JLG-REQ-ENDING-WS
                   PERFORM 391-LOG-JOB-END
                   STOP RUN
               END-IF
               PERFORM 312-REGISTER-BATCH-SESSION
           END-IF.
           PERFORM 202-START-REPORT.
           IF VALID-MAP-COUNT-WS > ZERO
               PERFORM 203-RECODE-STUDENT-FILE
               IF STUDENT-OPEN-FLAG = "Y"
                   PERFORM 204-RECODE-REGISTRATIONS
                   PERFORM 205-RECODE-SECTIONS
                   PERFORM 206-RECODE-SEQUENTIAL-FILE
                       VARYING SEQ-SUB FROM 1 BY 1 UNTIL SEQ-SUB > 5
               END-IF
           END-IF.
           PERFORM 207-TERMINATE-RECODE.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *Ask for the mode, load the code masters and the mapping, and
      *check every mapping entry before anything is touched
       201-INITIATE-RECODE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           DISPLAY "ENTER RUN MODE (R=REPORT ONLY, A=APPLY): ".
           ACCEPT RECODE-MODE-WS.
           IF RECODE-MODE-WS NOT = "A"
               MOVE "R" TO RECODE-MODE-WS
               MOVE "TO BE RECODED" TO ACTION-TEXT-WS
           ELSE
               MOVE "RECODED" TO ACTION-TEXT-WS
           END-IF.
           PERFORM 300-LOAD-CODE-MASTERS.
           OPEN INPUT RECODE-MAP-FILE.
           IF RCD-STATUS-WS = "00"
               PERFORM 301-LOAD-ONE-MAPPING
                   UNTIL MAP-EOF-FLAG = "Y"
               CLOSE RECODE-MAP-FILE
           ELSE
               DISPLAY "NO RECODE.TXT ON FILE - NOTHING TO RECODE"
           END-IF.
           PERFORM 302-CHECK-ONE-MAPPING
               VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > MAP-COUNT-WS.

       202-START-REPORT.
           OPEN OUTPUT RECODE-REPORT.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT-WS.
           IF RECODE-MODE-WS = "A"
               MOVE "APPLIED" TO HDR-MODE-OUT-WS
           ELSE
               MOVE "REPORT ONLY" TO HDR-MODE-OUT-WS
           END-IF.
           WRITE REPORT-RECORD-OUT FROM REPORT-HEADER-WS.
           WRITE REPORT-RECORD-OUT FROM MAPPING-HEADER-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 307-WRITE-MAPPING-LINE
               VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > MAP-COUNT-WS.
           WRITE REPORT-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.
           IF RECODE-MODE-WS = "A"
               OPEN EXTEND JOURNAL-FILE
           END-IF.

      *The program of study and the five course slots of every
      *student; each rewrite is journalled
       203-RECODE-STUDENT-FILE.
           MOVE "STUFILE_IN.TXT" TO CURRENT-FILE-NAME-WS.
           MOVE "6P053C058C068C078C088C098" TO CURRENT-SLOTS-WS.
           MOVE "N" TO CURRENT-UNIQUE-WS.
           MOVE "Y" TO REPORT-SLOTS-FLAG.
           PERFORM 320-START-FILE-COUNTS.
           IF RECODE-MODE-WS = "A"
               OPEN I-O INDEXED-STUDENT-FILE
           ELSE
               OPEN INPUT INDEXED-STUDENT-FILE
           END-IF.
           IF STATUS-FIELD = "00"
               MOVE "Y" TO STUDENT-OPEN-FLAG
               PERFORM 321-READ-NEXT-STUDENT
               PERFORM 322-RECODE-ONE-STUDENT
                   UNTIL STUDENT-EOF-FLAG = "Y"
               CLOSE INDEXED-STUDENT-FILE
               PERFORM 329-WRITE-FILE-SUMMARY
           ELSE
               DISPLAY "STUDENT FILE NOT AVAILABLE - FILE STATUS "
                   STATUS-FIELD " - RECODE STOPPED"
               MOVE "NOT AVAILABLE - RECODE STOPPED"
                   TO DTL-ACTION-OUT-WS
               PERFORM 328-WRITE-FILE-NOTE
           END-IF.

      *The course is part of the registration key, so a recoded
      *registration is written under its new key and the old one
      *deleted; a student already registered under the new code
      *keeps both and the old one is listed as a conflict
       204-RECODE-REGISTRATIONS.
           MOVE "REGFILE.TXT" TO CURRENT-FILE-NAME-WS.
           MOVE "1C007" TO CURRENT-SLOTS-WS.
           MOVE "N" TO CURRENT-UNIQUE-WS.
           MOVE "N" TO REPORT-SLOTS-FLAG.
           PERFORM 320-START-FILE-COUNTS.
           IF RECODE-MODE-WS = "A"
               OPEN I-O REGISTRATION-FILE
           ELSE
               OPEN INPUT REGISTRATION-FILE
           END-IF.
           IF REG-STATUS-WS = "00"
               OPEN OUTPUT KEY-WORK-FILE
               MOVE "N" TO KEYED-EOF-FLAG
               PERFORM 330-READ-NEXT-REGISTRATION
               PERFORM 331-SCAN-ONE-REGISTRATION
                   UNTIL KEYED-EOF-FLAG = "Y"
               CLOSE KEY-WORK-FILE
               OPEN INPUT KEY-WORK-FILE
               MOVE "N" TO WORK-EOF-FLAG
               PERFORM 332-READ-KEY-WORK
               PERFORM 333-REKEY-ONE-REGISTRATION
                   UNTIL WORK-EOF-FLAG = "Y"
               CLOSE KEY-WORK-FILE
                     REGISTRATION-FILE
               PERFORM 329-WRITE-FILE-SUMMARY
           ELSE
               MOVE "NOT ON FILE - SKIPPED" TO DTL-ACTION-OUT-WS
               PERFORM 328-WRITE-FILE-NOTE
           END-IF.

      *The section file is keyed by course code alone; a new code
      *that already has its own section keeps it, and the old
      *section is listed as a conflict
       205-RECODE-SECTIONS.
           MOVE "SECTFILE.TXT" TO CURRENT-FILE-NAME-WS.
           MOVE "1C001" TO CURRENT-SLOTS-WS.
           MOVE "N" TO CURRENT-UNIQUE-WS.
           MOVE "N" TO REPORT-SLOTS-FLAG.
           PERFORM 320-START-FILE-COUNTS.
           IF RECODE-MODE-WS = "A"
               OPEN I-O SECTION-FILE
           ELSE
               OPEN INPUT SECTION-FILE
           END-IF.
           IF SECT-STATUS-WS = "00"
               OPEN OUTPUT KEY-WORK-FILE
               MOVE "N" TO KEYED-EOF-FLAG
               PERFORM 334-READ-NEXT-SECTION
               PERFORM 335-SCAN-ONE-SECTION
                   UNTIL KEYED-EOF-FLAG = "Y"
               CLOSE KEY-WORK-FILE
               OPEN INPUT KEY-WORK-FILE
               MOVE "N" TO WORK-EOF-FLAG
               PERFORM 332-READ-KEY-WORK
               PERFORM 336-REKEY-ONE-SECTION
                   UNTIL WORK-EOF-FLAG = "Y"
               CLOSE KEY-WORK-FILE
                     SECTION-FILE
               PERFORM 329-WRITE-FILE-SUMMARY
           ELSE
               MOVE "NOT ON FILE - SKIPPED" TO DTL-ACTION-OUT-WS
               PERFORM 328-WRITE-FILE-NOTE
           END-IF.

      *One line sequential file from the table: recoded line by
      *line into the work file, which in apply mode is copied back
      *over the original once the whole file has been read
       206-RECODE-SEQUENTIAL-FILE.
           MOVE SEQ-FILE-NAME-WS(SEQ-SUB)   TO CURRENT-FILE-NAME-WS.
           MOVE SEQ-FILE-UNIQUE-WS(SEQ-SUB) TO CURRENT-UNIQUE-WS.
           MOVE SEQ-FILE-SLOTS-WS(SEQ-SUB)  TO CURRENT-SLOTS-WS.
           MOVE "Y" TO REPORT-SLOTS-FLAG.
           PERFORM 320-START-FILE-COUNTS.
           MOVE SPACES TO CODE-FILE-PATH-WS.
           STRING "D:\Cobol\"               DELIMITED BY SIZE
                  SEQ-FILE-NAME-WS(SEQ-SUB) DELIMITED BY SPACE
               INTO CODE-FILE-PATH-WS.
           IF CURRENT-UNIQUE-WS = "Y"
               PERFORM 350-PRESCAN-NEW-CODES
           END-IF.
           OPEN INPUT CODE-FILE.
           IF CDF-STATUS-WS = "00"
               OPEN OUTPUT CODE-WORK-FILE
               MOVE ZERO TO LINE-NUMBER-WS
               MOVE "N" TO CODE-EOF-FLAG
               PERFORM 353-READ-CODE-FILE
               PERFORM 354-RECODE-ONE-LINE
                   UNTIL CODE-EOF-FLAG = "Y"
               CLOSE CODE-FILE
                     CODE-WORK-FILE
               IF RECODE-MODE-WS = "A"
                   AND FILE-RECODED-COUNTER-WS > ZERO
                   PERFORM 355-COPY-WORK-FILE-BACK
               END-IF
               PERFORM 329-WRITE-FILE-SUMMARY
           ELSE
               MOVE "NOT ON FILE - SKIPPED" TO DTL-ACTION-OUT-WS
               PERFORM 328-WRITE-FILE-NOTE
           END-IF.

      *Retire the old codes once every file has been moved off
      *them, list what each mapping changed, and leave the run's
      *mapping for the apply run - or, after an apply, clear it so
      *the next apply needs a fresh report
       207-TERMINATE-RECODE.
           IF RECODE-MODE-WS = "A" AND STUDENT-OPEN-FLAG = "Y"
               OPEN EXTEND RETIRED-CODE-FILE
               IF RTC-STATUS-WS = "35"
                   OPEN OUTPUT RETIRED-CODE-FILE
               END-IF
           END-IF.
           WRITE REPORT-RECORD-OUT FROM MAPPING-HEADER-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 308-RETIRE-ONE-CODE
               VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > MAP-COUNT-WS.
           IF RECODE-MODE-WS = "A" AND STUDENT-OPEN-FLAG = "Y"
               CLOSE RETIRED-CODE-FILE
           END-IF.
           MOVE TOTAL-RECODED-WS      TO TOT-RECODED-OUT-WS.
           MOVE TOTAL-CONFLICT-WS     TO TOT-CONFLICT-OUT-WS.
           MOVE REJECTED-MAP-COUNT-WS TO TOT-REJECTED-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           DISPLAY "RECORDS " ACTION-TEXT-WS ": " TOTAL-RECODED-WS.
           DISPLAY "CONFLICTS LEFT FOR THE REGISTRAR: "
               TOTAL-CONFLICT-WS.
           DISPLAY "MAPPING ENTRIES REJECTED: " REJECTED-MAP-COUNT-WS.
           EVALUATE TRUE
               WHEN VALID-MAP-COUNT-WS > ZERO
                   AND STUDENT-OPEN-FLAG = "N"
                   MOVE 8 TO RETURN-CODE
               WHEN REJECTED-MAP-COUNT-WS > ZERO
                   OR TOTAL-CONFLICT-WS > ZERO
                   OR VALID-MAP-COUNT-WS = ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           IF RECODE-MODE-WS = "A"
               CLOSE JOURNAL-FILE
               IF STUDENT-OPEN-FLAG = "Y"
                   OPEN OUTPUT RECODE-CHECK-FILE
                   CLOSE RECODE-CHECK-FILE
               END-IF
               PERFORM 313-CLEAR-SYSTEM-STATUS
           ELSE
               IF STUDENT-OPEN-FLAG = "Y"
                   PERFORM 309-SAVE-CHECKED-MAPPING
               END-IF
           END-IF.
           CLOSE RECODE-REPORT.

      *Load PROGRAM.TXT and COURSE.TXT to check the new codes by
       300-LOAD-CODE-MASTERS.
           OPEN INPUT PROGRAM-FILE-IN
                      COURSE-FILE-IN.
           PERFORM 303-LOAD-ONE-PROGRAM
               VARYING TBL-SUB FROM 1 BY 1
               UNTIL TBL-SUB > 100 OR EOF-TBL-FLAG = "YES".
           PERFORM 304-LOAD-ONE-COURSE
               VARYING CRS-TBL-SUB FROM 1 BY 1
               UNTIL CRS-TBL-SUB > 200 OR EOF-CRS-TBL-FLAG = "YES".
           CLOSE PROGRAM-FILE-IN
                 COURSE-FILE-IN.

       301-LOAD-ONE-MAPPING.
           READ RECODE-MAP-FILE
               AT END MOVE "Y" TO MAP-EOF-FLAG
               NOT AT END
                   IF MAP-COUNT-WS < 50
                       ADD 1 TO MAP-COUNT-WS
                       MOVE RECODE-MAP-RECORD
                           TO MAP-LINE-WS(MAP-COUNT-WS)
                       MOVE "N" TO MAP-VALID-WS(MAP-COUNT-WS)
                                   MAP-NEW-IN-USE-WS(MAP-COUNT-WS)
                       MOVE SPACES TO MAP-REASON-WS(MAP-COUNT-WS)
                       MOVE ZERO TO MAP-CHANGES-WS(MAP-COUNT-WS)
                   ELSE
                       MOVE "Y" TO MAP-OVERFLOW-FLAG
                                   MAP-EOF-FLAG
                   END-IF
           END-READ.

      *A mapping entry is applied only when it passes every check
       302-CHECK-ONE-MAPPING.
           MOVE "NO " TO CODE-FOUND-FLAG.
           IF MAP-TYPE-WS(MAP-SUB) = "P"
               PERFORM 401-MATCH-NEW-PROGRAM
                   VARYING TBL-SUB FROM 1 BY 1
                   UNTIL TBL-SUB > PRG-COUNT-WS
                       OR CODE-FOUND-FLAG = "YES"
           ELSE
               PERFORM 402-MATCH-NEW-COURSE
                   VARYING CRS-TBL-SUB FROM 1 BY 1
                   UNTIL CRS-TBL-SUB > CRS-COUNT-WS
                       OR CODE-FOUND-FLAG = "YES"
           END-IF.
           MOVE "N" TO DUPLICATE-FLAG.
           PERFORM 403-MATCH-EARLIER-OLD-CODE
               VARYING MAP-SUB-2 FROM 1 BY 1
               UNTIL MAP-SUB-2 >= MAP-SUB.
           MOVE "N" TO CHAIN-FLAG.
           PERFORM 404-MATCH-RECODED-NEW-CODE
               VARYING MAP-SUB-2 FROM 1 BY 1
               UNTIL MAP-SUB-2 > MAP-COUNT-WS.
           MOVE MAP-TYPE-WS(MAP-SUB)     TO RTC-REQ-TYPE-WS.
           MOVE MAP-NEW-CODE-WS(MAP-SUB) TO RTC-REQ-CODE-WS.
           CALL 'CHECK-RETIRED' USING RETIRED-CHECK-REQUEST-WS.
           EVALUATE TRUE
               WHEN MAP-TYPE-WS(MAP-SUB) NOT = "P"
                   AND MAP-TYPE-WS(MAP-SUB) NOT = "C"
                   MOVE "TYPE MUST BE P OR C"
                       TO MAP-REASON-WS(MAP-SUB)
               WHEN MAP-OLD-CODE-WS(MAP-SUB) = SPACES
                   OR MAP-NEW-CODE-WS(MAP-SUB) = SPACES
                   MOVE "OLD AND NEW CODE BOTH REQUIRED"
                       TO MAP-REASON-WS(MAP-SUB)
               WHEN MAP-TYPE-WS(MAP-SUB) = "P"
                   AND (MAP-OLD-CODE-WS(MAP-SUB)(6:2) NOT = SPACES
                     OR MAP-NEW-CODE-WS(MAP-SUB)(6:2) NOT = SPACES)
                   MOVE "PROGRAM CODE LONGER THAN 5"
                       TO MAP-REASON-WS(MAP-SUB)
               WHEN MAP-OLD-CODE-WS(MAP-SUB) = MAP-NEW-CODE-WS(MAP-SUB)
                   MOVE "OLD AND NEW CODE THE SAME"
                       TO MAP-REASON-WS(MAP-SUB)
               WHEN DUPLICATE-FLAG = "Y"
                   MOVE "OLD CODE MAPPED TWICE"
                       TO MAP-REASON-WS(MAP-SUB)
               WHEN CHAIN-FLAG = "Y"
                   MOVE "NEW CODE IS ITSELF RECODED"
                       TO MAP-REASON-WS(MAP-SUB)
               WHEN CODE-FOUND-FLAG NOT = "YES"
                   AND MAP-TYPE-WS(MAP-SUB) = "P"
                   MOVE "NEW CODE NOT ON PROGRAM.TXT"
                       TO MAP-REASON-WS(MAP-SUB)
               WHEN CODE-FOUND-FLAG NOT = "YES"
                   MOVE "NEW CODE NOT ON COURSE.TXT"
                       TO MAP-REASON-WS(MAP-SUB)
               WHEN RTC-REQ-RETIRED-WS = "Y"
                   MOVE "NEW CODE IS RETIRED"
                       TO MAP-REASON-WS(MAP-SUB)
               WHEN OTHER
                   MOVE "Y" TO MAP-VALID-WS(MAP-SUB)
                   MOVE "ACCEPTED" TO MAP-REASON-WS(MAP-SUB)
                   ADD 1 TO VALID-MAP-COUNT-WS
           END-EVALUATE.
           IF MAP-VALID-WS(MAP-SUB) NOT = "Y"
               ADD 1 TO REJECTED-MAP-COUNT-WS
           END-IF.

       303-LOAD-ONE-PROGRAM.
           READ PROGRAM-FILE-IN INTO PROGRAM-TBL-RTN(TBL-SUB)
               AT END MOVE "YES" TO EOF-TBL-FLAG
               NOT AT END ADD 1 TO PRG-COUNT-WS
           END-READ.

       304-LOAD-ONE-COURSE.
           READ COURSE-FILE-IN INTO COURSE-TBL-RTN(CRS-TBL-SUB)
               AT END MOVE "YES" TO EOF-CRS-TBL-FLAG
               NOT AT END ADD 1 TO CRS-COUNT-WS
           END-READ.

       307-WRITE-MAPPING-LINE.
           MOVE SPACES                   TO MPL-COUNT-OUT-WS.
           MOVE MAP-TYPE-WS(MAP-SUB)     TO MPL-TYPE-OUT-WS.
           MOVE MAP-OLD-CODE-WS(MAP-SUB) TO MPL-OLD-OUT-WS.
           MOVE MAP-NEW-CODE-WS(MAP-SUB) TO MPL-NEW-OUT-WS.
           MOVE MAP-REASON-WS(MAP-SUB)   TO MPL-STATUS-OUT-WS.
           IF MAP-VALID-WS(MAP-SUB) = "Y" AND VALID-MAP-COUNT-WS > ZERO
               AND STUDENT-OPEN-FLAG = "Y"
               MOVE MAP-CHANGES-WS(MAP-SUB) TO OCC-COUNT-OUT-WS
               MOVE OCCURRENCE-COUNT-WS     TO MPL-COUNT-OUT-WS
           END-IF.
           WRITE REPORT-RECORD-OUT FROM MAPPING-LINE-WS
               AFTER ADVANCING 1 LINES.

      *List what the mapping changed and, in apply mode, retire the
      *old code unless an earlier recode already did
       308-RETIRE-ONE-CODE.
           IF MAP-VALID-WS(MAP-SUB) = "Y"
               MOVE MAP-TYPE-WS(MAP-SUB)     TO RTC-REQ-TYPE-WS
               MOVE MAP-OLD-CODE-WS(MAP-SUB) TO RTC-REQ-CODE-WS
               CALL 'CHECK-RETIRED' USING RETIRED-CHECK-REQUEST-WS
               EVALUATE TRUE
                   WHEN RTC-REQ-RETIRED-WS = "Y"
                       MOVE "ALREADY RETIRED" TO MAP-REASON-WS(MAP-SUB)
                   WHEN RECODE-MODE-WS = "A"
                       AND STUDENT-OPEN-FLAG = "Y"
                       MOVE MAP-TYPE-WS(MAP-SUB)     TO RTC-TYPE
                       MOVE MAP-OLD-CODE-WS(MAP-SUB) TO RTC-OLD-CODE
                       MOVE MAP-NEW-CODE-WS(MAP-SUB) TO RTC-NEW-CODE
                       MOVE RUN-DATE-WS              TO RTC-RETIRED-DATE
                       WRITE RETIRED-CODE-RECORD
                       MOVE "OLD CODE RETIRED" TO MAP-REASON-WS(MAP-SUB)
                   WHEN RECODE-MODE-WS = "A"
                       MOVE "NOT RETIRED" TO MAP-REASON-WS(MAP-SUB)
                   WHEN OTHER
                       MOVE "OLD CODE TO BE RETIRED"
                           TO MAP-REASON-WS(MAP-SUB)
               END-EVALUATE
           END-IF.
           PERFORM 307-WRITE-MAPPING-LINE.

      *Keep the mapping the report was made over for the apply run
       309-SAVE-CHECKED-MAPPING.
           OPEN OUTPUT RECODE-CHECK-FILE.
           PERFORM 405-WRITE-ONE-CHECK-LINE
               VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > MAP-COUNT-WS.
           CLOSE RECODE-CHECK-FILE.

      *The apply run must be over exactly the mapping the last
      *report-only run listed, entry for entry
       310-CHECK-REPORT-PASS.
           MOVE "N" TO CHECK-MATCH-FLAG.
           OPEN INPUT RECODE-CHECK-FILE.
           IF CHK-STATUS-WS = "00"
               MOVE "Y" TO CHECK-MATCH-FLAG
               MOVE ZERO TO CHK-COUNT-WS
               PERFORM 314-READ-ONE-CHECK-LINE
                   UNTIL CHK-EOF-FLAG = "Y"
               CLOSE RECODE-CHECK-FILE
               IF CHK-COUNT-WS NOT = MAP-COUNT-WS
                   OR MAP-COUNT-WS = ZERO
                   MOVE "N" TO CHECK-MATCH-FLAG
               END-IF
           END-IF.

      *Refuse to run while an online session is registered; a batch
      *flag left by a crashed batch job is taken over (batch runs
      *are serialized by the JCL chain)
       311-CHECK-SYSTEM-STATUS.
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

       312-REGISTER-BATCH-SESSION.
           ACCEPT SYSSTAT-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT SYSSTAT-TIME-WS FROM TIME.
           OPEN OUTPUT SYSTEM-STATUS-FILE.
           MOVE "B"              TO SYSSTAT-MODE.
           MOVE "RECODE  "       TO SYSSTAT-ID.
           MOVE SYSSTAT-STAMP-WS TO SYSSTAT-TIMESTAMP.
           WRITE SYSTEM-STATUS-RECORD.
           CLOSE SYSTEM-STATUS-FILE.

       313-CLEAR-SYSTEM-STATUS.
           OPEN OUTPUT SYSTEM-STATUS-FILE.
           MOVE SPACES TO SYSTEM-STATUS-RECORD.
           WRITE SYSTEM-STATUS-RECORD.
           CLOSE SYSTEM-STATUS-FILE.

       314-READ-ONE-CHECK-LINE.
           READ RECODE-CHECK-FILE
               AT END MOVE "Y" TO CHK-EOF-FLAG
               NOT AT END
                   ADD 1 TO CHK-COUNT-WS
                   EVALUATE TRUE
                       WHEN CHK-COUNT-WS > MAP-COUNT-WS
                           MOVE "N" TO CHECK-MATCH-FLAG
                       WHEN RECODE-CHECK-RECORD
                           NOT = MAP-LINE-WS(CHK-COUNT-WS)
                           MOVE "N" TO CHECK-MATCH-FLAG
                   END-EVALUATE
           END-READ.

       320-START-FILE-COUNTS.
           MOVE ZERO TO FILE-READ-COUNTER-WS
                        FILE-RECODED-COUNTER-WS
                        FILE-CONFLICT-COUNTER-WS.

       321-READ-NEXT-STUDENT.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO STUDENT-EOF-FLAG
           END-READ.

      *The control records carry no codes
       322-RECODE-ONE-STUDENT.
           IF STUD-NUM-OUT NOT = ZERO AND STUD-NUM-OUT NOT = 999999
               ADD 1 TO FILE-READ-COUNTER-WS
               MOVE STUD-NUM-OUT       TO RECORD-ID-WS
               MOVE STUDENT-RECORD-OUT TO RECODE-BUFFER-WS
                                          JRN-BEFORE-WS
               PERFORM 340-RECODE-BUFFER
               IF RECORD-CHANGED-FLAG = "Y"
                   ADD 1 TO FILE-RECODED-COUNTER-WS
                   IF RECODE-MODE-WS = "A"
                       PERFORM 323-REWRITE-STUDENT
                   END-IF
               END-IF
           END-IF.
           PERFORM 321-READ-NEXT-STUDENT.

       323-REWRITE-STUDENT.
           MOVE RECODE-BUFFER-WS TO STUDENT-RECORD-OUT.
           REWRITE STUDENT-RECORD-OUT
               INVALID KEY
                   SUBTRACT 1 FROM FILE-RECODED-COUNTER-WS
                   ADD 1 TO FILE-CONFLICT-COUNTER-WS
                   MOVE SPACES TO LAST-OLD-CODE-WS LAST-NEW-CODE-WS
                   MOVE "REWRITE FAILED - NOT RECODED"
                       TO DTL-ACTION-OUT-WS
                   PERFORM 327-WRITE-DETAIL-LINE
               NOT INVALID KEY
                   MOVE STUDENT-RECORD-OUT TO JRN-AFTER-WS
                   MOVE "R" TO JRN-ACTION-WS
                   PERFORM 324-WRITE-JOURNAL-RECORD
           END-REWRITE.

      *Append a before/after image journal record to STUJRNL.TXT
       324-WRITE-JOURNAL-RECORD.
           ACCEPT JRN-TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT JRN-TS-TIME-WS FROM TIME.
           MOVE SPACES            TO JOURNAL-RECORD-OUT.
           MOVE JRN-TIMESTAMP-WS  TO JRN-TIMESTAMP-OUT.
           MOVE "RECODE  "        TO JRN-PROGRAM-OUT.
           MOVE JRN-ACTION-WS     TO JRN-ACTION-OUT.
           MOVE JRN-BEFORE-WS     TO JRN-BEFORE-IMAGE-OUT.
           MOVE JRN-AFTER-WS      TO JRN-AFTER-IMAGE-OUT.
           WRITE JOURNAL-RECORD-OUT.

       327-WRITE-DETAIL-LINE.
           MOVE CURRENT-FILE-NAME-WS TO DTL-FILE-OUT-WS.
           MOVE RECORD-ID-WS         TO DTL-RECORD-OUT-WS.
           MOVE LAST-OLD-CODE-WS     TO DTL-OLD-OUT-WS.
           MOVE LAST-NEW-CODE-WS     TO DTL-NEW-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.

      *A file that could not be opened gets one line saying so
       328-WRITE-FILE-NOTE.
           MOVE SPACES TO RECORD-ID-WS
                          LAST-OLD-CODE-WS
                          LAST-NEW-CODE-WS.
           PERFORM 327-WRITE-DETAIL-LINE.

       329-WRITE-FILE-SUMMARY.
           MOVE CURRENT-FILE-NAME-WS     TO FIL-FILE-OUT-WS.
           MOVE FILE-READ-COUNTER-WS     TO FIL-READ-OUT-WS.
           MOVE FILE-RECODED-COUNTER-WS  TO FIL-RECODED-OUT-WS.
           MOVE FILE-CONFLICT-COUNTER-WS TO FIL-CONFLICT-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM FILE-SUMMARY-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD FILE-READ-COUNTER-WS     TO JLG-REQ-READ-WS.
           ADD FILE-RECODED-COUNTER-WS  TO JLG-REQ-WRITTEN-WS
                                           TOTAL-RECODED-WS.
           ADD FILE-CONFLICT-COUNTER-WS TO TOTAL-CONFLICT-WS.

       330-READ-NEXT-REGISTRATION.
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE "Y" TO KEYED-EOF-FLAG
           END-READ.

      *First pass - set aside every registration whose key changes
       331-SCAN-ONE-REGISTRATION.
           ADD 1 TO FILE-READ-COUNTER-WS.
           MOVE REGISTRATION-RECORD TO RECODE-BUFFER-WS.
           PERFORM 340-RECODE-BUFFER.
           IF RECORD-CHANGED-FLAG = "Y"
               WRITE KEY-WORK-RECORD FROM REGISTRATION-RECORD
           END-IF.
           PERFORM 330-READ-NEXT-REGISTRATION.

       332-READ-KEY-WORK.
           READ KEY-WORK-FILE
               AT END MOVE "Y" TO WORK-EOF-FLAG
           END-READ.

      *Second pass - write each set-aside registration under its
      *new key and delete the old one, unless the student already
      *has a registration under the new code
       333-REKEY-ONE-REGISTRATION.
           MOVE KEY-WORK-RECORD       TO RECODE-BUFFER-WS.
           MOVE KEY-WORK-RECORD(1:6)  TO RECORD-ID-WS.
           PERFORM 340-RECODE-BUFFER.
           MOVE RECODE-BUFFER-WS      TO REGISTRATION-RECORD.
           READ REGISTRATION-FILE
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.
           MOVE RECODE-BUFFER-WS      TO REGISTRATION-RECORD.
           EVALUATE TRUE
               WHEN FOUND-FLAG = "Y"
                   PERFORM 337-LIST-KEY-CONFLICT
               WHEN RECODE-MODE-WS = "A"
                   WRITE REGISTRATION-RECORD
                       INVALID KEY
                           PERFORM 337-LIST-KEY-CONFLICT
                       NOT INVALID KEY
                           MOVE KEY-WORK-RECORD TO REGISTRATION-RECORD
                           DELETE REGISTRATION-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           PERFORM 338-LIST-KEY-RECODED
                   END-WRITE
               WHEN OTHER
                   PERFORM 338-LIST-KEY-RECODED
           END-EVALUATE.
           PERFORM 332-READ-KEY-WORK.

       334-READ-NEXT-SECTION.
           READ SECTION-FILE NEXT RECORD
               AT END MOVE "Y" TO KEYED-EOF-FLAG
           END-READ.

       335-SCAN-ONE-SECTION.
           ADD 1 TO FILE-READ-COUNTER-WS.
           MOVE SECTION-RECORD TO RECODE-BUFFER-WS.
           PERFORM 340-RECODE-BUFFER.
           IF RECORD-CHANGED-FLAG = "Y"
               WRITE KEY-WORK-RECORD FROM SECTION-RECORD
           END-IF.
           PERFORM 334-READ-NEXT-SECTION.

       336-REKEY-ONE-SECTION.
           MOVE KEY-WORK-RECORD       TO RECODE-BUFFER-WS.
           MOVE KEY-WORK-RECORD(1:7)  TO RECORD-ID-WS.
           PERFORM 340-RECODE-BUFFER.
           MOVE RECODE-BUFFER-WS      TO SECTION-RECORD.
           READ SECTION-FILE
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.
           MOVE RECODE-BUFFER-WS      TO SECTION-RECORD.
           EVALUATE TRUE
               WHEN FOUND-FLAG = "Y"
                   PERFORM 337-LIST-KEY-CONFLICT
               WHEN RECODE-MODE-WS = "A"
                   WRITE SECTION-RECORD
                       INVALID KEY
                           PERFORM 337-LIST-KEY-CONFLICT
                       NOT INVALID KEY
                           MOVE KEY-WORK-RECORD TO SECTION-RECORD
                           DELETE SECTION-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                           PERFORM 338-LIST-KEY-RECODED
                   END-WRITE
               WHEN OTHER
                   PERFORM 338-LIST-KEY-RECODED
           END-EVALUATE.
           PERFORM 332-READ-KEY-WORK.

       337-LIST-KEY-CONFLICT.
           ADD 1 TO FILE-CONFLICT-COUNTER-WS.
           MOVE "CONFLICT - NEW CODE ON FILE" TO DTL-ACTION-OUT-WS.
           PERFORM 327-WRITE-DETAIL-LINE.

       338-LIST-KEY-RECODED.
           ADD 1 TO FILE-RECODED-COUNTER-WS.
           ADD 1 TO MAP-CHANGES-WS(MAP-FOUND-SUB-WS).
           MOVE ACTION-TEXT-WS TO DTL-ACTION-OUT-WS.
           PERFORM 327-WRITE-DETAIL-LINE.

      *Recode every code slot of the record in the buffer
       340-RECODE-BUFFER.
           MOVE "N" TO RECORD-CHANGED-FLAG.
           PERFORM 341-RECODE-ONE-SLOT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > SLOT-COUNT-WS.

       341-RECODE-ONE-SLOT.
           IF SLOT-TYPE-WS(SLOT-SUB) = "P"
               MOVE 5 TO CODE-LENGTH-WS
           ELSE
               MOVE 7 TO CODE-LENGTH-WS
           END-IF.
           MOVE SPACES TO SLOT-CODE-WS.
           MOVE RECODE-BUFFER-WS(SLOT-START-WS(SLOT-SUB):
                   CODE-LENGTH-WS) TO SLOT-CODE-WS.
           MOVE ZERO TO MAP-FOUND-SUB-WS.
           IF SLOT-CODE-WS NOT = SPACES
               PERFORM 406-MATCH-OLD-CODE
                   VARYING MAP-SUB FROM 1 BY 1
                   UNTIL MAP-SUB > MAP-COUNT-WS
                       OR MAP-FOUND-SUB-WS > ZERO
           END-IF.
           IF MAP-FOUND-SUB-WS > ZERO
               PERFORM 342-CHANGE-ONE-SLOT
           END-IF.

      *On a file holding one line per code, an old code whose new
      *code already has a line of its own is left and listed
       342-CHANGE-ONE-SLOT.
           MOVE SLOT-CODE-WS TO LAST-OLD-CODE-WS.
           MOVE MAP-NEW-CODE-WS(MAP-FOUND-SUB-WS) TO LAST-NEW-CODE-WS.
           EVALUATE TRUE
               WHEN CURRENT-UNIQUE-WS = "Y"
                   AND MAP-NEW-IN-USE-WS(MAP-FOUND-SUB-WS) = "Y"
                   ADD 1 TO FILE-CONFLICT-COUNTER-WS
                   MOVE "CONFLICT - NEW CODE ON FILE"
                       TO DTL-ACTION-OUT-WS
                   PERFORM 327-WRITE-DETAIL-LINE
               WHEN OTHER
                   MOVE LAST-NEW-CODE-WS
                       TO RECODE-BUFFER-WS(SLOT-START-WS(SLOT-SUB):
                           CODE-LENGTH-WS)
                   MOVE "Y" TO RECORD-CHANGED-FLAG
                   IF REPORT-SLOTS-FLAG = "Y"
                       ADD 1 TO MAP-CHANGES-WS(MAP-FOUND-SUB-WS)
                       MOVE ACTION-TEXT-WS TO DTL-ACTION-OUT-WS
                       PERFORM 327-WRITE-DETAIL-LINE
                   END-IF
           END-EVALUATE.

      *Before a one-line-per-code file is recoded, note which new
      *codes already have a line of their own on it
       350-PRESCAN-NEW-CODES.
           PERFORM 407-CLEAR-NEW-IN-USE
               VARYING MAP-SUB FROM 1 BY 1
               UNTIL MAP-SUB > MAP-COUNT-WS.
           IF SLOT-TYPE-WS(1) = "P"
               MOVE 5 TO CODE-LENGTH-WS
           ELSE
               MOVE 7 TO CODE-LENGTH-WS
           END-IF.
           OPEN INPUT CODE-FILE.
           IF CDF-STATUS-WS = "00"
               MOVE "N" TO CODE-EOF-FLAG
               PERFORM 351-PRESCAN-ONE-LINE
                   UNTIL CODE-EOF-FLAG = "Y"
               CLOSE CODE-FILE
           END-IF.

       351-PRESCAN-ONE-LINE.
           READ CODE-FILE
               AT END MOVE "Y" TO CODE-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO SLOT-CODE-WS
                   MOVE CODE-FILE-RECORD(SLOT-START-WS(1):
                           CODE-LENGTH-WS) TO SLOT-CODE-WS
                   PERFORM 408-MARK-NEW-IN-USE
                       VARYING MAP-SUB FROM 1 BY 1
                       UNTIL MAP-SUB > MAP-COUNT-WS
           END-READ.

       353-READ-CODE-FILE.
           MOVE SPACES TO CODE-FILE-RECORD.
           READ CODE-FILE
               AT END MOVE "Y" TO CODE-EOF-FLAG
               NOT AT END ADD 1 TO LINE-NUMBER-WS
           END-READ.

       354-RECODE-ONE-LINE.
           ADD 1 TO FILE-READ-COUNTER-WS.
           MOVE SPACES TO RECORD-ID-WS.
           STRING "LINE "        DELIMITED BY SIZE
                  LINE-NUMBER-WS DELIMITED BY SIZE
               INTO RECORD-ID-WS.
           MOVE CODE-FILE-RECORD TO RECODE-BUFFER-WS.
           PERFORM 340-RECODE-BUFFER.
           IF RECORD-CHANGED-FLAG = "Y"
               ADD 1 TO FILE-RECODED-COUNTER-WS
           END-IF.
           MOVE RECODE-BUFFER-WS TO CODE-WORK-RECORD.
           WRITE CODE-WORK-RECORD.
           PERFORM 353-READ-CODE-FILE.

       355-COPY-WORK-FILE-BACK.
           OPEN INPUT  CODE-WORK-FILE.
           OPEN OUTPUT CODE-FILE.
           MOVE "N" TO WORK-EOF-FLAG.
           PERFORM 356-COPY-ONE-WORK-LINE
               UNTIL WORK-EOF-FLAG = "Y".
           CLOSE CODE-WORK-FILE
                 CODE-FILE.

       356-COPY-ONE-WORK-LINE.
           READ CODE-WORK-FILE
               AT END MOVE "Y" TO WORK-EOF-FLAG
               NOT AT END
                   WRITE CODE-FILE-RECORD FROM CODE-WORK-RECORD
           END-READ.

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
           MOVE "CODE-RECODE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-REJECTED-WS =
               TOTAL-CONFLICT-WS + REJECTED-MAP-COUNT-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       401-MATCH-NEW-PROGRAM.
           IF MAP-NEW-CODE-WS(MAP-SUB) = PROGRAM-CODE-TBL-WS(TBL-SUB)
               MOVE "YES" TO CODE-FOUND-FLAG
           END-IF.

       402-MATCH-NEW-COURSE.
           IF MAP-NEW-CODE-WS(MAP-SUB) =
                   COURSE-CODE-TBL-WS(CRS-TBL-SUB)
               MOVE "YES" TO CODE-FOUND-FLAG
           END-IF.

       403-MATCH-EARLIER-OLD-CODE.
           IF MAP-TYPE-WS(MAP-SUB-2) = MAP-TYPE-WS(MAP-SUB)
               AND MAP-OLD-CODE-WS(MAP-SUB-2) =
                   MAP-OLD-CODE-WS(MAP-SUB)
               MOVE "Y" TO DUPLICATE-FLAG
           END-IF.

       404-MATCH-RECODED-NEW-CODE.
           IF MAP-TYPE-WS(MAP-SUB-2) = MAP-TYPE-WS(MAP-SUB)
               AND MAP-OLD-CODE-WS(MAP-SUB-2) =
                   MAP-NEW-CODE-WS(MAP-SUB)
               MOVE "Y" TO CHAIN-FLAG
           END-IF.

       405-WRITE-ONE-CHECK-LINE.
           WRITE RECODE-CHECK-RECORD FROM MAP-LINE-WS(MAP-SUB).

       406-MATCH-OLD-CODE.
           IF MAP-VALID-WS(MAP-SUB) = "Y"
               AND MAP-TYPE-WS(MAP-SUB) = SLOT-TYPE-WS(SLOT-SUB)
               AND MAP-OLD-CODE-WS(MAP-SUB) = SLOT-CODE-WS
               MOVE MAP-SUB TO MAP-FOUND-SUB-WS
           END-IF.

       407-CLEAR-NEW-IN-USE.
           MOVE "N" TO MAP-NEW-IN-USE-WS(MAP-SUB).

       408-MARK-NEW-IN-USE.
           IF MAP-VALID-WS(MAP-SUB) = "Y"
               AND MAP-TYPE-WS(MAP-SUB) = SLOT-TYPE-WS(1)
               AND MAP-NEW-CODE-WS(MAP-SUB) = SLOT-CODE-WS
               MOVE "Y" TO MAP-NEW-IN-USE-WS(MAP-SUB)
           END-IF.

       END PROGRAM CODE-RECODE.
