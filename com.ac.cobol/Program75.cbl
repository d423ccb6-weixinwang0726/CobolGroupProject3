      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *FIELD-BY-FIELD COMPARISON OF TWO COPIES OF THE INDEXED
      *STUDENT FILE. BEFORE AND AFTER A BATCHRUN, A RESTORE TEST OR
      *A STUD-FILE-CHECK REORGANIZATION THE ONLY WAY TO SEE WHAT HAD
      *CHANGED WAS TO EYEBALL TWO CSV EXPORTS. THE OPERATOR PICKS AN
      *OLD AND A NEW COPY - EACH THE LIVE FILE (STUFILE_IN.TXT), A
      *STUD-FILE-BACKUP GENERATION (STUBKPn.TXT) OR ANY OTHER
      *INDEXED COPY BY PATH (STUFILE_RG.TXT, A PARALLEL TEST FILE) -
      *AND THE TWO ARE MATCHED ON STUDENT NUMBER IN KEY ORDER. THE
      *REPORT (STUCOMP.TXT) LISTS EVERY STUDENT ADDED OR DELETED AND
      *EVERY CHANGED FIELD WITH ITS OLD AND NEW VALUE UNDER THE
      *FIELD NAME FROM THE STUDENT RECORD LAYOUT, THEN THE SUMMARY
      *COUNTS AND THE NET CHANGE IN TOTAL TUITION-OWED-OUT. FIELDS
      *EXPECTED TO DIFFER (STUDENT-STATUS-OUT AFTER ACADEMIC-
      *STANDING, SAY) CAN BE NAMED AT THE PROMPT TO BE IGNORED; THEIR
      *DIFFERENCES ARE COUNTED BUT NOT LISTED. THE 000000 AND 999999
      *CONTROL RECORDS ARE NOT COMPARED. RETURN CODES: 0 NO
      *DIFFERENCES, 4 DIFFERENCES LISTED, 8 A COPY COULD NOT BE
      *OPENED OR IS OUT OF KEY SEQUENCE.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUD-FILE-COMPARE.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Each copy is read either as an indexed file or as a backup
      *generation, whichever the operator chose for it
           SELECT OLD-INDEXED-FILE
               ASSIGN USING OLD-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS OLD-IDX-STUD-NUM
                           ALTERNATE RECORD KEY IS OLD-IDX-STUD-NAME
                               WITH DUPLICATES
                               FILE STATUS IS OLD-STATUS-WS.

           SELECT OLD-BACKUP-FILE
               ASSIGN USING OLD-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS OLD-STATUS-WS.

           SELECT NEW-INDEXED-FILE
               ASSIGN USING NEW-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS NEW-IDX-STUD-NUM
                           ALTERNATE RECORD KEY IS NEW-IDX-STUD-NAME
                               WITH DUPLICATES
                               FILE STATUS IS NEW-STATUS-WS.

           SELECT NEW-BACKUP-FILE
               ASSIGN USING NEW-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS NEW-STATUS-WS.

           SELECT COMPARE-REPORT
               ASSIGN TO "D:\Cobol\STUCOMP.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-INDEXED-FILE.
       01  OLD-INDEXED-RECORD.
           05  OLD-IDX-STUD-NUM         PIC 9(6).
           05  OLD-IDX-TUITION          PIC 9(4)V99.
           05  OLD-IDX-STUD-NAME        PIC X(40).
           05  OLD-IDX-FILLER           PIC X(64).

       FD  OLD-BACKUP-FILE.
       01  OLD-BACKUP-RECORD            PIC X(116).

       FD  NEW-INDEXED-FILE.
       01  NEW-INDEXED-RECORD.
           05  NEW-IDX-STUD-NUM         PIC 9(6).
           05  NEW-IDX-TUITION          PIC 9(4)V99.
           05  NEW-IDX-STUD-NAME        PIC X(40).
           05  NEW-IDX-FILLER           PIC X(64).

       FD  NEW-BACKUP-FILE.
       01  NEW-BACKUP-RECORD            PIC X(116).

       FD  COMPARE-REPORT.
       01  REPORT-RECORD-OUT            PIC X(140).

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

      *The two copies: where each is, how it is organized ("I"
      *indexed, "S" backup generation), and the record in hand
       01  COPY-SELECTION-FIELDS.
           05  OLD-PATH-WS             PIC X(40) VALUE SPACES.
           05  NEW-PATH-WS             PIC X(40) VALUE SPACES.
           05  OLD-COPY-TYPE-WS        PIC X(1)  VALUE SPACE.
           05  NEW-COPY-TYPE-WS        PIC X(1)  VALUE SPACE.
           05  OLD-ORGANIZATION-WS     PIC X(1)  VALUE "I".
           05  NEW-ORGANIZATION-WS     PIC X(1)  VALUE "I".
           05  OLD-STATUS-WS           PIC X(2).
           05  NEW-STATUS-WS           PIC X(2).
           05  GENERATION-WS           PIC 9(1)  VALUE 1.

       01  OLD-STUDENT-WS.
           05  OLD-STUD-NUM-WS         PIC 9(6).
           05  OLD-TUITION-WS          PIC 9(4)V99.
           05  OLD-STUD-NAME-WS        PIC X(40).
           05  FILLER                  PIC X(64).

       01  NEW-STUDENT-WS.
           05  NEW-STUD-NUM-WS         PIC 9(6).
           05  NEW-TUITION-WS          PIC 9(4)V99.
           05  NEW-STUD-NAME-WS        PIC X(40).
           05  FILLER                  PIC X(64).

      *The student record layout as a table of field name, starting
      *position and length, for the field-by-field comparison
       01  FIELD-LAYOUT-VALUES.
           05  FILLER  PIC X(25) VALUE "STUD-NUM-OUT        00106".
           05  FILLER  PIC X(25) VALUE "TUITION-OWED-OUT    00706".
           05  FILLER  PIC X(25) VALUE "STUD-NAME-OUT       01340".
           05  FILLER  PIC X(25) VALUE "PROGRAM-OF-STUDY-OUT05305".
           05  FILLER  PIC X(25) VALUE "COURSE-CODE-1-OUT   05807".
           05  FILLER  PIC X(25) VALUE "COURSE-AVERAGE-1-OUT06503".
           05  FILLER  PIC X(25) VALUE "COURSE-CODE-2-OUT   06807".
           05  FILLER  PIC X(25) VALUE "COURSE-AVERAGE-2-OUT07503".
           05  FILLER  PIC X(25) VALUE "COURSE-CODE-3-OUT   07807".
           05  FILLER  PIC X(25) VALUE "COURSE-AVERAGE-3-OUT08503".
           05  FILLER  PIC X(25) VALUE "COURSE-CODE-4-OUT   08807".
           05  FILLER  PIC X(25) VALUE "COURSE-AVERAGE-4-OUT09503".
           05  FILLER  PIC X(25) VALUE "COURSE-CODE-5-OUT   09807".
           05  FILLER  PIC X(25) VALUE "COURSE-AVERAGE-5-OUT10503".
           05  FILLER  PIC X(25) VALUE "STUDENT-STATUS-OUT  10801".
           05  FILLER  PIC X(25) VALUE "ENROLLMENT-DATE-OUT 10908".
       01  FIELD-LAYOUT-TABLE REDEFINES FIELD-LAYOUT-VALUES.
           05  FIELD-ENTRY-WS OCCURS 16 TIMES.
               10  FLD-NAME-WS         PIC X(20).
               10  FLD-START-WS        PIC 9(3).
               10  FLD-LENGTH-WS       PIC 9(2).

      *"Y" against a field the operator asked to have ignored
       01  IGNORE-TABLE-WS.
           05  FLD-IGNORE-WS           PIC X(1)  OCCURS 16 TIMES.

       01  COMPARE-WORK-FIELDS.
           05  FLD-SUB                 PIC 9(2)  VALUE ZERO.
           05  FLD-MATCH-SUB-WS        PIC 9(2)  VALUE ZERO.
           05  IGNORE-NAME-IN-WS       PIC X(20) VALUE SPACES.
           05  IGNORE-DONE-FLAG        PIC X(1)  VALUE "N".
           05  IGNORE-COUNT-WS         PIC 9(2)  VALUE ZERO.
           05  OLD-KEY-WS              PIC 9(7)  VALUE ZERO.
           05  NEW-KEY-WS              PIC 9(7)  VALUE ZERO.
           05  OLD-READ-DONE-FLAG      PIC X(1)  VALUE "N".
           05  NEW-READ-DONE-FLAG      PIC X(1)  VALUE "N".
           05  SEQUENCE-ERROR-FLAG     PIC X(1)  VALUE "N".
           05  RECORD-CHANGED-FLAG     PIC X(1)  VALUE "N".
           05  AMOUNT-EDIT-WS          PIC Z,ZZ9.99.
           05  RUN-DATE-WS             PIC X(8)  VALUE SPACES.

       01  COMPARE-COUNTERS-WS.
           05  OLD-COUNTER-WS          PIC 9(6)     VALUE ZERO.
           05  NEW-COUNTER-WS          PIC 9(6)     VALUE ZERO.
           05  ADDED-COUNTER-WS        PIC 9(6)     VALUE ZERO.
           05  DELETED-COUNTER-WS      PIC 9(6)     VALUE ZERO.
           05  CHANGED-COUNTER-WS      PIC 9(6)     VALUE ZERO.
           05  UNCHANGED-COUNTER-WS    PIC 9(6)     VALUE ZERO.
           05  FIELD-CHANGE-COUNTER-WS PIC 9(7)     VALUE ZERO.
           05  IGNORED-DIFF-COUNTER-WS PIC 9(7)     VALUE ZERO.
           05  OLD-TUITION-TOTAL-WS    PIC 9(9)V99  VALUE ZERO.
           05  NEW-TUITION-TOTAL-WS    PIC 9(9)V99  VALUE ZERO.
           05  NET-TUITION-CHANGE-WS   PIC S9(9)V99 VALUE ZERO.

      *REPORT LINES
       01  REPORT-HEADER-WS.
           05  FILLER                  PIC X(23) VALUE
               "STUDENT FILE COMPARISON".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HDR-RUN-DATE-OUT-WS     PIC X(8).

       01  COPY-LINE-WS.
           05  CPY-LABEL-OUT-WS        PIC X(10).
           05  CPY-PATH-OUT-WS         PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CPY-ORGANIZATION-OUT-WS PIC X(17).

       01  IGNORED-LINE-WS.
           05  FILLER                  PIC X(16) VALUE
               "FIELD IGNORED: ".
           05  IGN-FIELD-OUT-WS        PIC X(20).

       01  COLUMN-HEADER-WS.
           05  FILLER                  PIC X(40) VALUE
               "ACTION    STUDENT FIELD                 ".
           05  FILLER                  PIC X(42) VALUE
               "OLD VALUE".
           05  FILLER                  PIC X(9)  VALUE
               "NEW VALUE".

       01  CHANGE-DETAIL-LINE-WS.
           05  CHG-ACTION-OUT-WS       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CHG-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CHG-FIELD-OUT-WS        PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CHG-OLD-VALUE-OUT-WS    PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CHG-NEW-VALUE-OUT-WS    PIC X(40).

       01  SEQUENCE-ERROR-LINE-WS.
           05  SEQ-COPY-OUT-WS         PIC X(8).
           05  FILLER                  PIC X(28) VALUE
               " COPY OUT OF KEY SEQUENCE AT".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SEQ-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(24) VALUE
               " - COMPARISON STOPPED".

       01  COUNT-LINE-1-WS.
           05  FILLER                  PIC X(20) VALUE
               "OLD COPY STUDENTS: ".
           05  TOT-OLD-OUT-WS          PIC ZZZZZ9.
           05  FILLER                  PIC X(22) VALUE
               "   NEW COPY STUDENTS: ".
           05  TOT-NEW-OUT-WS          PIC ZZZZZ9.

       01  COUNT-LINE-2-WS.
           05  FILLER                  PIC X(7)  VALUE "ADDED: ".
           05  TOT-ADDED-OUT-WS        PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "   DELETED: ".
           05  TOT-DELETED-OUT-WS      PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "   CHANGED: ".
           05  TOT-CHANGED-OUT-WS      PIC ZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               "   UNCHANGED: ".
           05  TOT-UNCHANGED-OUT-WS    PIC ZZZZZ9.

       01  COUNT-LINE-3-WS.
           05  FILLER                  PIC X(24) VALUE
               "FIELD CHANGES LISTED:  ".
           05  TOT-FIELD-CHANGES-OUT-WS PIC ZZZZZZ9.
           05  FILLER                  PIC X(34) VALUE
               "   DIFFERENCES IN IGNORED FIELDS: ".
           05  TOT-IGNORED-DIFF-OUT-WS PIC ZZZZZZ9.

       01  TUITION-LINE-WS.
           05  FILLER                  PIC X(27) VALUE
               "TUITION-OWED-OUT TOTAL OLD:".
           05  TOT-OLD-TUITION-OUT-WS  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7)  VALUE "   NEW:".
           05  TOT-NEW-TUITION-OUT-WS  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(15) VALUE
               "   NET CHANGE: ".
           05  TOT-NET-TUITION-OUT-WS  PIC +,+++,+++,++9.99.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *COMPARE TWO COPIES OF THE STUDENT FILE FIELD BY FIELD
       100-COMPARE-STUDENT-FILES.
           PERFORM 390-LOG-JOB-START.
           PERFORM 320-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-COMPARE.
           PERFORM 202-MATCH-ONE-KEY
               UNTIL OLD-KEY-WS = 9999999 AND NEW-KEY-WS = 9999999.
           PERFORM 203-TERMINATE-COMPARE.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *Ask for the two copies and the fields to ignore, open both
      *copies and read the first student from each
       201-INITIATE-COMPARE.
           MOVE SPACES TO IGNORE-TABLE-WS.
           PERFORM 313-CHOOSE-OLD-COPY.
           PERFORM 314-CHOOSE-NEW-COPY.
           PERFORM 315-ACCEPT-IGNORE-FIELD
               UNTIL IGNORE-DONE-FLAG = "Y".
           PERFORM 316-OPEN-OLD-COPY.
           PERFORM 317-OPEN-NEW-COPY.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN OUTPUT COMPARE-REPORT.
           MOVE RUN-DATE-WS TO HDR-RUN-DATE-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM REPORT-HEADER-WS.
           MOVE "OLD COPY: " TO CPY-LABEL-OUT-WS.
           MOVE OLD-PATH-WS  TO CPY-PATH-OUT-WS.
           IF OLD-ORGANIZATION-WS = "I"
               MOVE "(INDEXED)" TO CPY-ORGANIZATION-OUT-WS
           ELSE
               MOVE "(BACKUP GENERATION)" TO CPY-ORGANIZATION-OUT-WS
           END-IF.
           WRITE REPORT-RECORD-OUT FROM COPY-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "NEW COPY: " TO CPY-LABEL-OUT-WS.
           MOVE NEW-PATH-WS  TO CPY-PATH-OUT-WS.
           IF NEW-ORGANIZATION-WS = "I"
               MOVE "(INDEXED)" TO CPY-ORGANIZATION-OUT-WS
           ELSE
               MOVE "(BACKUP GENERATION)" TO CPY-ORGANIZATION-OUT-WS
           END-IF.
           WRITE REPORT-RECORD-OUT FROM COPY-LINE-WS
               AFTER ADVANCING 1 LINES.
           PERFORM 318-WRITE-IGNORED-LINE
               VARYING FLD-SUB FROM 1 BY 1 UNTIL FLD-SUB > 16.
           WRITE REPORT-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 301-READ-OLD-COPY.
           PERFORM 302-READ-NEW-COPY.

      *Match-merge on student number: a key in the old copy only was
      *deleted, one in the new copy only was added, and a key in
      *both is compared field by field
       202-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN OLD-KEY-WS < NEW-KEY-WS
                   PERFORM 307-REPORT-DELETED
                   PERFORM 301-READ-OLD-COPY
               WHEN OLD-KEY-WS > NEW-KEY-WS
                   PERFORM 308-REPORT-ADDED
                   PERFORM 302-READ-NEW-COPY
               WHEN OTHER
                   PERFORM 309-COMPARE-MATCHED
                   PERFORM 301-READ-OLD-COPY
                   PERFORM 302-READ-NEW-COPY
           END-EVALUATE.

       203-TERMINATE-COMPARE.
           MOVE OLD-COUNTER-WS          TO TOT-OLD-OUT-WS.
           MOVE NEW-COUNTER-WS          TO TOT-NEW-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM COUNT-LINE-1-WS
               AFTER ADVANCING 2 LINES.
           MOVE ADDED-COUNTER-WS        TO TOT-ADDED-OUT-WS.
           MOVE DELETED-COUNTER-WS      TO TOT-DELETED-OUT-WS.
           MOVE CHANGED-COUNTER-WS      TO TOT-CHANGED-OUT-WS.
           MOVE UNCHANGED-COUNTER-WS    TO TOT-UNCHANGED-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM COUNT-LINE-2-WS
               AFTER ADVANCING 1 LINES.
           MOVE FIELD-CHANGE-COUNTER-WS TO TOT-FIELD-CHANGES-OUT-WS.
           MOVE IGNORED-DIFF-COUNTER-WS TO TOT-IGNORED-DIFF-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM COUNT-LINE-3-WS
               AFTER ADVANCING 1 LINES.
           COMPUTE NET-TUITION-CHANGE-WS =
               NEW-TUITION-TOTAL-WS - OLD-TUITION-TOTAL-WS.
           MOVE OLD-TUITION-TOTAL-WS    TO TOT-OLD-TUITION-OUT-WS.
           MOVE NEW-TUITION-TOTAL-WS    TO TOT-NEW-TUITION-OUT-WS.
           MOVE NET-TUITION-CHANGE-WS   TO TOT-NET-TUITION-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM TUITION-LINE-WS
               AFTER ADVANCING 1 LINES.
           DISPLAY "STUDENTS ADDED: " ADDED-COUNTER-WS.
           DISPLAY "STUDENTS DELETED: " DELETED-COUNTER-WS.
           DISPLAY "STUDENTS CHANGED: " CHANGED-COUNTER-WS.
           DISPLAY "NET CHANGE IN TUITION OWED: "
               TOT-NET-TUITION-OUT-WS.
           EVALUATE TRUE
               WHEN SEQUENCE-ERROR-FLAG = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN ADDED-COUNTER-WS > ZERO
                   OR DELETED-COUNTER-WS > ZERO
                   OR CHANGED-COUNTER-WS > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           IF OLD-ORGANIZATION-WS = "I"
               CLOSE OLD-INDEXED-FILE
           ELSE
               CLOSE OLD-BACKUP-FILE
           END-IF.
           IF NEW-ORGANIZATION-WS = "I"
               CLOSE NEW-INDEXED-FILE
           ELSE
               CLOSE NEW-BACKUP-FILE
           END-IF.
           CLOSE COMPARE-REPORT.

      *Read to the next student in the old copy, past the control
      *records; end of copy sets a key above every student number
       301-READ-OLD-COPY.
           MOVE "N" TO OLD-READ-DONE-FLAG.
           PERFORM 303-READ-ONE-OLD-RECORD
               UNTIL OLD-READ-DONE-FLAG = "Y".

       302-READ-NEW-COPY.
           MOVE "N" TO NEW-READ-DONE-FLAG.
           PERFORM 304-READ-ONE-NEW-RECORD
               UNTIL NEW-READ-DONE-FLAG = "Y".

       303-READ-ONE-OLD-RECORD.
           IF OLD-ORGANIZATION-WS = "I"
               READ OLD-INDEXED-FILE INTO OLD-STUDENT-WS
                   AT END
                       MOVE 9999999 TO OLD-KEY-WS
                       MOVE "Y" TO OLD-READ-DONE-FLAG
                   NOT AT END PERFORM 305-ACCEPT-OLD-RECORD
               END-READ
           ELSE
               READ OLD-BACKUP-FILE INTO OLD-STUDENT-WS
                   AT END
                       MOVE 9999999 TO OLD-KEY-WS
                       MOVE "Y" TO OLD-READ-DONE-FLAG
                   NOT AT END PERFORM 305-ACCEPT-OLD-RECORD
               END-READ
           END-IF.

       304-READ-ONE-NEW-RECORD.
           IF NEW-ORGANIZATION-WS = "I"
               READ NEW-INDEXED-FILE INTO NEW-STUDENT-WS
                   AT END
                       MOVE 9999999 TO NEW-KEY-WS
                       MOVE "Y" TO NEW-READ-DONE-FLAG
                   NOT AT END PERFORM 306-ACCEPT-NEW-RECORD
               END-READ
           ELSE
               READ NEW-BACKUP-FILE INTO NEW-STUDENT-WS
                   AT END
                       MOVE 9999999 TO NEW-KEY-WS
                       MOVE "Y" TO NEW-READ-DONE-FLAG
                   NOT AT END PERFORM 306-ACCEPT-NEW-RECORD
               END-READ
           END-IF.

      *A student record must come in rising key order - a backup
      *generation is a straight copy of the indexed file, so one out
      *of order means the copy is damaged and the match is stopped
       305-ACCEPT-OLD-RECORD.
           EVALUATE TRUE
               WHEN OLD-STUD-NUM-WS = ZERO
                   OR OLD-STUD-NUM-WS = 999999
                   CONTINUE
               WHEN OLD-STUD-NUM-WS NOT > OLD-KEY-WS
                   MOVE "OLD" TO SEQ-COPY-OUT-WS
                   MOVE OLD-STUD-NUM-WS TO SEQ-STUD-NUM-OUT-WS
                   PERFORM 319-STOP-ON-SEQUENCE-ERROR
                   MOVE "Y" TO OLD-READ-DONE-FLAG
               WHEN OTHER
                   MOVE OLD-STUD-NUM-WS TO OLD-KEY-WS
                   ADD 1 TO OLD-COUNTER-WS
                   ADD 1 TO JLG-REQ-READ-WS
                   IF OLD-TUITION-WS IS NUMERIC
                       ADD OLD-TUITION-WS TO OLD-TUITION-TOTAL-WS
                   END-IF
                   MOVE "Y" TO OLD-READ-DONE-FLAG
           END-EVALUATE.

       306-ACCEPT-NEW-RECORD.
           EVALUATE TRUE
               WHEN NEW-STUD-NUM-WS = ZERO
                   OR NEW-STUD-NUM-WS = 999999
                   CONTINUE
               WHEN NEW-STUD-NUM-WS NOT > NEW-KEY-WS
                   MOVE "NEW" TO SEQ-COPY-OUT-WS
                   MOVE NEW-STUD-NUM-WS TO SEQ-STUD-NUM-OUT-WS
                   PERFORM 319-STOP-ON-SEQUENCE-ERROR
                   MOVE "Y" TO NEW-READ-DONE-FLAG
               WHEN OTHER
                   MOVE NEW-STUD-NUM-WS TO NEW-KEY-WS
                   ADD 1 TO NEW-COUNTER-WS
                   ADD 1 TO JLG-REQ-READ-WS
                   IF NEW-TUITION-WS IS NUMERIC
                       ADD NEW-TUITION-WS TO NEW-TUITION-TOTAL-WS
                   END-IF
                   MOVE "Y" TO NEW-READ-DONE-FLAG
           END-EVALUATE.

       307-REPORT-DELETED.
           MOVE SPACES            TO CHANGE-DETAIL-LINE-WS.
           MOVE "DELETED"         TO CHG-ACTION-OUT-WS.
           MOVE OLD-STUD-NUM-WS   TO CHG-STUD-NUM-OUT-WS.
           MOVE "STUD-NAME-OUT"   TO CHG-FIELD-OUT-WS.
           MOVE OLD-STUD-NAME-WS  TO CHG-OLD-VALUE-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM CHANGE-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE 2 TO FLD-SUB.
           MOVE SPACES            TO CHG-ACTION-OUT-WS.
           MOVE FLD-NAME-WS(FLD-SUB) TO CHG-FIELD-OUT-WS.
           PERFORM 311-FORMAT-OLD-VALUE.
           WRITE REPORT-RECORD-OUT FROM CHANGE-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO DELETED-COUNTER-WS.

       308-REPORT-ADDED.
           MOVE SPACES            TO CHANGE-DETAIL-LINE-WS.
           MOVE "ADDED"           TO CHG-ACTION-OUT-WS.
           MOVE NEW-STUD-NUM-WS   TO CHG-STUD-NUM-OUT-WS.
           MOVE "STUD-NAME-OUT"   TO CHG-FIELD-OUT-WS.
           MOVE NEW-STUD-NAME-WS  TO CHG-NEW-VALUE-OUT-WS.
           WRITE REPORT-RECORD-OUT FROM CHANGE-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE 2 TO FLD-SUB.
           MOVE SPACES            TO CHG-ACTION-OUT-WS.
           MOVE FLD-NAME-WS(FLD-SUB) TO CHG-FIELD-OUT-WS.
           PERFORM 312-FORMAT-NEW-VALUE.
           WRITE REPORT-RECORD-OUT FROM CHANGE-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO ADDED-COUNTER-WS.

      *Every field after the key is compared; a difference in an
      *ignored field is only counted
       309-COMPARE-MATCHED.
           MOVE "N" TO RECORD-CHANGED-FLAG.
           PERFORM 310-COMPARE-ONE-FIELD
               VARYING FLD-SUB FROM 2 BY 1 UNTIL FLD-SUB > 16.
           IF RECORD-CHANGED-FLAG = "Y"
               ADD 1 TO CHANGED-COUNTER-WS
           ELSE
               ADD 1 TO UNCHANGED-COUNTER-WS
           END-IF.

       310-COMPARE-ONE-FIELD.
           IF OLD-STUDENT-WS(FLD-START-WS(FLD-SUB):
                   FLD-LENGTH-WS(FLD-SUB)) NOT =
               NEW-STUDENT-WS(FLD-START-WS(FLD-SUB):
                   FLD-LENGTH-WS(FLD-SUB))
               IF FLD-IGNORE-WS(FLD-SUB) = "Y"
                   ADD 1 TO IGNORED-DIFF-COUNTER-WS
               ELSE
                   MOVE SPACES          TO CHANGE-DETAIL-LINE-WS
                   IF RECORD-CHANGED-FLAG = "N"
                       MOVE "CHANGED"   TO CHG-ACTION-OUT-WS
                   END-IF
                   MOVE "Y"             TO RECORD-CHANGED-FLAG
                   MOVE OLD-STUD-NUM-WS TO CHG-STUD-NUM-OUT-WS
                   MOVE FLD-NAME-WS(FLD-SUB) TO CHG-FIELD-OUT-WS
                   PERFORM 311-FORMAT-OLD-VALUE
                   PERFORM 312-FORMAT-NEW-VALUE
                   WRITE REPORT-RECORD-OUT FROM CHANGE-DETAIL-LINE-WS
                       AFTER ADVANCING 1 LINES
                   ADD 1 TO FIELD-CHANGE-COUNTER-WS
                   ADD 1 TO JLG-REQ-WRITTEN-WS
               END-IF
           END-IF.

      *Tuition shows as an amount when it holds one; every other
      *field shows exactly as it is stored
       311-FORMAT-OLD-VALUE.
           IF FLD-SUB = 2 AND OLD-TUITION-WS IS NUMERIC
               MOVE OLD-TUITION-WS TO AMOUNT-EDIT-WS
               MOVE AMOUNT-EDIT-WS TO CHG-OLD-VALUE-OUT-WS
           ELSE
               MOVE OLD-STUDENT-WS(FLD-START-WS(FLD-SUB):
                       FLD-LENGTH-WS(FLD-SUB))
                   TO CHG-OLD-VALUE-OUT-WS
           END-IF.

       312-FORMAT-NEW-VALUE.
           IF FLD-SUB = 2 AND NEW-TUITION-WS IS NUMERIC
               MOVE NEW-TUITION-WS TO AMOUNT-EDIT-WS
               MOVE AMOUNT-EDIT-WS TO CHG-NEW-VALUE-OUT-WS
           ELSE
               MOVE NEW-STUDENT-WS(FLD-START-WS(FLD-SUB):
                       FLD-LENGTH-WS(FLD-SUB))
                   TO CHG-NEW-VALUE-OUT-WS
           END-IF.

      *L the live file, G a backup generation, I any other indexed
      *copy by path
       313-CHOOSE-OLD-COPY.
           DISPLAY "OLD COPY - L=LIVE FILE, G=BACKUP GENERATION, "
               "I=OTHER INDEXED COPY: ".
           ACCEPT OLD-COPY-TYPE-WS.
           EVALUATE OLD-COPY-TYPE-WS
               WHEN "G"
                   DISPLAY "ENTER GENERATION NUMBER: "
                   ACCEPT GENERATION-WS
                   MOVE SPACES TO OLD-PATH-WS
                   STRING "D:\Cobol\STUBKP" DELIMITED BY SIZE
                          GENERATION-WS     DELIMITED BY SIZE
                          ".TXT"            DELIMITED BY SIZE
                       INTO OLD-PATH-WS
                   MOVE "S" TO OLD-ORGANIZATION-WS
               WHEN "I"
                   DISPLAY "ENTER PATH OF THE INDEXED COPY: "
                   ACCEPT OLD-PATH-WS
               WHEN OTHER
                   MOVE STUFILE-IN-PATH-WS TO OLD-PATH-WS
           END-EVALUATE.

       314-CHOOSE-NEW-COPY.
           DISPLAY "NEW COPY - L=LIVE FILE, G=BACKUP GENERATION, "
               "I=OTHER INDEXED COPY: ".
           ACCEPT NEW-COPY-TYPE-WS.
           EVALUATE NEW-COPY-TYPE-WS
               WHEN "G"
                   DISPLAY "ENTER GENERATION NUMBER: "
                   ACCEPT GENERATION-WS
                   MOVE SPACES TO NEW-PATH-WS
                   STRING "D:\Cobol\STUBKP" DELIMITED BY SIZE
                          GENERATION-WS     DELIMITED BY SIZE
                          ".TXT"            DELIMITED BY SIZE
                       INTO NEW-PATH-WS
                   MOVE "S" TO NEW-ORGANIZATION-WS
               WHEN "I"
                   DISPLAY "ENTER PATH OF THE INDEXED COPY: "
                   ACCEPT NEW-PATH-WS
               WHEN OTHER
                   MOVE STUFILE-IN-PATH-WS TO NEW-PATH-WS
           END-EVALUATE.

      *Field names are keyed one at a time as they appear in the
      *record layout; a blank entry ends the list. The student
      *number is the match key and cannot be ignored.
       315-ACCEPT-IGNORE-FIELD.
           DISPLAY "FIELD TO IGNORE (BLANK TO END): ".
           MOVE SPACES TO IGNORE-NAME-IN-WS.
           ACCEPT IGNORE-NAME-IN-WS.
           IF IGNORE-NAME-IN-WS = SPACES
               MOVE "Y" TO IGNORE-DONE-FLAG
           ELSE
               MOVE ZERO TO FLD-MATCH-SUB-WS
               PERFORM 401-MATCH-FIELD-NAME
                   VARYING FLD-SUB FROM 2 BY 1
                   UNTIL FLD-SUB > 16 OR FLD-MATCH-SUB-WS > ZERO
               IF FLD-MATCH-SUB-WS = ZERO
                   DISPLAY "NOT A FIELD OF THE STUDENT RECORD: "
                       IGNORE-NAME-IN-WS
               ELSE
                   MOVE "Y" TO FLD-IGNORE-WS(FLD-MATCH-SUB-WS)
                   ADD 1 TO IGNORE-COUNT-WS
               END-IF
           END-IF.

       401-MATCH-FIELD-NAME.
           IF FLD-NAME-WS(FLD-SUB) = IGNORE-NAME-IN-WS
               MOVE FLD-SUB TO FLD-MATCH-SUB-WS
           END-IF.

       316-OPEN-OLD-COPY.
           IF OLD-ORGANIZATION-WS = "I"
               OPEN INPUT OLD-INDEXED-FILE
           ELSE
               OPEN INPUT OLD-BACKUP-FILE
           END-IF.
           IF OLD-STATUS-WS NOT = "00"
               DISPLAY "COMPARE REFUSED - OLD COPY NOT FOUND: "
                   OLD-PATH-WS
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.

       317-OPEN-NEW-COPY.
           IF NEW-ORGANIZATION-WS = "I"
               OPEN INPUT NEW-INDEXED-FILE
           ELSE
               OPEN INPUT NEW-BACKUP-FILE
           END-IF.
           IF NEW-STATUS-WS NOT = "00"
               DISPLAY "COMPARE REFUSED - NEW COPY NOT FOUND: "
                   NEW-PATH-WS
               IF OLD-ORGANIZATION-WS = "I"
                   CLOSE OLD-INDEXED-FILE
               ELSE
                   CLOSE OLD-BACKUP-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.

       318-WRITE-IGNORED-LINE.
           IF FLD-IGNORE-WS(FLD-SUB) = "Y"
               MOVE FLD-NAME-WS(FLD-SUB) TO IGN-FIELD-OUT-WS
               WRITE REPORT-RECORD-OUT FROM IGNORED-LINE-WS
                   AFTER ADVANCING 1 LINES
           END-IF.

      *A damaged copy would report every later student as added or
      *deleted, so the match stops at the first key out of order
       319-STOP-ON-SEQUENCE-ERROR.
           WRITE REPORT-RECORD-OUT FROM SEQUENCE-ERROR-LINE-WS
               AFTER ADVANCING 1 LINES.
           DISPLAY SEQUENCE-ERROR-LINE-WS.
           MOVE "Y" TO SEQUENCE-ERROR-FLAG.
           MOVE 9999999 TO OLD-KEY-WS NEW-KEY-WS.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       320-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 321-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       321-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 322-APPLY-RUN-PARAMETER
           END-READ.

       322-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "STUD-FILE-COMPARE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM STUD-FILE-COMPARE.
