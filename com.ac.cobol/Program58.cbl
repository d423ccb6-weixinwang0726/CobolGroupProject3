      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *SPONSOR INVOICE RUN. TERM-ASSESSMENT BILLS THE SPONSOR'S
      *SHARE OF A SPONSORED STUDENT'S TUITION TO THE SPONSOR'S
      *ACCOUNT AND RECORDS EACH CHARGE ON THE SPONSOR TRANSACTION
      *FILE (SPONTRAN.TXT). FOR AN OPERATOR-KEYED TERM (WHICH MUST BE
      *ON THE ACADEMIC CALENDAR) THIS RUN SORTS THAT TERM'S CHARGES
      *BY SPONSOR AND STUDENT AND PRINTS ONE INVOICE PER SPONSOR
      *(SPONINV.TXT) - THE SPONSOR'S NAME, ADDRESS AND CONTACT FROM
      *THE SPONSOR MASTER (SPONSOR.TXT), A LINE FOR EVERY STUDENT
      *COVERED WITH THE NAME FROM STUFILE_IN.TXT AND THE AMOUNT
      *BILLED, THE INVOICE TOTAL, AND THE SPONSOR'S TOTAL RECEIVABLE
      *STILL OUTSTANDING - FOLLOWED BY THE RUN'S GRAND TOTALS. THE
      *SPONSOR'S SHARE OF A DROPPED-COURSE CREDIT FROM
      *DROP-REASSESSMENT ("CRD" ON SPONTRAN.TXT) PRINTS AS A CREDIT
      *LINE AGAINST THE STUDENT AND NETS OFF THE INVOICE TOTAL.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-INVOICE.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPONSOR-TRANS-FILE
               ASSIGN TO "D:\Cobol\SPONTRAN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SPT-STATUS-WS.

           SELECT SPONSOR-FILE
               ASSIGN TO "D:\Cobol\SPONSOR.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SPN-CODE
                               FILE STATUS IS SPN-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

      *Academic calendar maintained by CALENDAR-MAINT - the keyed
      *term must be on it
           SELECT CALENDAR-FILE-IN
               ASSIGN TO "D:\Cobol\CALENDAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CAL-STATUS-WS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK12".

           SELECT INVOICE-REPORT
               ASSIGN TO "D:\Cobol\SPONINV.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *One line per movement on a sponsor's account: "CHG" the
      *sponsor share of an assessment, "PAY" a sponsor cheque,
      *"CRD" the sponsor share of a dropped-course credit
       FD  SPONSOR-TRANS-FILE.
       01  SPONSOR-TRANS-RECORD.
           05  SPT-SPONSOR-CODE        PIC X(6).
           05  FILLER                  PIC X(2).
           05  SPT-TYPE                PIC X(3).
           05  FILLER                  PIC X(2).
           05  SPT-TERM                PIC X(5).
           05  FILLER                  PIC X(2).
           05  SPT-STUD-NUM            PIC 9(6).
           05  FILLER                  PIC X(2).
           05  SPT-AMOUNT              PIC 9(7)V99.
           05  FILLER                  PIC X(2).
           05  SPT-DATE                PIC X(8).
           05  FILLER                  PIC X(2).
           05  SPT-REFERENCE           PIC X(8).

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

       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN    PIC X(5).
           05  CAL-START-DATE-IN   PIC X(8).
           05  CAL-END-DATE-IN     PIC X(8).
           05  CAL-DROP-DEADLINE-IN PIC X(8).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD-WS.
           05  SORT-SPONSOR-CODE-WS    PIC X(6).
           05  SORT-STUD-NUM-WS        PIC 9(6).
           05  SORT-TYPE-WS            PIC X(3).
           05  SORT-AMOUNT-WS          PIC S9(7)V99.

       FD  INVOICE-REPORT.
       01  INVOICE-RECORD-OUT          PIC X(80).

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

      *INVOICE LINES - ONE INVOICE PER SPONSOR
       01  INVOICE-SEPARATOR-WS        PIC X(64) VALUE ALL "=".

       01  INVOICE-HEADER-WS.
           05  FILLER                  PIC X(24) VALUE
                   "SPONSOR INVOICE - TERM ".
           05  INV-TERM-OUT-WS         PIC X(5).
           05  FILLER                  PIC X(12) VALUE
                   "   SPONSOR ".
           05  INV-SPONSOR-OUT-WS      PIC X(6).

       01  INVOICE-NAME-LINE-WS.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  INV-NAME-OUT-WS         PIC X(30).

       01  INVOICE-STREET-LINE-WS.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  INV-STREET-OUT-WS       PIC X(30).

       01  INVOICE-CITY-LINE-WS.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  INV-CITY-OUT-WS         PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  INV-PROVINCE-OUT-WS     PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  INV-POSTAL-OUT-WS       PIC X(7).

       01  INVOICE-CONTACT-LINE-WS.
           05  FILLER                  PIC X(8)  VALUE "ATTN:   ".
           05  INV-CONTACT-OUT-WS      PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  INV-PHONE-OUT-WS        PIC X(10).

       01  INVOICE-NO-SPONSOR-LINE-WS  PIC X(41) VALUE
               "        *** SPONSOR NO LONGER ON FILE ***".

       01  INVOICE-COLUMN-HEADER-WS.
           05  FILLER                  PIC X(8)  VALUE "STUDENT ".
           05  FILLER                  PIC X(42) VALUE "NAME".
           05  FILLER                  PIC X(12) VALUE "      AMOUNT".

       01  INVOICE-DETAIL-LINE-WS.
           05  INV-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  INV-STUD-NAME-OUT-WS    PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  INV-AMOUNT-OUT-WS       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  INV-LINE-TYPE-OUT-WS    PIC X(12).

       01  INVOICE-TOTAL-LINE-WS.
           05  FILLER                  PIC X(50) VALUE
                   "INVOICE TOTAL FOR THE TERM".
           05  INV-TOTAL-OUT-WS        PIC Z,ZZZ,ZZ9.99-.

       01  INVOICE-RECEIVABLE-LINE-WS.
           05  FILLER                  PIC X(50) VALUE
                   "TOTAL OUTSTANDING ON ACCOUNT".
           05  INV-RECEIVABLE-OUT-WS   PIC Z,ZZZ,ZZ9.99.

       01  GRAND-TOTAL-LINE-WS.
           05  FILLER                  PIC X(18) VALUE
                   "INVOICES PRINTED: ".
           05  GRD-COUNT-OUT-WS        PIC ZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
                   "  STUDENTS BILLED: ".
           05  GRD-STUDENTS-OUT-WS     PIC ZZZZZ9.

       01  GRAND-AMOUNT-LINE-WS.
           05  FILLER                  PIC X(18) VALUE
                   "GRAND TOTAL:      ".
           05  GRD-TOTAL-OUT-WS        PIC ZZ,ZZZ,ZZ9.99-.

      *Term selection, control-break and total work fields
       01  INVOICE-WORK-FIELDS.
           05  SPT-STATUS-WS           PIC X(2).
           05  SPN-STATUS-WS           PIC X(2).
           05  SPNFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  SPN-FOUND-FLAG          PIC X(1)  VALUE "N".
           05  RUN-TERM-CODE-WS        PIC X(5)  VALUE SPACES.
           05  BREAK-SPONSOR-CODE-WS   PIC X(6)  VALUE SPACES.
           05  BREAK-STARTED-FLAG      PIC X(1)  VALUE "N".
           05  INVOICE-TOTAL-WS        PIC S9(7)V99 VALUE ZERO.
           05  INVOICE-COUNTER-WS      PIC 9(6)  VALUE ZERO.
           05  STUDENT-COUNTER-WS      PIC 9(6)  VALUE ZERO.
           05  GRAND-TOTAL-WS          PIC S9(8)V99 VALUE ZERO.
           05  FOUND-FLAG              PIC X(1)  VALUE "N".

       01  CALENDAR-CHECK-FIELDS.
           05  CAL-STATUS-WS           PIC X(2).
           05  CAL-EOF-FLAG            PIC X(1)  VALUE "N".
           05  TERM-ON-CALENDAR-FLAG   PIC X(1)  VALUE "N".

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  EOF-SORT-FLAG           PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD            PIC X(2).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PRINT THE TERM'S INVOICES FROM THE SPONSOR CHARGES
       100-RUN-SPONSOR-INVOICES.
           PERFORM 390-LOG-JOB-START.
           PERFORM 313-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-INVOICE-RUN.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SPONSOR-CODE-WS
               ON ASCENDING KEY SORT-STUD-NUM-WS
               ON ASCENDING KEY SORT-TYPE-WS
               INPUT PROCEDURE IS 301-LOAD-TERM-CHARGES
               OUTPUT PROCEDURE IS 302-PRINT-INVOICES.
           PERFORM 203-TERMINATE-INVOICE-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *The keyed term must be on the calendar; a term that is not
      *refuses the run
       201-INITIATE-INVOICE-RUN.
           DISPLAY "ENTER TERM CODE TO INVOICE (E.G. 2026F): ".
           ACCEPT RUN-TERM-CODE-WS.
           PERFORM 311-CHECK-TERM-ON-CALENDAR.
           IF TERM-ON-CALENDAR-FLAG NOT = "Y"
               DISPLAY "SPONSOR INVOICES REFUSED - TERM "
                   RUN-TERM-CODE-WS
                   " IS NOT ON THE ACADEMIC CALENDAR "
                   "(SEE CALENDAR-MAINT)"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           OPEN INPUT INDEXED-STUDENT-FILE.
           OPEN INPUT SPONSOR-FILE.
           IF SPN-STATUS-WS = "00"
               MOVE "Y" TO SPNFILE-OPEN-FLAG
           END-IF.
           OPEN OUTPUT INVOICE-REPORT.

       203-TERMINATE-INVOICE-RUN.
           MOVE INVOICE-COUNTER-WS TO GRD-COUNT-OUT-WS.
           MOVE STUDENT-COUNTER-WS TO GRD-STUDENTS-OUT-WS.
           MOVE GRAND-TOTAL-WS     TO GRD-TOTAL-OUT-WS.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-SEPARATOR-WS
               AFTER ADVANCING 2 LINES.
           WRITE INVOICE-RECORD-OUT FROM GRAND-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           WRITE INVOICE-RECORD-OUT FROM GRAND-AMOUNT-LINE-WS
               AFTER ADVANCING 1 LINES.
           DISPLAY "SPONSOR INVOICES PRINTED: " INVOICE-COUNTER-WS.
           CLOSE INDEXED-STUDENT-FILE
                 INVOICE-REPORT.
           IF SPNFILE-OPEN-FLAG = "Y"
               CLOSE SPONSOR-FILE
           END-IF.

      *SORT input procedure: the term's sponsor charges and drop
      *credits, the credits negative; a missing transaction file
      *means no sponsor has been billed
       301-LOAD-TERM-CHARGES.
           OPEN INPUT SPONSOR-TRANS-FILE.
           IF SPT-STATUS-WS NOT = "00"
               DISPLAY "NO SPONSOR TRANSACTIONS ON FILE - NOTHING TO "
                   "INVOICE"
           ELSE
               PERFORM 304-READ-SPONSOR-TRANS
               PERFORM 305-RELEASE-ONE-CHARGE
                   UNTIL EOF-FLAG = "YES"
               CLOSE SPONSOR-TRANS-FILE
           END-IF.

       304-READ-SPONSOR-TRANS.
           READ SPONSOR-TRANS-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       305-RELEASE-ONE-CHARGE.
           IF (SPT-TYPE = "CHG" OR SPT-TYPE = "CRD")
               AND SPT-TERM = RUN-TERM-CODE-WS
               MOVE SPT-SPONSOR-CODE TO SORT-SPONSOR-CODE-WS
               MOVE SPT-STUD-NUM     TO SORT-STUD-NUM-WS
               MOVE SPT-TYPE         TO SORT-TYPE-WS
               IF SPT-TYPE = "CRD"
                   COMPUTE SORT-AMOUNT-WS = ZERO - SPT-AMOUNT
               ELSE
                   MOVE SPT-AMOUNT   TO SORT-AMOUNT-WS
               END-IF
               RELEASE SORT-RECORD-WS
           END-IF.
           PERFORM 304-READ-SPONSOR-TRANS.

      *SORT output procedure: a sponsor break closes one invoice
      *and opens the next
       302-PRINT-INVOICES.
           PERFORM 306-RETURN-SORT-RECORD.
           PERFORM 307-PRINT-ONE-CHARGE UNTIL EOF-SORT-FLAG = "YES".
           IF BREAK-STARTED-FLAG = "Y"
               PERFORM 309-CLOSE-ONE-INVOICE
           END-IF.

       306-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO EOF-SORT-FLAG
           END-RETURN.

       307-PRINT-ONE-CHARGE.
           IF BREAK-STARTED-FLAG = "Y"
               AND SORT-SPONSOR-CODE-WS NOT = BREAK-SPONSOR-CODE-WS
               PERFORM 309-CLOSE-ONE-INVOICE
           END-IF.
           IF BREAK-STARTED-FLAG = "N"
               OR SORT-SPONSOR-CODE-WS NOT = BREAK-SPONSOR-CODE-WS
               MOVE SORT-SPONSOR-CODE-WS TO BREAK-SPONSOR-CODE-WS
               MOVE "Y" TO BREAK-STARTED-FLAG
               MOVE ZERO TO INVOICE-TOTAL-WS
               PERFORM 308-OPEN-ONE-INVOICE
           END-IF.
           PERFORM 310-READ-INVOICE-STUDENT.
           MOVE SORT-STUD-NUM-WS TO INV-STUD-NUM-OUT-WS.
           MOVE SORT-AMOUNT-WS   TO INV-AMOUNT-OUT-WS.
           IF SORT-TYPE-WS = "CRD"
               MOVE "DROP CREDIT" TO INV-LINE-TYPE-OUT-WS
           ELSE
               MOVE SPACES TO INV-LINE-TYPE-OUT-WS
               ADD 1 TO STUDENT-COUNTER-WS
           END-IF.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD SORT-AMOUNT-WS TO INVOICE-TOTAL-WS.
           PERFORM 306-RETURN-SORT-RECORD.

      *Invoice head: term and sponsor code, then the name, address
      *and contact block from the sponsor master
       308-OPEN-ONE-INVOICE.
           MOVE RUN-TERM-CODE-WS      TO INV-TERM-OUT-WS.
           MOVE BREAK-SPONSOR-CODE-WS TO INV-SPONSOR-OUT-WS.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-SEPARATOR-WS
               AFTER ADVANCING 1 LINES.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-HEADER-WS
               AFTER ADVANCING 1 LINES.
           MOVE "N" TO SPN-FOUND-FLAG.
           IF SPNFILE-OPEN-FLAG = "Y"
               MOVE BREAK-SPONSOR-CODE-WS TO SPN-CODE
               READ SPONSOR-FILE
                   INVALID KEY MOVE "N" TO SPN-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO SPN-FOUND-FLAG
               END-READ
           END-IF.
           IF SPN-FOUND-FLAG = "Y"
               MOVE SPN-NAME        TO INV-NAME-OUT-WS
               MOVE SPN-STREET      TO INV-STREET-OUT-WS
               MOVE SPN-CITY        TO INV-CITY-OUT-WS
               MOVE SPN-PROVINCE    TO INV-PROVINCE-OUT-WS
               MOVE SPN-POSTAL-CODE TO INV-POSTAL-OUT-WS
               MOVE SPN-CONTACT     TO INV-CONTACT-OUT-WS
               MOVE SPN-PHONE       TO INV-PHONE-OUT-WS
               WRITE INVOICE-RECORD-OUT FROM INVOICE-NAME-LINE-WS
                   AFTER ADVANCING 2 LINES
               WRITE INVOICE-RECORD-OUT FROM INVOICE-STREET-LINE-WS
                   AFTER ADVANCING 1 LINES
               WRITE INVOICE-RECORD-OUT FROM INVOICE-CITY-LINE-WS
                   AFTER ADVANCING 1 LINES
               WRITE INVOICE-RECORD-OUT FROM INVOICE-CONTACT-LINE-WS
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE INVOICE-RECORD-OUT
                   FROM INVOICE-NO-SPONSOR-LINE-WS
                   AFTER ADVANCING 2 LINES
           END-IF.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.

      *Invoice foot: the term's total, and what the sponsor owes on
      *the account altogether, earlier terms included
       309-CLOSE-ONE-INVOICE.
           MOVE INVOICE-TOTAL-WS TO INV-TOTAL-OUT-WS.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           IF SPN-FOUND-FLAG = "Y"
               MOVE SPN-RECEIVABLE TO INV-RECEIVABLE-OUT-WS
               WRITE INVOICE-RECORD-OUT
                   FROM INVOICE-RECEIVABLE-LINE-WS
                   AFTER ADVANCING 1 LINES
           END-IF.
           ADD 1 TO INVOICE-COUNTER-WS.
           ADD INVOICE-TOTAL-WS TO GRAND-TOTAL-WS.

       310-READ-INVOICE-STUDENT.
           MOVE SORT-STUD-NUM-WS TO STUD-NUM-OUT.
           READ INDEXED-STUDENT-FILE
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = "Y"
               MOVE STUD-NAME-OUT TO INV-STUD-NAME-OUT-WS
           ELSE
               MOVE "STUDENT NO LONGER ON FILE"
                   TO INV-STUD-NAME-OUT-WS
           END-IF.

       311-CHECK-TERM-ON-CALENDAR.
           MOVE "N" TO TERM-ON-CALENDAR-FLAG.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-WS = "00"
               PERFORM 312-MATCH-ONE-CALENDAR-TERM
                   UNTIL CAL-EOF-FLAG = "Y"
                       OR TERM-ON-CALENDAR-FLAG = "Y"
               CLOSE CALENDAR-FILE-IN
           END-IF.

       312-MATCH-ONE-CALENDAR-TERM.
           READ CALENDAR-FILE-IN
               AT END MOVE "Y" TO CAL-EOF-FLAG
               NOT AT END
                   IF CAL-TERM-CODE-IN = RUN-TERM-CODE-WS
                       MOVE "Y" TO TERM-ON-CALENDAR-FLAG
                   END-IF
           END-READ.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       313-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 314-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       314-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 315-APPLY-RUN-PARAMETER
           END-READ.

       315-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "SPONSOR-INVOICE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE STUDENT-COUNTER-WS TO JLG-REQ-READ-WS.
           MOVE INVOICE-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM SPONSOR-INVOICE.
