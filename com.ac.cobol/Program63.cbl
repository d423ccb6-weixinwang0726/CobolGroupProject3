      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *BANK LOCKBOX INTAKE. THE BANK'S ELECTRONIC LOCKBOX FILE
      *(LOCKBOX.TXT) CARRIES THE PAYMENTS IT RECEIVED FOR US IN
      *BATCHES - A BATCH HEADER ("1") WITH THE DEPOSIT DATE, ONE
      *DETAIL ("6") PER ITEM WITH THE BANK'S ITEM REFERENCE, THE
      *STUDENT NUMBER FROM THE REMITTANCE AND THE AMOUNT, AND A
      *BATCH TRAILER ("8") WITH THE ITEM COUNT AND DOLLAR TOTAL.
      *THIS RUN REPLACES RETYPING IT INTO PAYMENT.TXT. A FIRST PASS
      *BALANCES EVERY BATCH TRAILER AGAINST ITS DETAIL LINES; A
      *BATCH OUT OF BALANCE OR OUT OF SEQUENCE (NO HEADER, NO
      *TRAILER, A DETAIL FOR ANOTHER BATCH) IS REJECTED WHOLE. THE
      *SECOND PASS TURNS EVERY GOOD ITEM OF A BALANCED BATCH INTO A
      *PAYMENT.TXT RECORD FOR PAYMENT-POSTING - THE BANK'S ITEM
      *REFERENCE AS THE RECEIPT NUMBER AND THE DEPOSIT DATE AS THE
      *PAYMENT DATE. AN ITEM WHOSE STUDENT NUMBER IS NOT ON
      *STUFILE_IN.TXT, WITH NO REFERENCE, OR WITH AN AMOUNT POSTING
      *CANNOT TAKE GOES TO THE SUSPENSE REPORT (LOCKSUSP.TXT). THE
      *BALANCING SUMMARY (LOCKBOXRPT.TXT) SHOWS EVERY BATCH AND THE
      *TOTALS HANDED TO POSTING. RETURN CODE 0 IS A CLEAN INTAKE, 4
      *MEANS BATCHES WERE REJECTED OR ITEMS SUSPENDED (THE GOOD
      *ITEMS STILL POST), AND 8 MEANS NO LOCKBOX FILE OR A FILE TOO
      *LARGE TO BALANCE - PAYMENT.TXT IS NOT WRITTEN AND PAYRUN.JCL
      *DOES NOT LET PAYMENT-POSTING RUN.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-INTAKE.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE-IN
               ASSIGN TO "D:\Cobol\LOCKBOX.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS LBX-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

           SELECT PAYMENT-FILE-OUT
               ASSIGN TO "D:\Cobol\PAYMENT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-REPORT
               ASSIGN TO "D:\Cobol\LOCKSUSP.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BALANCING-REPORT
               ASSIGN TO "D:\Cobol\LOCKBOXRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *Lockbox record - the record type in column 1 says which view
      *applies: "1" batch header, "6" item, "8" batch trailer
       FD  LOCKBOX-FILE-IN.
       01  LOCKBOX-HEADER-IN.
           05  LBX-RECORD-TYPE-IN      PIC X(1).
           05  LBH-BATCH-NUM-IN        PIC 9(4).
           05  LBH-DEPOSIT-DATE-IN     PIC X(8).
           05  FILLER                  PIC X(67).
       01  LOCKBOX-DETAIL-IN REDEFINES LOCKBOX-HEADER-IN.
           05  FILLER                  PIC X(1).
           05  LBD-BATCH-NUM-IN        PIC 9(4).
           05  LBD-ITEM-REF-IN         PIC X(8).
           05  LBD-STUD-NUM-IN         PIC X(6).
           05  LBD-STUD-NUM-9-IN REDEFINES LBD-STUD-NUM-IN
                                       PIC 9(6).
           05  LBD-AMOUNT-IN           PIC 9(7)V99.
           05  FILLER                  PIC X(52).
       01  LOCKBOX-TRAILER-IN REDEFINES LOCKBOX-HEADER-IN.
           05  FILLER                  PIC X(1).
           05  LBT-BATCH-NUM-IN        PIC 9(4).
           05  LBT-ITEM-COUNT-IN       PIC 9(5).
           05  LBT-TOTAL-IN            PIC 9(9)V99.
           05  FILLER                  PIC X(59).

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

      *Same layout PAYMENT-POSTING reads
       FD  PAYMENT-FILE-OUT.
       01  PAYMENT-RECORD-OUT.
           05  PAY-STUD-NUM-OUT         PIC 9(6).
           05  PAY-AMOUNT-OUT           PIC 9(4)V99.
           05  PAY-DATE-OUT             PIC X(8).
           05  PAY-RECEIPT-OUT          PIC X(8).

       FD  SUSPENSE-REPORT.
       01  SUSPENSE-RECORD-OUT          PIC X(80).

       FD  BALANCING-REPORT.
       01  BALANCING-RECORD-OUT         PIC X(80).

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

      *One entry per batch in file order, built by the balancing
      *pass: what the trailer claimed, what the details added up to,
      *and whether the batch is accepted ("B") or rejected ("R")
       01  BATCH-TABLE-WS.
           05  BAT-ENTRY-WS OCCURS 500 TIMES.
               10  BAT-NUM-TBL-WS          PIC 9(4).
               10  BAT-DATE-TBL-WS         PIC X(8).
               10  BAT-RESULT-TBL-WS       PIC X(1).
               10  BAT-REASON-TBL-WS       PIC X(20).
               10  BAT-TRL-COUNT-TBL-WS    PIC 9(5).
               10  BAT-TRL-TOTAL-TBL-WS    PIC 9(9)V99.
               10  BAT-DTL-COUNT-TBL-WS    PIC 9(5).
               10  BAT-DTL-TOTAL-TBL-WS    PIC 9(9)V99.
               10  BAT-GOOD-COUNT-TBL-WS   PIC 9(5).
               10  BAT-GOOD-TOTAL-TBL-WS   PIC 9(9)V99.
               10  BAT-SUSP-COUNT-TBL-WS   PIC 9(5).

      *SUSPENSE REPORT LINES
       01  SUSPENSE-HEADER-WS          PIC X(34) VALUE
               "LOCKBOX ITEMS HELD IN SUSPENSE".

       01  SUSPENSE-COLUMN-HEADER-WS.
           05  FILLER  PIC X(7)  VALUE "BATCH".
           05  FILLER  PIC X(10) VALUE "ITEM REF".
           05  FILLER  PIC X(9)  VALUE "STUDENT".
           05  FILLER  PIC X(15) VALUE "        AMOUNT".
           05  FILLER  PIC X(7)  VALUE "REASON".

       01  SUSPENSE-LINE-WS.
           05  SUS-BATCH-OUT-WS        PIC 9(4).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SUS-ITEM-REF-OUT-WS     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUS-STUD-NUM-OUT-WS     PIC X(6).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SUS-AMOUNT-OUT-WS       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SUS-REASON-OUT-WS       PIC X(30).

      *BALANCING SUMMARY LINES
       01  BALANCING-HEADER-WS         PIC X(34) VALUE
               "LOCKBOX INTAKE BALANCING SUMMARY".

       01  BALANCING-COLUMN-HEADER-WS.
           05  FILLER  PIC X(6)  VALUE "BATCH".
           05  FILLER  PIC X(9)  VALUE "DEPOSIT".
           05  FILLER  PIC X(6)  VALUE "ITEMS".
           05  FILLER  PIC X(14) VALUE "  TRAILER AMT".
           05  FILLER  PIC X(6)  VALUE " COUNT".
           05  FILLER  PIC X(14) VALUE "   DETAIL AMT".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(20) VALUE "RESULT".

       01  BALANCING-LINE-WS.
           05  BAL-BATCH-OUT-WS        PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BAL-DATE-OUT-WS         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  BAL-TRL-COUNT-OUT-WS    PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  BAL-TRL-TOTAL-OUT-WS    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  BAL-DTL-COUNT-OUT-WS    PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  BAL-DTL-TOTAL-OUT-WS    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BAL-RESULT-OUT-WS       PIC X(20).

       01  BATCH-POSTED-LINE-WS.
           05  FILLER                  PIC X(21) VALUE
                   "      TO PAYMENT.TXT:".
           05  BPL-GOOD-COUNT-OUT-WS   PIC ZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  BPL-GOOD-TOTAL-OUT-WS   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE
                   "   SUSPENSE:  ".
           05  BPL-SUSP-COUNT-OUT-WS   PIC ZZZZ9.

       01  SUMMARY-LINE-WS.
           05  SUM-LABEL-OUT-WS        PIC X(36).
           05  SUM-COUNT-OUT-WS        PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SUM-AMOUNT-OUT-WS       PIC ZZZ,ZZZ,ZZ9.99.

       01  POSTING-RELEASE-LINE-WS.
           05  FILLER                  PIC X(22) VALUE
                   "PAYMENT-POSTING:      ".
           05  REL-MESSAGE-OUT-WS      PIC X(50).

      *Balancing and intake work fields
       01  INTAKE-WORK-FIELDS.
           05  LBX-STATUS-WS           PIC X(2).
           05  LBX-EOF-FLAG            PIC X(1)  VALUE "N".
           05  BAT-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  BAT-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  BAT-OPEN-FLAG           PIC X(1)  VALUE "N".
           05  BAT-OVERFLOW-FLAG       PIC X(1)  VALUE "N".
           05  CURRENT-BATCH-WS        PIC 9(3)  VALUE ZERO.
           05  IN-BATCH-FLAG           PIC X(1)  VALUE "N".
           05  ITEM-REASON-WS          PIC X(30) VALUE SPACES.
           05  FOUND-FLAG              PIC X(1)  VALUE "N".
           05  BATCHES-ACCEPTED-WS     PIC 9(6)  VALUE ZERO.
           05  BATCHES-REJECTED-WS     PIC 9(6)  VALUE ZERO.
           05  REJECTED-ITEMS-WS       PIC 9(6)  VALUE ZERO.
           05  REJECTED-AMOUNT-WS      PIC 9(9)V99 VALUE ZERO.
           05  ITEMS-POSTED-WS         PIC 9(6)  VALUE ZERO.
           05  AMOUNT-POSTED-WS        PIC 9(9)V99 VALUE ZERO.
           05  ITEMS-SUSPENDED-WS      PIC 9(6)  VALUE ZERO.
           05  AMOUNT-SUSPENDED-WS     PIC 9(9)V99 VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD            PIC X(2).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *BALANCE THE LOCKBOX FILE AND HAND ITS GOOD ITEMS TO POSTING
       100-TAKE-IN-LOCKBOX-FILE.
           PERFORM 390-LOG-JOB-START.
           PERFORM 315-READ-RUN-PARAMETERS.
           PERFORM 201-BALANCE-LOCKBOX-BATCHES.
           PERFORM 202-INITIATE-ITEM-INTAKE.
           PERFORM 203-TAKE-IN-ONE-RECORD UNTIL EOF-FLAG = "YES".
           PERFORM 204-TERMINATE-INTAKE.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *First pass: balance every batch before a single item goes to
      *PAYMENT.TXT. No lockbox file, or more batches than the table
      *holds, refuses the run with PAYMENT.TXT untouched.
       201-BALANCE-LOCKBOX-BATCHES.
           OPEN INPUT LOCKBOX-FILE-IN.
           IF LBX-STATUS-WS NOT = "00"
               DISPLAY "LOCKBOX INTAKE REFUSED - NO LOCKBOX.TXT FROM "
                   "THE BANK; PAYMENT.TXT NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 301-READ-LOCKBOX-RECORD.
           PERFORM 302-BALANCE-ONE-RECORD UNTIL LBX-EOF-FLAG = "Y".
           IF BAT-OPEN-FLAG = "Y"
               MOVE "R" TO BAT-RESULT-TBL-WS(BAT-COUNT-WS)
               MOVE "NO BATCH TRAILER"
                   TO BAT-REASON-TBL-WS(BAT-COUNT-WS)
           END-IF.
           CLOSE LOCKBOX-FILE-IN.
           IF BAT-OVERFLOW-FLAG = "Y"
               DISPLAY "LOCKBOX INTAKE REFUSED - MORE THAN 500 "
                   "BATCHES ON LOCKBOX.TXT; SPLIT THE FILE. "
                   "PAYMENT.TXT NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.

      *Second pass: the good items of every accepted batch become
      *payment records, the rest go to suspense
       202-INITIATE-ITEM-INTAKE.
           OPEN INPUT  LOCKBOX-FILE-IN
                       INDEXED-STUDENT-FILE
                OUTPUT PAYMENT-FILE-OUT
                       SUSPENSE-REPORT
                       BALANCING-REPORT.
           WRITE SUSPENSE-RECORD-OUT FROM SUSPENSE-HEADER-WS.
           WRITE SUSPENSE-RECORD-OUT FROM SUSPENSE-COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.
           MOVE ZERO TO CURRENT-BATCH-WS.
           MOVE "N" TO IN-BATCH-FLAG.
           PERFORM 303-READ-INTAKE-RECORD.

      *A header moves on to the next batch in the table and a
      *trailer closes it; details of a rejected batch, or outside
      *any batch, are passed over
       203-TAKE-IN-ONE-RECORD.
           EVALUATE LBX-RECORD-TYPE-IN
               WHEN "1"
                   ADD 1 TO CURRENT-BATCH-WS
                   MOVE "Y" TO IN-BATCH-FLAG
               WHEN "8"
                   MOVE "N" TO IN-BATCH-FLAG
               WHEN "6"
                   IF IN-BATCH-FLAG = "Y"
                       IF BAT-RESULT-TBL-WS(CURRENT-BATCH-WS) = "B"
                           PERFORM 304-TAKE-IN-ONE-ITEM
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM 303-READ-INTAKE-RECORD.

       204-TERMINATE-INTAKE.
           PERFORM 310-WRITE-BALANCING-SUMMARY.
           DISPLAY "LOCKBOX ITEMS TO PAYMENT.TXT: " ITEMS-POSTED-WS.
           DISPLAY "LOCKBOX ITEMS IN SUSPENSE: " ITEMS-SUSPENDED-WS.
           DISPLAY "LOCKBOX BATCHES REJECTED: " BATCHES-REJECTED-WS.
           CLOSE LOCKBOX-FILE-IN
                 INDEXED-STUDENT-FILE
                 PAYMENT-FILE-OUT
                 SUSPENSE-REPORT
                 BALANCING-REPORT.

       301-READ-LOCKBOX-RECORD.
           READ LOCKBOX-FILE-IN
               AT END MOVE "Y" TO LBX-EOF-FLAG
           END-READ.

      *Balancing pass, one record: a header opens a batch (closing
      *any batch left without a trailer as rejected), a detail adds
      *to the open batch, a trailer closes and balances it
       302-BALANCE-ONE-RECORD.
           EVALUATE LBX-RECORD-TYPE-IN
               WHEN "1"
                   PERFORM 305-OPEN-BALANCE-BATCH
               WHEN "6"
                   PERFORM 306-ADD-BALANCE-ITEM
               WHEN "8"
                   PERFORM 307-CLOSE-BALANCE-BATCH
           END-EVALUATE.
           PERFORM 301-READ-LOCKBOX-RECORD.

       305-OPEN-BALANCE-BATCH.
           IF BAT-OPEN-FLAG = "Y"
               MOVE "R" TO BAT-RESULT-TBL-WS(BAT-COUNT-WS)
               MOVE "NO BATCH TRAILER"
                   TO BAT-REASON-TBL-WS(BAT-COUNT-WS)
           END-IF.
           IF BAT-COUNT-WS >= 500
               MOVE "Y" TO BAT-OVERFLOW-FLAG
               MOVE "N" TO BAT-OPEN-FLAG
               MOVE "Y" TO LBX-EOF-FLAG
           ELSE
               ADD 1 TO BAT-COUNT-WS
               MOVE "Y" TO BAT-OPEN-FLAG
               MOVE LBH-BATCH-NUM-IN    TO BAT-NUM-TBL-WS(BAT-COUNT-WS)
               MOVE LBH-DEPOSIT-DATE-IN TO BAT-DATE-TBL-WS(BAT-COUNT-WS)
               MOVE "B"    TO BAT-RESULT-TBL-WS(BAT-COUNT-WS)
               MOVE SPACES TO BAT-REASON-TBL-WS(BAT-COUNT-WS)
               MOVE ZERO   TO BAT-TRL-COUNT-TBL-WS(BAT-COUNT-WS)
                              BAT-TRL-TOTAL-TBL-WS(BAT-COUNT-WS)
                              BAT-DTL-COUNT-TBL-WS(BAT-COUNT-WS)
                              BAT-DTL-TOTAL-TBL-WS(BAT-COUNT-WS)
                              BAT-GOOD-COUNT-TBL-WS(BAT-COUNT-WS)
                              BAT-GOOD-TOTAL-TBL-WS(BAT-COUNT-WS)
                              BAT-SUSP-COUNT-TBL-WS(BAT-COUNT-WS)
               IF LBH-DEPOSIT-DATE-IN IS NOT NUMERIC
                   MOVE "R" TO BAT-RESULT-TBL-WS(BAT-COUNT-WS)
                   MOVE "BAD DEPOSIT DATE"
                       TO BAT-REASON-TBL-WS(BAT-COUNT-WS)
               END-IF
           END-IF.

      *A detail outside an open batch, or carrying another batch's
      *number, puts its batch out of sequence; an amount that is not
      *numeric cannot be balanced at all
       306-ADD-BALANCE-ITEM.
           IF BAT-OPEN-FLAG = "Y"
               ADD 1 TO BAT-DTL-COUNT-TBL-WS(BAT-COUNT-WS)
               IF LBD-AMOUNT-IN IS NUMERIC
                   ADD LBD-AMOUNT-IN
                       TO BAT-DTL-TOTAL-TBL-WS(BAT-COUNT-WS)
               ELSE
                   PERFORM 308-REJECT-OPEN-BATCH
                   MOVE "BAD ITEM AMOUNT"
                       TO BAT-REASON-TBL-WS(BAT-COUNT-WS)
               END-IF
               IF LBD-BATCH-NUM-IN NOT = BAT-NUM-TBL-WS(BAT-COUNT-WS)
                   PERFORM 308-REJECT-OPEN-BATCH
                   MOVE "OUT OF SEQUENCE"
                       TO BAT-REASON-TBL-WS(BAT-COUNT-WS)
               END-IF
           ELSE
               DISPLAY "LOCKBOX ITEM OUTSIDE ANY BATCH - REFERENCE "
                   LBD-ITEM-REF-IN " NOT TAKEN IN"
               ADD 1 TO REJECTED-ITEMS-WS
           END-IF.

      *The trailer's item count and dollar total must both agree
      *with the details; only the first reason a batch fails on is
      *kept
       307-CLOSE-BALANCE-BATCH.
           IF BAT-OPEN-FLAG = "Y"
               MOVE LBT-ITEM-COUNT-IN
                   TO BAT-TRL-COUNT-TBL-WS(BAT-COUNT-WS)
               MOVE LBT-TOTAL-IN TO BAT-TRL-TOTAL-TBL-WS(BAT-COUNT-WS)
               EVALUATE TRUE
                   WHEN BAT-RESULT-TBL-WS(BAT-COUNT-WS) = "R"
                       CONTINUE
                   WHEN LBT-BATCH-NUM-IN
                           NOT = BAT-NUM-TBL-WS(BAT-COUNT-WS)
                       MOVE "R" TO BAT-RESULT-TBL-WS(BAT-COUNT-WS)
                       MOVE "OUT OF SEQUENCE"
                           TO BAT-REASON-TBL-WS(BAT-COUNT-WS)
                   WHEN LBT-ITEM-COUNT-IN
                           NOT = BAT-DTL-COUNT-TBL-WS(BAT-COUNT-WS)
                       MOVE "R" TO BAT-RESULT-TBL-WS(BAT-COUNT-WS)
                       MOVE "ITEM COUNT OFF"
                           TO BAT-REASON-TBL-WS(BAT-COUNT-WS)
                   WHEN LBT-TOTAL-IN
                           NOT = BAT-DTL-TOTAL-TBL-WS(BAT-COUNT-WS)
                       MOVE "R" TO BAT-RESULT-TBL-WS(BAT-COUNT-WS)
                       MOVE "DOLLAR TOTAL OFF"
                           TO BAT-REASON-TBL-WS(BAT-COUNT-WS)
               END-EVALUATE
               MOVE "N" TO BAT-OPEN-FLAG
           ELSE
               DISPLAY "LOCKBOX TRAILER WITH NO BATCH HEADER - BATCH "
                   LBT-BATCH-NUM-IN " IGNORED"
           END-IF.

       308-REJECT-OPEN-BATCH.
           IF BAT-RESULT-TBL-WS(BAT-COUNT-WS) = "B"
               MOVE "R" TO BAT-RESULT-TBL-WS(BAT-COUNT-WS)
           END-IF.

       303-READ-INTAKE-RECORD.
           READ LOCKBOX-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      *One item of an accepted batch: the student must be on file,
      *the item must carry a reference, and the amount must be one
      *PAYMENT-POSTING can apply
       304-TAKE-IN-ONE-ITEM.
           MOVE SPACES TO ITEM-REASON-WS.
           MOVE "N" TO FOUND-FLAG.
           IF LBD-STUD-NUM-IN IS NUMERIC
               AND LBD-STUD-NUM-9-IN NOT = ZERO
               AND LBD-STUD-NUM-9-IN NOT = 999999
               MOVE LBD-STUD-NUM-9-IN TO STUD-NUM-OUT
               READ INDEXED-STUDENT-FILE
                   INVALID KEY MOVE "N" TO FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN FOUND-FLAG = "N"
                   MOVE "STUDENT NOT ON FILE" TO ITEM-REASON-WS
               WHEN LBD-ITEM-REF-IN = SPACES
                   MOVE "NO BANK ITEM REFERENCE" TO ITEM-REASON-WS
               WHEN LBD-AMOUNT-IN = ZERO
                   MOVE "ZERO AMOUNT" TO ITEM-REASON-WS
               WHEN LBD-AMOUNT-IN > 9999.99
                   MOVE "AMOUNT TOO LARGE TO POST" TO ITEM-REASON-WS
           END-EVALUATE.
           IF ITEM-REASON-WS = SPACES
               PERFORM 309-WRITE-PAYMENT-RECORD
           ELSE
               PERFORM 311-WRITE-SUSPENSE-LINE
           END-IF.

       309-WRITE-PAYMENT-RECORD.
           MOVE LBD-STUD-NUM-9-IN TO PAY-STUD-NUM-OUT.
           MOVE LBD-AMOUNT-IN     TO PAY-AMOUNT-OUT.
           MOVE BAT-DATE-TBL-WS(CURRENT-BATCH-WS) TO PAY-DATE-OUT.
           MOVE LBD-ITEM-REF-IN   TO PAY-RECEIPT-OUT.
           WRITE PAYMENT-RECORD-OUT.
           ADD 1 TO ITEMS-POSTED-WS
                    BAT-GOOD-COUNT-TBL-WS(CURRENT-BATCH-WS).
           ADD LBD-AMOUNT-IN TO AMOUNT-POSTED-WS
                    BAT-GOOD-TOTAL-TBL-WS(CURRENT-BATCH-WS).

       311-WRITE-SUSPENSE-LINE.
           MOVE LBD-BATCH-NUM-IN TO SUS-BATCH-OUT-WS.
           MOVE LBD-ITEM-REF-IN  TO SUS-ITEM-REF-OUT-WS.
           MOVE LBD-STUD-NUM-IN  TO SUS-STUD-NUM-OUT-WS.
           MOVE LBD-AMOUNT-IN    TO SUS-AMOUNT-OUT-WS.
           MOVE ITEM-REASON-WS   TO SUS-REASON-OUT-WS.
           WRITE SUSPENSE-RECORD-OUT FROM SUSPENSE-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO ITEMS-SUSPENDED-WS
                    BAT-SUSP-COUNT-TBL-WS(CURRENT-BATCH-WS).
           ADD LBD-AMOUNT-IN TO AMOUNT-SUSPENDED-WS.

      *The balancing summary: every batch as the bank sent it and
      *what became of it, then the totals handed to posting and
      *whether posting may run
       310-WRITE-BALANCING-SUMMARY.
           WRITE BALANCING-RECORD-OUT FROM BALANCING-HEADER-WS.
           WRITE BALANCING-RECORD-OUT FROM BALANCING-COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 312-WRITE-ONE-BATCH
               VARYING BAT-SUB-WS FROM 1 BY 1
               UNTIL BAT-SUB-WS > BAT-COUNT-WS.
           MOVE "BATCHES ACCEPTED" TO SUM-LABEL-OUT-WS.
           MOVE BATCHES-ACCEPTED-WS TO SUM-COUNT-OUT-WS.
           MOVE ZERO TO SUM-AMOUNT-OUT-WS.
           WRITE BALANCING-RECORD-OUT FROM SUMMARY-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "BATCHES REJECTED (ITEMS, AMOUNT)" TO SUM-LABEL-OUT-WS.
           MOVE BATCHES-REJECTED-WS TO SUM-COUNT-OUT-WS.
           WRITE BALANCING-RECORD-OUT FROM SUMMARY-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "  ITEMS IN REJECTED BATCHES" TO SUM-LABEL-OUT-WS.
           MOVE REJECTED-ITEMS-WS  TO SUM-COUNT-OUT-WS.
           MOVE REJECTED-AMOUNT-WS TO SUM-AMOUNT-OUT-WS.
           WRITE BALANCING-RECORD-OUT FROM SUMMARY-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "ITEMS TO PAYMENT.TXT" TO SUM-LABEL-OUT-WS.
           MOVE ITEMS-POSTED-WS  TO SUM-COUNT-OUT-WS.
           MOVE AMOUNT-POSTED-WS TO SUM-AMOUNT-OUT-WS.
           WRITE BALANCING-RECORD-OUT FROM SUMMARY-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "ITEMS TO SUSPENSE (LOCKSUSP.TXT)" TO SUM-LABEL-OUT-WS.
           MOVE ITEMS-SUSPENDED-WS  TO SUM-COUNT-OUT-WS.
           MOVE AMOUNT-SUSPENDED-WS TO SUM-AMOUNT-OUT-WS.
           WRITE BALANCING-RECORD-OUT FROM SUMMARY-LINE-WS
               AFTER ADVANCING 1 LINES.
           IF BATCHES-REJECTED-WS > ZERO OR ITEMS-SUSPENDED-WS > ZERO
               OR REJECTED-ITEMS-WS > ZERO
               MOVE 4 TO RETURN-CODE
               MOVE "MAY RUN - REJECTS AND SUSPENSE TO BE WORKED"
                   TO REL-MESSAGE-OUT-WS
           ELSE
               MOVE "MAY RUN - LOCKBOX FILE IN BALANCE"
                   TO REL-MESSAGE-OUT-WS
           END-IF.
           WRITE BALANCING-RECORD-OUT FROM POSTING-RELEASE-LINE-WS
               AFTER ADVANCING 2 LINES.

       312-WRITE-ONE-BATCH.
           MOVE BAT-NUM-TBL-WS(BAT-SUB-WS)  TO BAL-BATCH-OUT-WS.
           MOVE BAT-DATE-TBL-WS(BAT-SUB-WS) TO BAL-DATE-OUT-WS.
           MOVE BAT-TRL-COUNT-TBL-WS(BAT-SUB-WS)
               TO BAL-TRL-COUNT-OUT-WS.
           MOVE BAT-TRL-TOTAL-TBL-WS(BAT-SUB-WS)
               TO BAL-TRL-TOTAL-OUT-WS.
           MOVE BAT-DTL-COUNT-TBL-WS(BAT-SUB-WS)
               TO BAL-DTL-COUNT-OUT-WS.
           MOVE BAT-DTL-TOTAL-TBL-WS(BAT-SUB-WS)
               TO BAL-DTL-TOTAL-OUT-WS.
           IF BAT-RESULT-TBL-WS(BAT-SUB-WS) = "B"
               MOVE "ACCEPTED" TO BAL-RESULT-OUT-WS
               ADD 1 TO BATCHES-ACCEPTED-WS
           ELSE
               MOVE BAT-REASON-TBL-WS(BAT-SUB-WS) TO BAL-RESULT-OUT-WS
               ADD 1 TO BATCHES-REJECTED-WS
               ADD BAT-DTL-COUNT-TBL-WS(BAT-SUB-WS)
                   TO REJECTED-ITEMS-WS
               ADD BAT-DTL-TOTAL-TBL-WS(BAT-SUB-WS)
                   TO REJECTED-AMOUNT-WS
           END-IF.
           WRITE BALANCING-RECORD-OUT FROM BALANCING-LINE-WS
               AFTER ADVANCING 1 LINES.
           IF BAT-RESULT-TBL-WS(BAT-SUB-WS) = "B"
               MOVE BAT-GOOD-COUNT-TBL-WS(BAT-SUB-WS)
                   TO BPL-GOOD-COUNT-OUT-WS
               MOVE BAT-GOOD-TOTAL-TBL-WS(BAT-SUB-WS)
                   TO BPL-GOOD-TOTAL-OUT-WS
               MOVE BAT-SUSP-COUNT-TBL-WS(BAT-SUB-WS)
                   TO BPL-SUSP-COUNT-OUT-WS
               WRITE BALANCING-RECORD-OUT FROM BATCH-POSTED-LINE-WS
                   AFTER ADVANCING 1 LINES
           END-IF.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       315-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 316-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       316-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 317-APPLY-RUN-PARAMETER
           END-READ.

       317-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "LOCKBOX-INTAKE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               ITEMS-POSTED-WS + ITEMS-SUSPENDED-WS + REJECTED-ITEMS-WS.
           MOVE ITEMS-POSTED-WS TO JLG-REQ-WRITTEN-WS.
           COMPUTE JLG-REQ-REJECTED-WS =
               ITEMS-SUSPENDED-WS + REJECTED-ITEMS-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM LOCKBOX-INTAKE.
