      *REJECTED (WITH THE REASON) ON A REGISTER (STUTRANSRPT.TXT)
      *THAT GOES BACK TO THE REMOTE OFFICE AS ITS CONFIRMATION
      *LISTING. TUITION CHANGES ARE LOGGED TO STUHIST.TXT THE SAME
      *WAY THE ONLINE REWRITE PATH LOGS THEM, AND POSTED TO THE
      *STUDENT ACCOUNT LEDGER (STULEDGR.TXT) AS "ADJ" ENTRIES. RUNS
      *IN BATCHRUN.JCL'S CONDITION-CODE CHAIN BETWEEN THE CONVERSION
      *AND THE REPORT. EACH OFFICE SENDS ITS FILE AS A BATCH - A
      *HEADER ("H") WITH THE OFFICE CODE, BATCH NUMBER AND BATCH
      *DATE, THE TRANSACTIONS, AND A TRAILER ("T") WITH THE
      *TRANSACTION COUNT, THE HASH TOTAL OF THE STUDENT NUMBERS AND
      *THE TUITION TOTAL - AND SEVERAL OFFICES' BATCHES MAY FOLLOW
      *ONE ANOTHER ON STUTRANS.TXT. A FIRST PASS BALANCES EVERY
      *TRAILER AGAINST ITS TRANSACTIONS BEFORE ANYTHING IS APPLIED.
      *A BATCH OUT OF BALANCE, CUT OFF BEFORE ITS TRAILER, OR WHOSE
      *OFFICE AND BATCH NUMBER IS ALREADY ON THE APPLIED-BATCH
      *REGISTER (STUBATCH.TXT) IS REJECTED WHOLE - NONE OF ITS
      *TRANSACTIONS TOUCH THE STUDENT FILE. THE BATCH CONTROL
      *SECTION OF STUTRANSRPT.TXT SHOWS EVERY BATCH'S TRAILER AND
      *DETAIL TOTALS AND WHAT BECAME OF IT. RETURN CODE 4 MEANS A
      *BATCH WAS REJECTED OR A TRANSACTION CAME OUTSIDE ANY BATCH
      *(THE BALANCED BATCHES ARE STILL APPLIED); 8 MEANS THE RUN WAS
      *REFUSED AND NOTHING WAS APPLIED.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-TRANS-APPLY.
               ASSIGN TO "D:\Cobol\STUHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPLIED-BATCH-FILE
               ASSIGN TO "D:\Cobol\STUBATCH.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS ABR-KEY
                               FILE STATUS IS APPLIED-BATCH-STATUS-WS.

           SELECT TRANS-REGISTER
               ASSIGN TO "D:\Cobol\STUTRANSRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               10  TRN-COURSE-AVG-5-IN     PIC 9(3).
               10  TRN-STATUS-IN           PIC X(1).
               10  TRN-ENROLL-DATE-IN      PIC X(8).
      *Batch header ("H") and trailer ("T") views of the same record
       01  TRANSACTION-HEADER-IN REDEFINES TRANSACTION-RECORD-IN.
           05  FILLER                  PIC X(1).
           05  TBH-OFFICE-IN           PIC X(4).
           05  TBH-BATCH-NUM-IN        PIC 9(6).
           05  TBH-BATCH-DATE-IN       PIC X(8).
           05  FILLER                  PIC X(98).
       01  TRANSACTION-TRAILER-IN REDEFINES TRANSACTION-RECORD-IN.
           05  FILLER                  PIC X(1).
           05  TBT-TRANS-COUNT-IN      PIC 9(6).
           05  TBT-HASH-TOTAL-IN       PIC 9(12).
           05  TBT-TUITION-TOTAL-IN    PIC 9(9)V99.
           05  FILLER                  PIC X(87).

       FD  INDEXED-STUDENT-FILE.
       01  STUDENT-RECORD-OUT.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HIST-TIMESTAMP-OUT      PIC X(14).

      *Applied-batch register - one record per office batch this
      *program has started applying, "P" until its trailer is
      *reached and "C" once the whole batch has been through
       FD  APPLIED-BATCH-FILE.
       01  APPLIED-BATCH-RECORD.
           05  ABR-KEY.
               10  ABR-OFFICE          PIC X(4).
               10  ABR-BATCH-NUM       PIC 9(6).
           05  ABR-STATUS              PIC X(1).
           05  ABR-BATCH-DATE          PIC X(8).
           05  ABR-APPLIED-DATE        PIC X(8).
           05  ABR-APPLIED-TIME        PIC X(6).
           05  ABR-TRANS-COUNT         PIC 9(6).
           05  ABR-APPLIED-COUNT       PIC 9(6).
           05  ABR-REJECTED-COUNT      PIC 9(6).

       FD  TRANS-REGISTER.
       01  REGISTER-RECORD-OUT         PIC X(80).

                   "TRANSACTIONS REJECTED:".
           05  TOT-REJECTED-OUT-WS      PIC ZZZZZ9.

      *BATCH HEADING LINE - AHEAD OF EACH BATCH'S TRANSACTIONS AND
      *EACH BATCH IN THE BATCH CONTROL SECTION
       01  BATCH-ID-LINE-WS.
           05  FILLER                   PIC X(7)  VALUE "OFFICE ".
           05  BID-OFFICE-OUT-WS        PIC X(4).
           05  FILLER                   PIC X(8)  VALUE "  BATCH ".
           05  BID-BATCH-OUT-WS         PIC 9(6).
           05  FILLER                   PIC X(8)  VALUE "  DATED ".
           05  BID-DATE-OUT-WS          PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  BID-RESULT-OUT-WS        PIC X(11).
           05  BID-REASON-OUT-WS        PIC X(20).

      *BATCH CONTROL SECTION LINES
       01  BATCH-CONTROL-HEADER-WS     PIC X(20) VALUE
               "BATCH CONTROL".

       01  BATCH-CONTROL-COLUMN-HEADER-WS.
           05  FILLER  PIC X(26) VALUE SPACES.
           05  FILLER  PIC X(18) VALUE "           TRAILER".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  FILLER  PIC X(18) VALUE "            DETAIL".

       01  BATCH-COUNT-LINE-WS.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  BCL-LABEL-OUT-WS         PIC X(22).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  BCL-TRAILER-OUT-WS       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  BCL-DETAIL-OUT-WS        PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  BATCH-TUITION-LINE-WS.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(22) VALUE
                   "TUITION TOTAL".
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  BTL-TRAILER-OUT-WS       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(6)  VALUE SPACES.
           05  BTL-DETAIL-OUT-WS        PIC ZZZ,ZZZ,ZZ9.99.

       01  BATCH-APPLIED-LINE-WS.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(22) VALUE
                   "TRANSACTIONS APPLIED:".
           05  BAP-APPLIED-OUT-WS       PIC ZZZZZ9.
           05  FILLER                   PIC X(12) VALUE
                   "  REJECTED: ".
           05  BAP-REJECTED-OUT-WS      PIC ZZZZZ9.

       01  BATCH-SUMMARY-LINE-WS.
           05  BSL-LABEL-OUT-WS         PIC X(36).
           05  BSL-COUNT-OUT-WS         PIC ZZZZZ9.

      *One entry per batch in file order, built by the balancing
      *pass: the header's office, number and date, what the trailer
      *claimed, what the transactions added up to, and whether the
      *batch is to be applied ("B") or rejected ("R"), then what the
      *apply pass made of its transactions
       01  BATCH-TABLE-WS.
           05  BAT-ENTRY-WS OCCURS 100 TIMES.
               10  BAT-OFFICE-TBL-WS       PIC X(4).
               10  BAT-NUM-TBL-WS          PIC 9(6).
               10  BAT-DATE-TBL-WS         PIC X(8).
               10  BAT-RESULT-TBL-WS       PIC X(1).
               10  BAT-REASON-TBL-WS       PIC X(20).
               10  BAT-TRL-COUNT-TBL-WS    PIC 9(6).
               10  BAT-TRL-HASH-TBL-WS     PIC 9(12).
               10  BAT-TRL-TUITION-TBL-WS  PIC 9(9)V99.
               10  BAT-DTL-COUNT-TBL-WS    PIC 9(6).
               10  BAT-DTL-HASH-TBL-WS     PIC 9(12).
               10  BAT-DTL-TUITION-TBL-WS  PIC 9(9)V99.
               10  BAT-APPLIED-TBL-WS      PIC 9(6).
               10  BAT-REJECTED-TBL-WS     PIC 9(6).

      *Batch balancing work fields
       01  BATCH-WORK-FIELDS.
           05  APPLIED-BATCH-STATUS-WS PIC X(2).
           05  TRN-EOF-FLAG            PIC X(1)  VALUE "N".
           05  BAT-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  BAT-SUB-WS              PIC 9(3)  VALUE ZERO.
           05  BAT-OPEN-FLAG           PIC X(1)  VALUE "N".
           05  BAT-OVERFLOW-FLAG       PIC X(1)  VALUE "N".
           05  CURRENT-BATCH-WS        PIC 9(3)  VALUE ZERO.
           05  APPLY-BATCH-OPEN-FLAG   PIC X(1)  VALUE "N".
           05  DUPLICATE-FLAG          PIC X(1)  VALUE "N".
           05  BATCH-REASON-WS         PIC X(20) VALUE SPACES.
           05  BATCHES-APPLIED-WS      PIC 9(4)  VALUE ZERO.
           05  BATCHES-REJECTED-WS     PIC 9(4)  VALUE ZERO.
           05  OUTSIDE-BATCH-WS        PIC 9(6)  VALUE ZERO.
           05  RUN-COND-CODE-WS        PIC 9(1)  VALUE ZERO.

      *Tuition change history fields, written the same way the
      *online REWRITE path writes them, with a fixed batch operator
      *ID so history reports can tell the two apart
      *shared edit before the indexed file is touched
       01  EDIT-CANDIDATE-RECORD-WS    PIC X(116).

      *Account ledger posting request
       COPY "LDG-REQ-STRUCTURE.CBL".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *APPLY THE REMOTE OFFICE'S TRANSACTION BATCH TO THE FILE
       100-APPLY-TRANSACTION-BATCH.
           PERFORM 390-LOG-JOB-START.
           PERFORM 316-READ-RUN-PARAMETERS.
           PERFORM 313-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
                   "SESSION HAS THE STUDENT FILE OPEN "
                   "(SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 201-BALANCE-TRANSACTION-BATCHES.
           PERFORM 314-REGISTER-BATCH-SESSION.
           PERFORM 202-INITIATE-APPLY.
           PERFORM 203-APPLY-ONE-TRANSACTION UNTIL EOF-FLAG = "YES".
           PERFORM 204-TERMINATE-APPLY.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *First pass: balance every batch's trailer against its
      *transactions and check it against the applied-batch register
      *before a single transaction touches the student file. No
      *usable register, or more batches than the table holds,
      *refuses the run.
       201-BALANCE-TRANSACTION-BATCHES.
           OPEN I-O APPLIED-BATCH-FILE.
           IF APPLIED-BATCH-STATUS-WS = "35"
               OPEN OUTPUT APPLIED-BATCH-FILE
               CLOSE APPLIED-BATCH-FILE
               OPEN I-O APPLIED-BATCH-FILE
           END-IF.
           IF APPLIED-BATCH-STATUS-WS NOT = "00"
               DISPLAY "TRANSACTION APPLY REFUSED - APPLIED-BATCH "
                   "REGISTER STUBATCH.TXT NOT AVAILABLE - FILE STATUS "
                   APPLIED-BATCH-STATUS-WS
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           OPEN INPUT TRANSACTION-FILE-IN.
           PERFORM 318-READ-BALANCE-RECORD.
           PERFORM 319-BALANCE-ONE-RECORD UNTIL TRN-EOF-FLAG = "Y".
           IF BAT-OPEN-FLAG = "Y"
               MOVE "NO BATCH TRAILER" TO BATCH-REASON-WS
               PERFORM 324-REJECT-OPEN-BATCH
           END-IF.
           CLOSE TRANSACTION-FILE-IN.
           IF BAT-OVERFLOW-FLAG = "Y"
               DISPLAY "TRANSACTION APPLY REFUSED - MORE THAN 100 "
                   "BATCHES ON STUTRANS.TXT; SPLIT THE FILE. "
                   "NOTHING APPLIED"
               CLOSE APPLIED-BATCH-FILE
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.

      *Second pass: apply the transactions of every balanced batch
       202-INITIATE-APPLY.
           OPEN INPUT  TRANSACTION-FILE-IN.
           OPEN I-O    INDEXED-STUDENT-FILE.
           OPEN EXTEND TRANS-HISTORY-FILE.
           PERFORM 310-WRITE-REGISTER-HEADERS.
           PERFORM 301-READ-TRANSACTION-RECORD.

      *A header starts the next batch in the table and a trailer
      *ends it; a transaction is applied only inside a batch that
      *balanced
       203-APPLY-ONE-TRANSACTION.
           EVALUATE TRN-CODE-IN
               WHEN "H"
                   PERFORM 325-START-BATCH-APPLY
               WHEN "T"
                   PERFORM 326-END-BATCH-APPLY
               WHEN OTHER
                   PERFORM 330-APPLY-BATCH-TRANSACTION
           END-EVALUATE.
           PERFORM 301-READ-TRANSACTION-RECORD.

       204-TERMINATE-APPLY.
           PERFORM 328-WRITE-BATCH-CONTROL.
           PERFORM 311-WRITE-REGISTER-TOTALS.
           DISPLAY "TOTAL TRANSACTIONS APPLIED: " APPLIED-COUNTER-WS.
           DISPLAY "TOTAL TRANSACTIONS REJECTED: "
               REJECTED-COUNTER-WS.
           DISPLAY "TOTAL BATCHES REJECTED: " BATCHES-REJECTED-WS.
           CLOSE TRANSACTION-FILE-IN
                 INDEXED-STUDENT-FILE
                 TRANS-HISTORY-FILE
                 TRANS-REGISTER
                 JOURNAL-FILE
                 APPLIED-BATCH-FILE.
           MOVE "C" TO LDG-REQ-FUNCTION-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.
           PERFORM 315-CLEAR-SYSTEM-STATUS.
      *The condition code is set only now - a CALL hands back the
      *called program's own return code
           MOVE RUN-COND-CODE-WS TO RETURN-CODE.

       301-READ-TRANSACTION-RECORD.
           READ TRANSACTION-FILE-IN
               EDIT-ERROR-COUNT-WS EDIT-ERROR-LIST-WS.

      *Append a tuition-change audit record to STUHIST.TXT, under
      *the fixed batch operator ID, and post the change to the
      *student's account ledger as a manual adjustment
       305-LOG-TUITION-CHANGE.
           ACCEPT TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT TS-TIME-WS FROM TIME.
           MOVE BATCH-OPERATOR-ID-WS TO HIST-OPERATOR-OUT.
           MOVE TIMESTAMP-WS         TO HIST-TIMESTAMP-OUT.
           WRITE TRANS-HISTORY-RECORD-OUT.
           MOVE "W"                  TO LDG-REQ-FUNCTION-WS.
           MOVE STUD-NUM-OUT         TO LDG-REQ-STUD-NUM-WS.
           MOVE "ADJ"                TO LDG-REQ-TYPE-WS.
           MOVE OLD-TUITION-WS       TO LDG-REQ-BEFORE-BAL-WS.
           MOVE TUITION-OWED-OUT     TO LDG-REQ-AFTER-BAL-WS.
           MOVE ZERO                 TO LDG-REQ-MEMO-AMOUNT-WS.
           MOVE "STUTRANS"           TO LDG-REQ-REFERENCE-WS.
           MOVE "TRANSAPL"           TO LDG-REQ-PROGRAM-WS.
           MOVE BATCH-OPERATOR-ID-WS TO LDG-REQ-OPERATOR-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.

       308-WRITE-REJECTED-LINE.
           MOVE TRN-CODE-IN     TO REG-TRN-CODE-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO REJECTED-COUNTER-WS.
           IF APPLY-BATCH-OPEN-FLAG = "Y"
               ADD 1 TO BAT-REJECTED-TBL-WS(CURRENT-BATCH-WS)
           END-IF.

       309-WRITE-APPLIED-LINE.
           MOVE TRN-CODE-IN     TO REG-TRN-CODE-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO APPLIED-COUNTER-WS.
           IF APPLY-BATCH-OPEN-FLAG = "Y"
               ADD 1 TO BAT-APPLIED-TBL-WS(CURRENT-BATCH-WS)
           END-IF.

       310-WRITE-REGISTER-HEADERS.
           WRITE REGISTER-RECORD-OUT FROM PAGE-HEADER-WS.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

       318-READ-BALANCE-RECORD.
           READ TRANSACTION-FILE-IN
               AT END MOVE "Y" TO TRN-EOF-FLAG
           END-READ.

      *Balancing pass, one record: a header opens a batch (closing
      *any batch left without a trailer as rejected), a transaction
      *adds to the open batch, a trailer closes and balances it
       319-BALANCE-ONE-RECORD.
           EVALUATE TRN-CODE-IN
               WHEN "H"
                   PERFORM 320-OPEN-BALANCE-BATCH
               WHEN "T"
                   PERFORM 322-CLOSE-BALANCE-BATCH
               WHEN OTHER
                   PERFORM 321-ADD-BALANCE-TRANSACTION
           END-EVALUATE.
           PERFORM 318-READ-BALANCE-RECORD.

       320-OPEN-BALANCE-BATCH.
           IF BAT-OPEN-FLAG = "Y"
               MOVE "NO BATCH TRAILER" TO BATCH-REASON-WS
               PERFORM 324-REJECT-OPEN-BATCH
           END-IF.
           IF BAT-COUNT-WS >= 100
               MOVE "Y" TO BAT-OVERFLOW-FLAG
               MOVE "N" TO BAT-OPEN-FLAG
               MOVE "Y" TO TRN-EOF-FLAG
           ELSE
               ADD 1 TO BAT-COUNT-WS
               MOVE "Y" TO BAT-OPEN-FLAG
               MOVE TBH-OFFICE-IN     TO BAT-OFFICE-TBL-WS(BAT-COUNT-WS)
               MOVE TBH-BATCH-DATE-IN TO BAT-DATE-TBL-WS(BAT-COUNT-WS)
               IF TBH-BATCH-NUM-IN IS NUMERIC
                   MOVE TBH-BATCH-NUM-IN
                       TO BAT-NUM-TBL-WS(BAT-COUNT-WS)
               ELSE
                   MOVE ZERO TO BAT-NUM-TBL-WS(BAT-COUNT-WS)
               END-IF
               MOVE "B"    TO BAT-RESULT-TBL-WS(BAT-COUNT-WS)
               MOVE SPACES TO BAT-REASON-TBL-WS(BAT-COUNT-WS)
               MOVE ZERO   TO BAT-TRL-COUNT-TBL-WS(BAT-COUNT-WS)
                              BAT-TRL-HASH-TBL-WS(BAT-COUNT-WS)
                              BAT-TRL-TUITION-TBL-WS(BAT-COUNT-WS)
                              BAT-DTL-COUNT-TBL-WS(BAT-COUNT-WS)
                              BAT-DTL-HASH-TBL-WS(BAT-COUNT-WS)
                              BAT-DTL-TUITION-TBL-WS(BAT-COUNT-WS)
                              BAT-APPLIED-TBL-WS(BAT-COUNT-WS)
                              BAT-REJECTED-TBL-WS(BAT-COUNT-WS)
               EVALUATE TRUE
                   WHEN TBH-OFFICE-IN = SPACES
                       OR TBH-BATCH-NUM-IN IS NOT NUMERIC
                       MOVE "BAD BATCH HEADER" TO BATCH-REASON-WS
                       PERFORM 324-REJECT-OPEN-BATCH
                   WHEN TBH-BATCH-DATE-IN IS NOT NUMERIC
                       MOVE "BAD BATCH DATE" TO BATCH-REASON-WS
                       PERFORM 324-REJECT-OPEN-BATCH
                   WHEN OTHER
                       PERFORM 323-CHECK-BATCH-NOT-APPLIED
               END-EVALUATE
           END-IF.

      *Every transaction counts toward the batch; the student number
      *goes into the hash total and the tuition into the tuition
      *total. A delete need not carry a tuition amount; any other
      *transaction whose numbers cannot be added cannot be balanced.
       321-ADD-BALANCE-TRANSACTION.
           IF BAT-OPEN-FLAG = "Y"
               ADD 1 TO BAT-DTL-COUNT-TBL-WS(BAT-COUNT-WS)
               IF TRN-STUD-NUM-IN IS NUMERIC
                   ADD TRN-STUD-NUM-IN
                       TO BAT-DTL-HASH-TBL-WS(BAT-COUNT-WS)
               ELSE
                   MOVE "BAD STUDENT NUMBER" TO BATCH-REASON-WS
                   PERFORM 324-REJECT-OPEN-BATCH
               END-IF
               EVALUATE TRUE
                   WHEN TRN-TUITION-IN IS NUMERIC
                       ADD TRN-TUITION-IN
                           TO BAT-DTL-TUITION-TBL-WS(BAT-COUNT-WS)
                   WHEN TRN-CODE-IN = "D"
                       CONTINUE
                   WHEN OTHER
                       MOVE "BAD TUITION AMOUNT" TO BATCH-REASON-WS
                       PERFORM 324-REJECT-OPEN-BATCH
               END-EVALUATE
           ELSE
               ADD 1 TO OUTSIDE-BATCH-WS
           END-IF.

      *The trailer's transaction count, hash total and tuition total
      *must all agree with the transactions; only the first reason a
      *batch fails on is kept
       322-CLOSE-BALANCE-BATCH.
           IF BAT-OPEN-FLAG = "Y"
               IF TBT-TRANS-COUNT-IN IS NUMERIC
                   AND TBT-HASH-TOTAL-IN IS NUMERIC
                   AND TBT-TUITION-TOTAL-IN IS NUMERIC
                   MOVE TBT-TRANS-COUNT-IN
                       TO BAT-TRL-COUNT-TBL-WS(BAT-COUNT-WS)
                   MOVE TBT-HASH-TOTAL-IN
                       TO BAT-TRL-HASH-TBL-WS(BAT-COUNT-WS)
                   MOVE TBT-TUITION-TOTAL-IN
                       TO BAT-TRL-TUITION-TBL-WS(BAT-COUNT-WS)
               ELSE
                   MOVE "BAD BATCH TRAILER" TO BATCH-REASON-WS
                   PERFORM 324-REJECT-OPEN-BATCH
               END-IF
               EVALUATE TRUE
                   WHEN BAT-RESULT-TBL-WS(BAT-COUNT-WS) = "R"
                       CONTINUE
                   WHEN BAT-TRL-COUNT-TBL-WS(BAT-COUNT-WS)
                           NOT = BAT-DTL-COUNT-TBL-WS(BAT-COUNT-WS)
                       MOVE "TRANS COUNT OFF" TO BATCH-REASON-WS
                       PERFORM 324-REJECT-OPEN-BATCH
                   WHEN BAT-TRL-HASH-TBL-WS(BAT-COUNT-WS)
                           NOT = BAT-DTL-HASH-TBL-WS(BAT-COUNT-WS)
                       MOVE "HASH TOTAL OFF" TO BATCH-REASON-WS
                       PERFORM 324-REJECT-OPEN-BATCH
                   WHEN BAT-TRL-TUITION-TBL-WS(BAT-COUNT-WS)
                           NOT = BAT-DTL-TUITION-TBL-WS(BAT-COUNT-WS)
                       MOVE "TUITION TOTAL OFF" TO BATCH-REASON-WS
                       PERFORM 324-REJECT-OPEN-BATCH
               END-EVALUATE
               MOVE "N" TO BAT-OPEN-FLAG
           ELSE
               DISPLAY "TRANSACTION TRAILER WITH NO BATCH HEADER "
                   "- IGNORED"
           END-IF.

      *A batch already on the applied-batch register - or started
      *there by a run that never reached its trailer - is refused,
      *as is a second copy of a balanced batch earlier in this file
       323-CHECK-BATCH-NOT-APPLIED.
           MOVE TBH-OFFICE-IN    TO ABR-OFFICE.
           MOVE TBH-BATCH-NUM-IN TO ABR-BATCH-NUM.
           READ APPLIED-BATCH-FILE
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.
           MOVE "N" TO DUPLICATE-FLAG.
           PERFORM 401-COMPARE-EARLIER-BATCH
               VARYING BAT-SUB-WS FROM 1 BY 1
               UNTIL BAT-SUB-WS >= BAT-COUNT-WS
                  OR DUPLICATE-FLAG = "Y".
           EVALUATE TRUE
               WHEN FOUND-FLAG = "Y" AND ABR-STATUS = "P"
                   MOVE "PART APPLIED BEFORE" TO BATCH-REASON-WS
                   PERFORM 324-REJECT-OPEN-BATCH
               WHEN FOUND-FLAG = "Y"
                   MOVE "ALREADY APPLIED" TO BATCH-REASON-WS
                   PERFORM 324-REJECT-OPEN-BATCH
               WHEN DUPLICATE-FLAG = "Y"
                   MOVE "DUPLICATE IN FILE" TO BATCH-REASON-WS
                   PERFORM 324-REJECT-OPEN-BATCH
           END-EVALUATE.

       324-REJECT-OPEN-BATCH.
           IF BAT-RESULT-TBL-WS(BAT-COUNT-WS) = "B"
               MOVE "R" TO BAT-RESULT-TBL-WS(BAT-COUNT-WS)
               MOVE BATCH-REASON-WS TO BAT-REASON-TBL-WS(BAT-COUNT-WS)
           END-IF.

      *Apply pass, batch header: head the batch's transactions on
      *the register and, for a balanced batch, put it on the
      *applied-batch register before its first transaction is
      *applied, so a run that fails part way cannot be repeated
       325-START-BATCH-APPLY.
           ADD 1 TO CURRENT-BATCH-WS.
           MOVE "Y" TO APPLY-BATCH-OPEN-FLAG.
           IF BAT-RESULT-TBL-WS(CURRENT-BATCH-WS) = "B"
               PERFORM 331-WRITE-APPLIED-BATCH
           END-IF.
           MOVE CURRENT-BATCH-WS TO BAT-SUB-WS.
           PERFORM 327-FORMAT-BATCH-ID-LINE.
           WRITE REGISTER-RECORD-OUT FROM BATCH-ID-LINE-WS
               AFTER ADVANCING 2 LINES.

       326-END-BATCH-APPLY.
           IF APPLY-BATCH-OPEN-FLAG = "Y"
               IF BAT-RESULT-TBL-WS(CURRENT-BATCH-WS) = "B"
                   PERFORM 332-COMPLETE-APPLIED-BATCH
               END-IF
               MOVE "N" TO APPLY-BATCH-OPEN-FLAG
           END-IF.

       327-FORMAT-BATCH-ID-LINE.
           MOVE BAT-OFFICE-TBL-WS(BAT-SUB-WS) TO BID-OFFICE-OUT-WS.
           MOVE BAT-NUM-TBL-WS(BAT-SUB-WS)    TO BID-BATCH-OUT-WS.
           MOVE BAT-DATE-TBL-WS(BAT-SUB-WS)   TO BID-DATE-OUT-WS.
           IF BAT-RESULT-TBL-WS(BAT-SUB-WS) = "B"
               MOVE "APPLIED" TO BID-RESULT-OUT-WS
               MOVE SPACES    TO BID-REASON-OUT-WS
           ELSE
               MOVE "REJECTED - " TO BID-RESULT-OUT-WS
               MOVE BAT-REASON-TBL-WS(BAT-SUB-WS) TO BID-REASON-OUT-WS
           END-IF.

      *The batch control section: every batch as the office sent it,
      *its trailer totals against its transactions, and what became
      *of it. A rejected batch, or a transaction outside any batch,
      *ends the run with return code 4.
       328-WRITE-BATCH-CONTROL.
           WRITE REGISTER-RECORD-OUT FROM BATCH-CONTROL-HEADER-WS
               AFTER ADVANCING 3 LINES.
           WRITE REGISTER-RECORD-OUT FROM BATCH-CONTROL-COLUMN-HEADER-WS
               AFTER ADVANCING 1 LINES.
           PERFORM 329-WRITE-ONE-BATCH-CONTROL
               VARYING BAT-SUB-WS FROM 1 BY 1
               UNTIL BAT-SUB-WS > BAT-COUNT-WS.
           MOVE "BATCHES APPLIED:" TO BSL-LABEL-OUT-WS.
           MOVE BATCHES-APPLIED-WS TO BSL-COUNT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM BATCH-SUMMARY-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "BATCHES REJECTED:" TO BSL-LABEL-OUT-WS.
           MOVE BATCHES-REJECTED-WS TO BSL-COUNT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM BATCH-SUMMARY-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "TRANSACTIONS OUTSIDE ANY BATCH:" TO BSL-LABEL-OUT-WS.
           MOVE OUTSIDE-BATCH-WS TO BSL-COUNT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM BATCH-SUMMARY-LINE-WS
               AFTER ADVANCING 1 LINES.
           IF BATCHES-REJECTED-WS > ZERO OR OUTSIDE-BATCH-WS > ZERO
               MOVE 4 TO RUN-COND-CODE-WS
           END-IF.

       329-WRITE-ONE-BATCH-CONTROL.
           PERFORM 327-FORMAT-BATCH-ID-LINE.
           WRITE REGISTER-RECORD-OUT FROM BATCH-ID-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "TRANSACTION COUNT" TO BCL-LABEL-OUT-WS.
           MOVE BAT-TRL-COUNT-TBL-WS(BAT-SUB-WS) TO BCL-TRAILER-OUT-WS.
           MOVE BAT-DTL-COUNT-TBL-WS(BAT-SUB-WS) TO BCL-DETAIL-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM BATCH-COUNT-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "STUDENT NUMBER HASH" TO BCL-LABEL-OUT-WS.
           MOVE BAT-TRL-HASH-TBL-WS(BAT-SUB-WS) TO BCL-TRAILER-OUT-WS.
           MOVE BAT-DTL-HASH-TBL-WS(BAT-SUB-WS) TO BCL-DETAIL-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM BATCH-COUNT-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE BAT-TRL-TUITION-TBL-WS(BAT-SUB-WS)
               TO BTL-TRAILER-OUT-WS.
           MOVE BAT-DTL-TUITION-TBL-WS(BAT-SUB-WS)
               TO BTL-DETAIL-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM BATCH-TUITION-LINE-WS
               AFTER ADVANCING 1 LINES.
           IF BAT-RESULT-TBL-WS(BAT-SUB-WS) = "B"
               ADD 1 TO BATCHES-APPLIED-WS
               MOVE BAT-APPLIED-TBL-WS(BAT-SUB-WS)
                   TO BAP-APPLIED-OUT-WS
               MOVE BAT-REJECTED-TBL-WS(BAT-SUB-WS)
                   TO BAP-REJECTED-OUT-WS
               WRITE REGISTER-RECORD-OUT FROM BATCH-APPLIED-LINE-WS
                   AFTER ADVANCING 1 LINES
           ELSE
               ADD 1 TO BATCHES-REJECTED-WS
           END-IF.

      *Apply pass, one transaction: only a transaction inside a
      *balanced batch reaches the student file
       330-APPLY-BATCH-TRANSACTION.
           EVALUATE TRUE
               WHEN APPLY-BATCH-OPEN-FLAG NOT = "Y"
                   MOVE "NOT IN A BATCH" TO REG-REASON-OUT-WS
                   PERFORM 308-WRITE-REJECTED-LINE
               WHEN BAT-RESULT-TBL-WS(CURRENT-BATCH-WS) = "R"
                   MOVE "BATCH NOT APPLIED" TO REG-REASON-OUT-WS
                   PERFORM 308-WRITE-REJECTED-LINE
               WHEN TRN-CODE-IN = "A"
                   PERFORM 303-ADD-STUD-RECORD
               WHEN TRN-CODE-IN = "C"
                   PERFORM 304-CHANGE-STUD-RECORD
               WHEN TRN-CODE-IN = "D"
                   PERFORM 306-DELETE-STUD-RECORD
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                       TO REG-REASON-OUT-WS
                   PERFORM 308-WRITE-REJECTED-LINE
           END-EVALUATE.

       331-WRITE-APPLIED-BATCH.
           MOVE BAT-OFFICE-TBL-WS(CURRENT-BATCH-WS) TO ABR-OFFICE.
           MOVE BAT-NUM-TBL-WS(CURRENT-BATCH-WS)    TO ABR-BATCH-NUM.
           MOVE "P"                                 TO ABR-STATUS.
           MOVE BAT-DATE-TBL-WS(CURRENT-BATCH-WS)   TO ABR-BATCH-DATE.
           ACCEPT ABR-APPLIED-DATE FROM DATE YYYYMMDD.
           ACCEPT ABR-APPLIED-TIME FROM TIME.
           MOVE BAT-DTL-COUNT-TBL-WS(CURRENT-BATCH-WS)
               TO ABR-TRANS-COUNT.
           MOVE ZERO TO ABR-APPLIED-COUNT ABR-REJECTED-COUNT.
           WRITE APPLIED-BATCH-RECORD
               INVALID KEY
                   DISPLAY "APPLIED-BATCH REGISTER WRITE FAILED - "
                       "OFFICE " ABR-OFFICE " BATCH " ABR-BATCH-NUM
           END-WRITE.

      *The batch has been through: mark it complete on the
      *applied-batch register with what was applied and rejected
       332-COMPLETE-APPLIED-BATCH.
           MOVE BAT-OFFICE-TBL-WS(CURRENT-BATCH-WS) TO ABR-OFFICE.
           MOVE BAT-NUM-TBL-WS(CURRENT-BATCH-WS)    TO ABR-BATCH-NUM.
           READ APPLIED-BATCH-FILE
               INVALID KEY
                   DISPLAY "APPLIED-BATCH REGISTER RECORD MISSING - "
                       "OFFICE " ABR-OFFICE " BATCH " ABR-BATCH-NUM
               NOT INVALID KEY
                   MOVE "C" TO ABR-STATUS
                   MOVE BAT-APPLIED-TBL-WS(CURRENT-BATCH-WS)
                       TO ABR-APPLIED-COUNT
                   MOVE BAT-REJECTED-TBL-WS(CURRENT-BATCH-WS)
                       TO ABR-REJECTED-COUNT
                   REWRITE APPLIED-BATCH-RECORD
           END-READ.

      *Find a balanced batch earlier in this file with the same
      *office and batch number
       401-COMPARE-EARLIER-BATCH.
           IF BAT-RESULT-TBL-WS(BAT-SUB-WS) = "B"
               AND BAT-OFFICE-TBL-WS(BAT-SUB-WS) = TBH-OFFICE-IN
               AND BAT-NUM-TBL-WS(BAT-SUB-WS) = TBH-BATCH-NUM-IN
               MOVE "Y" TO DUPLICATE-FLAG
           END-IF.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "STUDENT-TRANS-APPLY" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               APPLIED-COUNTER-WS + REJECTED-COUNTER-WS.
           MOVE APPLIED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE REJECTED-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM STUDENT-TRANS-APPLY.
