      *CHEQUE OUT, INSTEAD OF SITTING IN THE EXCEPTION PILE WAITING
      *TO BE REKEYED. EVERY PAYMENT IS LISTED ON A POSTING REGISTER
      *(PAYREG.TXT) WITH APPLIED/REJECTED/CREDITED TOTALS SO THE RUN
      *CAN BE BALANCED TO THE BURSAR'S DEPOSIT SLIP. EVERY APPLIED
      *PAYMENT IS POSTED TO THE STUDENT ACCOUNT LEDGER (STULEDGR.TXT)
      *AS A "PAY" ENTRY UNDER ITS RECEIPT NUMBER, WITH ANY EXCESS
      *SHOWN AS A "CRD" MEMO ENTRY. CHEQUES FROM THIRD-PARTY
      *SPONSORS (SPONPAY.TXT - SPONSOR CODE, AMOUNT, DATE, RECEIPT
      *NUMBER) ARE POSTED AFTER THE STUDENT PAYMENTS AGAINST THE
      *SPONSOR'S RECEIVABLE ON THE SPONSOR MASTER (SPONSOR.TXT) AND
      *RECORDED ON THE SPONSOR TRANSACTION FILE (SPONTRAN.TXT); AN
      *UNKNOWN SPONSOR, OR A CHEQUE PAST WHAT THE SPONSOR OWES, GOES
      *TO THE EXCEPTION REPORT. SPONSOR CHEQUES ARE NOT STUDENT
      *PAYMENTS AND ARE KEPT OFF THE RECEIPT REGISTER. A PAYMENT
      *PAST THE BALANCE OWING BY A STUDENT ON THE BAD-DEBT
      *WRITE-OFF REGISTER (WOFREG.TXT) FIRST PUTS BACK AS MUCH OF
      *THE UNRECOVERED WRITE-OFF AS THE EXCESS COVERS - JOURNALLED
      *UNDER "WOFRECOV" SO GL-EXTRACT REVERSES THE BAD-DEBT EXPENSE,
      *AND POSTED TO THE LEDGER AS A "REC" ENTRY - SO A RECOVERED
      *DEBT IS NEVER CARRIED TO CREDIT AND REFUNDED; ONLY WHAT IS
      *LEFT AFTER THE RECOVERY GOES TO CREDIT. EVERY APPLIED STUDENT
      *PAYMENT IS QUEUED THROUGH QUEUE-NOTIFY SO THE NIGHTLY
      *NOTIFY-EXTRACT RUN CAN EMAIL OR TEXT THE STUDENT A RECEIPT
      *WITH THE BALANCE LEFT OWING.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-POSTING.
                           RECORD KEY IS CRED-STUD-NUM
                               FILE STATUS IS CRED-STATUS-WS.

      *Bad-debt write-off register - the amount written off for a
      *student and how much later payments have recovered. Absent
      *until the first write-off is applied.
           SELECT WRITEOFF-REGISTER-FILE
               ASSIGN TO "D:\Cobol\WOFREG.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS WOR-STUD-NUM
                               FILE STATUS IS WOR-STATUS-WS.

           SELECT JOURNAL-FILE
               ASSIGN TO "D:\Cobol\STUJRNL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RCPT-STATUS-WS.

      *Sponsor cheques, posted against the sponsor receivable - the
      *batch is optional; most runs have none
           SELECT SPONSOR-PAYMENT-FILE
               ASSIGN TO "D:\Cobol\SPONPAY.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SPP-STATUS-WS.

           SELECT SPONSOR-FILE
               ASSIGN TO "D:\Cobol\SPONSOR.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SPN-CODE
                               FILE STATUS IS SPN-STATUS-WS.

      *Sponsor account movements - the "PAY" lines already on it are
      *the rerun protection for sponsor cheques
           SELECT SPONSOR-TRANS-FILE
               ASSIGN TO "D:\Cobol\SPONTRAN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS SPT-STATUS-WS.

           SELECT SYSTEM-STATUS-FILE
               ASSIGN TO "D:\Cobol\SYSSTAT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
           05  CRED-AMOUNT             PIC 9(4)V99.
           05  CRED-LAST-DATE          PIC X(8).

      *One register record per student ever written off: the total
      *written off, the part recovered by later payments, and the
      *dates and approver of the latest of each
       FD  WRITEOFF-REGISTER-FILE.
       01  WRITEOFF-REGISTER-RECORD.
           05  WOR-STUD-NUM            PIC 9(6).
           05  WOR-STUD-NAME           PIC X(40).
           05  WOR-WRITTEN-OFF         PIC 9(5)V99.
           05  WOR-RECOVERED           PIC 9(5)V99.
           05  WOR-COUNT               PIC 9(3).
           05  WOR-LAST-WOF-DATE       PIC X(8).
           05  WOR-APPROVED-BY         PIC X(8).
           05  WOR-LAST-REC-DATE       PIC X(8).


      *Before/after image journal - every WRITE, REWRITE, and DELETE
      *against the indexed student file is journalled so a restored
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RCP-DATE-OUT            PIC X(8).

       FD  SPONSOR-PAYMENT-FILE.
       01  SPONSOR-PAYMENT-RECORD.
           05  SPP-SPONSOR-CODE        PIC X(6).
           05  SPP-AMOUNT              PIC 9(7)V99.
           05  SPP-DATE                PIC X(8).
           05  SPP-RECEIPT             PIC X(8).

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

      *System-status interlock - one record saying who has the
      *student file: "O" an online session, "B" a batch job, spaces
      *free. This program refuses to run while an online session is
           05  FILLER                   PIC X(9)  VALUE "  AMOUNT:".
           05  TOT-CREDIT-AMT-OUT-WS    PIC Z,ZZZ,ZZ9.99.

       01  RECOVERED-TOTAL-LINE-WS.
           05  FILLER                   PIC X(18) VALUE
                   "DEBT RECOVERED:   ".
           05  TOT-RECOVER-COUNT-OUT-WS PIC ZZZZZ9.
           05  FILLER                   PIC X(9)  VALUE "  AMOUNT:".
           05  TOT-RECOVER-AMT-OUT-WS   PIC Z,ZZZ,ZZ9.99.

      *EXCEPTION DETAIL LINE
       01  EXCEPTION-DETAIL-LINE-WS.
           05  EXC-RECEIPT-OUT-WS       PIC X(8).
           05  CRED-FOUND-FLAG          PIC X(1)    VALUE "N".
           05  EXCESS-AMOUNT-WS         PIC 9(4)V99 VALUE ZERO.

      *Bad-debt recovery work fields - the part of an excess that
      *puts a written-off balance back instead of going to credit
       01  RECOVERY-WORK-FIELDS.
           05  WOR-STATUS-WS            PIC X(2).
           05  WOFREG-OPEN-FLAG         PIC X(1)    VALUE "N".
           05  WOR-FOUND-FLAG           PIC X(1)    VALUE "N".
           05  UNRECOVERED-AMOUNT-WS    PIC 9(5)V99 VALUE ZERO.
           05  RECOVERY-AMOUNT-WS       PIC 9(4)V99 VALUE ZERO.
           05  RECOVERED-COUNTER-WS     PIC 9(6)    VALUE ZERO.
           05  RECOVERED-AMOUNT-WS      PIC 9(7)V99 VALUE ZERO.

      *Receipt numbers already on the cumulative register, held in
      *storage for the duplicate test
       01  RECEIPT-TABLE-WS.
           05  SKIPPED-COUNTER-WS       PIC 9(6)    VALUE ZERO.
           05  SCRATCH-RECEIPT-REC-WS   PIC X(34)   VALUE SPACES.

      *SPONSOR CHEQUE LINES - THE SPONSOR CODE STANDS WHERE A
      *STUDENT PAYMENT SHOWS ITS STUDENT NUMBER
       01  SPONSOR-HEADER-WS           PIC X(16) VALUE
               "SPONSOR CHEQUES".

       01  SPONSOR-DETAIL-LINE-WS.
           05  SPR-RECEIPT-OUT-WS       PIC X(8).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  SPR-SPONSOR-OUT-WS       PIC X(6).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  SPR-PAY-DATE-OUT-WS      PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  SPR-AMOUNT-OUT-WS        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  SPR-DISPOSITION-OUT-WS   PIC X(20).

       01  SPONSOR-EXCEPTION-LINE-WS.
           05  SPX-RECEIPT-OUT-WS       PIC X(8).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  SPX-SPONSOR-OUT-WS       PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  SPX-AMOUNT-OUT-WS        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  SPX-REASON-OUT-WS        PIC X(35).

       01  SPONSOR-APPLIED-LINE-WS.
           05  FILLER                   PIC X(26) VALUE
                   "SPONSOR CHEQUES APPLIED: ".
           05  TOT-SPN-APPLIED-OUT-WS   PIC ZZZZZ9.
           05  FILLER                   PIC X(9)  VALUE "  AMOUNT:".
           05  TOT-SPN-APPLIED-AMT-WS   PIC Z,ZZZ,ZZ9.99.

       01  SPONSOR-REJECTED-LINE-WS.
           05  FILLER                   PIC X(26) VALUE
                   "SPONSOR CHEQUES REJECTED:".
           05  TOT-SPN-REJECT-OUT-WS    PIC ZZZZZ9.
           05  FILLER                   PIC X(9)  VALUE "  AMOUNT:".
           05  TOT-SPN-REJECT-AMT-WS    PIC Z,ZZZ,ZZ9.99.

      *Sponsor cheque work fields, and the sponsor receipt numbers
      *already posted, held in storage for the duplicate test
       01  SPONSOR-PAYMENT-FIELDS.
           05  SPP-STATUS-WS            PIC X(2).
           05  SPN-STATUS-WS            PIC X(2).
           05  SPT-STATUS-WS            PIC X(2).
           05  SPP-EOF-FLAG             PIC X(1)    VALUE "N".
           05  SPT-EOF-FLAG             PIC X(1)    VALUE "N".
           05  SPNFILE-OPEN-FLAG        PIC X(1)    VALUE "N".
           05  SPN-FOUND-FLAG           PIC X(1)    VALUE "N".
           05  SPN-APPLIED-COUNTER-WS   PIC 9(6)    VALUE ZERO.
           05  SPN-APPLIED-AMOUNT-WS    PIC 9(7)V99 VALUE ZERO.
           05  SPN-REJECTED-COUNTER-WS  PIC 9(6)    VALUE ZERO.
           05  SPN-REJECTED-AMOUNT-WS   PIC 9(7)V99 VALUE ZERO.
           05  SPN-RCPT-COUNT-WS        PIC 9(4)    VALUE ZERO.
           05  SPN-RCPT-SUB-WS          PIC 9(4)    VALUE ZERO.
           05  SPN-RCPT-OVERFLOW-FLAG   PIC X(1)    VALUE "N".
           05  RUN-COND-CODE-WS         PIC 9(1)    VALUE ZERO.

       01  SPONSOR-RECEIPT-TABLE-WS.
           05  SPN-RCPT-TBL-WS OCCURS 2000 TIMES
                                        PIC X(8).

       01  SKIPPED-TOTAL-LINE-WS.
           05  FILLER                   PIC X(18) VALUE
                   "ALREADY POSTED:   ".
           05  JRN-BEFORE-WS           PIC X(116) VALUE SPACES.
           05  JRN-AFTER-WS            PIC X(116) VALUE SPACES.
           05  JRN-ACTION-WS           PIC X(1)   VALUE SPACE.
           05  JRN-PROGRAM-WS          PIC X(8)   VALUE "PAYPOST ".
       01  JRN-TIMESTAMP-WS.
           05  JRN-TS-DATE-WS          PIC X(8).
           05  JRN-TS-TIME-WS          PIC X(6).

      *Account ledger posting request
       COPY "LDG-REQ-STRUCTURE.CBL".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Student notification request
       COPY "NTF-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *POST THE BURSAR'S PAYMENT BATCH AGAINST THE STUDENT FILE
       100-POST-PAYMENT-BATCH.
           PERFORM 390-LOG-JOB-START.
           PERFORM 313-READ-RUN-PARAMETERS.
           PERFORM 310-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
                   "SESSION HAS THE STUDENT FILE OPEN "
                   "(SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 311-REGISTER-BATCH-SESSION.
           PERFORM 317-LOAD-RECEIPT-REGISTER.
           PERFORM 201-INITIATE-POSTING.
           PERFORM 202-POST-ONE-PAYMENT UNTIL EOF-FLAG = "YES".
           PERFORM 204-POST-SPONSOR-CHEQUES.
           PERFORM 203-TERMINATE-POSTING.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-POSTING.
                       POSTING-REGISTER.
           OPEN EXTEND JOURNAL-FILE.
           OPEN EXTEND RECEIPT-REGISTER-FILE.
           OPEN I-O    WRITEOFF-REGISTER-FILE.
           IF WOR-STATUS-WS = "00"
               MOVE "Y" TO WOFREG-OPEN-FLAG
           END-IF.
           PERFORM 305-WRITE-REGISTER-HEADERS.
           PERFORM 301-READ-PAYMENT-RECORD.

           DISPLAY "TOTAL PAYMENTS REJECTED: " REJECTED-COUNTER-WS.
           DISPLAY "TOTAL AMOUNTS CREDITED: " CREDITED-COUNTER-WS.
           DISPLAY "RECEIPTS ALREADY POSTED: " SKIPPED-COUNTER-WS.
           DISPLAY "BAD DEBT RECOVERED: " RECOVERED-COUNTER-WS.
           DISPLAY "SPONSOR CHEQUES APPLIED: " SPN-APPLIED-COUNTER-WS.
           DISPLAY "SPONSOR CHEQUES REJECTED: "
               SPN-REJECTED-COUNTER-WS.
           CLOSE PAYMENT-FILE-IN
                 INDEXED-STUDENT-FILE
                 CREDIT-FILE
                 POSTING-REGISTER
                 RECEIPT-REGISTER-FILE
                 JOURNAL-FILE.
           IF WOFREG-OPEN-FLAG = "Y"
               CLOSE WRITEOFF-REGISTER-FILE
           END-IF.
           MOVE "C" TO LDG-REQ-FUNCTION-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.
           MOVE "C" TO NTF-REQ-FUNCTION-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.
           PERFORM 312-CLEAR-SYSTEM-STATUS.
      *The condition code is set only now - a CALL hands back the
      *called program's own return code
           MOVE RUN-COND-CODE-WS TO RETURN-CODE.

      *Sponsor cheques follow the student payments. With no cheque
      *batch there is nothing to do; otherwise the sponsor receipt
      *numbers already on SPONTRAN.TXT are loaded for the rerun
      *test before the file is reopened for the new movements.
       204-POST-SPONSOR-CHEQUES.
           OPEN INPUT SPONSOR-PAYMENT-FILE.
           IF SPP-STATUS-WS = "00"
               PERFORM 323-LOAD-SPONSOR-RECEIPTS
           END-IF.
           IF SPP-STATUS-WS = "00"
               OPEN I-O SPONSOR-FILE
               IF SPN-STATUS-WS = "00"
                   MOVE "Y" TO SPNFILE-OPEN-FLAG
               END-IF
               OPEN EXTEND SPONSOR-TRANS-FILE
               IF SPT-STATUS-WS = "35"
                   OPEN OUTPUT SPONSOR-TRANS-FILE
               END-IF
               WRITE REGISTER-RECORD-OUT FROM SPONSOR-HEADER-WS
                   AFTER ADVANCING 2 LINES
               PERFORM 325-READ-SPONSOR-PAYMENT
               PERFORM 326-POST-ONE-SPONSOR-CHEQUE
                   UNTIL SPP-EOF-FLAG = "Y"
               CLOSE SPONSOR-PAYMENT-FILE
                     SPONSOR-TRANS-FILE
               IF SPNFILE-OPEN-FLAG = "Y"
                   CLOSE SPONSOR-FILE
               END-IF
           END-IF.

       301-READ-PAYMENT-RECORD.
           READ PAYMENT-FILE-IN
           END-IF.

       320-APPLY-NEW-PAYMENT.
           MOVE ZERO TO RECOVERY-AMOUNT-WS.
           MOVE PAY-STUD-NUM-IN TO STUD-NUM-OUT.
           IF PAY-STUD-NUM-IN = ZERO OR PAY-STUD-NUM-IN = 999999
               MOVE "N" TO FOUND-FLAG
               MOVE "STUDENT NUMBER NOT ON FILE" TO EXC-REASON-OUT-WS
               PERFORM 304-WRITE-EXCEPTION-RECORD
           ELSE
               IF PAY-AMOUNT-IN > TUITION-OWED-OUT
                   PERFORM 330-CHECK-WRITTEN-OFF-BALANCE
               END-IF
               IF PAY-AMOUNT-IN > TUITION-OWED-OUT
                   PERFORM 315-APPLY-OVERPAYMENT
               ELSE
      *the before/after images to the journal on success
       303-REWRITE-STUDENT-BALANCE.
           MOVE STUDENT-RECORD-OUT TO JRN-BEFORE-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS.
           SUBTRACT PAY-AMOUNT-IN FROM TUITION-OWED-OUT.
           REWRITE STUDENT-RECORD-OUT
               INVALID KEY
                   MOVE STUDENT-RECORD-OUT TO JRN-AFTER-WS
                   MOVE "R" TO JRN-ACTION-WS
                   PERFORM 308-WRITE-JOURNAL-RECORD
                   MOVE "PAY" TO LDG-REQ-TYPE-WS
                   MOVE ZERO TO LDG-REQ-MEMO-AMOUNT-WS
                   PERFORM 322-POST-LEDGER-ENTRY
                   PERFORM 319-RECORD-POSTED-RECEIPT
                   PERFORM 332-QUEUE-PAYMENT-NOTICE
                   IF RECOVERY-AMOUNT-WS > ZERO
                       MOVE "APPLIED/RECOVERED"
                           TO REG-DISPOSITION-OUT-WS
                   ELSE
                       MOVE "APPLIED" TO REG-DISPOSITION-OUT-WS
                   END-IF
                   PERFORM 307-WRITE-REGISTER-DETAIL
           END-REWRITE.

           COMPUTE EXCESS-AMOUNT-WS =
               PAY-AMOUNT-IN - TUITION-OWED-OUT.
           MOVE STUDENT-RECORD-OUT TO JRN-BEFORE-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS.
           MOVE ZERO TO TUITION-OWED-OUT.
           REWRITE STUDENT-RECORD-OUT
               INVALID KEY
                   MOVE STUDENT-RECORD-OUT TO JRN-AFTER-WS
                   MOVE "R" TO JRN-ACTION-WS
                   PERFORM 308-WRITE-JOURNAL-RECORD
                   MOVE "PAY" TO LDG-REQ-TYPE-WS
                   MOVE ZERO TO LDG-REQ-MEMO-AMOUNT-WS
                   PERFORM 322-POST-LEDGER-ENTRY
                   PERFORM 316-POST-CREDIT-BALANCE
                   MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS
                   MOVE "CRD" TO LDG-REQ-TYPE-WS
                   MOVE EXCESS-AMOUNT-WS TO LDG-REQ-MEMO-AMOUNT-WS
                   PERFORM 322-POST-LEDGER-ENTRY
                   PERFORM 319-RECORD-POSTED-RECEIPT
                   PERFORM 332-QUEUE-PAYMENT-NOTICE
                   IF RECOVERY-AMOUNT-WS > ZERO
                       MOVE "APPLIED/REC/CREDITED"
                           TO REG-DISPOSITION-OUT-WS
                   ELSE
                       MOVE "APPLIED/CREDITED"
                           TO REG-DISPOSITION-OUT-WS
                   END-IF
                   PERFORM 307-WRITE-REGISTER-DETAIL
           END-REWRITE.

           ADD 1 TO CREDITED-COUNTER-WS.
           ADD EXCESS-AMOUNT-WS TO CREDITED-AMOUNT-WS.

      *An excess from a student with unrecovered bad debt on the
      *write-off register goes first to putting that debt back
       330-CHECK-WRITTEN-OFF-BALANCE.
           MOVE "N" TO WOR-FOUND-FLAG.
           IF WOFREG-OPEN-FLAG = "Y"
               MOVE PAY-STUD-NUM-IN TO WOR-STUD-NUM
               READ WRITEOFF-REGISTER-FILE
                   INVALID KEY MOVE "N" TO WOR-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO WOR-FOUND-FLAG
               END-READ
           END-IF.
           IF WOR-FOUND-FLAG = "Y" AND WOR-WRITTEN-OFF > WOR-RECOVERED
               PERFORM 331-REINSTATE-WRITTEN-OFF
           END-IF.

      *Put back the lesser of the excess and the unrecovered
      *write-off. The rewrite is journalled under "WOFRECOV" so
      *GL-EXTRACT posts it as a bad-debt recovery, and the payment
      *then applies against the restored balance in the normal way
       331-REINSTATE-WRITTEN-OFF.
           COMPUTE UNRECOVERED-AMOUNT-WS =
               WOR-WRITTEN-OFF - WOR-RECOVERED.
           COMPUTE EXCESS-AMOUNT-WS =
               PAY-AMOUNT-IN - TUITION-OWED-OUT.
           IF EXCESS-AMOUNT-WS < UNRECOVERED-AMOUNT-WS
               MOVE EXCESS-AMOUNT-WS TO RECOVERY-AMOUNT-WS
           ELSE
               MOVE UNRECOVERED-AMOUNT-WS TO RECOVERY-AMOUNT-WS
           END-IF.
           MOVE STUDENT-RECORD-OUT TO JRN-BEFORE-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS.
           ADD RECOVERY-AMOUNT-WS TO TUITION-OWED-OUT.
           REWRITE STUDENT-RECORD-OUT
               INVALID KEY
                   SUBTRACT RECOVERY-AMOUNT-WS FROM TUITION-OWED-OUT
                   MOVE ZERO TO RECOVERY-AMOUNT-WS
               NOT INVALID KEY
                   MOVE STUDENT-RECORD-OUT TO JRN-AFTER-WS
                   MOVE "R" TO JRN-ACTION-WS
                   MOVE "WOFRECOV" TO JRN-PROGRAM-WS
                   PERFORM 308-WRITE-JOURNAL-RECORD
                   MOVE "PAYPOST " TO JRN-PROGRAM-WS
                   MOVE "REC" TO LDG-REQ-TYPE-WS
                   MOVE ZERO TO LDG-REQ-MEMO-AMOUNT-WS
                   PERFORM 322-POST-LEDGER-ENTRY
                   ADD RECOVERY-AMOUNT-WS TO WOR-RECOVERED
                   MOVE PAY-DATE-IN TO WOR-LAST-REC-DATE
                   REWRITE WRITEOFF-REGISTER-RECORD
                       INVALID KEY
                           DISPLAY "PAYMENT POSTING - WOFREG.TXT "
                               "REWRITE FAILED FOR " WOR-STUD-NUM
                               " STATUS " WOR-STATUS-WS
                       NOT INVALID KEY
                           ADD 1 TO RECOVERED-COUNTER-WS
                           ADD RECOVERY-AMOUNT-WS
                               TO RECOVERED-AMOUNT-WS
                   END-REWRITE
           END-REWRITE.

      *Queue the applied payment, with the balance it leaves, for
      *the student's email/text receipt
       332-QUEUE-PAYMENT-NOTICE.
           MOVE "Q"              TO NTF-REQ-FUNCTION-WS.
           MOVE PAY-STUD-NUM-IN  TO NTF-REQ-STUD-NUM-WS.
           MOVE "PP"             TO NTF-REQ-EVENT-WS.
           MOVE PAY-AMOUNT-IN    TO NTF-REQ-AMOUNT-WS.
           MOVE TUITION-OWED-OUT TO NTF-REQ-BALANCE-WS.
           MOVE SPACES           TO NTF-REQ-COURSE-WS.
           MOVE PAY-RECEIPT-IN   TO NTF-REQ-DETAIL-WS.
           MOVE "PAYPOST "       TO NTF-REQ-PROGRAM-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.

      *Log a rejected payment on the exception report and the register
       304-WRITE-EXCEPTION-RECORD.
           MOVE PAY-RECEIPT-IN  TO EXC-RECEIPT-OUT-WS.
           MOVE CREDITED-AMOUNT-WS  TO TOT-CREDIT-AMT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM CREDITED-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE RECOVERED-COUNTER-WS TO TOT-RECOVER-COUNT-OUT-WS.
           MOVE RECOVERED-AMOUNT-WS  TO TOT-RECOVER-AMT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM RECOVERED-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE SKIPPED-COUNTER-WS TO TOT-SKIPPED-COUNT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM SKIPPED-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE SPN-APPLIED-COUNTER-WS  TO TOT-SPN-APPLIED-OUT-WS.
           MOVE SPN-APPLIED-AMOUNT-WS   TO TOT-SPN-APPLIED-AMT-WS.
           MOVE SPN-REJECTED-COUNTER-WS TO TOT-SPN-REJECT-OUT-WS.
           MOVE SPN-REJECTED-AMOUNT-WS  TO TOT-SPN-REJECT-AMT-WS.
           WRITE REGISTER-RECORD-OUT FROM SPONSOR-APPLIED-LINE-WS
               AFTER ADVANCING 1 LINES.
           WRITE REGISTER-RECORD-OUT FROM SPONSOR-REJECTED-LINE-WS
               AFTER ADVANCING 1 LINES.

       307-WRITE-REGISTER-DETAIL.
           MOVE PAY-RECEIPT-IN  TO REG-RECEIPT-OUT-WS.
           ACCEPT JRN-TS-TIME-WS FROM TIME.
           MOVE SPACES            TO JOURNAL-RECORD-OUT.
           MOVE JRN-TIMESTAMP-WS  TO JRN-TIMESTAMP-OUT.
           MOVE JRN-PROGRAM-WS    TO JRN-PROGRAM-OUT.
           MOVE JRN-ACTION-WS     TO JRN-ACTION-OUT.
           MOVE JRN-BEFORE-WS     TO JRN-BEFORE-IMAGE-OUT.
           MOVE JRN-AFTER-WS      TO JRN-AFTER-IMAGE-OUT.
           WRITE JOURNAL-RECORD-OUT.

      *Post the payment (or the excess carried to credit) to the
      *student's account ledger under the receipt number; the
      *caller has set the entry type, the balance before, and any
      *memo amount
       322-POST-LEDGER-ENTRY.
           MOVE "W"              TO LDG-REQ-FUNCTION-WS.
           MOVE PAY-STUD-NUM-IN  TO LDG-REQ-STUD-NUM-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-AFTER-BAL-WS.
           MOVE PAY-RECEIPT-IN   TO LDG-REQ-REFERENCE-WS.
           MOVE "PAYPOST "       TO LDG-REQ-PROGRAM-WS.
           MOVE "BATCH   "       TO LDG-REQ-OPERATOR-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.


      *Load the receipt numbers already posted; a missing register
      *just means nothing has been posted under this protection
                   CLOSE RECEIPT-REGISTER-FILE
                   PERFORM 312-CLEAR-SYSTEM-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM 391-LOG-JOB-END
                   STOP RUN
               END-IF
               CLOSE RECEIPT-REGISTER-FILE
               MOVE PAY-RECEIPT-IN TO RCPT-TBL-WS(RCPT-COUNT-WS)
           END-IF.

      *A missing transaction file just means no sponsor has ever
      *been billed or paid. More sponsor cheques than the table
      *holds leaves the whole cheque batch unposted - the student
      *payments are already in, so the run carries on without it.
       323-LOAD-SPONSOR-RECEIPTS.
           MOVE ZERO TO SPN-RCPT-COUNT-WS.
           OPEN INPUT SPONSOR-TRANS-FILE.
           IF SPT-STATUS-WS = "00"
               PERFORM 324-LOAD-ONE-SPONSOR-RECEIPT
                   UNTIL SPT-EOF-FLAG = "Y"
               CLOSE SPONSOR-TRANS-FILE
               IF SPN-RCPT-OVERFLOW-FLAG = "Y"
                   DISPLAY "SPONSOR CHEQUES NOT POSTED - SPONTRAN.TXT "
                       "HOLDS MORE THAN 2000 SPONSOR CHEQUES; "
                       "ENLARGE THE TABLE OR ARCHIVE THE FILE"
                   CLOSE SPONSOR-PAYMENT-FILE
                   MOVE "NP" TO SPP-STATUS-WS
                   MOVE 4 TO RUN-COND-CODE-WS
               END-IF
           END-IF.

       324-LOAD-ONE-SPONSOR-RECEIPT.
           READ SPONSOR-TRANS-FILE
               AT END MOVE "Y" TO SPT-EOF-FLAG
               NOT AT END
                   IF SPT-TYPE = "PAY"
                       IF SPN-RCPT-COUNT-WS < 2000
                           ADD 1 TO SPN-RCPT-COUNT-WS
                           MOVE SPT-REFERENCE
                               TO SPN-RCPT-TBL-WS(SPN-RCPT-COUNT-WS)
                       ELSE
                           MOVE "Y" TO SPN-RCPT-OVERFLOW-FLAG
                       END-IF
                   END-IF
           END-READ.

       325-READ-SPONSOR-PAYMENT.
           READ SPONSOR-PAYMENT-FILE
               AT END MOVE "Y" TO SPP-EOF-FLAG
           END-READ.

      *A receipt number already used - by an earlier sponsor cheque
      *or by a student payment - is skipped as already posted
       326-POST-ONE-SPONSOR-CHEQUE.
           MOVE "N" TO RCPT-POSTED-FLAG.
           PERFORM 402-MATCH-SPONSOR-RECEIPT
               VARYING SPN-RCPT-SUB-WS FROM 1 BY 1
               UNTIL SPN-RCPT-SUB-WS > SPN-RCPT-COUNT-WS
                   OR RCPT-POSTED-FLAG = "Y".
           IF RCPT-POSTED-FLAG = "N"
               PERFORM 403-MATCH-STUDENT-RECEIPT
                   VARYING RCPT-SUB-WS FROM 1 BY 1
                   UNTIL RCPT-SUB-WS > RCPT-COUNT-WS
                       OR RCPT-POSTED-FLAG = "Y"
           END-IF.
           IF RCPT-POSTED-FLAG = "Y"
               ADD 1 TO SKIPPED-COUNTER-WS
               MOVE "ALREADY POSTED" TO SPR-DISPOSITION-OUT-WS
               PERFORM 329-WRITE-SPONSOR-DETAIL
           ELSE
               PERFORM 327-APPLY-SPONSOR-CHEQUE
           END-IF.
           PERFORM 325-READ-SPONSOR-PAYMENT.

       402-MATCH-SPONSOR-RECEIPT.
           IF SPN-RCPT-TBL-WS(SPN-RCPT-SUB-WS) = SPP-RECEIPT
               MOVE "Y" TO RCPT-POSTED-FLAG
           END-IF.

       403-MATCH-STUDENT-RECEIPT.
           IF RCPT-TBL-WS(RCPT-SUB-WS) = SPP-RECEIPT
               MOVE "Y" TO RCPT-POSTED-FLAG
           END-IF.

      *Reduce the sponsor's receivable and record the cheque on the
      *sponsor's account; there is no credit balance for a sponsor,
      *so a cheque past what the sponsor owes is rejected for the
      *bursar to sort out with the sponsor
       327-APPLY-SPONSOR-CHEQUE.
           MOVE "N" TO SPN-FOUND-FLAG.
           IF SPNFILE-OPEN-FLAG = "Y"
               MOVE SPP-SPONSOR-CODE TO SPN-CODE
               READ SPONSOR-FILE
                   INVALID KEY MOVE "N" TO SPN-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO SPN-FOUND-FLAG
               END-READ
           END-IF.
           IF SPN-FOUND-FLAG = "N"
               MOVE "SPONSOR CODE NOT ON FILE" TO SPX-REASON-OUT-WS
               PERFORM 328-WRITE-SPONSOR-EXCEPTION
           ELSE
               IF SPP-AMOUNT > SPN-RECEIVABLE
                   MOVE "CHEQUE EXCEEDS SPONSOR RECEIVABLE"
                       TO SPX-REASON-OUT-WS
                   PERFORM 328-WRITE-SPONSOR-EXCEPTION
               ELSE
                   SUBTRACT SPP-AMOUNT FROM SPN-RECEIVABLE
                   REWRITE SPONSOR-RECORD
                   MOVE SPACES           TO SPONSOR-TRANS-RECORD
                   MOVE SPP-SPONSOR-CODE TO SPT-SPONSOR-CODE
                   MOVE "PAY"            TO SPT-TYPE
                   MOVE ZERO             TO SPT-STUD-NUM
                   MOVE SPP-AMOUNT       TO SPT-AMOUNT
                   MOVE SPP-DATE         TO SPT-DATE
                   MOVE SPP-RECEIPT      TO SPT-REFERENCE
                   WRITE SPONSOR-TRANS-RECORD
                   IF SPN-RCPT-COUNT-WS < 2000
                       ADD 1 TO SPN-RCPT-COUNT-WS
                       MOVE SPP-RECEIPT
                           TO SPN-RCPT-TBL-WS(SPN-RCPT-COUNT-WS)
                   END-IF
                   ADD 1 TO SPN-APPLIED-COUNTER-WS
                   ADD SPP-AMOUNT TO SPN-APPLIED-AMOUNT-WS
                   MOVE "APPLIED" TO SPR-DISPOSITION-OUT-WS
                   PERFORM 329-WRITE-SPONSOR-DETAIL
               END-IF
           END-IF.

       328-WRITE-SPONSOR-EXCEPTION.
           MOVE SPP-RECEIPT      TO SPX-RECEIPT-OUT-WS.
           MOVE SPP-SPONSOR-CODE TO SPX-SPONSOR-OUT-WS.
           MOVE SPP-AMOUNT       TO SPX-AMOUNT-OUT-WS.
           WRITE EXCEPTION-RECORD-OUT FROM SPONSOR-EXCEPTION-LINE-WS.
           ADD 1 TO SPN-REJECTED-COUNTER-WS.
           ADD SPP-AMOUNT TO SPN-REJECTED-AMOUNT-WS.
           MOVE "REJECTED" TO SPR-DISPOSITION-OUT-WS.
           PERFORM 329-WRITE-SPONSOR-DETAIL.

       329-WRITE-SPONSOR-DETAIL.
           MOVE SPP-RECEIPT      TO SPR-RECEIPT-OUT-WS.
           MOVE SPP-SPONSOR-CODE TO SPR-SPONSOR-OUT-WS.
           MOVE SPP-DATE         TO SPR-PAY-DATE-OUT-WS.
           MOVE SPP-AMOUNT       TO SPR-AMOUNT-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM SPONSOR-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Refuse to run while an online session is registered; a batch
      *flag left by a crashed batch job is taken over (batch runs
      *are serialized by the JCL chain)
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "PAYMENT-POSTING" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               APPLIED-COUNTER-WS + REJECTED-COUNTER-WS
                 + SKIPPED-COUNTER-WS + SPN-APPLIED-COUNTER-WS
                 + SPN-REJECTED-COUNTER-WS.
           COMPUTE JLG-REQ-WRITTEN-WS =
               APPLIED-COUNTER-WS + SPN-APPLIED-COUNTER-WS.
           COMPUTE JLG-REQ-REJECTED-WS =
               REJECTED-COUNTER-WS + SPN-REJECTED-COUNTER-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM PAYMENT-POSTING.
