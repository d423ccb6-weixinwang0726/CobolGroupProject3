      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *THIS SUBPROGRAM POSTS ONE ENTRY TO THE STUDENT ACCOUNT LEDGER
      *(STULEDGR.TXT) FOR EVERY PROGRAM THAT MOVES A STUDENT'S
      *BALANCE, SO THE QUESTION "HOW DID I GET TO THIS BALANCE" IS
      *ANSWERED FROM ONE FILE INSTEAD OF REBUILDING IT FROM THE
      *ASSESSMENT, PAYMENT, AWARD AND REFUND REGISTERS AND
      *STUHIST.TXT. EACH ENTRY IS DATED, TYPED AND CARRIES A RUNNING
      *BALANCE:
      *   OPN  OPENING BALANCE (FIRST ENTRY FOR A STUDENT)
      *   CHG  TERM ASSESSMENT        PAY  PAYMENT
      *   AWD  AWARD                  ADJ  MANUAL ADJUSTMENT
      *   NSF  RETURNED PAYMENT       FEE  NSF OR LATE FEE
      *   CRD  EXCESS TO CREDIT       REF  REFUND CHEQUE
      *   SPN  SPONSOR-BILLED SHARE OF A TERM ASSESSMENT (MEMO)
      *   DRP  DROPPED-COURSE CREDIT
      *   WOF  BAD-DEBT WRITE-OFF     REC  WRITE-OFF RECOVERY
      *THE CALLER PASSES THE STUDENT'S BALANCE BEFORE AND AFTER THE
      *CHANGE; THE DIFFERENCE IS POSTED AS A DEBIT (D) OR CREDIT (C)
      *AGAINST THE LEDGER'S OWN RUNNING BALANCE, SO A PROGRAM THAT
      *MOVES MONEY WITHOUT POSTING SHOWS UP ON THE NIGHTLY
      *LEDGER-CHECK. MONEY THAT MOVES ON THE CREDIT-BALANCE FILE OR
      *A SPONSOR'S ACCOUNT RATHER THAN THE BALANCE OWING IS POSTED
      *AS A MEMO (M) ENTRY THAT LEAVES THE RUNNING BALANCE ALONE.
      *A STUDENT'S FIRST ENTRY IS PRECEDED BY AN OPENING-BALANCE
      *ENTRY FOR WHATEVER WAS OWING BEFORE THE LEDGER EXISTED.
      *ENTRIES ARE KEYED BY STUDENT AND A DESCENDING SEQUENCE
      *NUMBER, SO A START ON THE STUDENT NUMBER READS THE NEWEST
      *ENTRY FIRST. THE FILE IS OPENED ON THE FIRST POSTING AND HELD
      *UNTIL THE CALLER CLOSES IT.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POST-LEDGER.
       DATE-WRITTEN. 06-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE
               ASSIGN TO "D:\Cobol\STULEDGR.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS LDG-KEY
                               FILE STATUS IS LEDGER-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *One ledger entry. The sequence number counts down from 99998
      *for each student, so the newest entry has the lowest key
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LDG-KEY.
               10  LDG-STUD-NUM        PIC 9(6).
               10  LDG-SEQ-NUM         PIC 9(5).
           05  LDG-ENTRY-DATE          PIC X(8).
           05  LDG-ENTRY-TIME          PIC X(6).
           05  LDG-ENTRY-TYPE          PIC X(3).
           05  LDG-DIRECTION           PIC X(1).
           05  LDG-AMOUNT              PIC 9(4)V99.
           05  LDG-RUNNING-BAL         PIC 9(5)V99.
           05  LDG-REFERENCE           PIC X(10).
           05  LDG-PROGRAM             PIC X(8).
           05  LDG-OPERATOR            PIC X(8).

       WORKING-STORAGE SECTION.
       01  LEDGER-WORK-FIELDS.
           05  LEDGER-STATUS-WS        PIC X(2).
           05  LEDGER-OPEN-FLAG        PIC X(1)     VALUE "N".
           05  PRIOR-FOUND-FLAG        PIC X(1)     VALUE "N".
           05  PRIOR-SEQ-WS            PIC 9(5)     VALUE ZERO.
           05  PRIOR-RUNNING-BAL-WS    PIC 9(5)V99  VALUE ZERO.
           05  NEW-RUNNING-BAL-WS      PIC S9(6)V99 VALUE ZERO.
           05  ENTRY-DIRECTION-WS      PIC X(1)     VALUE SPACE.
           05  ENTRY-AMOUNT-WS         PIC 9(4)V99  VALUE ZERO.

       01  LEDGER-TIMESTAMP-WS.
           05  LDG-TS-DATE-WS          PIC X(8).
           05  LDG-TS-TIME-WS          PIC X(6).

       LINKAGE SECTION.
       COPY "LDG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION USING LEDGER-REQUEST-WS.

      *POST ONE LEDGER ENTRY, OR CLOSE THE LEDGER AT END OF RUN
       100-POST-LEDGER-ENTRY.
           MOVE ZERO TO LDG-REQ-RETURN-CODE-WS.
           EVALUATE LDG-REQ-FUNCTION-WS
               WHEN "W"
                   PERFORM 201-OPEN-LEDGER-FILE
                   IF LEDGER-OPEN-FLAG = "Y"
                       PERFORM 202-WRITE-LEDGER-ENTRY
                   ELSE
                       MOVE 8 TO LDG-REQ-RETURN-CODE-WS
                   END-IF
               WHEN "C"
                   PERFORM 203-CLOSE-LEDGER-FILE
           END-EVALUATE.
           GOBACK.

      *Open the ledger on the first posting of the run; the very
      *first run finds no file and creates an empty one
       201-OPEN-LEDGER-FILE.
           IF LEDGER-OPEN-FLAG = "N"
               OPEN I-O LEDGER-FILE
               IF LEDGER-STATUS-WS = "35"
                   OPEN OUTPUT LEDGER-FILE
                   CLOSE LEDGER-FILE
                   OPEN I-O LEDGER-FILE
               END-IF
               IF LEDGER-STATUS-WS = "00"
                   MOVE "Y" TO LEDGER-OPEN-FLAG
               ELSE
                   DISPLAY "LEDGER FILE STULEDGR.TXT NOT AVAILABLE - "
                       "FILE STATUS " LEDGER-STATUS-WS
               END-IF
           END-IF.

      *Work out the debit, credit or memo from the balances handed
      *in, and post it behind an opening entry when the student has
      *no ledger yet
       202-WRITE-LEDGER-ENTRY.
           EVALUATE TRUE
               WHEN LDG-REQ-AFTER-BAL-WS > LDG-REQ-BEFORE-BAL-WS
                   MOVE "D" TO ENTRY-DIRECTION-WS
                   COMPUTE ENTRY-AMOUNT-WS =
                       LDG-REQ-AFTER-BAL-WS - LDG-REQ-BEFORE-BAL-WS
               WHEN LDG-REQ-AFTER-BAL-WS < LDG-REQ-BEFORE-BAL-WS
                   MOVE "C" TO ENTRY-DIRECTION-WS
                   COMPUTE ENTRY-AMOUNT-WS =
                       LDG-REQ-BEFORE-BAL-WS - LDG-REQ-AFTER-BAL-WS
               WHEN LDG-REQ-MEMO-AMOUNT-WS > ZERO
                   MOVE "M" TO ENTRY-DIRECTION-WS
                   MOVE LDG-REQ-MEMO-AMOUNT-WS TO ENTRY-AMOUNT-WS
               WHEN OTHER
                   MOVE SPACE TO ENTRY-DIRECTION-WS
                   MOVE 4 TO LDG-REQ-RETURN-CODE-WS
           END-EVALUATE.
           IF ENTRY-DIRECTION-WS NOT = SPACE
               PERFORM 301-FIND-NEWEST-ENTRY
               IF PRIOR-FOUND-FLAG = "N"
                   PERFORM 302-WRITE-OPENING-ENTRY
               END-IF
               IF PRIOR-SEQ-WS = ZERO
                   DISPLAY "LEDGER FULL FOR STUDENT "
                       LDG-REQ-STUD-NUM-WS
                   MOVE 8 TO LDG-REQ-RETURN-CODE-WS
               ELSE
                   PERFORM 303-WRITE-MOVEMENT-ENTRY
               END-IF
           END-IF.

       203-CLOSE-LEDGER-FILE.
           IF LEDGER-OPEN-FLAG = "Y"
               CLOSE LEDGER-FILE
               MOVE "N" TO LEDGER-OPEN-FLAG
           END-IF.

      *The lowest key for the student is the newest entry; its
      *running balance is what the new entry builds on
       301-FIND-NEWEST-ENTRY.
           MOVE "N" TO PRIOR-FOUND-FLAG.
           MOVE 99999 TO PRIOR-SEQ-WS.
           MOVE ZERO TO PRIOR-RUNNING-BAL-WS.
           MOVE LDG-REQ-STUD-NUM-WS TO LDG-STUD-NUM.
           MOVE ZERO TO LDG-SEQ-NUM.
           START LEDGER-FILE KEY IS NOT LESS THAN LDG-KEY
               INVALID KEY MOVE "N" TO PRIOR-FOUND-FLAG
               NOT INVALID KEY
                   READ LEDGER-FILE NEXT RECORD
                       AT END MOVE "N" TO PRIOR-FOUND-FLAG
                       NOT AT END
                           IF LDG-STUD-NUM = LDG-REQ-STUD-NUM-WS
                               MOVE "Y" TO PRIOR-FOUND-FLAG
                               MOVE LDG-SEQ-NUM TO PRIOR-SEQ-WS
                               MOVE LDG-RUNNING-BAL
                                   TO PRIOR-RUNNING-BAL-WS
                           END-IF
                   END-READ
           END-START.

      *Whatever the student owed before the ledger started is
      *carried in as the opening balance
       302-WRITE-OPENING-ENTRY.
           MOVE LDG-REQ-BEFORE-BAL-WS TO PRIOR-RUNNING-BAL-WS.
           MOVE "OPN" TO LDG-ENTRY-TYPE.
           MOVE "D" TO LDG-DIRECTION.
           MOVE LDG-REQ-BEFORE-BAL-WS TO LDG-AMOUNT.
           MOVE LDG-REQ-BEFORE-BAL-WS TO LDG-RUNNING-BAL.
           MOVE SPACES TO LDG-REFERENCE.
           PERFORM 304-WRITE-LEDGER-RECORD.

       303-WRITE-MOVEMENT-ENTRY.
           EVALUATE ENTRY-DIRECTION-WS
               WHEN "D"
                   COMPUTE NEW-RUNNING-BAL-WS =
                       PRIOR-RUNNING-BAL-WS + ENTRY-AMOUNT-WS
               WHEN "C"
                   COMPUTE NEW-RUNNING-BAL-WS =
                       PRIOR-RUNNING-BAL-WS - ENTRY-AMOUNT-WS
               WHEN OTHER
                   MOVE PRIOR-RUNNING-BAL-WS TO NEW-RUNNING-BAL-WS
           END-EVALUATE.
           IF NEW-RUNNING-BAL-WS < ZERO
               MOVE ZERO TO NEW-RUNNING-BAL-WS
           END-IF.
           MOVE LDG-REQ-TYPE-WS      TO LDG-ENTRY-TYPE.
           MOVE ENTRY-DIRECTION-WS   TO LDG-DIRECTION.
           MOVE ENTRY-AMOUNT-WS      TO LDG-AMOUNT.
           MOVE NEW-RUNNING-BAL-WS   TO LDG-RUNNING-BAL.
           MOVE LDG-REQ-REFERENCE-WS TO LDG-REFERENCE.
           PERFORM 304-WRITE-LEDGER-RECORD.

      *Stamp and write the entry one below the student's newest key
       304-WRITE-LEDGER-RECORD.
           ACCEPT LDG-TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT LDG-TS-TIME-WS FROM TIME.
           SUBTRACT 1 FROM PRIOR-SEQ-WS.
           MOVE LDG-REQ-STUD-NUM-WS  TO LDG-STUD-NUM.
           MOVE PRIOR-SEQ-WS         TO LDG-SEQ-NUM.
           MOVE LDG-TS-DATE-WS       TO LDG-ENTRY-DATE.
           MOVE LDG-TS-TIME-WS       TO LDG-ENTRY-TIME.
           MOVE LDG-REQ-PROGRAM-WS   TO LDG-PROGRAM.
           MOVE LDG-REQ-OPERATOR-WS  TO LDG-OPERATOR.
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "LEDGER WRITE FAILED FOR STUDENT "
                       LDG-REQ-STUD-NUM-WS " - FILE STATUS "
                       LEDGER-STATUS-WS
                   MOVE 8 TO LDG-REQ-RETURN-CODE-WS
           END-WRITE.

       END PROGRAM POST-LEDGER.
