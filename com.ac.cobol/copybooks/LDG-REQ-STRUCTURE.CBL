      *Ledger posting request handed to the shared POST-LEDGER
      *subprogram. "W" posts one entry from the student's balance
      *before and after the change: a rise is a debit, a fall a
      *credit, and no change with a memo amount is a memo entry for
      *money that moved on the credit-balance file instead (excess
      *to credit, refund cheque, credit taken back). "C" closes the
      *ledger file at end of run. Return code 0 posted, 4 nothing
      *to post, 8 ledger file unusable.
       01  LEDGER-REQUEST-WS.
           05  LDG-REQ-FUNCTION-WS     PIC X(1).
           05  LDG-REQ-STUD-NUM-WS     PIC 9(6).
           05  LDG-REQ-TYPE-WS         PIC X(3).
           05  LDG-REQ-BEFORE-BAL-WS   PIC 9(4)V99.
           05  LDG-REQ-AFTER-BAL-WS    PIC 9(4)V99.
           05  LDG-REQ-MEMO-AMOUNT-WS  PIC 9(4)V99.
           05  LDG-REQ-REFERENCE-WS    PIC X(10).
           05  LDG-REQ-PROGRAM-WS      PIC X(8).
           05  LDG-REQ-OPERATOR-WS     PIC X(8).
           05  LDG-REQ-RETURN-CODE-WS  PIC 9(1).
