      *Notification request handed to the shared QUEUE-NOTIFY
      *subprogram by every program that does something a student
      *should be told about. "Q" queues one event for the nightly
      *NOTIFY-EXTRACT run; "C" closes the queue at end of run. Event
      *types:
      *   HS  FINANCIAL HOLD SET       HC  FINANCIAL HOLD CLEARED
      *   WP  PROMOTED OFF A WAITLIST  PP  PAYMENT POSTED
      *   GR  GRADE RELEASED           CL  COLLECTION NOTICE
      *   DR  DEREGISTERED FOR FEES    RI  REGISTRATION REINSTATED
      *The caller fills whichever details the event has - amount,
      *balance, course, and a free-text detail such as the hold
      *reason, receipt number or term - and leaves the rest zero or
      *spaces. Return code 0 queued, 8 queue file unusable.
       01  NOTIFY-REQUEST-WS.
           05  NTF-REQ-FUNCTION-WS     PIC X(1).
           05  NTF-REQ-STUD-NUM-WS     PIC 9(6).
           05  NTF-REQ-EVENT-WS        PIC X(2).
           05  NTF-REQ-AMOUNT-WS       PIC 9(5)V99.
           05  NTF-REQ-BALANCE-WS      PIC 9(5)V99.
           05  NTF-REQ-COURSE-WS       PIC X(7).
           05  NTF-REQ-DETAIL-WS       PIC X(30).
           05  NTF-REQ-PROGRAM-WS      PIC X(8).
           05  NTF-REQ-RETURN-CODE-WS  PIC 9(1).
