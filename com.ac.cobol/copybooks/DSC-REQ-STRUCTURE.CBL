      *Release request handed to the shared CHECK-RELEASE
      *subprogram by every program that hands student data to
      *someone. "D" checks the student's consent record for the
      *recipient category and logs the disclosure - released or
      *withheld - on the disclosure log; "C" closes the consent file
      *and the log at end of run. Recipient categories:
      *   ST  THE STUDENT           IN  COLLEGE OFFICES/DEPARTMENTS
      *   SP  SPONSOR               PA  PARENT OR GUARDIAN
      *   GV  GOVERNMENT AGENCY     OT  ANY OTHER OUTSIDE PARTY
      *The released flag comes back "Y" or "N". Return code 0
      *released, 4 withheld for lack of consent, 8 withheld because
      *the disclosure could not be logged.
       01  DISCLOSURE-REQUEST-WS.
           05  DSC-REQ-FUNCTION-WS     PIC X(1).
           05  DSC-REQ-STUD-NUM-WS     PIC 9(6).
           05  DSC-REQ-RECIPIENT-WS    PIC X(2).
           05  DSC-REQ-SENT-TO-WS      PIC X(30).
           05  DSC-REQ-DATA-WS         PIC X(20).
           05  DSC-REQ-PROGRAM-WS      PIC X(24).
           05  DSC-REQ-OPERATOR-WS     PIC X(8).
           05  DSC-REQ-RELEASED-WS     PIC X(1).
           05  DSC-REQ-RETURN-CODE-WS  PIC 9(1).
