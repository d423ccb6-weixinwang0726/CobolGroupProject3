      *Retired-code request handed to the shared CHECK-RETIRED
      *subprogram by every program that takes a program-of-study or
      *course code in for a new use. The type is "P" for a program-
      *of-study code or "C" for a course code. The retired flag comes
      *back "Y", with the code that replaced it and the date it was
      *retired by CODE-RECODE, or "N" when the code is still live.
       01  RETIRED-CHECK-REQUEST-WS.
           05  RTC-REQ-TYPE-WS         PIC X(1).
           05  RTC-REQ-CODE-WS         PIC X(7).
           05  RTC-REQ-RETIRED-WS      PIC X(1).
           05  RTC-REQ-NEW-CODE-WS     PIC X(7).
           05  RTC-REQ-DATE-WS         PIC X(8).
