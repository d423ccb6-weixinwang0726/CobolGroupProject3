      *==============================================================
      *COPYBOOK: ASN-TBL-STRUCTURE
      *DESCRIPTION:
      *TEACHING-ASSIGNMENT LOOKUP TABLE LOADED FROM TEACHASN.TXT -
      *ONE ENTRY PER INSTRUCTOR PER COURSE PER TERM. A COURSE MAY
      *CARRY MORE THAN ONE INSTRUCTOR IN A TERM (TEAM-TAUGHT), AND
      *ANY ONE OF THEM MAY SUBMIT ITS GRADE SHEET. MAINTAINED
      *ON-SCREEN BY INSTRUCTOR-MAINT; EVERY FD READING TEACHASN.TXT
      *MUST CARRY THE MATCHING 18-BYTE RECORD LAYOUT.
      *==============================================================
       01  ASSIGNMENT-TBL-RTN OCCURS 500 TIMES.
           05  ASN-INSTRUCTOR-TBL-WS   PIC X(6).
           05  ASN-COURSE-TBL-WS       PIC X(7).
           05  ASN-TERM-TBL-WS         PIC X(5).
