      *==============================================================
      *COPYBOOK: INS-TBL-STRUCTURE
      *DESCRIPTION:
      *INSTRUCTOR MASTER LOOKUP TABLE LOADED FROM INSTRUCT.TXT -
      *INSTRUCTOR ID, NAME, HOME DEPARTMENT (ONE OF THE DEPARTMENTS
      *THAT OWN COURSES ON COURSE.TXT), AND EMAIL ADDRESS. MAINTAINED
      *ON-SCREEN BY INSTRUCTOR-MAINT; EVERY FD READING INSTRUCT.TXT
      *MUST CARRY THE MATCHING 80-BYTE RECORD LAYOUT.
      *==============================================================
       01  INSTRUCTOR-TBL-RTN OCCURS 200 TIMES.
           05  INS-ID-TBL-WS           PIC X(6).
           05  INS-NAME-TBL-WS         PIC X(30).
           05  INS-DEPT-TBL-WS         PIC X(4).
           05  INS-EMAIL-TBL-WS        PIC X(40).
