      *==============================================================
      *COPYBOOK: RM-TBL-STRUCTURE
      *DESCRIPTION:
      *ROOM MASTER LOOKUP TABLE LOADED FROM ROOMFILE.TXT - ROOM
      *CODE, BUILDING, SEATING CAPACITY, AND ROOM TYPE (LECT, LAB,
      *SEM, ...). THE ROOM CODE IS WHAT TIMETBL.TXT CARRIES IN ITS
      *ROOM FIELD. EVERY FD READING ROOMFILE.TXT MUST CARRY THE
      *MATCHING 33-BYTE RECORD LAYOUT.
      *==============================================================
       01  ROOM-TBL-RTN OCCURS 200 TIMES.
           05  ROOM-CODE-TBL-WS        PIC X(6).
           05  ROOM-BUILDING-TBL-WS    PIC X(20).
           05  ROOM-CAPACITY-TBL-WS    PIC 9(3).
           05  ROOM-TYPE-TBL-WS        PIC X(4).
