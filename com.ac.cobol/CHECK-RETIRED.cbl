      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *THIS SUBPROGRAM TELLS A CALLER WHETHER A PROGRAM-OF-STUDY OR
      *COURSE CODE HAS BEEN RETIRED, AND WHAT REPLACED IT. WHEN THE
      *COLLEGE RENAMES A PROGRAM OR RENUMBERS A COURSE, CODE-RECODE
      *MOVES EVERY FILE OVER TO THE NEW CODE AND APPENDS THE OLD ONE
      *TO THE RETIRED-CODE FILE (RETCODE.TXT); FROM THEN ON THE
      *MAINTENANCE SCREENS AND EDIT-STUDENT ASK HERE BEFORE THEY
      *ACCEPT A CODE, SO THE OLD CODE CANNOT CREEP BACK IN. THE FILE
      *IS LOADED ON THE FIRST CALL AND HELD FOR THE RUN; A SITE WITH
      *NO RETCODE.TXT HAS RETIRED NOTHING.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-RETIRED.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIRED-CODE-FILE
               ASSIGN TO "D:\Cobol\RETCODE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RETCODE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *One line per retired code: "P" program of study or "C"
      *course, the retired code, the code that replaced it and the
      *date the recode retired it
       FD  RETIRED-CODE-FILE.
       01  RETIRED-CODE-RECORD.
           05  RTC-TYPE                PIC X(1).
           05  RTC-OLD-CODE            PIC X(7).
           05  RTC-NEW-CODE            PIC X(7).
           05  RTC-RETIRED-DATE        PIC X(8).

       WORKING-STORAGE SECTION.
       01  RETIRED-WORK-FIELDS.
           05  RETCODE-STATUS-WS       PIC X(2).
           05  TABLE-LOADED-FLAG       PIC X(1)  VALUE "N".
           05  RETCODE-EOF-FLAG        PIC X(1)  VALUE "N".
           05  RTC-SUB                 PIC 9(3)  VALUE ZERO.
           05  RTC-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  RTC-MATCH-SUB-WS        PIC 9(3)  VALUE ZERO.

      *RETIRED-CODE TABLE
       01  RETIRED-TABLE-WS.
           05  RETIRED-ENTRY-WS OCCURS 200 TIMES.
               10  RETIRED-TYPE-TBL-WS     PIC X(1).
               10  RETIRED-CODE-TBL-WS     PIC X(7).
               10  RETIRED-NEW-TBL-WS      PIC X(7).
               10  RETIRED-DATE-TBL-WS     PIC X(8).

       LINKAGE SECTION.
       COPY "RTC-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION USING RETIRED-CHECK-REQUEST-WS.

      *LOOK ONE CODE UP ON THE RETIRED-CODE TABLE
       100-CHECK-RETIRED.
           IF TABLE-LOADED-FLAG = "N"
               PERFORM 201-LOAD-RETIRED-TABLE
               MOVE "Y" TO TABLE-LOADED-FLAG
           END-IF.
           MOVE "N"    TO RTC-REQ-RETIRED-WS.
           MOVE SPACES TO RTC-REQ-NEW-CODE-WS
                          RTC-REQ-DATE-WS.
           MOVE ZERO   TO RTC-MATCH-SUB-WS.
           PERFORM 401-MATCH-RETIRED-CODE
               VARYING RTC-SUB FROM 1 BY 1
               UNTIL RTC-SUB > RTC-COUNT-WS
                   OR RTC-MATCH-SUB-WS > ZERO.
           IF RTC-MATCH-SUB-WS > ZERO
               MOVE "Y" TO RTC-REQ-RETIRED-WS
               MOVE RETIRED-NEW-TBL-WS(RTC-MATCH-SUB-WS)
                   TO RTC-REQ-NEW-CODE-WS
               MOVE RETIRED-DATE-TBL-WS(RTC-MATCH-SUB-WS)
                   TO RTC-REQ-DATE-WS
           END-IF.
           GOBACK.

      *Load the retired codes once; a missing file retires nothing
       201-LOAD-RETIRED-TABLE.
           OPEN INPUT RETIRED-CODE-FILE.
           IF RETCODE-STATUS-WS = "00"
               PERFORM 301-LOAD-ONE-RETIRED-CODE
                   UNTIL RETCODE-EOF-FLAG = "Y"
               CLOSE RETIRED-CODE-FILE
           END-IF.

       301-LOAD-ONE-RETIRED-CODE.
           READ RETIRED-CODE-FILE
               AT END MOVE "Y" TO RETCODE-EOF-FLAG
               NOT AT END
                   IF RTC-COUNT-WS < 200
                       ADD 1 TO RTC-COUNT-WS
                       MOVE RETIRED-CODE-RECORD
                           TO RETIRED-ENTRY-WS(RTC-COUNT-WS)
                   ELSE
                       DISPLAY "WARNING: RETCODE.TXT HAS MORE THAN "
                           "200 ENTRIES - LATER RETIREMENTS IGNORED"
                       MOVE "Y" TO RETCODE-EOF-FLAG
                   END-IF
           END-READ.

       401-MATCH-RETIRED-CODE.
           IF RETIRED-TYPE-TBL-WS(RTC-SUB) = RTC-REQ-TYPE-WS
               AND RETIRED-CODE-TBL-WS(RTC-SUB) = RTC-REQ-CODE-WS
               MOVE RTC-SUB TO RTC-MATCH-SUB-WS
           END-IF.

       END PROGRAM CHECK-RETIRED.
