      *THE STUDENT STATUS DOMAIN, AND ENROLLMENT-DATE PLAUSIBILITY,
      *AND RETURNS A FIELD-LEVEL ERROR LIST. THE LOOKUP TABLES ARE
      *LOADED FROM FILE ON THE FIRST CALL AND HELD FOR THE RUN.
      *A PROGRAM OR COURSE CODE RETIRED BY CODE-RECODE IS REJECTED
      *EVEN THOUGH IT IS STILL ON ITS MASTER FILE (SEE
      *CHECK-RETIRED), SO THE OLD CODE CANNOT COME BACK IN.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIT-STUDENT.
           05  COURSE-ERROR-NUM-WS     PIC 9(1).
           05  COURSE-ERROR-SUFFIX-WS  PIC X(17).

      *Retired-code request
       COPY "RTC-REQ-STRUCTURE.CBL".

       LINKAGE SECTION.
      *The student record to validate, in the standard 116-byte
      *layout shared by every student file in the system
           READ COURSE-FILE-IN INTO COURSE-TBL-RTN(CRS-TBL-SUB)
                  AT END MOVE "YES" TO EOF-CRS-TBL-FLAG.

      *The program-of-study code must exist in PROGRAM.TXT and
      *must not have been retired
       301-EDIT-PROGRAM-CODE.
           MOVE "NO " TO PROGRAM-FOUND-FLAG.
           PERFORM 402-SEARCH-PROGRAM-CODE
               MOVE "PROGRAM CODE NOT ON FILE"
                   TO EDIT-MESSAGE-WS
               PERFORM 307-ADD-EDIT-ERROR
           ELSE
               MOVE "P"                 TO RTC-REQ-TYPE-WS
               MOVE ES-PROGRAM-OF-STUDY TO RTC-REQ-CODE-WS
               CALL 'CHECK-RETIRED' USING RETIRED-CHECK-REQUEST-WS
               IF RTC-REQ-RETIRED-WS = "Y"
                   MOVE "PROGRAM CODE RETIRED"
                       TO EDIT-MESSAGE-WS
                   PERFORM 307-ADD-EDIT-ERROR
               END-IF
           END-IF.

       402-SEARCH-PROGRAM-CODE.
               MOVE "YES" TO PROGRAM-FOUND-FLAG
           END-IF.

      *Each non-blank course code must exist in COURSE.TXT and must
      *not have been retired
       302-EDIT-COURSE-CODES.
           MOVE ES-COURSE-CODE(COURSE-SUB-WS)
               TO CHECK-COURSE-CODE-WS.
                   MOVE COURSE-SUB-WS  TO COURSE-ERROR-NUM-WS
                   MOVE " NOT ON FILE" TO COURSE-ERROR-SUFFIX-WS
                   PERFORM 307-ADD-EDIT-ERROR
               ELSE
                   PERFORM 308-EDIT-RETIRED-COURSE
               END-IF
           END-IF.

                   TO EDIT-ERROR-MSG(EDIT-ERROR-COUNT)
           END-IF.

      *A course code still on COURSE.TXT may have been retired
       308-EDIT-RETIRED-COURSE.
           MOVE "C"                  TO RTC-REQ-TYPE-WS.
           MOVE CHECK-COURSE-CODE-WS TO RTC-REQ-CODE-WS.
           CALL 'CHECK-RETIRED' USING RETIRED-CHECK-REQUEST-WS.
           IF RTC-REQ-RETIRED-WS = "Y"
               MOVE "COURSE CODE " TO COURSE-ERROR-PREFIX-WS
               MOVE COURSE-SUB-WS  TO COURSE-ERROR-NUM-WS
               MOVE " RETIRED"     TO COURSE-ERROR-SUFFIX-WS
               PERFORM 307-ADD-EDIT-ERROR
           END-IF.

       END PROGRAM EDIT-STUDENT.
