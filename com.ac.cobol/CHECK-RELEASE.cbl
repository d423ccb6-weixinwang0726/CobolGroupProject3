      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *THIS SUBPROGRAM DECIDES WHETHER A STUDENT'S INFORMATION MAY BE
      *RELEASED TO A GIVEN RECIPIENT AND LOGS EVERY DISCLOSURE ON THE
      *DISCLOSURE LOG (DISCLOSE.TXT), SO THE PRIVACY RULE "ONLY TO
      *PARTIES THE STUDENT HAS CONSENTED TO" IS APPLIED THE SAME WAY
      *BY THE CSV EXPORT, THE DEPARTMENT DISTRIBUTION, TRANSCRIPTS,
      *VERIFICATION LETTERS AND THE ONLINE INQUIRIES. THE STUDENT'S
      *CONSENT RECORD (CONSENT.TXT, KEPT ON-SCREEN THROUGH THE "P"
      *TRANSACTION OF UPDATE-STUD-FILE) CARRIES A BLANKET NO-RELEASE
      *FLAG AND A RELEASE FLAG PER OUTSIDE CATEGORY. THE RULES:
      *   ST  THE STUDENT'S OWN COPY IS ALWAYS RELEASED
      *   IN  COLLEGE OFFICES ARE REFUSED ONLY BY NO-RELEASE
      *   SP PA GV OT  OUTSIDE PARTIES NEED THE CATEGORY'S RELEASE
      *       FLAG SET AND NO BLANKET NO-RELEASE
      *A STUDENT WITH NO CONSENT RECORD HAS CONSENTED TO NOTHING
      *OUTSIDE THE COLLEGE; AN UNKNOWN CATEGORY IS TREATED AS OT.
      *EACH REQUEST IS LOGGED WITH WHO RELEASED IT (PROGRAM AND
      *OPERATOR), WHAT WAS RELEASED, TO WHOM AND WHEN, MARKED R
      *(RELEASED) OR W (WITHHELD), SO DISCLOSURE-REPORT CAN TELL A
      *STUDENT WHO HAS SEEN THEIR FILE. A DISCLOSURE THAT CANNOT BE
      *LOGGED IS WITHHELD. THE CONSENT FILE AND THE LOG ARE OPENED
      *ON THE FIRST REQUEST AND HELD UNTIL THE CALLER CLOSES THEM.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-RELEASE.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE
               ASSIGN TO "D:\Cobol\CONSENT.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS CNS-STUD-NUM
                               FILE STATUS IS CONSENT-STATUS-WS.

           SELECT DISCLOSURE-LOG-FILE
               ASSIGN TO "D:\Cobol\DISCLOSE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS DISCLOSE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *One consent record per student who has given or refused
      *consent; each flag is "Y" or "N"
       FD  CONSENT-FILE.
       01  CONSENT-RECORD.
           05  CNS-STUD-NUM            PIC 9(6).
           05  CNS-NO-RELEASE          PIC X(1).
           05  CNS-RELEASE-SPONSOR     PIC X(1).
           05  CNS-RELEASE-PARENT      PIC X(1).
           05  CNS-RELEASE-GOVT        PIC X(1).
           05  CNS-RELEASE-OTHER       PIC X(1).
           05  CNS-UPDATED-DATE        PIC X(8).
           05  CNS-UPDATED-BY          PIC X(8).

      *One line per disclosure asked for, released or withheld
       FD  DISCLOSURE-LOG-FILE.
       01  DISCLOSURE-LOG-RECORD.
           05  DSL-STUD-NUM            PIC 9(6).
           05  DSL-DATE                PIC X(8).
           05  DSL-TIME                PIC X(6).
           05  DSL-OUTCOME             PIC X(1).
           05  DSL-RECIPIENT           PIC X(2).
           05  DSL-SENT-TO             PIC X(30).
           05  DSL-DATA                PIC X(20).
           05  DSL-PROGRAM             PIC X(24).
           05  DSL-OPERATOR            PIC X(8).

       WORKING-STORAGE SECTION.
       01  RELEASE-WORK-FIELDS.
           05  CONSENT-STATUS-WS       PIC X(2).
           05  DISCLOSE-STATUS-WS      PIC X(2).
           05  CONSENT-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  DISCLOSE-OPEN-FLAG      PIC X(1)  VALUE "N".
           05  FILES-TRIED-FLAG        PIC X(1)  VALUE "N".
           05  CONSENT-FOUND-FLAG      PIC X(1)  VALUE "N".

       01  DISCLOSURE-TIMESTAMP-WS.
           05  DSL-TS-DATE-WS          PIC X(8).
           05  DSL-TS-TIME-WS          PIC X(6).

       LINKAGE SECTION.
       COPY "DSC-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION USING DISCLOSURE-REQUEST-WS.

      *CHECK AND LOG ONE DISCLOSURE, OR CLOSE THE FILES AT END OF RUN
       100-CHECK-RELEASE.
           MOVE ZERO TO DSC-REQ-RETURN-CODE-WS.
           EVALUATE DSC-REQ-FUNCTION-WS
               WHEN "D"
                   PERFORM 201-OPEN-RELEASE-FILES
                   PERFORM 202-DECIDE-RELEASE
                   PERFORM 203-LOG-DISCLOSURE
               WHEN "C"
                   PERFORM 204-CLOSE-RELEASE-FILES
           END-EVALUATE.
           GOBACK.

      *Open both files on the first request of the run. A site with
      *no consent file yet has no consents on record; the very first
      *disclosure finds no log and creates it.
       201-OPEN-RELEASE-FILES.
           IF FILES-TRIED-FLAG = "N"
               MOVE "Y" TO FILES-TRIED-FLAG
               OPEN INPUT CONSENT-FILE
               EVALUATE CONSENT-STATUS-WS
                   WHEN "00"
                       MOVE "Y" TO CONSENT-OPEN-FLAG
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CONSENT FILE CONSENT.TXT NOT "
                           "AVAILABLE - FILE STATUS "
                           CONSENT-STATUS-WS
               END-EVALUATE
               OPEN EXTEND DISCLOSURE-LOG-FILE
               IF DISCLOSE-STATUS-WS = "35"
                   OPEN OUTPUT DISCLOSURE-LOG-FILE
               END-IF
               IF DISCLOSE-STATUS-WS = "00"
                   MOVE "Y" TO DISCLOSE-OPEN-FLAG
               ELSE
                   DISPLAY "DISCLOSURE LOG DISCLOSE.TXT NOT "
                       "AVAILABLE - FILE STATUS " DISCLOSE-STATUS-WS
               END-IF
           END-IF.

      *Apply the consent rules for the recipient category
       202-DECIDE-RELEASE.
           PERFORM 301-READ-CONSENT-RECORD.
           MOVE "N" TO DSC-REQ-RELEASED-WS.
           EVALUATE TRUE
               WHEN DSC-REQ-RECIPIENT-WS = "ST"
                   MOVE "Y" TO DSC-REQ-RELEASED-WS
               WHEN CNS-NO-RELEASE = "Y"
                   CONTINUE
               WHEN DSC-REQ-RECIPIENT-WS = "IN"
                   MOVE "Y" TO DSC-REQ-RELEASED-WS
               WHEN DSC-REQ-RECIPIENT-WS = "SP"
                   MOVE CNS-RELEASE-SPONSOR TO DSC-REQ-RELEASED-WS
               WHEN DSC-REQ-RECIPIENT-WS = "PA"
                   MOVE CNS-RELEASE-PARENT TO DSC-REQ-RELEASED-WS
               WHEN DSC-REQ-RECIPIENT-WS = "GV"
                   MOVE CNS-RELEASE-GOVT TO DSC-REQ-RELEASED-WS
               WHEN OTHER
                   MOVE CNS-RELEASE-OTHER TO DSC-REQ-RELEASED-WS
           END-EVALUATE.
           IF DSC-REQ-RELEASED-WS NOT = "Y"
               MOVE "N" TO DSC-REQ-RELEASED-WS
               MOVE 4 TO DSC-REQ-RETURN-CODE-WS
           END-IF.

      *Every request goes on the log, released or withheld; a
      *release that cannot be logged is withheld instead
       203-LOG-DISCLOSURE.
           IF DISCLOSE-OPEN-FLAG = "Y"
               ACCEPT DSL-TS-DATE-WS FROM DATE YYYYMMDD
               ACCEPT DSL-TS-TIME-WS FROM TIME
               MOVE DSC-REQ-STUD-NUM-WS  TO DSL-STUD-NUM
               MOVE DSL-TS-DATE-WS       TO DSL-DATE
               MOVE DSL-TS-TIME-WS       TO DSL-TIME
               IF DSC-REQ-RELEASED-WS = "Y"
                   MOVE "R" TO DSL-OUTCOME
               ELSE
                   MOVE "W" TO DSL-OUTCOME
               END-IF
               MOVE DSC-REQ-RECIPIENT-WS TO DSL-RECIPIENT
               MOVE DSC-REQ-SENT-TO-WS   TO DSL-SENT-TO
               MOVE DSC-REQ-DATA-WS      TO DSL-DATA
               MOVE DSC-REQ-PROGRAM-WS   TO DSL-PROGRAM
               MOVE DSC-REQ-OPERATOR-WS  TO DSL-OPERATOR
               WRITE DISCLOSURE-LOG-RECORD
           ELSE
               MOVE "N" TO DSC-REQ-RELEASED-WS
               MOVE 8 TO DSC-REQ-RETURN-CODE-WS
           END-IF.

       204-CLOSE-RELEASE-FILES.
           IF CONSENT-OPEN-FLAG = "Y"
               CLOSE CONSENT-FILE
               MOVE "N" TO CONSENT-OPEN-FLAG
           END-IF.
           IF DISCLOSE-OPEN-FLAG = "Y"
               CLOSE DISCLOSURE-LOG-FILE
               MOVE "N" TO DISCLOSE-OPEN-FLAG
           END-IF.
           MOVE "N" TO FILES-TRIED-FLAG.

      *No consent record reads as consent to nothing outside the
      *college and no blanket refusal
       301-READ-CONSENT-RECORD.
           MOVE "N" TO CONSENT-FOUND-FLAG.
           IF CONSENT-OPEN-FLAG = "Y"
               MOVE DSC-REQ-STUD-NUM-WS TO CNS-STUD-NUM
               READ CONSENT-FILE
                   INVALID KEY MOVE "N" TO CONSENT-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO CONSENT-FOUND-FLAG
               END-READ
           END-IF.
           IF CONSENT-FOUND-FLAG = "N"
               MOVE DSC-REQ-STUD-NUM-WS TO CNS-STUD-NUM
               MOVE "N" TO CNS-NO-RELEASE
                           CNS-RELEASE-SPONSOR
                           CNS-RELEASE-PARENT
                           CNS-RELEASE-GOVT
                           CNS-RELEASE-OTHER
           END-IF.

       END PROGRAM CHECK-RELEASE.
