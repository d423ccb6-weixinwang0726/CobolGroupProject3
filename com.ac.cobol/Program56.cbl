      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *THIS PROGRAM MAINTAINS THE SPONSOR MASTER (SPONSOR.TXT), AN
      *INDEXED FILE KEYED BY SPONSOR CODE HOLDING EACH EMPLOYER OR
      *AGENCY THAT PAYS TUITION ON A STUDENT'S BEHALF: NAME, BILLING
      *ADDRESS, CONTACT, AND THE SPONSOR RECEIVABLE - WHAT THE
      *SPONSOR OWES. THE RECEIVABLE IS NEVER KEYED HERE: TERM-
      *ASSESSMENT RAISES IT BY THE SPONSOR SHARE OF EACH SPONSORED
      *ASSESSMENT AND PAYMENT-POSTING LOWERS IT BY EACH SPONSOR
      *CHEQUE, SO IT ALWAYS AGREES WITH SPONTRAN.TXT. A SPONSOR
      *STILL OWING MONEY CANNOT BE DELETED. TRANSACTIONS FOLLOW THE
      *SAME SCREEN-SECTION STYLE AS PAYMENT-PLAN-MAINT (A/C/D/I/N).
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-MAINT.
       DATE-WRITTEN. 10-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPONSOR-FILE
               ASSIGN TO "D:\Cobol\SPONSOR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SPN-CODE
               FILE STATUS IS SPN-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  SPONSOR-FILE.
       01  SPONSOR-RECORD.
           05  SPN-CODE                PIC X(6).
           05  SPN-NAME                PIC X(30).
           05  SPN-STREET              PIC X(30).
           05  SPN-CITY                PIC X(20).
           05  SPN-PROVINCE            PIC X(2).
           05  SPN-POSTAL-CODE         PIC X(7).
           05  SPN-CONTACT             PIC X(30).
           05  SPN-PHONE               PIC X(10).
           05  SPN-RECEIVABLE          PIC 9(7)V99.

       WORKING-STORAGE SECTION.
      *File status fields
       01  SPN-STATUS-FIELD        PIC X(2).

       01  FLAG-FIELDS.
           05  CHOICE              PIC X(1) VALUE SPACES.
           05  FOUND-FLAG          PIC X(1).

      *Transaction data accepted from the screens
       01  SPN-DATA-IN-WS.
           05  SPN-CODE-IN-WS         PIC X(6).
           05  SPN-NAME-IN-WS         PIC X(30).
           05  SPN-STREET-IN-WS       PIC X(30).
           05  SPN-CITY-IN-WS         PIC X(20).
           05  SPN-PROVINCE-IN-WS     PIC X(2).
           05  SPN-POSTAL-IN-WS       PIC X(7).
           05  SPN-CONTACT-IN-WS      PIC X(30).
           05  SPN-PHONE-IN-WS        PIC X(10).

      *Record image for the inquiry display
       01  SPN-RECORD-WS.
           05  SPN-CODE-WS            PIC X(6).
           05  SPN-NAME-WS            PIC X(30).
           05  SPN-STREET-WS          PIC X(30).
           05  SPN-CITY-WS            PIC X(20).
           05  SPN-PROVINCE-WS        PIC X(2).
           05  SPN-POSTAL-WS          PIC X(7).
           05  SPN-CONTACT-WS         PIC X(30).
           05  SPN-PHONE-WS           PIC X(10).
           05  SPN-RECEIVABLE-WS      PIC 9(7)V99.

       SCREEN SECTION.
      *Prompt the user to enter choice
       01  SPN-MAINT-ENTRY-SCREEN.
           05  VALUE "Sponsor Maintenance Screen"
                                            LINE 5 COLUMN 16.
           05  VALUE "Enter transaction (A/C/D/I/N)?"
                                            LINE 8 COLUMN 16.
           05  CHOICE-IN                    LINE 9 COLUMN 16
                                          PIC X(1) TO CHOICE.

       01  SPN-CODE-INPUT-SCREEN.
           05  VALUE "Sponsor code: "       LINE 12 COLUMN 16.
           05  SPN-CODE-INPUT               LINE 13 COLUMN 16
                                  PIC X(6) TO SPN-CODE-IN-WS.

       01  SPN-DATA-INPUT-SCREEN.
           05  VALUE "Name: "               LINE 14 COLUMN 16.
           05  SPN-NAME-INPUT               LINE 14 COLUMN 32
                                  PIC X(30) TO SPN-NAME-IN-WS.
           05  VALUE "Street: "             LINE 15 COLUMN 16.
           05  SPN-STREET-INPUT             LINE 15 COLUMN 32
                                  PIC X(30) TO SPN-STREET-IN-WS.
           05  VALUE "City: "               LINE 16 COLUMN 16.
           05  SPN-CITY-INPUT               LINE 16 COLUMN 32
                                  PIC X(20) TO SPN-CITY-IN-WS.
           05  VALUE "Prov: "               LINE 16 COLUMN 54.
           05  SPN-PROVINCE-INPUT           LINE 16 COLUMN 60
                                  PIC X(2) TO SPN-PROVINCE-IN-WS.
           05  VALUE "Postal code: "        LINE 17 COLUMN 16.
           05  SPN-POSTAL-INPUT             LINE 17 COLUMN 32
                                  PIC X(7) TO SPN-POSTAL-IN-WS.
           05  VALUE "Contact: "            LINE 18 COLUMN 16.
           05  SPN-CONTACT-INPUT            LINE 18 COLUMN 32
                                  PIC X(30) TO SPN-CONTACT-IN-WS.
           05  VALUE "Phone: "              LINE 19 COLUMN 16.
           05  SPN-PHONE-INPUT              LINE 19 COLUMN 32
                                  PIC X(10) TO SPN-PHONE-IN-WS.

      *Inquiry-only display of a sponsor, receivable included
       01  SPN-INQUIRY-DISPLAY-SCREEN.
           05  VALUE "Name: "               LINE 14 COLUMN 16.
           05  INQ-SPN-NAME-OUT             LINE 14 COLUMN 32
                      PIC X(30) FROM SPN-NAME-WS.
           05  VALUE "Street: "             LINE 15 COLUMN 16.
           05  INQ-SPN-STREET-OUT           LINE 15 COLUMN 32
                      PIC X(30) FROM SPN-STREET-WS.
           05  VALUE "City: "               LINE 16 COLUMN 16.
           05  INQ-SPN-CITY-OUT             LINE 16 COLUMN 32
                      PIC X(20) FROM SPN-CITY-WS.
           05  INQ-SPN-PROVINCE-OUT         LINE 16 COLUMN 54
                      PIC X(2) FROM SPN-PROVINCE-WS.
           05  INQ-SPN-POSTAL-OUT           LINE 16 COLUMN 58
                      PIC X(7) FROM SPN-POSTAL-WS.
           05  VALUE "Contact: "            LINE 17 COLUMN 16.
           05  INQ-SPN-CONTACT-OUT          LINE 17 COLUMN 32
                      PIC X(30) FROM SPN-CONTACT-WS.
           05  VALUE "Phone: "              LINE 18 COLUMN 16.
           05  INQ-SPN-PHONE-OUT            LINE 18 COLUMN 32
                      PIC X(10) FROM SPN-PHONE-WS.
           05  VALUE "Receivable: "         LINE 19 COLUMN 16.
           05  INQ-SPN-RECEIVABLE-OUT       LINE 19 COLUMN 32
                      PIC Z,ZZZ,ZZ9.99 FROM SPN-RECEIVABLE-WS.

       01  SPN-REC-NOT-FOUND-SCREEN.
           05  VALUE "Sponsor not found"
                                            LINE 22 COLUMN 16.

       01  SPN-DUPLICATE-SCREEN.
           05  VALUE "Sponsor code already exists"
                                            LINE 22 COLUMN 16.

       01  SPN-NO-NAME-SCREEN.
           05  VALUE "Sponsor name must be entered"
                                            LINE 22 COLUMN 16.

       01  SPN-OWING-SCREEN.
           05  VALUE "Sponsor still owes a balance - not deleted"
                                            LINE 22 COLUMN 16.

       01  SPN-ADD-SUCCESS-SCREEN.
           05  VALUE "Sponsor added"        LINE 23 COLUMN 16.

       01  SPN-CHANGE-SUCCESS-SCREEN.
           05  VALUE "Sponsor updated"      LINE 23 COLUMN 16.

       01  SPN-DELETE-SUCCESS-SCREEN.
           05  VALUE "Sponsor deleted"      LINE 23 COLUMN 16.

       PROCEDURE DIVISION.
      *Online sponsor master maintenance
       100-MAINTAIN-SPONSOR-FILE.
           PERFORM 200-INIT-SPONSOR-MAINT.
           PERFORM 201-PROCESS-SPONSOR-TRANS UNTIL CHOICE = "N".
           PERFORM 202-TERMINATE-SPONSOR-MAINT.
           STOP RUN.

       200-INIT-SPONSOR-MAINT.
           PERFORM 300-OPEN-SPONSOR-FILE.
           PERFORM 302-READ-USER-CHOICE.

       201-PROCESS-SPONSOR-TRANS.
           EVALUATE CHOICE
               WHEN "A"
                   PERFORM 303-ACCEPT-SPONSOR-ENTRY
                   PERFORM 304-ADD-SPONSOR-RECORD
               WHEN "C"
                   PERFORM 303-ACCEPT-SPONSOR-ENTRY
                   PERFORM 305-CHANGE-SPONSOR-RECORD
               WHEN "D"
                   PERFORM 306-ACCEPT-SPONSOR-CODE
                   PERFORM 307-DELETE-SPONSOR-RECORD
               WHEN "I"
                   PERFORM 306-ACCEPT-SPONSOR-CODE
                   PERFORM 308-INQUIRE-SPONSOR-RECORD
           END-EVALUATE.
           PERFORM 302-READ-USER-CHOICE.

       202-TERMINATE-SPONSOR-MAINT.
           CLOSE SPONSOR-FILE.

      *The sponsor master is created on first use
       300-OPEN-SPONSOR-FILE.
           OPEN I-O SPONSOR-FILE.
           IF SPN-STATUS-FIELD = "35"
               OPEN OUTPUT SPONSOR-FILE
               CLOSE SPONSOR-FILE
               OPEN I-O SPONSOR-FILE
           END-IF.

       302-READ-USER-CHOICE.
           DISPLAY SPN-MAINT-ENTRY-SCREEN.
           ACCEPT  SPN-MAINT-ENTRY-SCREEN.

      *Accept the sponsor's code and billing details for an add or
      *change
       303-ACCEPT-SPONSOR-ENTRY.
           DISPLAY SPN-CODE-INPUT-SCREEN.
           ACCEPT  SPN-CODE-INPUT-SCREEN.
           DISPLAY SPN-DATA-INPUT-SCREEN.
           ACCEPT  SPN-DATA-INPUT-SCREEN.

      *Add a new sponsor with nothing yet receivable
       304-ADD-SPONSOR-RECORD.
           IF SPN-NAME-IN-WS = SPACES
               DISPLAY SPN-NO-NAME-SCREEN
           ELSE
               MOVE SPN-CODE-IN-WS TO SPN-CODE
               PERFORM 309-MOVE-DETAILS-TO-RECORD
               MOVE ZERO TO SPN-RECEIVABLE
               WRITE SPONSOR-RECORD
                   INVALID KEY DISPLAY SPN-DUPLICATE-SCREEN
                   NOT INVALID KEY DISPLAY SPN-ADD-SUCCESS-SCREEN
               END-WRITE
           END-IF.

      *Change the billing details in place; the receivable is kept
       305-CHANGE-SPONSOR-RECORD.
           PERFORM 310-READ-SPONSOR-RECORD.
           IF FOUND-FLAG = "N"
               DISPLAY SPN-REC-NOT-FOUND-SCREEN
           ELSE
               IF SPN-NAME-IN-WS = SPACES
                   DISPLAY SPN-NO-NAME-SCREEN
               ELSE
                   PERFORM 309-MOVE-DETAILS-TO-RECORD
                   REWRITE SPONSOR-RECORD
                   DISPLAY SPN-CHANGE-SUCCESS-SCREEN
               END-IF
           END-IF.

       309-MOVE-DETAILS-TO-RECORD.
           MOVE SPN-NAME-IN-WS     TO SPN-NAME.
           MOVE SPN-STREET-IN-WS   TO SPN-STREET.
           MOVE SPN-CITY-IN-WS     TO SPN-CITY.
           MOVE SPN-PROVINCE-IN-WS TO SPN-PROVINCE.
           MOVE SPN-POSTAL-IN-WS   TO SPN-POSTAL-CODE.
           MOVE SPN-CONTACT-IN-WS  TO SPN-CONTACT.
           MOVE SPN-PHONE-IN-WS    TO SPN-PHONE.

      *Accept just the sponsor code for a delete or inquiry
       306-ACCEPT-SPONSOR-CODE.
           DISPLAY SPN-CODE-INPUT-SCREEN.
           ACCEPT  SPN-CODE-INPUT-SCREEN.

      *Delete a sponsor no longer used; one still owing is refused so
      *the receivable is never lost off the books
       307-DELETE-SPONSOR-RECORD.
           PERFORM 310-READ-SPONSOR-RECORD.
           IF FOUND-FLAG = "N"
               DISPLAY SPN-REC-NOT-FOUND-SCREEN
           ELSE
               IF SPN-RECEIVABLE > ZERO
                   DISPLAY SPN-OWING-SCREEN
               ELSE
                   DELETE SPONSOR-FILE RECORD
                   DISPLAY SPN-DELETE-SUCCESS-SCREEN
               END-IF
           END-IF.

      *Look up and display a sponsor, read-only
       308-INQUIRE-SPONSOR-RECORD.
           PERFORM 310-READ-SPONSOR-RECORD.
           IF FOUND-FLAG = "N"
               DISPLAY SPN-REC-NOT-FOUND-SCREEN
           ELSE
               MOVE SPONSOR-RECORD TO SPN-RECORD-WS
               DISPLAY SPN-INQUIRY-DISPLAY-SCREEN
           END-IF.

       310-READ-SPONSOR-RECORD.
           MOVE SPN-CODE-IN-WS TO SPN-CODE.
           READ SPONSOR-FILE
               RECORD KEY IS SPN-CODE
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.

       END PROGRAM SPONSOR-MAINT.
