      *ADDRESS CAN ONLY BE ADDED FOR A STUDENT-NUMBER THAT EXISTS IN
      *THE INDEXED STUDENT FILE (STUFILE_IN.TXT) - AN ORPHAN CHECK SO
      *THE ADDRESS FILE CANNOT DRIFT AWAY FROM THE STUDENT MASTER.
      *AN ADDRESS ADDED OR CHANGED FOR A GRADUATE ON THE ALUMNI
      *MASTER (ALUMNI.TXT) IS CARRIED ONTO THEIR ALUMNI RECORD AND
      *MARKED CHANGED, SO IT GOES TO THE ADVANCEMENT OFFICE ON THE
      *NEXT ALUMNI-EXTRACT FEED. AN "O" TRANSACTION RECORDS A
      *STUDENT'S CHOICE TO OPT OUT OF EMAIL OR TEXT NOTIFICATIONS ON
      *THE NOTIFICATION PREFERENCE FILE (NOTIFPRF.TXT, CREATED ON
      *FIRST USE); THE NIGHTLY NOTIFY-EXTRACT RUN SENDS NOTHING ON A
      *CHANNEL THE STUDENT HAS OPTED OUT OF.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-MAINT.
                   WITH DUPLICATES
               FILE STATUS IS STATUS-FIELD.

      *The alumni master - one record per graduate, keyed by
      *student number, carrying the diploma name, program,
      *graduation date and the latest contact details, with the
      *state of the record on the advancement office's feed
           SELECT ALUMNI-FILE
               ASSIGN TO "D:\Cobol\ALUMNI.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALM-STUD-NUM
               FILE STATUS IS ALUMNI-STATUS-FIELD.

      *Notification preferences - one record per student who has
      *opted out of email or text notifications, keyed by student
      *number; no record means both channels are wanted
           SELECT NOTIFY-PREF-FILE
               ASSIGN TO "D:\Cobol\NOTIFPRF.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NPF-STUD-NUM
               FILE STATUS IS NOTIFPRF-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-FILE.
           05  STUDENT-STATUS      PIC X(1).
           05  ENROLLMENT-DATE     PIC X(8).

      *Feed status "N" new graduate not yet sent, "C" contact
      *changed since last sent, "S" sent and unchanged
       FD  ALUMNI-FILE.
       01  ALUMNI-RECORD.
           05  ALM-STUD-NUM            PIC 9(6).
           05  ALM-DIPLOMA-NAME        PIC X(40).
           05  ALM-PROGRAM             PIC X(5).
           05  ALM-GRAD-DATE           PIC X(8).
           05  ALM-STREET              PIC X(30).
           05  ALM-CITY                PIC X(20).
           05  ALM-PROVINCE            PIC X(2).
           05  ALM-POSTAL-CODE         PIC X(7).
           05  ALM-PHONE               PIC X(12).
           05  ALM-EMAIL               PIC X(40).
           05  ALM-FEED-STATUS         PIC X(1).
           05  ALM-CHANGED-DATE        PIC X(8).
           05  ALM-SENT-DATE           PIC X(8).

      *Opt-out flags "Y" opted out, "N" wanted
       FD  NOTIFY-PREF-FILE.
       01  NOTIFY-PREF-RECORD.
           05  NPF-STUD-NUM            PIC 9(6).
           05  NPF-EMAIL-OPT-OUT       PIC X(1).
           05  NPF-SMS-OPT-OUT         PIC X(1).
           05  NPF-UPDATED-DATE        PIC X(8).

       WORKING-STORAGE SECTION.
      *File status fields
       01  ADDR-STATUS-FIELD       PIC X(2).
       01  STATUS-FIELD            PIC X(2).
       01  ALUMNI-STATUS-FIELD     PIC X(2).
       01  NOTIFPRF-STATUS-FIELD   PIC X(2).

       01  FLAG-FIELDS.
           05  CHOICE              PIC X(1) VALUE SPACES.
           05  FOUND-FLAG          PIC X(1).
           05  STUDENT-FOUND-FLAG  PIC X(1).
           05  ALUMNI-OPEN-FLAG    PIC X(1) VALUE "N".
           05  ALUMNI-FOUND-FLAG   PIC X(1).
           05  NPF-FOUND-FLAG      PIC X(1).
           05  TODAY-DATE          PIC X(8) VALUE SPACES.

      *Transaction data accepted from the screens
       01  ADDRESS-DATA-IN-WS.
           05  ADDR-POSTAL-IN-WS      PIC X(7).
           05  ADDR-PHONE-IN-WS       PIC X(12).
           05  ADDR-EMAIL-IN-WS       PIC X(40).
           05  NPF-EMAIL-OPT-IN-WS    PIC X(1).
           05  NPF-SMS-OPT-IN-WS      PIC X(1).

      *Record image for the inquiry display
       01  ADDRESS-RECORD-WS.
       01  ADDR-MAINT-ENTRY-SCREEN.
           05  VALUE "Address Maintenance Screen"
                                            LINE 5 COLUMN 16.
           05  VALUE "Enter transaction (A/C/D/I/O/N)?"
                                            LINE 8 COLUMN 16.
           05  CHOICE-IN                    LINE 9 COLUMN 16
                                          PIC X(1) TO CHOICE.
           05  ADDR-EMAIL-INPUT             LINE 20 COLUMN 34
                              PIC X(40) TO ADDR-EMAIL-IN-WS.

      *Notification opt-out entry, Y to opt out of a channel
       01  NOTIFY-PREF-INPUT-SCREEN.
           05  VALUE "Opt out of email (Y/N): "
                                            LINE 15 COLUMN 16.
           05  NPF-EMAIL-OPT-INPUT          LINE 15 COLUMN 42
                              PIC X(1) TO NPF-EMAIL-OPT-IN-WS.
           05  VALUE "Opt out of text (Y/N): "
                                            LINE 16 COLUMN 16.
           05  NPF-SMS-OPT-INPUT            LINE 16 COLUMN 42
                              PIC X(1) TO NPF-SMS-OPT-IN-WS.

      *Inquiry-only display of a student's address record
       01  ADDR-INQUIRY-DISPLAY-SCREEN.
           05  VALUE "Student Number: "    LINE 15 COLUMN 16.
           05  VALUE "Address record deleted"
                                            LINE 23 COLUMN 16.

       01  NPF-INVALID-SCREEN.
           05  VALUE "Opt-out must be Y or N"
                                            LINE 22 COLUMN 16.

       01  NPF-UPDATE-SUCCESS-SCREEN.
           05  VALUE "Notification preferences updated"
                                            LINE 23 COLUMN 16.

       PROCEDURE DIVISION.
      *Online address/contact master maintenance
       100-MAINTAIN-ADDRESS-FILE.
               WHEN "I"
                   PERFORM 306-ACCEPT-ADDRESS-STUD-NUM
                   PERFORM 308-INQUIRE-ADDRESS-RECORD
               WHEN "O"
                   PERFORM 310-ACCEPT-NOTIFY-PREFS
                   PERFORM 311-UPDATE-NOTIFY-PREFS
           END-EVALUATE.
           PERFORM 302-READ-USER-CHOICE.

       202-TERMINATE-ADDRESS-MAINT.
           CLOSE ADDRESS-FILE
                 STUDENT-FILE
                 NOTIFY-PREF-FILE.
           IF ALUMNI-OPEN-FLAG = "Y"
               CLOSE ALUMNI-FILE
           END-IF.

      *Open the address file I-O; OPTIONAL-style first-run handling is
      *not needed because the file is created by the operations side
       300-OPEN-ADDRESS-FILES.
           OPEN I-O ADDRESS-FILE.
           OPEN INPUT STUDENT-FILE.
      *No alumni master yet means no graduates to keep in step
           OPEN I-O ALUMNI-FILE.
           IF ALUMNI-STATUS-FIELD = "00"
               MOVE "Y" TO ALUMNI-OPEN-FLAG
           END-IF.
      *The preference file is created the first time it is needed
           OPEN I-O NOTIFY-PREF-FILE.
           IF NOTIFPRF-STATUS-FIELD = "35"
               OPEN OUTPUT NOTIFY-PREF-FILE
               CLOSE NOTIFY-PREF-FILE
               OPEN I-O NOTIFY-PREF-FILE
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

       302-READ-USER-CHOICE.
           DISPLAY ADDR-MAINT-ENTRY-SCREEN.
               MOVE ADDR-EMAIL-IN-WS    TO ADDR-EMAIL
               WRITE ADDRESS-RECORD
                   INVALID KEY DISPLAY ADDR-DUPLICATE-SCREEN
                   NOT INVALID KEY
                       DISPLAY ADDR-ADD-SUCCESS-SCREEN
                       PERFORM 309-FLAG-ALUMNI-CHANGE
               END-WRITE
           END-IF.

               MOVE ADDR-EMAIL-IN-WS    TO ADDR-EMAIL
               REWRITE ADDRESS-RECORD
               DISPLAY ADDR-CHANGE-SUCCESS-SCREEN
               PERFORM 309-FLAG-ALUMNI-CHANGE
           END-IF.

      *Accept just the student number for a delete or inquiry
               DISPLAY ADDR-INQUIRY-DISPLAY-SCREEN
           END-IF.

      *A graduate's new contact details go onto their alumni record,
      *marked changed for the next feed - a record still waiting to
      *go out as new simply goes with the new details
       309-FLAG-ALUMNI-CHANGE.
           IF ALUMNI-OPEN-FLAG = "Y"
               MOVE ADDR-STUD-NUM TO ALM-STUD-NUM
               READ ALUMNI-FILE
                   INVALID KEY MOVE "N" TO ALUMNI-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO ALUMNI-FOUND-FLAG
               END-READ
               IF ALUMNI-FOUND-FLAG = "Y"
                   MOVE ADDR-STREET      TO ALM-STREET
                   MOVE ADDR-CITY        TO ALM-CITY
                   MOVE ADDR-PROVINCE    TO ALM-PROVINCE
                   MOVE ADDR-POSTAL-CODE TO ALM-POSTAL-CODE
                   MOVE ADDR-PHONE       TO ALM-PHONE
                   MOVE ADDR-EMAIL       TO ALM-EMAIL
                   MOVE TODAY-DATE       TO ALM-CHANGED-DATE
                   IF ALM-FEED-STATUS NOT = "N"
                       MOVE "C" TO ALM-FEED-STATUS
                   END-IF
                   REWRITE ALUMNI-RECORD
               END-IF
           END-IF.

      *Accept the student number and the opt-out choices
       310-ACCEPT-NOTIFY-PREFS.
           DISPLAY ADDR-STUD-NUM-INPUT-SCREEN.
           ACCEPT  ADDR-STUD-NUM-INPUT-SCREEN.
           DISPLAY NOTIFY-PREF-INPUT-SCREEN.
           ACCEPT  NOTIFY-PREF-INPUT-SCREEN.

      *Record the opt-out choices for a student on the student
      *master, creating the preference record the first time
       311-UPDATE-NOTIFY-PREFS.
           PERFORM 301-CHECK-STUDENT-EXISTS.
           EVALUATE TRUE
               WHEN STUDENT-FOUND-FLAG = "N"
                   DISPLAY ADDR-NO-STUDENT-SCREEN
               WHEN NPF-EMAIL-OPT-IN-WS NOT = "Y"
                   AND NPF-EMAIL-OPT-IN-WS NOT = "N"
                   DISPLAY NPF-INVALID-SCREEN
               WHEN NPF-SMS-OPT-IN-WS NOT = "Y"
                   AND NPF-SMS-OPT-IN-WS NOT = "N"
                   DISPLAY NPF-INVALID-SCREEN
               WHEN OTHER
                   MOVE ADDR-STUD-NUM-IN-WS TO NPF-STUD-NUM
                   READ NOTIFY-PREF-FILE
                       INVALID KEY MOVE "N" TO NPF-FOUND-FLAG
                       NOT INVALID KEY MOVE "Y" TO NPF-FOUND-FLAG
                   END-READ
                   MOVE ADDR-STUD-NUM-IN-WS TO NPF-STUD-NUM
                   MOVE NPF-EMAIL-OPT-IN-WS TO NPF-EMAIL-OPT-OUT
                   MOVE NPF-SMS-OPT-IN-WS   TO NPF-SMS-OPT-OUT
                   MOVE TODAY-DATE          TO NPF-UPDATED-DATE
                   IF NPF-FOUND-FLAG = "Y"
                       REWRITE NOTIFY-PREF-RECORD
                   ELSE
                       WRITE NOTIFY-PREF-RECORD
                   END-IF
                   DISPLAY NPF-UPDATE-SUCCESS-SCREEN
           END-EVALUATE.

       END PROGRAM ADDRESS-MAINT.
