               RECORD KEY IS HOLD-STUD-NUM
               FILE STATUS IS HOLD-STATUS-WS.

      *Student account ledger - written through the shared
      *POST-LEDGER subprogram by every program that moves a balance,
      *and read here newest entry first for the "L" account-history
      *inquiry
           SELECT LEDGER-FILE
               ASSIGN TO "D:\Cobol\STULEDGR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS LEDGER-STATUS-WS.

      *Consent-to-release file - one record per student holding the
      *blanket no-release flag and the release flag for each outside
      *recipient category, kept through the "P" transaction and read
      *by the shared CHECK-RELEASE subprogram
           SELECT CONSENT-FILE
               ASSIGN TO "D:\Cobol\CONSENT.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-STUD-NUM
               FILE STATUS IS CONSENT-STATUS-WS.


       DATA DIVISION.
       FILE SECTION.
           05  HOLD-SOURCE             PIC X(8).
           05  HOLD-BALANCE            PIC 9(4)V99.

      *One ledger entry, keyed by student and a descending sequence
      *number so the newest entry for a student reads first;
      *direction D(EBIT) raises the balance, C(REDIT) lowers it, and
      *M(EMO) records credit-file money that leaves it alone
       FD LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LDG-KEY.
               10  LDG-STUD-NUM        PIC 9(6).
               10  LDG-SEQ-NUM         PIC 9(5).
           05  LDG-ENTRY-DATE          PIC X(8).
           05  LDG-ENTRY-TIME          PIC X(6).
           05  LDG-ENTRY-TYPE          PIC X(3).
           05  LDG-DIRECTION           PIC X(1).
           05  LDG-AMOUNT              PIC 9(4)V99.
           05  LDG-RUNNING-BAL         PIC 9(5)V99.
           05  LDG-REFERENCE           PIC X(10).
           05  LDG-PROGRAM             PIC X(8).
           05  LDG-OPERATOR            PIC X(8).

      *One consent record per student; each flag is "Y" or "N", and
      *the last change carries the date and the operator who made it
       FD CONSENT-FILE.
       01  CONSENT-RECORD.
           05  CNS-STUD-NUM            PIC 9(6).
           05  CNS-NO-RELEASE          PIC X(1).
           05  CNS-RELEASE-SPONSOR     PIC X(1).
           05  CNS-RELEASE-PARENT      PIC X(1).
           05  CNS-RELEASE-GOVT        PIC X(1).
           05  CNS-RELEASE-OTHER       PIC X(1).
           05  CNS-UPDATED-DATE        PIC X(8).
           05  CNS-UPDATED-BY          PIC X(8).

       WORKING-STORAGE SECTION.
      *File status field
       01  STATUS-FIELD.
           05  EDIT-ERROR-MSG-WS OCCURS 10 TIMES
                                       PIC X(30).

      *Account-history inquiry working fields - entries are listed
      *ten to a page, the operator choosing whether to page on
       01  LEDGER-INQUIRY-FIELDS.
           05  LEDGER-STATUS-WS        PIC X(2).
           05  LEDGER-EOF-FLAG         PIC X(1)  VALUE "N".
           05  LEDGER-PAGE-LINES-WS    PIC 9(2)  VALUE ZERO.
           05  LEDGER-ENTRY-COUNT-WS   PIC 9(5)  VALUE ZERO.
           05  LEDGER-MORE-WS          PIC X(1)  VALUE SPACE.

       01  LEDGER-COLUMN-LINE-WS.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(5)  VALUE "TYPE".
           05  FILLER                  PIC X(14) VALUE "      AMOUNT".
           05  FILLER                  PIC X(11) VALUE "   BALANCE".
           05  FILLER                  PIC X(12) VALUE "REFERENCE".
           05  FILLER                  PIC X(10) VALUE "PROGRAM".
           05  FILLER                  PIC X(8)  VALUE "OPERATOR".

       01  LEDGER-LIST-LINE-WS.
           05  LDL-DATE-OUT-WS         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LDL-TYPE-OUT-WS         PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LDL-AMOUNT-OUT-WS       PIC Z,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LDL-DIRECTION-OUT-WS    PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LDL-BALANCE-OUT-WS      PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LDL-REFERENCE-OUT-WS    PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LDL-PROGRAM-OUT-WS      PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LDL-OPERATOR-OUT-WS     PIC X(8).

      *Account ledger posting request for the tuition change
       COPY "LDG-REQ-STRUCTURE.CBL".

      *Consent check and disclosure log request for the inquiries
       COPY "DSC-REQ-STRUCTURE.CBL".

      *Consent working fields: who is asking on an inquiry, and the
      *flags keyed on the "P" transaction - a blank flag keeps what
      *is on file
       01  CONSENT-WORK-FIELDS.
           05  CONSENT-STATUS-WS       PIC X(2).
           05  CONSENT-FOUND-FLAG      PIC X(1)  VALUE "N".
           05  CONSENT-EDIT-FLAG       PIC X(1)  VALUE "Y".
           05  CALLER-CATEGORY-WS      PIC X(2)  VALUE SPACES.
           05  CALLER-NAME-WS          PIC X(30) VALUE SPACES.
           05  NEW-NO-RELEASE-WS       PIC X(1)  VALUE SPACE.
           05  NEW-RELEASE-SPONSOR-WS  PIC X(1)  VALUE SPACE.
           05  NEW-RELEASE-PARENT-WS   PIC X(1)  VALUE SPACE.
           05  NEW-RELEASE-GOVT-WS     PIC X(1)  VALUE SPACE.
           05  NEW-RELEASE-OTHER-WS    PIC X(1)  VALUE SPACE.

       01  PICK-LIST-LINE-WS.
           05  PICK-STUD-NUM-OUT-WS    PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
      *Prompt the user to enter choice
       01  STUD-INFO-ENTRY-SCREEN.
           05  VALUE   "Transaction Screen" LINE 5 COLUMN 16.
           05  VALUE   "Enter transaction (Y/A/D/I/S/H/C/L/P/N)?"
                                            LINE 8 COLUMN 16.
           05  CHOICE-IN                    LINE 9 COLUMN 16
                                          PIC X(1) TO CHOICE.
           05  STUD-NUM-INPUT               LINE 13 COLUMN 16
                                  PIC 9(6) TO STUD-NUM-IN-WS.

      *Who is asking for the record - the answer decides whether
      *the student has released it to them
       01  CALLER-INPUT-SCREEN.
           05  VALUE "Caller (ST/IN/SP/PA/GV/OT): "
                                            LINE 14 COLUMN 16.
           05  CALLER-CATEGORY-IN           LINE 14 COLUMN 45
                              PIC X(2) TO CALLER-CATEGORY-WS.
           05  VALUE "Name: "               LINE 14 COLUMN 49.
           05  CALLER-NAME-IN               LINE 14 COLUMN 55
                              PIC X(24) TO CALLER-NAME-WS.

       01  NOT-RELEASED-SCREEN.
           05  VALUE "Student has not consented to release to this"
                                            LINE 19 COLUMN 16.
           05  VALUE "caller - no information may be given"
                                            LINE 20 COLUMN 16.

      *Consent maintenance: the flags on file, then the new flags
       01  CONSENT-CURRENT-SCREEN.
           05  VALUE "Consent on file - No release: "
                                            LINE 15 COLUMN 16.
           05  CNS-NO-RELEASE-OUT           LINE 15 COLUMN 47
                              PIC X(1) FROM CNS-NO-RELEASE.
           05  VALUE "Sponsor: "            LINE 16 COLUMN 16.
           05  CNS-SPONSOR-OUT              LINE 16 COLUMN 25
                              PIC X(1) FROM CNS-RELEASE-SPONSOR.
           05  VALUE "Parent: "             LINE 16 COLUMN 28.
           05  CNS-PARENT-OUT               LINE 16 COLUMN 36
                              PIC X(1) FROM CNS-RELEASE-PARENT.
           05  VALUE "Government: "         LINE 16 COLUMN 39.
           05  CNS-GOVT-OUT                 LINE 16 COLUMN 51
                              PIC X(1) FROM CNS-RELEASE-GOVT.
           05  VALUE "Other: "              LINE 16 COLUMN 54.
           05  CNS-OTHER-OUT                LINE 16 COLUMN 61
                              PIC X(1) FROM CNS-RELEASE-OTHER.
           05  VALUE "Last changed: "       LINE 17 COLUMN 16.
           05  CNS-DATE-OUT                 LINE 17 COLUMN 30
                              PIC X(8) FROM CNS-UPDATED-DATE.
           05  VALUE "by "                  LINE 17 COLUMN 40.
           05  CNS-BY-OUT                   LINE 17 COLUMN 43
                              PIC X(8) FROM CNS-UPDATED-BY.

       01  CONSENT-INPUT-SCREEN.
           05  VALUE "New flags (Y/N, blank keeps) - No release: "
                                            LINE 18 COLUMN 16.
           05  NEW-NO-RELEASE-IN            LINE 18 COLUMN 60
                              PIC X(1) TO NEW-NO-RELEASE-WS.
           05  VALUE "Sponsor: "            LINE 19 COLUMN 16.
           05  NEW-SPONSOR-IN               LINE 19 COLUMN 25
                              PIC X(1) TO NEW-RELEASE-SPONSOR-WS.
           05  VALUE "Parent: "             LINE 19 COLUMN 28.
           05  NEW-PARENT-IN                LINE 19 COLUMN 36
                              PIC X(1) TO NEW-RELEASE-PARENT-WS.
           05  VALUE "Government: "         LINE 19 COLUMN 39.
           05  NEW-GOVT-IN                  LINE 19 COLUMN 51
                              PIC X(1) TO NEW-RELEASE-GOVT-WS.
           05  VALUE "Other: "              LINE 19 COLUMN 54.
           05  NEW-OTHER-IN                 LINE 19 COLUMN 61
                              PIC X(1) TO NEW-RELEASE-OTHER-WS.

       01  CONSENT-SAVED-SCREEN.
           05  VALUE "Consent record saved" LINE 21 COLUMN 16.

       01  CONSENT-FILE-DOWN-SCREEN.
           05  VALUE "Consent file not available - see supervisor"
                                            LINE 21 COLUMN 16.

       01  TUIT-OWNED-INPUT-SCREEN.
           05  VALUE "Tuition owned: "      LINE 17 COLUMN 16.
           05  TUIT-OWNED-INPUT             LINE 18 COLUMN 16
           05  VALUE "Student has no financial hold"
                                            LINE 21 COLUMN 16.

      *Account-history inquiry: the student and today's balance
      *head the list of ledger entries, newest first
       01 LEDGER-HEADING-SCREEN.
           05  VALUE "Account history for: " LINE 15 COLUMN 16.
           05  LDG-STUD-NUM-OUT             LINE 15 COLUMN 38
                              PIC 9(6) FROM STUDENT-NUMBER-WS.
           05  LDG-STUD-NAME-OUT            LINE 15 COLUMN 46
                              PIC X(30) FROM STUDENT-NAME-WS.
           05  VALUE "Balance owing: "      LINE 16 COLUMN 16.
           05  LDG-BALANCE-OUT              LINE 16 COLUMN 38
                              PIC Z,ZZ9.99 FROM TUITION-OWNED-WS.

       01 LEDGER-MORE-SCREEN.
           05  VALUE "More entries (Y/N)? " LINE 20 COLUMN 16.
           05  LEDGER-MORE-IN               LINE 20 COLUMN 37
                              PIC X(1) TO LEDGER-MORE-WS.

       01 LEDGER-EMPTY-SCREEN.
           05  VALUE "No account history on file for this student"
                                            LINE 21 COLUMN 16.


       
       PROCEDURE DIVISION.

      *Update the student file - each transaction is gated by the
      *signed-on operator's authority level: inquiry-only operators
      *(level 1) get "I" and the "L" account history, update
      *operators (level 2) add "Y" and the "P" consent-to-release
      *record, and only supervisors (level 3) may add ("A") or
      *delete ("D")
       201-CREATE-UPDATE-STUD-FILE.
           EVALUATE CHOICE
               WHEN "Y"
               WHEN "I"
                   PERFORM 312-ACCEPT-INQUIRY-STUD-NUM
                   PERFORM 313-INQUIRE-STUD-RECORD
               WHEN "L"
                   PERFORM 312-ACCEPT-INQUIRY-STUD-NUM
                   PERFORM 349-INQUIRE-STUDENT-LEDGER
               WHEN "S"
                   PERFORM 317-ACCEPT-SEARCH-NAME
                   PERFORM 327-SEARCH-STUD-BY-NAME
                   ELSE
                       PERFORM 315-DENY-TRANSACTION
                   END-IF
               WHEN "P"
                   IF OPERATOR-AUTH-LEVEL-WS >= "2"
                       PERFORM 359-ACCEPT-CONSENT-STUD-NUM
                       PERFORM 354-MAINTAIN-CONSENT
                   ELSE
                       PERFORM 315-DENY-TRANSACTION
                   END-IF
           END-EVALUATE.
           PERFORM 302-READ-USER-CHOICE.

                 TRANS-HISTORY-FILE
                 SECURITY-LOG-FILE
                 JOURNAL-FILE.
           MOVE "C" TO LDG-REQ-FUNCTION-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.
           MOVE "C" TO DSC-REQ-FUNCTION-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.
           PERFORM 326-CLEAR-SYSTEM-STATUS.

      *Open the student file - but only once the interlock says no
       302-READ-USER-CHOICE.
           DISPLAY STUD-INFO-ENTRY-SCREEN.
           ACCEPT  STUD-INFO-ENTRY-SCREEN.
           IF CHOICE = "Y" OR "D" OR "I" OR "L"
               DISPLAY STUD-NUM-INPUT-SCREEN
           END-IF.
             
               MOVE "R" TO JRN-ACTION-WS
               PERFORM 319-WRITE-JOURNAL-RECORD
               PERFORM 311-LOG-TUITION-CHANGE
               PERFORM 348-POST-LEDGER-ADJUSTMENT
               DISPLAY STUDENT-RECORD
               DISPLAY UPDATE-SUCCESS-SCREEN
           END-IF.
       312-ACCEPT-INQUIRY-STUD-NUM.
           DISPLAY STUD-NUM-INPUT-SCREEN.
           ACCEPT  STUD-NUM-INPUT-SCREEN.
           PERFORM 352-ACCEPT-CALLER.

       359-ACCEPT-CONSENT-STUD-NUM.
           DISPLAY STUD-NUM-INPUT-SCREEN.
           ACCEPT  STUD-NUM-INPUT-SCREEN.

      *Look up and display a student's full record, read-only - this
      *path never performs 305-REWRITE-STUD-DATA. The record shows
      *only when the student has released it to the caller.
       313-INQUIRE-STUD-RECORD.
           MOVE STUD-NUM-IN-WS TO STUDENT-NUMBER.
           READ STUDENT-FILE
           IF FOUND-FLAG = "N"
               DISPLAY REC-NOT-FOUND-SCREEN
           ELSE
               MOVE "STUDENT RECORD" TO DSC-REQ-DATA-WS
               PERFORM 353-CHECK-CALLER-RELEASE
               IF DSC-REQ-RELEASED-WS = "Y"
                   MOVE STUDENT-RECORD TO STUDENT-RECORD-IN
                   DISPLAY INQUIRY-DISPLAY-SCREEN
               ELSE
                   DISPLAY NOT-RELEASED-SCREEN
               END-IF
           END-IF.

      *Sign the operator on: ask for ID and password, check the pair
                   DISPLAY STUD-NUM-INPUT-SCREEN
                   ACCEPT  STUD-NUM-INPUT-SCREEN
                   IF STUD-NUM-IN-WS NOT = ZERO
                       PERFORM 352-ACCEPT-CALLER
                       PERFORM 313-INQUIRE-STUD-RECORD
                   END-IF
               END-IF
           MOVE TIMESTAMP-WS       TO HIST-TIMESTAMP-OUT.
           WRITE TRANS-HISTORY-RECORD-OUT.

      *Post a keyed tuition change to the student's account ledger
      *as a manual adjustment under the operator's ID; a rewrite
      *that left the balance alone posts nothing
       348-POST-LEDGER-ADJUSTMENT.
           MOVE "W"                TO LDG-REQ-FUNCTION-WS.
           MOVE STUDENT-NUMBER     TO LDG-REQ-STUD-NUM-WS.
           MOVE "ADJ"              TO LDG-REQ-TYPE-WS.
           MOVE OLD-TUITION-WS     TO LDG-REQ-BEFORE-BAL-WS.
           MOVE TUITION-OWNED-WS   TO LDG-REQ-AFTER-BAL-WS.
           MOVE ZERO               TO LDG-REQ-MEMO-AMOUNT-WS.
           MOVE "ONLINE"           TO LDG-REQ-REFERENCE-WS.
           MOVE "UPDSTUD "         TO LDG-REQ-PROGRAM-WS.
           MOVE OPERATOR-ID-WS     TO LDG-REQ-OPERATOR-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.

      *Page through one student's account ledger, newest entry
      *first: a START on the student number lands on the newest
      *entry, and READ NEXT walks back in time until the student
      *number changes or the operator stops paging. The posting
      *subprogram's hold on the ledger is released first so this
      *session reads the file as it stands.
       349-INQUIRE-STUDENT-LEDGER.
           MOVE STUD-NUM-IN-WS TO STUDENT-NUMBER.
           READ STUDENT-FILE
               RECORD KEY IS STUDENT-NUMBER
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = "Y"
               MOVE "ACCOUNT HISTORY" TO DSC-REQ-DATA-WS
               PERFORM 353-CHECK-CALLER-RELEASE
           END-IF.
           EVALUATE TRUE
               WHEN FOUND-FLAG = "N"
                   DISPLAY REC-NOT-FOUND-SCREEN
               WHEN DSC-REQ-RELEASED-WS NOT = "Y"
                   DISPLAY NOT-RELEASED-SCREEN
               WHEN OTHER
                   PERFORM 355-LIST-STUDENT-LEDGER
           END-EVALUATE.

      *Heading and entries for a student released to the caller
       355-LIST-STUDENT-LEDGER.
           MOVE STUDENT-RECORD TO STUDENT-RECORD-IN.
           DISPLAY LEDGER-HEADING-SCREEN.
           MOVE "C" TO LDG-REQ-FUNCTION-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.
           MOVE ZERO TO LEDGER-ENTRY-COUNT-WS.
           MOVE ZERO TO LEDGER-PAGE-LINES-WS.
           MOVE "N" TO LEDGER-EOF-FLAG.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-STATUS-WS NOT = "00"
               MOVE "Y" TO LEDGER-EOF-FLAG
           ELSE
               MOVE STUDENT-NUMBER TO LDG-STUD-NUM
               MOVE ZERO TO LDG-SEQ-NUM
               START LEDGER-FILE KEY IS NOT LESS THAN LDG-KEY
                   INVALID KEY MOVE "Y" TO LEDGER-EOF-FLAG
               END-START
               DISPLAY LEDGER-COLUMN-LINE-WS
               PERFORM 350-LIST-NEXT-LEDGER-ENTRY
                   UNTIL LEDGER-EOF-FLAG = "Y"
               CLOSE LEDGER-FILE
           END-IF.
           IF LEDGER-ENTRY-COUNT-WS = ZERO
               DISPLAY LEDGER-EMPTY-SCREEN
           END-IF.

      *List the next entry while it still belongs to the student;
      *every tenth line asks whether to page on
       350-LIST-NEXT-LEDGER-ENTRY.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE "Y" TO LEDGER-EOF-FLAG
               NOT AT END
                   IF LDG-STUD-NUM NOT = STUDENT-NUMBER
                       MOVE "Y" TO LEDGER-EOF-FLAG
                   ELSE
                       PERFORM 351-SHOW-LEDGER-ENTRY
                   END-IF
           END-READ.

       351-SHOW-LEDGER-ENTRY.
           MOVE LDG-ENTRY-DATE  TO LDL-DATE-OUT-WS.
           MOVE LDG-ENTRY-TYPE  TO LDL-TYPE-OUT-WS.
           MOVE LDG-AMOUNT      TO LDL-AMOUNT-OUT-WS.
           EVALUATE LDG-DIRECTION
               WHEN "D"
                   MOVE "DR"   TO LDL-DIRECTION-OUT-WS
               WHEN "C"
                   MOVE "CR"   TO LDL-DIRECTION-OUT-WS
               WHEN OTHER
                   MOVE "MEMO" TO LDL-DIRECTION-OUT-WS
           END-EVALUATE.
           MOVE LDG-RUNNING-BAL TO LDL-BALANCE-OUT-WS.
           MOVE LDG-REFERENCE   TO LDL-REFERENCE-OUT-WS.
           MOVE LDG-PROGRAM     TO LDL-PROGRAM-OUT-WS.
           MOVE LDG-OPERATOR    TO LDL-OPERATOR-OUT-WS.
           DISPLAY LEDGER-LIST-LINE-WS.
           ADD 1 TO LEDGER-ENTRY-COUNT-WS.
           ADD 1 TO LEDGER-PAGE-LINES-WS.
           IF LEDGER-PAGE-LINES-WS >= 10
               MOVE SPACE TO LEDGER-MORE-WS
               DISPLAY LEDGER-MORE-SCREEN
               ACCEPT  LEDGER-MORE-SCREEN
               IF LEDGER-MORE-WS = "Y"
                   MOVE ZERO TO LEDGER-PAGE-LINES-WS
                   DISPLAY LEDGER-COLUMN-LINE-WS
               ELSE
                   MOVE "Y" TO LEDGER-EOF-FLAG
               END-IF
           END-IF.

      *Ask who is on the other end of an inquiry
       352-ACCEPT-CALLER.
           MOVE SPACES TO CALLER-CATEGORY-WS CALLER-NAME-WS.
           DISPLAY CALLER-INPUT-SCREEN.
           ACCEPT  CALLER-INPUT-SCREEN.

      *Ask CHECK-RELEASE whether the student has released their
      *record to the caller; the inquiry is logged as a disclosure
      *under this operator either way. A caller given no category
      *is treated as an outside party.
       353-CHECK-CALLER-RELEASE.
           MOVE "D"                TO DSC-REQ-FUNCTION-WS.
           MOVE STUDENT-NUMBER     TO DSC-REQ-STUD-NUM-WS.
           MOVE CALLER-CATEGORY-WS TO DSC-REQ-RECIPIENT-WS.
           MOVE CALLER-NAME-WS     TO DSC-REQ-SENT-TO-WS.
           MOVE "UPDATE-STUD-FILE" TO DSC-REQ-PROGRAM-WS.
           MOVE OPERATOR-ID-WS     TO DSC-REQ-OPERATOR-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.

      *Show the student's consent flags and take the new ones. The
      *release subprogram's hold on the consent file is released
      *first; a site with no consent file gets an empty one. The
      *change is stamped with the date and operator and goes on the
      *security log.
       354-MAINTAIN-CONSENT.
           MOVE STUD-NUM-IN-WS TO STUDENT-NUMBER.
           READ STUDENT-FILE
               RECORD KEY IS STUDENT-NUMBER
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = "N"
               DISPLAY REC-NOT-FOUND-SCREEN
           ELSE
               MOVE "C" TO DSC-REQ-FUNCTION-WS
               CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS
               OPEN I-O CONSENT-FILE
               IF CONSENT-STATUS-WS = "35"
                   OPEN OUTPUT CONSENT-FILE
                   CLOSE CONSENT-FILE
                   OPEN I-O CONSENT-FILE
               END-IF
               IF CONSENT-STATUS-WS NOT = "00"
                   DISPLAY CONSENT-FILE-DOWN-SCREEN
               ELSE
                   PERFORM 356-READ-CONSENT-RECORD
                   DISPLAY CONSENT-CURRENT-SCREEN
                   MOVE SPACES TO NEW-NO-RELEASE-WS
                                  NEW-RELEASE-SPONSOR-WS
                                  NEW-RELEASE-PARENT-WS
                                  NEW-RELEASE-GOVT-WS
                                  NEW-RELEASE-OTHER-WS
                   DISPLAY CONSENT-INPUT-SCREEN
                   ACCEPT  CONSENT-INPUT-SCREEN
                   PERFORM 357-APPLY-CONSENT-FLAGS
                   IF CONSENT-EDIT-FLAG = "Y"
                       PERFORM 358-WRITE-CONSENT-RECORD
                   ELSE
                       DISPLAY DISPLAY-ERROR-SCREEN
                   END-IF
                   CLOSE CONSENT-FILE
               END-IF
           END-IF.

      *A student with no consent record yet starts from consent to
      *nothing outside the college and no blanket refusal
       356-READ-CONSENT-RECORD.
           MOVE STUDENT-NUMBER TO CNS-STUD-NUM.
           READ CONSENT-FILE
               INVALID KEY MOVE "N" TO CONSENT-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO CONSENT-FOUND-FLAG
           END-READ.
           IF CONSENT-FOUND-FLAG = "N"
               MOVE STUDENT-NUMBER TO CNS-STUD-NUM
               MOVE "N" TO CNS-NO-RELEASE
                           CNS-RELEASE-SPONSOR
                           CNS-RELEASE-PARENT
                           CNS-RELEASE-GOVT
                           CNS-RELEASE-OTHER
               MOVE SPACES TO CNS-UPDATED-DATE CNS-UPDATED-BY
           END-IF.

      *Each keyed flag must be Y, N or blank; blank keeps the flag
      *on file, and nothing is changed if any flag is bad
       357-APPLY-CONSENT-FLAGS.
           MOVE "Y" TO CONSENT-EDIT-FLAG.
           IF (NEW-NO-RELEASE-WS NOT = "Y" AND NOT = "N"
                   AND NOT = SPACE)
               OR (NEW-RELEASE-SPONSOR-WS NOT = "Y" AND NOT = "N"
                   AND NOT = SPACE)
               OR (NEW-RELEASE-PARENT-WS NOT = "Y" AND NOT = "N"
                   AND NOT = SPACE)
               OR (NEW-RELEASE-GOVT-WS NOT = "Y" AND NOT = "N"
                   AND NOT = SPACE)
               OR (NEW-RELEASE-OTHER-WS NOT = "Y" AND NOT = "N"
                   AND NOT = SPACE)
               MOVE "N" TO CONSENT-EDIT-FLAG
           END-IF.
           IF CONSENT-EDIT-FLAG = "Y"
               IF NEW-NO-RELEASE-WS NOT = SPACE
                   MOVE NEW-NO-RELEASE-WS TO CNS-NO-RELEASE
               END-IF
               IF NEW-RELEASE-SPONSOR-WS NOT = SPACE
                   MOVE NEW-RELEASE-SPONSOR-WS TO CNS-RELEASE-SPONSOR
               END-IF
               IF NEW-RELEASE-PARENT-WS NOT = SPACE
                   MOVE NEW-RELEASE-PARENT-WS TO CNS-RELEASE-PARENT
               END-IF
               IF NEW-RELEASE-GOVT-WS NOT = SPACE
                   MOVE NEW-RELEASE-GOVT-WS TO CNS-RELEASE-GOVT
               END-IF
               IF NEW-RELEASE-OTHER-WS NOT = SPACE
                   MOVE NEW-RELEASE-OTHER-WS TO CNS-RELEASE-OTHER
               END-IF
           END-IF.

       358-WRITE-CONSENT-RECORD.
           ACCEPT CNS-UPDATED-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID-WS TO CNS-UPDATED-BY.
           IF CONSENT-FOUND-FLAG = "Y"
               REWRITE CONSENT-RECORD
           ELSE
               WRITE CONSENT-RECORD
           END-IF.
           DISPLAY CONSENT-SAVED-SCREEN.
           MOVE SPACES TO SECURITY-EVENT-WS.
           STRING "CONSENT CHANGED " DELIMITED BY SIZE
                  STUDENT-NUMBER     DELIMITED BY SIZE
               INTO SECURITY-EVENT-WS.
           PERFORM 316-LOG-SECURITY-EVENT.

       END PROGRAM UPDATE-STUD-FILE.


