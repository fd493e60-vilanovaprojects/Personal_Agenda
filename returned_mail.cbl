       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-RETMAIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AGENDA ASSIGN TO "AGENDA.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS agenda-code
                 ALTERNATE RECORD KEY IS agenda-surname
                           WITH DUPLICATES
                 FILE STATUS IS agenda-status.

       SELECT MAILHIST-FILE ASSIGN TO "AGENDA-MAILHIST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS mh-key
                 FILE STATUS IS mailhist-status.

       SELECT BADADDR-FILE ASSIGN TO "AGENDA-BADADDR.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ba-code
                 FILE STATUS IS badaddr-status.

       SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS so-rel-key
                 FILE STATUS IS signon-status.

       DATA DIVISION.
       FILE SECTION.

       FD AGENDA.
       01  Agenda-Rec.
           02  agenda-code             PIC 9(6).
           02  agenda-name             PIC X(35).
           02  agenda-surname          PIC X(35).
           02  agenda-address          PIC X(40).
           02  agenda-b-date           PIC X(14).
           02  agenda-city             PIC X(20).
           02  agenda-phone            PIC X(15).
           02  agenda-email            PIC X(40).
           02  agenda-category         PIC X(4).
           02  agenda-active           PIC X(1).
               88  Contact-Active      VALUE 'A'.
               88  Contact-Inactive    VALUE 'I'.

       FD MAILHIST-FILE.
       01  Mail-Hist-Rec.
           02  mh-key.
               03  mh-code             PIC 9(6).
               03  mh-template         PIC X(8).
               03  mh-run-date         PIC X(8).
               03  mh-run-time         PIC X(6).
           02  mh-output               PIC X(1).
           02  mh-address              PIC X(40).
           02  mh-city                 PIC X(20).
           02  mh-returned             PIC X(1).
               88  Mail-Returned       VALUE 'Y'.
           02  mh-returned-date        PIC X(8).

       FD BADADDR-FILE.
       01  Bad-Addr-Rec.
           02  ba-code                 PIC 9(6).
           02  ba-address              PIC X(40).
           02  ba-city                 PIC X(20).
           02  ba-returned-date        PIC X(8).
           02  ba-reason               PIC X(20).
           02  ba-user                 PIC X(8).
           02  ba-flagged              PIC X(14).

       FD SIGNON-FILE.
       01  Signon-Rec.
           02  so-user-id               PIC X(8).
           02  so-user-level            PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-VALID-SWITCH            PIC X(1) VALUE 'Y'.
           88 Is-Valid                VALUE 'Y'.

       01  WS-CONTACT-OK-SW           PIC X(1) VALUE 'N'.
           88 Contact-Ok              VALUE 'Y'.

       01  WS-FLAG-SW                 PIC X(1) VALUE 'N'.
           88 Flag-On-File            VALUE 'Y'.
       01  WS-FLAG-LIVE-SW            PIC X(1) VALUE 'N'.
           88 Flag-Live               VALUE 'Y'.

       01  WS-SCAN-DONE-SW            PIC X(1) VALUE 'N'.
           88 Scan-Done               VALUE 'Y'.

       01  WS-LAST-MH-KEY             PIC X(28).
       01  WS-LAST-STAMP              PIC X(14).
       01  WS-MH-STAMP                PIC X(14).
       01  WS-LAST-TEMPLATE           PIC X(8).
       01  WS-LAST-DATE               PIC X(8).
       01  WS-LAST-RETURNED           PIC X(1).

       01  WS-TODAY                   PIC 9(8).
       01  WS-NOW-TIME                PIC 9(8).
       01  WS-RETURN-DATE             PIC X(8).
       01  WS-VAL-DAY                 PIC 9(2).
       01  WS-VAL-MONTH               PIC 9(2).

       01  WS-OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  so-rel-key                 PIC 9(4).

       01  WK01.
           03 WE-L06C017 PIC X(001).
             88 Is-Returned VALUE 'R'.
             88 Is-Clear    VALUE 'C'.
           03 WE-L07C015 PIC 9(006).
           03 WE-L09C015 PIC X(035).
           03 WE-L10C015 PIC X(040).
           03 WE-L11C015 PIC X(020).
           03 WE-L12C015 PIC X(050).
           03 WE-L13C015 PIC X(050).
           03 WE-L14C015 PIC X(010).
           03 WE-L15C015 PIC X(020).
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
          02 mailhist-status            PIC X(2).
             88 Mailhist-No-Error-Found VALUE "00".
             88 Mailhist-File-Missing VALUE "35".
          02 badaddr-status             PIC X(2).
             88 Badaddr-No-Error-Found VALUE "00".
             88 Badaddr-Not-Found     VALUE "23".
             88 Badaddr-File-Missing  VALUE "35".
          02 signon-status              PIC X(2).
             88 Signon-File-Missing   VALUE "35".

       01 WE-L17C014 PIC X(040).

       SCREEN SECTION.

       01  SCREEN-ACTION.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "RETURNED MAIL"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "ACTION (R/C):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L06C017 PIC X(001)
                        LINE 06 COLUMN 017
                        USING WE-L06C017
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 06 COLUMN 20 VALUE
           "R=MAIL CAME BACK  C=CLEAR FLAG"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 01 VALUE
           "CONTACT CODE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L07C015 PIC 9(006)
                        LINE 07 COLUMN 015
                        USING WE-L07C015
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 WZ-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
                        FROM WE-L17C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  SCREEN-01.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "RETURNED MAIL"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "ACTION (R/C):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L06C017 PIC X(001)
                        LINE 06 COLUMN 017
                        FROM WE-L06C017
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 01 VALUE
           "CONTACT CODE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L07C015 PIC 9(006)
                        LINE 07 COLUMN 015
                        FROM WE-L07C015
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 01 VALUE
           "CONTACT:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L09C015 PIC X(035)
                        LINE 09 COLUMN 015
                        FROM WE-L09C015
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 10 COLUMN 01 VALUE
           "ADDRESS:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L10C015 PIC X(040)
                        LINE 10 COLUMN 015
                        FROM WE-L10C015
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 11 COLUMN 01 VALUE
           "CITY:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L11C015 PIC X(020)
                        LINE 11 COLUMN 015
                        FROM WE-L11C015
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 12 COLUMN 01 VALUE
           "STATUS:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L12C015 PIC X(050)
                        LINE 12 COLUMN 015
                        FROM WE-L12C015
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 13 COLUMN 01 VALUE
           "LAST MAILING:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L13C015 PIC X(050)
                        LINE 13 COLUMN 015
                        FROM WE-L13C015
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 14 COLUMN 01 VALUE
           "RETURNED ON:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L14C015 PIC X(010)
                        LINE 14 COLUMN 015
                        USING WE-L14C015
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 14 COLUMN 27 VALUE
           "DD/MM/YYYY (BLANK = TODAY)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 15 COLUMN 01 VALUE
           "REASON:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L15C015 PIC X(020)
                        LINE 15 COLUMN 015
                        USING WE-L15C015
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 15 COLUMN 37 VALUE
           "E.G. GONE AWAY, NOT KNOWN"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 WX-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
                        USING WE-L17C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 LINE 19 COLUMN 01 VALUE
           "EXIT"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L19C011 PIC X(001)
                        LINE 19 COLUMN 011
                        USING WE-L19C011
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 19 COLUMN 15 VALUE
           "write Y to exit"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       PROCEDURE DIVISION.

       PERFORM INITIAL-PROCEDURE.
       PERFORM PROCEDURE001.

       INITIAL-PROCEDURE.
       MOVE SPACES TO WE-L17C014.
       PERFORM LOAD-SIGNON-USER.

       LOAD-SIGNON-USER.
         MOVE 1 TO so-rel-key.
         OPEN INPUT SIGNON-FILE.
         IF NOT Signon-File-Missing
           READ SIGNON-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF signon-status = "00"
             MOVE so-user-id TO WS-OPERATOR-ID
           END-IF
           CLOSE SIGNON-FILE
         END-IF.

       PROCEDURE001.
           INITIALIZE WK01.
           DISPLAY SCREEN-ACTION.
           ACCEPT  SCREEN-ACTION.

           IF WE-L06C017 = SPACE
             MOVE 'R' TO WE-L06C017
           END-IF.
           INSPECT WE-L06C017 CONVERTING "rc" TO "RC".

           IF NOT (Is-Returned OR Is-Clear)
             MOVE "INVALID ACTION - USE R/C" TO WE-L17C014
             PERFORM PROCEDURE001
           ELSE
             PERFORM CHECK-CONTACT
             IF NOT Contact-Ok
               MOVE "UNKNOWN CONTACT CODE" TO WE-L17C014
               PERFORM PROCEDURE001
             ELSE
               PERFORM LOAD-FLAG
               PERFORM LOAD-LAST-MAILING
               IF Is-Clear AND NOT Flag-On-File
                 MOVE "NO RETURNED-MAIL FLAG ON FILE" TO WE-L17C014
                 PERFORM PROCEDURE001
               ELSE
                 MOVE SPACES TO WE-L17C014
                 PERFORM PROCEDURE001B
               END-IF
             END-IF
           END-IF.

       PROCEDURE001B.
           DISPLAY SCREEN-01.
           ACCEPT  SCREEN-01.

           IF exit-yes
             GOBACK
           ELSE
             PERFORM PROCEDURE002
           END-IF.

       CHECK-CONTACT.
         MOVE 'N' TO WS-CONTACT-OK-SW.

         OPEN INPUT AGENDA.
         MOVE WE-L07C015 TO agenda-code.

         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.

         IF No-Error-Found AND Contact-Active
           MOVE 'Y' TO WS-CONTACT-OK-SW
           MOVE SPACES TO WE-L09C015
           STRING agenda-name DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  agenda-surname DELIMITED BY "  "
               INTO WE-L09C015
           MOVE agenda-address TO WE-L10C015
           MOVE agenda-city    TO WE-L11C015
         END-IF.

         CLOSE AGENDA.

       LOAD-FLAG.
         MOVE 'N' TO WS-FLAG-SW.
         MOVE 'N' TO WS-FLAG-LIVE-SW.
         MOVE "NO RETURNED MAIL ON FILE" TO WE-L12C015.

         OPEN INPUT BADADDR-FILE.
         IF NOT Badaddr-File-Missing
           MOVE WE-L07C015 TO ba-code
           READ BADADDR-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Badaddr-No-Error-Found
             MOVE 'Y' TO WS-FLAG-SW
             MOVE SPACES TO WE-L12C015
             IF ba-address = WE-L10C015
               MOVE 'Y' TO WS-FLAG-LIVE-SW
               STRING "BAD SINCE "
                      ba-returned-date(7:2) "/"
                      ba-returned-date(5:2) "/"
                      ba-returned-date(1:4) " - "
                      ba-reason
                      DELIMITED BY SIZE INTO WE-L12C015
             ELSE
               STRING "FLAG LAPSED - ADDRESS CHANGED SINCE "
                      ba-returned-date(7:2) "/"
                      ba-returned-date(5:2) "/"
                      ba-returned-date(1:4)
                      DELIMITED BY SIZE INTO WE-L12C015
             END-IF
           END-IF
           CLOSE BADADDR-FILE
         END-IF.

       LOAD-LAST-MAILING.
         MOVE SPACES TO WS-LAST-MH-KEY.
         MOVE SPACES TO WS-LAST-STAMP.
         MOVE "NO MAILINGS ON RECORD" TO WE-L13C015.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN INPUT MAILHIST-FILE.
         IF Mailhist-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE WE-L07C015 TO mh-code
           MOVE LOW-VALUES TO mh-template
           MOVE LOW-VALUES TO mh-run-date
           MOVE LOW-VALUES TO mh-run-time
           START MAILHIST-FILE KEY IS >= mh-key
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           IF NOT Scan-Done
             READ MAILHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
             END-READ
           END-IF
         END-IF.

         PERFORM LAST-MAILING-REG UNTIL Scan-Done.

         IF NOT Mailhist-File-Missing
           CLOSE MAILHIST-FILE
         END-IF.

         IF WS-LAST-MH-KEY NOT = SPACES
           MOVE SPACES TO WE-L13C015
           STRING WS-LAST-TEMPLATE " ON "
                  WS-LAST-DATE(7:2) "/"
                  WS-LAST-DATE(5:2) "/"
                  WS-LAST-DATE(1:4)
                  DELIMITED BY SIZE INTO WE-L13C015
           IF WS-LAST-RETURNED = 'Y'
             MOVE "(RETURNED)" TO WE-L13C015(30:10)
           END-IF
         END-IF.

       LAST-MAILING-REG.

         IF mh-code NOT = WE-L07C015
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE mh-run-date TO WS-MH-STAMP(1:8)
           MOVE mh-run-time TO WS-MH-STAMP(9:6)
           IF WS-LAST-MH-KEY = SPACES
           OR WS-MH-STAMP > WS-LAST-STAMP
             MOVE mh-key      TO WS-LAST-MH-KEY
             MOVE WS-MH-STAMP TO WS-LAST-STAMP
             MOVE mh-template TO WS-LAST-TEMPLATE
             MOVE mh-run-date TO WS-LAST-DATE
             MOVE mh-returned TO WS-LAST-RETURNED
           END-IF

           READ MAILHIST-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-LAST-MAILING-REG.

       PROCEDURE002.
         MOVE 'Y' TO WS-VALID-SWITCH.
         IF Is-Returned
           PERFORM VALIDATE-ENTRY
         END-IF.

         IF Is-Valid
           ACCEPT WS-TODAY    FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN I-O BADADDR-FILE
           IF Badaddr-File-Missing
             OPEN OUTPUT BADADDR-FILE
             CLOSE BADADDR-FILE
             OPEN I-O BADADDR-FILE
           END-IF

           EVALUATE TRUE
             WHEN Is-Returned
               PERFORM RECORD-RETURNED
             WHEN Is-Clear
               PERFORM CLEAR-FLAG
           END-EVALUATE

           CLOSE BADADDR-FILE
         END-IF.

         IF Is-Valid
           PERFORM PROCEDURE001
         ELSE
           PERFORM PROCEDURE001B
         END-IF.

       VALIDATE-ENTRY.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.

         IF WE-L14C015 = SPACES
           MOVE WS-TODAY TO WS-RETURN-DATE
         ELSE
           IF WE-L14C015(1:2)  NOT NUMERIC
           OR WE-L14C015(3:1)  NOT = '/'
           OR WE-L14C015(4:2)  NOT NUMERIC
           OR WE-L14C015(6:1)  NOT = '/'
           OR WE-L14C015(7:4)  NOT NUMERIC
             MOVE 'N' TO WS-VALID-SWITCH
           ELSE
             MOVE WE-L14C015(1:2) TO WS-VAL-DAY
             MOVE WE-L14C015(4:2) TO WS-VAL-MONTH
             IF WS-VAL-DAY < 1 OR WS-VAL-DAY > 31
             OR WS-VAL-MONTH < 1 OR WS-VAL-MONTH > 12
               MOVE 'N' TO WS-VALID-SWITCH
             ELSE
               STRING WE-L14C015(7:4)
                      WE-L14C015(4:2)
                      WE-L14C015(1:2)
                      DELIMITED BY SIZE INTO WS-RETURN-DATE
               IF WS-RETURN-DATE > WS-TODAY
                 MOVE 'N' TO WS-VALID-SWITCH
               END-IF
             END-IF
           END-IF
           IF NOT Is-Valid
             MOVE "RETURN DATE INVALID OR FUTURE" TO WE-L17C014
           END-IF
         END-IF.

         IF Is-Valid AND WE-L15C015 = SPACES
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "REASON IS REQUIRED" TO WE-L17C014
         END-IF.

         IF Is-Valid AND WE-L10C015 = SPACES
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "CONTACT HAS NO ADDRESS ON FILE" TO WE-L17C014
         END-IF.

       RECORD-RETURNED.
         MOVE WE-L07C015 TO ba-code.
         READ BADADDR-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         MOVE WE-L07C015     TO ba-code.
         MOVE WE-L10C015     TO ba-address.
         MOVE WE-L11C015     TO ba-city.
         MOVE WS-RETURN-DATE TO ba-returned-date.
         MOVE WE-L15C015     TO ba-reason.
         MOVE WS-OPERATOR-ID TO ba-user.
         MOVE WS-TODAY       TO ba-flagged(1:8).
         MOVE WS-NOW-TIME(1:6) TO ba-flagged(9:6).

         IF Badaddr-Not-Found
           WRITE Bad-Addr-Rec
             INVALID KEY
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-WRITE
         ELSE
           REWRITE Bad-Addr-Rec
             INVALID KEY
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-REWRITE
         END-IF.

         IF Badaddr-No-Error-Found
           PERFORM MARK-MAILING-RETURNED
           MOVE "RETURNED MAIL SAVED - ADDRESS SUPPRESSED"
             TO WE-L17C014
         END-IF.

       MARK-MAILING-RETURNED.
         MOVE SPACES TO WS-LAST-MH-KEY.
         MOVE SPACES TO WS-LAST-STAMP.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN I-O MAILHIST-FILE.
         IF Mailhist-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE WE-L07C015 TO mh-code
           MOVE LOW-VALUES TO mh-template
           MOVE LOW-VALUES TO mh-run-date
           MOVE LOW-VALUES TO mh-run-time
           START MAILHIST-FILE KEY IS >= mh-key
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           IF NOT Scan-Done
             READ MAILHIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
             END-READ
           END-IF
         END-IF.

         PERFORM RETURNED-MAILING-REG UNTIL Scan-Done.

         IF WS-LAST-MH-KEY NOT = SPACES
           MOVE WS-LAST-MH-KEY TO mh-key
           READ MAILHIST-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Mailhist-No-Error-Found
             MOVE 'Y'            TO mh-returned
             MOVE WS-RETURN-DATE TO mh-returned-date
             REWRITE Mail-Hist-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE
           END-IF
         END-IF.

         IF NOT Mailhist-File-Missing
           CLOSE MAILHIST-FILE
         END-IF.

       RETURNED-MAILING-REG.

         IF mh-code NOT = WE-L07C015
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE mh-run-date TO WS-MH-STAMP(1:8)
           MOVE mh-run-time TO WS-MH-STAMP(9:6)
           IF mh-address = WE-L10C015
           AND mh-run-date NOT > WS-RETURN-DATE
           AND NOT Mail-Returned
           AND (WS-LAST-MH-KEY = SPACES
                OR WS-MH-STAMP > WS-LAST-STAMP)
             MOVE mh-key      TO WS-LAST-MH-KEY
             MOVE WS-MH-STAMP TO WS-LAST-STAMP
           END-IF

           READ MAILHIST-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-RETURNED-MAILING-REG.

       CLEAR-FLAG.
         MOVE WE-L07C015 TO ba-code.
         READ BADADDR-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Badaddr-Not-Found
           MOVE "NO RETURNED-MAIL FLAG ON FILE" TO WE-L17C014
         ELSE
           DELETE BADADDR-FILE RECORD
             INVALID KEY
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-DELETE

           IF Badaddr-No-Error-Found
             MOVE "RETURNED-MAIL FLAG CLEARED" TO WE-L17C014
           END-IF
         END-IF.
