                 RELATIVE KEY IS so-rel-key
                 FILE STATUS IS signon-status.

       SELECT SECJNL-FILE ASSIGN TO "AGENDA-SECJNL.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS secjnl-status.

       SELECT SYSLOCK-FILE ASSIGN TO "SYSLOCK.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
           02  usr-level               PIC X(1).
               88  User-Supervisor     VALUE 'S'.
               88  User-Operator       VALUE 'O'.
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
               88  User-Locked         VALUE 'Y'.
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

       FD SIGNON-FILE.
       01  Signon-Rec.
           02  so-user-id               PIC X(8).
           02  so-user-level            PIC X(1).

       FD SECJNL-FILE.
       01  Security-Rec.
           02  sj-timestamp             PIC X(14).
           02  sj-user-id               PIC X(8).
           02  sj-event                 PIC X(1).
               88  Sj-Signon-Ok        VALUE 'S'.
               88  Sj-Signon-Failed    VALUE 'F'.
               88  Sj-Locked-Out       VALUE 'L'.
               88  Sj-Locked-Attempt   VALUE 'B'.
               88  Sj-Password-Changed VALUE 'C'.
               88  Sj-Lock-Reset       VALUE 'R'.
           02  sj-by-user               PIC X(8).

       FD SYSLOCK-FILE.
       01  Syslock-Rec.
           02  lock-sw                  PIC X(1).
           03 WE-L07C020 PIC X(008).
           03 WE-L09C020 PIC X(008).

       01  WK04.
           03 WE-L07C030 PIC X(008).
           03 WE-L09C030 PIC X(008).

       01 Status-Codes.
          02 user-status                PIC X(2).
             88 User-No-Error-Found   VALUE "00".
             88 User-File-Missing     VALUE "35".
          02 signon-status              PIC X(2).
             88 Signon-File-Missing   VALUE "35".
          02 secjnl-status              PIC X(2).
             88 Secjnl-Not-Found      VALUE "35".
          02 lock-status                PIC X(2).
             88 Lock-No-Error-Found   VALUE "00".
             88 Lock-File-Missing     VALUE "35".
       01 WS-SIGNON-EXISTS-SW         PIC X(1) VALUE 'N'.
          88 Signon-Exists            VALUE 'Y'.

       01 WS-MAX-FAILURES             PIC 9(2) VALUE 3.
       01 WS-PASSWORD-DAYS            PIC 9(3) VALUE 90.

       01 WS-EXPIRED-SW               PIC X(1) VALUE 'N'.
          88 Password-Expired         VALUE 'Y'.
       01 WS-CHANGED-SW               PIC X(1) VALUE 'N'.
          88 Password-Changed         VALUE 'Y'.

       01 WS-JOURNAL-USER             PIC X(8).
       01 WS-JOURNAL-EVENT            PIC X(1).

       01 WS-AUD-DATE                 PIC 9(8).
       01 WS-AUD-TIME                 PIC 9(8).
       01 WS-TODAY                    PIC 9(8).

       01 WS-EXPIRY-DATE.
           03 WS-CAL-YEAR              PIC 9(4).
           03 WS-CAL-MONTH             PIC 9(2).
           03 WS-CAL-DAY               PIC 9(2).
       01 WS-MONTH-DAYS               PIC 9(2).
       01 WS-YEAR-QUOT                PIC 9(4).
       01 WS-YEAR-REM                 PIC 9(4).
       01 WS-D                        PIC 9(3).

       01 WS-SEARCH-REQUEST.
           03 WS-SR-MODE              PIC X(1).
           03 WS-SR-PICKED-CODE       PIC 9(6).

       01 WE-L17C014 PIC X(040).
       01 WE-L11C020 PIC X(040).

                        FROM WE-L11C020
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  SCREEN-PASSWORD.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "PASSWORD EXPIRED - CHOOSE A NEW ONE"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 01 VALUE
           "NEW PASSWORD:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L07C030 PIC X(008)
                        LINE 07 COLUMN 030
                        USING WE-L07C030 SECURE
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 09 COLUMN 01 VALUE
           "NEW PASSWORD AGAIN:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L09C030 PIC X(008)
                        LINE 09 COLUMN 030
                        USING WE-L09C030 SECURE
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 WX-PW-L11C020 PIC X(040)
                        LINE 11 COLUMN 001
                        FROM WE-L11C020
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 19 COLUMN 01 VALUE
           "EXIT"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-PW-L19C011 PIC X(001)
                        LINE 19 COLUMN 011
                        USING WE-L19C011
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 19 COLUMN 15 VALUE
           "write Y to cancel the sign-on"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  SCREEN-MENU.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 01 COLUMN 01 VALUE
           03 LINE 11 COLUMN 45 VALUE
           "20  TODAY PANEL"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 12 COLUMN 45 VALUE
           "21  MY FOLLOW-UPS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 13 COLUMN 45 VALUE
           "22  MORE OPTIONS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 14 COLUMN 45 VALUE
           "91  CLEAR BATCH LOCK (SUPERVISOR)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           "write Y to exit"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  SCREEN-MENU-2.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 01 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 02 COLUMN 25 VALUE
           "MORE OPTIONS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 01 COLUMN 45 VALUE
           "USER:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-M2-L01C051 PIC X(008)
                        LINE 01 COLUMN 051
                        FROM WS-OPERATOR-ID
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 04 COLUMN 03 VALUE
           "21  MY FOLLOW-UPS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 04 COLUMN 45 VALUE
           "23  FOLLOW-UP ESCALATION (SUPERVISOR)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 03 VALUE
           "24  SIGN-ON SECURITY REPORT (SUPERVISOR)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 45 VALUE
           "25  APPOINTMENT REMINDERS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 03 VALUE
           "26  NIGHT STREAM SCHEDULE (SUPERVISOR)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 45 VALUE
           "27  ORGANISATIONS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 03 VALUE
           "28  EMPLOYMENT LINKS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 45 VALUE
           "29  COMPANY DIRECTORY"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 08 COLUMN 03 VALUE
           "30  CONSENT EVIDENCE REPORT"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 08 COLUMN 45 VALUE
           "31  RETURNED MAIL"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 03 VALUE
           "32  AUDIT TRAIL VERIFICATION (SUPERVISOR)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 45 VALUE
           "33  OPERATOR ACTIVITY (SUPERVISOR)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 10 COLUMN 03 VALUE
           "34  ACTIVITY THRESHOLDS (SUPERVISOR)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 10 COLUMN 45 VALUE
           "35  APPROVAL QUEUE (SUPERVISOR)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 11 COLUMN 03 VALUE
           "36  DORMANT CONTACT RUN (SUPERVISOR)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 11 COLUMN 45 VALUE
           "37  DORMANT CONTACT REVIEW"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 12 COLUMN 03 VALUE
           "38  DISTRIBUTION LISTS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 12 COLUMN 45 VALUE
           "39  DISTRIBUTION LIST REPORT"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 13 COLUMN 03 VALUE
           "40  AUDIT BREAK ACKNOWLEDGEMENT (SUPERVISOR)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 18 COLUMN 01 VALUE
           "OPTION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-M2-L18C014 PIC 9(002)
                        LINE 18 COLUMN 014
                        USING WE-L18C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.

           03 WX-M2-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
                        USING WE-L17C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 LINE 19 COLUMN 01 VALUE
           "BACK"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-M2-L19C011 PIC X(001)
                        LINE 19 COLUMN 011
                        USING WE-L19C011
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 19 COLUMN 15 VALUE
           "write Y to return to the main menu"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  CONFIRM-SCREEN.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 01 VALUE
           MOVE "ADMIN" TO WS-OPERATOR-ID
           MOVE 'S'     TO WS-OPERATOR-LEVEL
           MOVE "NO USER FILE - SIGNED ON AS ADMIN" TO WE-L17C014
           MOVE "ADMIN" TO WS-JOURNAL-USER
           MOVE 'S'     TO WS-JOURNAL-EVENT
           PERFORM WRITE-SECURITY-JOURNAL
         ELSE
           CLOSE USER-FILE
           PERFORM SIGNON-ATTEMPT
         DISPLAY SCREEN-SIGNON.
         ACCEPT  SCREEN-SIGNON.

         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         MOVE 'N' TO WS-EXPIRED-SW.

         OPEN I-O USER-FILE.
         MOVE WE-L07C020 TO usr-id.

         READ USER-FILE
             CONTINUE
         END-READ.

         EVALUATE TRUE
           WHEN NOT User-No-Error-Found
             MOVE 'F' TO WS-JOURNAL-EVENT
             MOVE "INVALID USER OR PASSWORD" TO WE-L11C020
           WHEN User-Locked
             MOVE 'B' TO WS-JOURNAL-EVENT
             MOVE "USER ID LOCKED - CALL YOUR SUPERVISOR"
               TO WE-L11C020
           WHEN usr-password NOT = WE-L09C020
             PERFORM RECORD-FAILED-PASSWORD
           WHEN OTHER
             PERFORM RECORD-GOOD-SIGNON
         END-EVALUATE.

         CLOSE USER-FILE.

         MOVE WE-L07C020 TO WS-JOURNAL-USER.
         PERFORM WRITE-SECURITY-JOURNAL.

         IF Signed-On AND Password-Expired
           MOVE 'N' TO WS-CHANGED-SW
           MOVE "YOUR PASSWORD HAS EXPIRED" TO WE-L11C020
           PERFORM CHANGE-PASSWORD UNTIL Password-Changed
         END-IF.

       RECORD-FAILED-PASSWORD.
         IF usr-fail-count < 99
           ADD 1 TO usr-fail-count
         END-IF.

         IF usr-fail-count >= WS-MAX-FAILURES
           MOVE 'Y' TO usr-locked
           MOVE 'L' TO WS-JOURNAL-EVENT
           MOVE "TOO MANY FAILURES - USER ID LOCKED" TO WE-L11C020
         ELSE
           MOVE 'F' TO WS-JOURNAL-EVENT
           MOVE "INVALID USER OR PASSWORD" TO WE-L11C020
         END-IF.

         REWRITE User-Rec
           INVALID KEY
             CONTINUE
         END-REWRITE.

       RECORD-GOOD-SIGNON.
         MOVE 'Y' TO WS-SIGNED-ON-SW.
         MOVE usr-id    TO WS-OPERATOR-ID.
         MOVE usr-level TO WS-OPERATOR-LEVEL.
         MOVE 'S' TO WS-JOURNAL-EVENT.

         PERFORM CHECK-PASSWORD-AGE.

         ACCEPT WS-AUD-TIME FROM TIME.
         MOVE 0 TO usr-fail-count.
         MOVE WS-TODAY    TO usr-last-signon(1:8).
         MOVE WS-AUD-TIME TO usr-last-signon(9:6).

         REWRITE User-Rec
           INVALID KEY
             CONTINUE
         END-REWRITE.

       CHECK-PASSWORD-AGE.
         IF usr-pwd-changed NOT NUMERIC
           MOVE 'Y' TO WS-EXPIRED-SW
         ELSE
           MOVE usr-pwd-changed(1:4) TO WS-CAL-YEAR
           MOVE usr-pwd-changed(5:2) TO WS-CAL-MONTH
           MOVE usr-pwd-changed(7:2) TO WS-CAL-DAY
           PERFORM ADD-ONE-DAY
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-PASSWORD-DAYS
           IF WS-EXPIRY-DATE NOT > WS-TODAY
             MOVE 'Y' TO WS-EXPIRED-SW
           END-IF
         END-IF.

       ADD-ONE-DAY.
         PERFORM GET-MONTH-DAYS.
         IF WS-CAL-DAY < WS-MONTH-DAYS
           ADD 1 TO WS-CAL-DAY
         ELSE
           MOVE 1 TO WS-CAL-DAY
           IF WS-CAL-MONTH < 12
             ADD 1 TO WS-CAL-MONTH
           ELSE
             MOVE 1 TO WS-CAL-MONTH
             ADD 1 TO WS-CAL-YEAR
           END-IF
         END-IF.

       GET-MONTH-DAYS.
         EVALUATE WS-CAL-MONTH
           WHEN 1
           WHEN 3
           WHEN 5
           WHEN 7
           WHEN 8
           WHEN 10
           WHEN 12
             MOVE 31 TO WS-MONTH-DAYS
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
             MOVE 30 TO WS-MONTH-DAYS
           WHEN 2
             DIVIDE WS-CAL-YEAR BY 4
                 GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
             IF WS-YEAR-REM = 0
               MOVE 29 TO WS-MONTH-DAYS
             ELSE
               MOVE 28 TO WS-MONTH-DAYS
             END-IF
         END-EVALUATE.

       CHANGE-PASSWORD.
         INITIALIZE WK04.
         MOVE SPACE TO WE-L19C011.

         DISPLAY SCREEN-PASSWORD.
         ACCEPT  SCREEN-PASSWORD.

         IF exit-yes
           DISPLAY "SIGN-ON CANCELLED - PASSWORD NOT CHANGED"
           STOP RUN
         END-IF.

         EVALUATE TRUE
           WHEN WE-L07C030 = SPACES
             MOVE "NEW PASSWORD IS REQUIRED" TO WE-L11C020
           WHEN WE-L07C030 NOT = WE-L09C030
             MOVE "THE TWO PASSWORDS DO NOT MATCH" TO WE-L11C020
           WHEN WE-L07C030 = WE-L09C020
             MOVE "NEW PASSWORD MUST BE DIFFERENT" TO WE-L11C020
           WHEN OTHER
             PERFORM SAVE-NEW-PASSWORD
         END-EVALUATE.

       SAVE-NEW-PASSWORD.
         OPEN I-O USER-FILE.
         MOVE WS-OPERATOR-ID TO usr-id.

         READ USER-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF User-No-Error-Found
           MOVE WE-L07C030 TO usr-password
           MOVE WS-TODAY   TO usr-pwd-changed
           REWRITE User-Rec
             INVALID KEY
               CONTINUE
           END-REWRITE
         END-IF.

         IF User-No-Error-Found
           MOVE 'Y' TO WS-CHANGED-SW
           MOVE WS-OPERATOR-ID TO WS-JOURNAL-USER
           MOVE 'C' TO WS-JOURNAL-EVENT
           PERFORM WRITE-SECURITY-JOURNAL
         ELSE
           MOVE "PASSWORD NOT SAVED - TRY AGAIN" TO WE-L11C020
         END-IF.

         CLOSE USER-FILE.

       WRITE-SECURITY-JOURNAL.
         ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-AUD-TIME FROM TIME.
         MOVE WS-AUD-DATE      TO sj-timestamp(1:8).
         MOVE WS-AUD-TIME      TO sj-timestamp(9:6).
         MOVE WS-JOURNAL-USER  TO sj-user-id.
         MOVE WS-JOURNAL-EVENT TO sj-event.
         MOVE WS-JOURNAL-USER  TO sj-by-user.

         OPEN EXTEND SECJNL-FILE.
         IF Secjnl-Not-Found
           OPEN OUTPUT SECJNL-FILE
         END-IF.
         WRITE Security-Rec.
         CLOSE SECJNL-FILE.

       SAVE-SIGNON.
         MOVE 1 TO so-rel-key.
         MOVE 'N' TO WS-SIGNON-EXISTS-SW.
             STOP RUN
           END-IF.

           PERFORM RUN-OPTION.

           PERFORM PROCEDURE001.

       PROCEDURE002.
           INITIALIZE WK01.
           DISPLAY SCREEN-MENU-2.
           ACCEPT  SCREEN-MENU-2.

           IF exit-yes
             MOVE SPACES TO WE-L17C014
             PERFORM PROCEDURE001
           END-IF.

           PERFORM RUN-OPTION.

           PERFORM PROCEDURE002.

       RUN-OPTION.
           MOVE SPACES TO WE-L17C014.

           MOVE 'N' TO WS-LOCKED-SW.
             WHEN 15
             WHEN 17
             WHEN 18
             WHEN 21
             WHEN 27
             WHEN 28
             WHEN 31
             WHEN 35
             WHEN 36
             WHEN 37
             WHEN 38
             WHEN 40
             WHEN 90
             WHEN 92
               PERFORM CHECK-BATCH-LOCK
               CONTINUE
           END-EVALUATE.

           IF NOT System-Locked
             EVALUATE WE-L18C014
               WHEN 1
                 CALL "AGENDA"
                 CALL "AGENDA-INQ"
                 CANCEL "AGENDA-INQ"
               WHEN 3
                 MOVE SPACE TO WS-SR-MODE
                 CALL "AGENDA-SEARCH" USING WS-SEARCH-REQUEST
                 CANCEL "AGENDA-SEARCH"
               WHEN 4
                 CALL "AGENDA-BROWSE"
               WHEN 20
                 CALL "AGENDA-TODAY"
                 CANCEL "AGENDA-TODAY"
               WHEN 21
                 CALL "AGENDA-FUP"
                 CANCEL "AGENDA-FUP"
               WHEN 22
                 MOVE SPACES TO WE-L17C014
                 PERFORM PROCEDURE002
               WHEN 23
                 IF Operator-Supervisor
                   CALL "AGENDA-FUP-ESC"
                   CANCEL "AGENDA-FUP-ESC"
                 ELSE
                   MOVE "SUPERVISOR AUTHORITY REQUIRED" TO WE-L17C014
                 END-IF
               WHEN 24
                 IF Operator-Supervisor
                   CALL "AGENDA-SEC-RPT"
                   CANCEL "AGENDA-SEC-RPT"
                 ELSE
                   MOVE "SUPERVISOR AUTHORITY REQUIRED" TO WE-L17C014
                 END-IF
               WHEN 25
                 CALL "AGENDA-REMIND"
                 CANCEL "AGENDA-REMIND"
               WHEN 26
                 IF Operator-Supervisor
                   CALL "AGENDA-NIGHT-SCHED"
                   CANCEL "AGENDA-NIGHT-SCHED"
                 ELSE
                   MOVE "SUPERVISOR AUTHORITY REQUIRED" TO WE-L17C014
                 END-IF
               WHEN 27
                 CALL "AGENDA-ORG"
                 CANCEL "AGENDA-ORG"
               WHEN 28
                 CALL "AGENDA-EMP"
                 CANCEL "AGENDA-EMP"
               WHEN 29
                 CALL "AGENDA-ORG-DIR"
                 CANCEL "AGENDA-ORG-DIR"
               WHEN 30
                 CALL "AGENDA-CONSENT-RPT"
                 CANCEL "AGENDA-CONSENT-RPT"
               WHEN 31
                 CALL "AGENDA-RETMAIL"
                 CANCEL "AGENDA-RETMAIL"
               WHEN 32
                 IF Operator-Supervisor
                   CALL "AGENDA-AUDIT-VERIFY"
                   CANCEL "AGENDA-AUDIT-VERIFY"
                 ELSE
                   MOVE "SUPERVISOR AUTHORITY REQUIRED" TO WE-L17C014
                 END-IF
               WHEN 33
                 IF Operator-Supervisor
                   CALL "AGENDA-ACT-RPT"
                   CANCEL "AGENDA-ACT-RPT"
                 ELSE
                   MOVE "SUPERVISOR AUTHORITY REQUIRED" TO WE-L17C014
                 END-IF
               WHEN 34
                 IF Operator-Supervisor
                   CALL "AGENDA-ACT-THR"
                   CANCEL "AGENDA-ACT-THR"
                 ELSE
                   MOVE "SUPERVISOR AUTHORITY REQUIRED" TO WE-L17C014
                 END-IF
               WHEN 35
                 IF Operator-Supervisor
                   CALL "AGENDA-APPROVE"
                   CANCEL "AGENDA-APPROVE"
                 ELSE
                   MOVE "SUPERVISOR AUTHORITY REQUIRED" TO WE-L17C014
                 END-IF
               WHEN 36
                 IF Operator-Supervisor
                   CALL "AGENDA-DORMANT"
                   CANCEL "AGENDA-DORMANT"
                 ELSE
                   MOVE "SUPERVISOR AUTHORITY REQUIRED" TO WE-L17C014
                 END-IF
               WHEN 37
                 CALL "AGENDA-REVIEW"
                 CANCEL "AGENDA-REVIEW"
               WHEN 38
                 CALL "AGENDA-DLIST"
                 CANCEL "AGENDA-DLIST"
               WHEN 39
                 CALL "AGENDA-DLIST-RPT"
                 CANCEL "AGENDA-DLIST-RPT"
               WHEN 40
                 IF Operator-Supervisor
                   CALL "AGENDA-AUDIT-ACK"
                   CANCEL "AGENDA-AUDIT-ACK"
                 ELSE
                   MOVE "SUPERVISOR AUTHORITY REQUIRED" TO WE-L17C014
                 END-IF
               WHEN 90
                 IF Operator-Supervisor
                   PERFORM CONFIRM-INITIALIZE
             END-EVALUATE
           END-IF.

       CHECK-BATCH-LOCK.
         MOVE 1 TO lock-rel-key.

