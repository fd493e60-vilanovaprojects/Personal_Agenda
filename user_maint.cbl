                 RECORD KEY IS usr-id
                 FILE STATUS IS user-status.

       SELECT SECJNL-FILE ASSIGN TO "AGENDA-SECJNL.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS secjnl-status.

       SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS so-rel-key
                 FILE STATUS IS signon-status.

       DATA DIVISION.
       FILE SECTION.

           02  usr-level               PIC X(1).
               88  User-Supervisor     VALUE 'S'.
               88  User-Operator       VALUE 'O'.
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
               88  User-Locked         VALUE 'Y'.
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

       FD SECJNL-FILE.
       01  Security-Rec.
           02  sj-timestamp             PIC X(14).
           02  sj-user-id               PIC X(8).
           02  sj-event                 PIC X(1).
           02  sj-by-user               PIC X(8).

       FD SIGNON-FILE.
       01  Signon-Rec.
           02  so-user-id               PIC X(8).
           02  so-user-level            PIC X(1).

       WORKING-STORAGE SECTION.

           03 WE-L11C014 PIC X(001).
             88 Level-Supervisor VALUE 'S'.
             88 Level-Operator   VALUE 'O'.
           03 WE-L13C014 PIC X(001).
             88 Lock-Yes         VALUE 'Y'.
             88 Lock-No          VALUE 'N'.
           03 WE-L14C014 PIC 9(002).
           03 WE-L15C014 PIC X(014).
           03 WE-L16C014 PIC X(008).
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

             88 Rec-ALREADY-EXIST     VALUE "22".
             88 Rec-Not-Found         VALUE "23".
             88 User-File-Missing     VALUE "35".
          02 secjnl-status              PIC X(2).
             88 Secjnl-Not-Found      VALUE "35".
          02 signon-status              PIC X(2).
             88 Signon-File-Missing   VALUE "35".

       01 so-rel-key                  PIC 9(4) VALUE 1.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01 WS-JOURNAL-EVENT            PIC X(1).
       01 WS-AUD-DATE                 PIC 9(8).
       01 WS-AUD-TIME                 PIC 9(8).

       01 WE-L17C014 PIC X(040).

                        LINE 11 COLUMN 014
                        USING WE-L11C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 13 COLUMN 01 VALUE
           "LOCKED (Y/N):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L13C014 PIC X(001)
                        LINE 13 COLUMN 014
                        USING WE-L13C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 13 COLUMN 20 VALUE
           "(N RESETS THE FAILED TRIES)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 14 COLUMN 01 VALUE
           "FAILED TRIES:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L14C014 PIC Z9
                        LINE 14 COLUMN 014
                        FROM WE-L14C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 15 COLUMN 01 VALUE
           "LAST SIGNON:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L15C014 PIC X(014)
                        LINE 15 COLUMN 014
                        FROM WE-L15C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 16 COLUMN 01 VALUE
           "PWD CHANGED:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L16C014 PIC X(008)
                        LINE 16 COLUMN 014
                        FROM WE-L16C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 WX-L17C014 PIC X(040)
                        LINE 17 COLUMN 015

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
             MOVE 'A' TO WE-L06C017
           END-IF.

           IF Is-Add
             MOVE 'N' TO WE-L13C014
           END-IF.

           IF NOT (Is-Add OR Is-Modify OR Is-Delete)
             MOVE "INVALID ACTION - USE A/M/D" TO WE-L17C014
             PERFORM PROCEDURE001
           MOVE 'Y' TO WS-FOUND-SWITCH
           MOVE usr-password TO WE-L09C014
           MOVE usr-level    TO WE-L11C014
           IF User-Locked
             MOVE 'Y' TO WE-L13C014
           ELSE
             MOVE 'N' TO WE-L13C014
           END-IF
           MOVE usr-fail-count  TO WE-L14C014
           MOVE usr-last-signon TO WE-L15C014
           MOVE usr-pwd-changed TO WE-L16C014
         END-IF.

         CLOSE USER-FILE.
           MOVE "INVALID LEVEL - USE S OR O" TO WE-L17C014
         END-IF.

         IF Is-Valid
           AND NOT (Lock-Yes OR Lock-No)
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "INVALID LOCKED FLAG - USE Y OR N" TO WE-L17C014
         END-IF.

       ADD-RECORD.
         MOVE WE-L07C014 TO usr-id.
         MOVE WE-L09C014 TO usr-password.
         MOVE WE-L11C014 TO usr-level.
         MOVE 0          TO usr-fail-count.
         MOVE WE-L13C014 TO usr-locked.
         MOVE SPACES     TO usr-pwd-changed.
         MOVE SPACES     TO usr-last-signon.

         WRITE User-Rec
           INVALID KEY
         IF Rec-Not-Found
           MOVE "RECORD NOT FOUND" TO WE-L17C014
         ELSE
           IF WE-L09C014 NOT = usr-password
             MOVE SPACES TO usr-pwd-changed
           END-IF
           MOVE WE-L09C014 TO usr-password
           MOVE WE-L11C014 TO usr-level

           MOVE SPACE TO WS-JOURNAL-EVENT
           IF Lock-No AND User-Locked
             MOVE 0   TO usr-fail-count
             MOVE 'N' TO usr-locked
             MOVE 'R' TO WS-JOURNAL-EVENT
           END-IF
           IF Lock-Yes AND NOT User-Locked
             MOVE 'Y' TO usr-locked
             MOVE 'L' TO WS-JOURNAL-EVENT
           END-IF

           REWRITE User-Rec
             INVALID KEY
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014

           IF No-Error-Found
             MOVE "USER UPDATED SUCCESSFULLY" TO WE-L17C014
             IF WS-JOURNAL-EVENT NOT = SPACE
               PERFORM WRITE-SECURITY-JOURNAL
             END-IF
           END-IF
         END-IF.

       WRITE-SECURITY-JOURNAL.
         ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-AUD-TIME FROM TIME.
         MOVE WS-AUD-DATE      TO sj-timestamp(1:8).
         MOVE WS-AUD-TIME      TO sj-timestamp(9:6).
         MOVE usr-id           TO sj-user-id.
         MOVE WS-JOURNAL-EVENT TO sj-event.
         MOVE WS-OPERATOR-ID   TO sj-by-user.

         OPEN EXTEND SECJNL-FILE.
         IF Secjnl-Not-Found
           OPEN OUTPUT SECJNL-FILE
         END-IF.
         WRITE Security-Rec.
         CLOSE SECJNL-FILE.

       DELETE-RECORD.
         READ USER-FILE
           INVALID KEY
