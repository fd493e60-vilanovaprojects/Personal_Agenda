                           WITH DUPLICATES
                 FILE STATUS IS notes-status.

       SELECT FUP-FILE ASSIGN TO "AGENDA-FUP.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS fu-key
                 ALTERNATE RECORD KEY IS fu-owner
                           WITH DUPLICATES
                 FILE STATUS IS fup-status.

       SELECT USER-FILE ASSIGN TO "AGENDA-USERS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS usr-id
                 FILE STATUS IS user-status.

       SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS so-rel-key
                 FILE STATUS IS signon-status.

       DATA DIVISION.
       FILE SECTION.

           02  nt-text                   PIC X(60).
           02  nt-followup-date          PIC X(8).

       FD FUP-FILE.
       01  Followup-Rec.
           02  fu-key.
               03  fu-code               PIC 9(6).
               03  fu-noted-date         PIC X(14).
           02  fu-owner                  PIC X(8).
           02  fu-due-date               PIC X(8).
           02  fu-status                 PIC X(1).
               88  Fup-Open            VALUE 'O'.
               88  Fup-Done            VALUE 'D'.
               88  Fup-Rescheduled     VALUE 'R'.
           02  fu-remark                 PIC X(40).
           02  fu-closed-by              PIC X(8).
           02  fu-closed-date            PIC X(8).

       FD USER-FILE.
       01  User-Rec.
           02  usr-id                  PIC X(8).
           02  usr-password            PIC X(8).
           02  usr-level               PIC X(1).
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

       FD SIGNON-FILE.
       01  Signon-Rec.
           02  so-user-id               PIC X(8).
           02  so-user-level            PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-VALID-SWITCH            PIC X(1) VALUE 'Y'.
           03 WE-L09C014 PIC X(035).
           03 WE-L11C014 PIC X(060).
           03 WE-L13C014 PIC X(010).
           03 WE-L15C014 PIC X(008).
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

          02 notes-status               PIC X(2).
             88 Note-No-Error-Found   VALUE "00".
             88 Note-File-Missing     VALUE "35".
          02 fup-status                 PIC X(2).
             88 Fup-No-Error-Found    VALUE "00".
             88 Fup-File-Missing      VALUE "35".
          02 user-status                PIC X(2).
             88 User-No-Error-Found   VALUE "00".
             88 User-File-Missing     VALUE "35".
          02 signon-status              PIC X(2).
             88 Signon-File-Missing   VALUE "35".

       01 so-rel-key                  PIC 9(4) VALUE 1.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01 WE-L17C014 PIC X(040).

           03 LINE 13 COLUMN 26 VALUE
           "DD/MM/YYYY OR BLANK"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 15 COLUMN 01 VALUE
           "ASSIGN TO:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L15C014 PIC X(008)
                        LINE 15 COLUMN 014
                        USING WE-L15C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 15 COLUMN 26 VALUE
           "OPERATOR WHO MAKES THE FOLLOW-UP"
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
             MOVE "RECORD NOT FOUND" TO WE-L17C014
             PERFORM PROCEDURE001
           ELSE
             MOVE WS-OPERATOR-ID TO WE-L15C014
             PERFORM PROCEDURE001B
           END-IF.

           END-IF
         END-IF.

         IF Is-Valid AND WE-L13C014 NOT = SPACES
           PERFORM CHECK-ASSIGNEE
         END-IF.

       CHECK-ASSIGNEE.
         IF WE-L15C014 = SPACES
           MOVE WS-OPERATOR-ID TO WE-L15C014
         END-IF.

         IF WE-L15C014 = SPACES
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "FOLLOW-UP NEEDS AN OPERATOR" TO WE-L17C014
         ELSE
           OPEN INPUT USER-FILE
           IF NOT User-File-Missing
             MOVE WE-L15C014 TO usr-id
             READ USER-FILE
               INVALID KEY
                 CONTINUE
             END-READ
             IF NOT User-No-Error-Found
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE "UNKNOWN OPERATOR FOR FOLLOW-UP" TO WE-L17C014
             END-IF
             CLOSE USER-FILE
           END-IF
         END-IF.

       WRITE-NOTE-RECORD.
         OPEN I-O NOTES-FILE.
         IF Note-File-Missing

         IF Note-No-Error-Found
           MOVE "NOTE SAVED SUCCESSFULLY" TO WE-L17C014
           IF nt-followup-date NOT = SPACES
             PERFORM WRITE-FOLLOWUP-RECORD
           END-IF
         ELSE
           MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
         END-IF.

         CLOSE NOTES-FILE.

       WRITE-FOLLOWUP-RECORD.
         OPEN I-O FUP-FILE.
         IF Fup-File-Missing
           OPEN OUTPUT FUP-FILE
         END-IF.

         MOVE nt-code          TO fu-code.
         MOVE nt-noted-date    TO fu-noted-date.
         MOVE WE-L15C014       TO fu-owner.
         MOVE nt-followup-date TO fu-due-date.
         MOVE 'O'              TO fu-status.
         MOVE SPACES           TO fu-remark.
         MOVE SPACES           TO fu-closed-by.
         MOVE SPACES           TO fu-closed-date.

         WRITE Followup-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF NOT Fup-No-Error-Found
           MOVE "NOTE SAVED - FOLLOW-UP NOT QUEUED" TO WE-L17C014
         END-IF.

         CLOSE FUP-FILE.
