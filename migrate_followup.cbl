       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-FUP-MIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT NOTES-FILE ASSIGN TO "AGENDA-NOTES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS nt-key
                 ALTERNATE RECORD KEY IS nt-code
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

       DATA DIVISION.
       FILE SECTION.

       FD NOTES-FILE.
       01  Note-Rec.
           88  END-NOTES VALUE HIGH-VALUES.
           02  nt-key.
               03  nt-code               PIC 9(6).
               03  nt-noted-date         PIC X(14).
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

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 notes-status               PIC X(2).
             88 Note-File-Missing     VALUE "35".
          02 fup-status                 PIC X(2).
             88 Fup-No-Error-Found    VALUE "00".
             88 Fup-ALREADY-EXIST     VALUE "22".
             88 Fup-File-Missing      VALUE "35".
          02 user-status                PIC X(2).
             88 User-No-Error-Found   VALUE "00".

       01 WS-CONFIRM                  PIC X(1).
          88 Confirm-Yes              VALUE 'Y'.

       01 WS-ASSIGN-TO                PIC X(8).

       01 WS-NOTE-COUNT               PIC 9(6) VALUE 0.
       01 WS-QUEUED-COUNT             PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY "QUEUE EXISTING FOLLOW-UP NOTES AS OPEN FOLLOW-UPS".
       DISPLAY "IN AGENDA-FUP.DAT.".
       DISPLAY "RUN THIS ONCE ONLY - CONFIRM (Y/N): ".
       ACCEPT WS-CONFIRM.

       IF NOT Confirm-Yes
         DISPLAY "MIGRATION CANCELLED"
         STOP RUN
       END-IF.

       DISPLAY "ASSIGN THEM TO OPERATOR: ".
       ACCEPT WS-ASSIGN-TO.

       OPEN INPUT USER-FILE.
       MOVE WS-ASSIGN-TO TO usr-id.
       READ USER-FILE
         INVALID KEY
           CONTINUE
       END-READ.
       IF NOT User-No-Error-Found
         DISPLAY "UNKNOWN OPERATOR " WS-ASSIGN-TO " - CANCELLED"
         CLOSE USER-FILE
         STOP RUN
       END-IF.
       CLOSE USER-FILE.

       OPEN INPUT NOTES-FILE.
       IF Note-File-Missing
         DISPLAY "NOTES FILE NOT FOUND: AGENDA-NOTES.DAT"
         STOP RUN
       END-IF.

       OPEN I-O FUP-FILE.
       IF Fup-File-Missing
         OPEN OUTPUT FUP-FILE
       END-IF.

       READ NOTES-FILE NEXT RECORD
           AT END SET END-NOTES TO TRUE
       END-READ.

       PERFORM QUEUE-REG UNTIL END-NOTES.

       CLOSE NOTES-FILE.
       CLOSE FUP-FILE.

       DISPLAY "NOTES READ:                " WS-NOTE-COUNT.
       DISPLAY "FOLLOW-UPS QUEUED:         " WS-QUEUED-COUNT.
       DISPLAY "ALREADY QUEUED - SKIPPED:  " WS-SKIPPED-COUNT.

       STOP RUN.

       QUEUE-REG.

         ADD 1 TO WS-NOTE-COUNT.

         IF nt-followup-date NOT = SPACES
           MOVE nt-code          TO fu-code
           MOVE nt-noted-date    TO fu-noted-date
           MOVE WS-ASSIGN-TO     TO fu-owner
           MOVE nt-followup-date TO fu-due-date
           MOVE 'O'              TO fu-status
           MOVE SPACES           TO fu-remark
           MOVE SPACES           TO fu-closed-by
           MOVE SPACES           TO fu-closed-date

           WRITE Followup-Rec
             INVALID KEY
               CONTINUE
           END-WRITE

           IF Fup-No-Error-Found
             ADD 1 TO WS-QUEUED-COUNT
           ELSE
             IF Fup-ALREADY-EXIST
               ADD 1 TO WS-SKIPPED-COUNT
             ELSE
               DISPLAY "QUEUE FAILED FOR CODE " nt-code
             END-IF
           END-IF
         END-IF.

         READ NOTES-FILE NEXT RECORD
           AT END SET END-NOTES TO TRUE
         END-READ.
       END-QUEUE-REG.
