                           WITH DUPLICATES
                 FILE STATUS IS notes-status.

       SELECT FUP-FILE ASSIGN TO "AGENDA-FUP.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS fu-key
                 ALTERNATE RECORD KEY IS fu-owner
                           WITH DUPLICATES
                 FILE STATUS IS fup-status.

       SELECT PENDING-FILE ASSIGN TO "AGENDA-PENDING.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS pd-id
                 FILE STATUS IS pending-status.

       SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS so-rel-key
                 FILE STATUS IS signon-status.

       DATA DIVISION.
       FILE SECTION.

               03  ap-code               PIC 9(6).
           02  ap-subject                PIC X(40).
           02  ap-place                  PIC X(20).
           02  ap-duration               PIC 9(3).
           02  ap-series-id              PIC 9(6).

       FD NOTES-FILE.
       01  Note-Rec.
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

       FD PENDING-FILE.
       01  Pending-Rec.
           02  pd-id                    PIC 9(6).
           02  pd-type                  PIC X(1).
           02  pd-code                  PIC 9(6).
           02  pd-other-code            PIC 9(6).
           02  pd-status                PIC X(1).
               88  Pd-Pending          VALUE 'P'.
           02  pd-requested-by          PIC X(8).
           02  pd-requested             PIC X(14).
           02  pd-reason                PIC X(40).
           02  pd-image                 PIC X(210).
           02  pd-other-image           PIC X(210).
           02  pd-decided-by            PIC X(8).
           02  pd-decided               PIC X(14).
           02  pd-comment               PIC X(40).

       FD SIGNON-FILE.
       01  Signon-Rec.
           02  so-user-id               PIC X(8).
           02  so-user-level            PIC X(1).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 appt-status                PIC X(2).
             88 Appt-File-Missing     VALUE "35".
          02 notes-status               PIC X(2).
             88 Note-No-Error-Found   VALUE "00".
             88 Note-File-Missing     VALUE "35".
          02 fup-status                 PIC X(2).
             88 Fup-File-Missing      VALUE "35".
          02 signon-status              PIC X(2).
             88 Signon-File-Missing   VALUE "35".
          02 pending-status             PIC X(2).
             88 Pending-File-Missing  VALUE "35".

       01 so-rel-key                  PIC 9(4) VALUE 1.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-LEVEL           PIC X(1) VALUE 'O'.
          88 Operator-Supervisor      VALUE 'S'.

       01 WS-STALE-DAYS               PIC 9(2) VALUE 2.
       01 WS-STALE-CUTOFF             PIC 9(8).
       01 WS-G                        PIC 9(2).

       01 WS-TODAY                    PIC 9(8).

       01 WS-BDAY-COUNT               PIC 9(4) VALUE 0.
       01 WS-APPT-COUNT               PIC 9(4) VALUE 0.
       01 WS-DUE-COUNT                PIC 9(4) VALUE 0.
       01 WS-STALE-COUNT              PIC 9(4) VALUE 0.

       01 WS-PAUSE                    PIC X(1).

           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-U-TEXT                PIC X(60).

       01 WS-STALE-LINE.
           03 WS-S-DD                  PIC X(2).
           03 FILLER                   PIC X(1)  VALUE "/".
           03 WS-S-MM                  PIC X(2).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-S-TYPE                PIC X(1).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-S-CODE                PIC 9(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-S-BY                  PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-S-REASON              PIC X(40).

       PROCEDURE DIVISION.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       PERFORM LOAD-SIGNON-USER.
       PERFORM BUILD-WEEK-TABLE.

       DISPLAY " ".
       END-IF.
       DISPLAY " ".

       DISPLAY "MY FOLLOW-UPS DUE (" WS-OPERATOR-ID "):".
       PERFORM LIST-DUE-NOTES.
       IF WS-DUE-COUNT = 0
         DISPLAY "  (NONE)"
       END-IF.
       DISPLAY " ".

       IF Operator-Supervisor
         DISPLAY "REQUESTS AWAITING APPROVAL OVER " WS-STALE-DAYS
                 " DAYS:"
         PERFORM LIST-STALE-REQUESTS
         IF WS-STALE-COUNT = 0
           DISPLAY "  (NONE)"
         END-IF
         DISPLAY " "
       END-IF.

       DISPLAY "PRESS ENTER TO CONTINUE".
       ACCEPT WS-PAUSE.

       GOBACK.

       LOAD-SIGNON-USER.
         MOVE 1 TO so-rel-key.
         OPEN INPUT SIGNON-FILE.
         IF NOT Signon-File-Missing
           READ SIGNON-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF signon-status = "00"
             MOVE so-user-id    TO WS-OPERATOR-ID
             MOVE so-user-level TO WS-OPERATOR-LEVEL
           END-IF
           CLOSE SIGNON-FILE
         END-IF.

       BUILD-WEEK-TABLE.
         MOVE WS-TODAY(1:4) TO WS-CAL-YEAR.
         MOVE WS-TODAY(5:2) TO WS-CAL-MONTH.
           END-IF
         END-IF.

       COMPUTE-CUTOFF.
         MOVE WS-TODAY(1:4) TO WS-CAL-YEAR.
         MOVE WS-TODAY(5:2) TO WS-CAL-MONTH.
         MOVE WS-TODAY(7:2) TO WS-CAL-DAY.

         PERFORM SUBTRACT-ONE-DAY
             VARYING WS-G FROM 1 BY 1
             UNTIL WS-G > WS-STALE-DAYS.

         MOVE WS-CAL-YEAR  TO WS-STALE-CUTOFF(1:4).
         MOVE WS-CAL-MONTH TO WS-STALE-CUTOFF(5:2).
         MOVE WS-CAL-DAY   TO WS-STALE-CUTOFF(7:2).

       SUBTRACT-ONE-DAY.
         IF WS-CAL-DAY > 1
           SUBTRACT 1 FROM WS-CAL-DAY
         ELSE
           IF WS-CAL-MONTH > 1
             SUBTRACT 1 FROM WS-CAL-MONTH
           ELSE
             MOVE 12 TO WS-CAL-MONTH
             SUBTRACT 1 FROM WS-CAL-YEAR
           END-IF
           PERFORM GET-MONTH-DAYS
           MOVE WS-MONTH-DAYS TO WS-CAL-DAY
         END-IF.

       GET-MONTH-DAYS.
         EVALUATE WS-CAL-MONTH
           WHEN 1
       END-APPT-REG.

       LIST-DUE-NOTES.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN INPUT FUP-FILE.
         IF Fup-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           OPEN INPUT NOTES-FILE
           MOVE WS-OPERATOR-ID TO fu-owner
           START FUP-FILE KEY IS = fu-owner
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START

           IF NOT Scan-Done
             READ FUP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
             END-READ
           END-IF
         END-IF.

         PERFORM DUE-NOTE-REG UNTIL Scan-Done.

         IF NOT Fup-File-Missing
           IF NOT Note-File-Missing
             CLOSE NOTES-FILE
           END-IF
           CLOSE FUP-FILE
         END-IF.

       DUE-NOTE-REG.

         IF fu-owner NOT = WS-OPERATOR-ID
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF (Fup-Open OR Fup-Rescheduled)
           AND fu-due-date NOT > WS-TODAY
             ADD 1 TO WS-DUE-COUNT
             PERFORM SHOW-DUE-LINE
           END-IF

           READ FUP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-DUE-NOTE-REG.

       SHOW-DUE-LINE.
         MOVE SPACES TO nt-text.
         IF NOT Note-File-Missing
           MOVE fu-key TO nt-key
           READ NOTES-FILE
             INVALID KEY
               MOVE SPACES TO nt-text
           END-READ
         END-IF.

         MOVE fu-due-date(7:2) TO WS-U-DD.
         MOVE fu-due-date(5:2) TO WS-U-MM.
         MOVE fu-code          TO WS-U-CODE.
         MOVE nt-text          TO WS-U-TEXT.
         DISPLAY "  " WS-DUE-LINE.

       LIST-STALE-REQUESTS.
         PERFORM COMPUTE-CUTOFF.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN INPUT PENDING-FILE.
         IF Pending-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE ZEROS TO pd-id
           START PENDING-FILE KEY IS >= pd-id
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START

           IF NOT Scan-Done
             READ PENDING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
             END-READ
           END-IF
         END-IF.

         PERFORM STALE-REG UNTIL Scan-Done.

         IF NOT Pending-File-Missing
           CLOSE PENDING-FILE
         END-IF.

       STALE-REG.

         IF Pd-Pending
         AND pd-requested(1:8) < WS-STALE-CUTOFF
           ADD 1 TO WS-STALE-COUNT
           MOVE pd-requested(7:2) TO WS-S-DD
           MOVE pd-requested(5:2) TO WS-S-MM
           MOVE pd-type           TO WS-S-TYPE
           MOVE pd-code           TO WS-S-CODE
           MOVE pd-requested-by   TO WS-S-BY
           MOVE pd-reason         TO WS-S-REASON
           DISPLAY "  " WS-STALE-LINE
         END-IF.

         READ PENDING-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-SCAN-DONE-SW
         END-READ.
       END-STALE-REG.
