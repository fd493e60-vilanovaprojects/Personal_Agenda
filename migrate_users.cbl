       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-USER-MIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OLD-USER-FILE ASSIGN TO "AGENDA-USERS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS old-usr-id
                 FILE STATUS IS old-user-status.

       SELECT NEW-USER-FILE ASSIGN TO "AGENDA-USERS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS usr-id
                 FILE STATUS IS user-status.

       SELECT MIG-TMP-FILE ASSIGN TO "USERS-MIG.TMP"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS mig-tmp-status.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-USER-FILE.
       01  Old-User-Rec.
           88  END-OLD-USERS VALUE HIGH-VALUES.
           02  old-usr-id              PIC X(8).
           02  old-usr-password        PIC X(8).
           02  old-usr-level           PIC X(1).

       FD NEW-USER-FILE.
       01  User-Rec.
           02  usr-id                  PIC X(8).
           02  usr-password            PIC X(8).
           02  usr-level               PIC X(1).
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

       FD MIG-TMP-FILE.
       01  Mig-Tmp-Rec.
           88  END-MIG-TMP VALUE HIGH-VALUES.
           02  FILLER                   PIC X(42).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 old-user-status            PIC X(2).
             88 Old-User-Not-Found     VALUE "35".
          02 user-status                PIC X(2).
          02 mig-tmp-status             PIC X(2).

       01 WS-CONFIRM                  PIC X(1).
          88 Confirm-Yes              VALUE 'Y'.

       01 WS-TODAY                    PIC 9(8).

       01 WS-MIGRATED-COUNT           PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY "MIGRATE THE USER FILE TO THE SIGN-ON SECURITY".
       DISPLAY "LAYOUT (FAILURE COUNT, LOCK, PASSWORD DATE).".
       DISPLAY "PASSWORD AGE STARTS FROM TODAY FOR EVERY USER.".
       DISPLAY "RUN THIS ONCE ONLY - CONFIRM (Y/N): ".
       ACCEPT WS-CONFIRM.

       IF NOT Confirm-Yes
         DISPLAY "MIGRATION CANCELLED"
         STOP RUN
       END-IF.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       OPEN INPUT OLD-USER-FILE.
       IF Old-User-Not-Found
         DISPLAY "USER FILE NOT FOUND: AGENDA-USERS.DAT"
         STOP RUN
       END-IF.

       OPEN OUTPUT MIG-TMP-FILE.

       READ OLD-USER-FILE NEXT RECORD
           AT END SET END-OLD-USERS TO TRUE
       END-READ.

       PERFORM CONVERT-REG UNTIL END-OLD-USERS.

       CLOSE OLD-USER-FILE.
       CLOSE MIG-TMP-FILE.

       PERFORM REWRITE-USER-FILE.

       DISPLAY "USERS MIGRATED: " WS-MIGRATED-COUNT.

       STOP RUN.

       CONVERT-REG.

         MOVE old-usr-id        TO usr-id.
         MOVE old-usr-password  TO usr-password.
         MOVE old-usr-level     TO usr-level.
         MOVE 0                 TO usr-fail-count.
         MOVE 'N'               TO usr-locked.
         MOVE WS-TODAY          TO usr-pwd-changed.
         MOVE SPACES            TO usr-last-signon.

         WRITE Mig-Tmp-Rec FROM User-Rec.

         ADD 1 TO WS-MIGRATED-COUNT.

         READ OLD-USER-FILE NEXT RECORD
           AT END SET END-OLD-USERS TO TRUE
         END-READ.
       END-CONVERT-REG.

       REWRITE-USER-FILE.
         OPEN INPUT MIG-TMP-FILE.
         OPEN OUTPUT NEW-USER-FILE.

         READ MIG-TMP-FILE
             AT END SET END-MIG-TMP TO TRUE
         END-READ.

         PERFORM COPY-MIG-REG UNTIL END-MIG-TMP.

         CLOSE MIG-TMP-FILE.
         CLOSE NEW-USER-FILE.

       COPY-MIG-REG.

         WRITE User-Rec FROM Mig-Tmp-Rec
           INVALID KEY
             DISPLAY "USER NOT RELOADED: " usr-id
         END-WRITE.

         READ MIG-TMP-FILE
           AT END SET END-MIG-TMP TO TRUE
         END-READ.
       END-COPY-MIG-REG.
