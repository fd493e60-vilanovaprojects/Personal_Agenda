       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-APPT-MIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OLD-APPT-FILE ASSIGN TO "AGENDA-APPT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS old-ap-key
                 ALTERNATE RECORD KEY IS old-ap-code
                           WITH DUPLICATES
                 FILE STATUS IS old-appt-status.

       SELECT NEW-APPT-FILE ASSIGN TO "AGENDA-APPT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS ap-key
                 ALTERNATE RECORD KEY IS ap-code
                           WITH DUPLICATES
                 FILE STATUS IS appt-status.

       SELECT MIG-TMP-FILE ASSIGN TO "APPT-MIG.TMP"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS mig-tmp-status.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-APPT-FILE.
       01  Old-Appt-Rec.
           88  END-OLD-APPT VALUE HIGH-VALUES.
           02  old-ap-key.
               03  old-ap-date           PIC X(8).
               03  old-ap-time           PIC X(4).
               03  old-ap-code           PIC 9(6).
           02  old-ap-subject            PIC X(40).
           02  old-ap-place              PIC X(20).

       FD NEW-APPT-FILE.
       01  Appt-Rec.
           02  ap-key.
               03  ap-date               PIC X(8).
               03  ap-time               PIC X(4).
               03  ap-code               PIC 9(6).
           02  ap-subject                PIC X(40).
           02  ap-place                  PIC X(20).
           02  ap-duration               PIC 9(3).
           02  ap-series-id              PIC 9(6).

       FD MIG-TMP-FILE.
       01  Mig-Tmp-Rec.
           88  END-MIG-TMP VALUE HIGH-VALUES.
           02  FILLER                   PIC X(87).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 old-appt-status            PIC X(2).
             88 Old-Appt-Not-Found     VALUE "35".
          02 appt-status                PIC X(2).
          02 mig-tmp-status             PIC X(2).

       01 WS-CONFIRM                  PIC X(1).
          88 Confirm-Yes              VALUE 'Y'.

       01 WS-DEFAULT-DURATION         PIC 9(3) VALUE 0.

       01 WS-MIGRATED-COUNT           PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY "MIGRATE THE APPOINTMENTS FILE TO THE LAYOUT WITH".
       DISPLAY "DURATION AND RECURRING SERIES NUMBER.".
       DISPLAY "RUN THIS ONCE ONLY - CONFIRM (Y/N): ".
       ACCEPT WS-CONFIRM.

       IF NOT Confirm-Yes
         DISPLAY "MIGRATION CANCELLED"
         STOP RUN
       END-IF.

       DISPLAY "DURATION FOR EXISTING APPOINTMENTS (MINUTES, 0=60): ".
       ACCEPT WS-DEFAULT-DURATION.
       IF WS-DEFAULT-DURATION = 0
         MOVE 60 TO WS-DEFAULT-DURATION
       END-IF.

       OPEN INPUT OLD-APPT-FILE.
       IF Old-Appt-Not-Found
         DISPLAY "APPOINTMENTS FILE NOT FOUND: AGENDA-APPT.DAT"
         STOP RUN
       END-IF.

       OPEN OUTPUT MIG-TMP-FILE.

       READ OLD-APPT-FILE NEXT RECORD
           AT END SET END-OLD-APPT TO TRUE
       END-READ.

       PERFORM CONVERT-REG UNTIL END-OLD-APPT.

       CLOSE OLD-APPT-FILE.
       CLOSE MIG-TMP-FILE.

       PERFORM REWRITE-APPT-FILE.

       DISPLAY "APPOINTMENTS MIGRATED: " WS-MIGRATED-COUNT.

       STOP RUN.

       CONVERT-REG.

         MOVE old-ap-date       TO ap-date.
         MOVE old-ap-time       TO ap-time.
         MOVE old-ap-code       TO ap-code.
         MOVE old-ap-subject    TO ap-subject.
         MOVE old-ap-place      TO ap-place.
         MOVE WS-DEFAULT-DURATION TO ap-duration.
         MOVE 0                 TO ap-series-id.

         WRITE Mig-Tmp-Rec FROM Appt-Rec.

         ADD 1 TO WS-MIGRATED-COUNT.

         READ OLD-APPT-FILE NEXT RECORD
           AT END SET END-OLD-APPT TO TRUE
         END-READ.
       END-CONVERT-REG.

       REWRITE-APPT-FILE.
         OPEN INPUT MIG-TMP-FILE.
         OPEN OUTPUT NEW-APPT-FILE.

         READ MIG-TMP-FILE
             AT END SET END-MIG-TMP TO TRUE
         END-READ.

         PERFORM COPY-MIG-REG UNTIL END-MIG-TMP.

         CLOSE MIG-TMP-FILE.
         CLOSE NEW-APPT-FILE.

       COPY-MIG-REG.

         WRITE Appt-Rec FROM Mig-Tmp-Rec
           INVALID KEY
             DISPLAY "APPOINTMENT NOT RELOADED: " ap-key
         END-WRITE.

         READ MIG-TMP-FILE
           AT END SET END-MIG-TMP TO TRUE
         END-READ.
       END-COPY-MIG-REG.
