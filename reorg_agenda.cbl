       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-REORG.
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

       SELECT AGENDA-NEW ASSIGN TO "AGENDA.NEW"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS na-code
                 ALTERNATE RECORD KEY IS na-surname
                           WITH DUPLICATES
                 FILE STATUS IS agenda-new-status.

       SELECT AGENDA-OLD ASSIGN TO "AGENDA.OLD"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS agenda-old-status.

       SELECT HH-FILE ASSIGN TO "AGENDA-HH.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS hl-member-code
                 ALTERNATE RECORD KEY IS hl-household-id
                           WITH DUPLICATES
                 FILE STATUS IS hh-status.

       SELECT HH-NEW ASSIGN TO "AGENDA-HH.NEW"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS nh-member-code
                 ALTERNATE RECORD KEY IS nh-household-id
                           WITH DUPLICATES
                 FILE STATUS IS hh-new-status.

       SELECT HH-OLD ASSIGN TO "AGENDA-HH.OLD"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS hh-old-status.

       SELECT NOTES-FILE ASSIGN TO "AGENDA-NOTES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS nt-key
                 ALTERNATE RECORD KEY IS nt-code
                           WITH DUPLICATES
                 FILE STATUS IS notes-status.

       SELECT NOTES-NEW ASSIGN TO "AGENDA-NOTES.NEW"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS nn-key
                 ALTERNATE RECORD KEY IS nn-code
                           WITH DUPLICATES
                 FILE STATUS IS notes-new-status.

       SELECT NOTES-OLD ASSIGN TO "AGENDA-NOTES.OLD"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS notes-old-status.

       SELECT APPT-FILE ASSIGN TO "AGENDA-APPT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ap-key
                 ALTERNATE RECORD KEY IS ap-code
                           WITH DUPLICATES
                 FILE STATUS IS appt-status.

       SELECT APPT-NEW ASSIGN TO "AGENDA-APPT.NEW"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS np-key
                 ALTERNATE RECORD KEY IS np-code
                           WITH DUPLICATES
                 FILE STATUS IS appt-new-status.

       SELECT APPT-OLD ASSIGN TO "AGENDA-APPT.OLD"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS appt-old-status.

       SELECT ADDR-HIST-FILE ASSIGN TO "AGENDA-ADDR-HIST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ah-key
                 ALTERNATE RECORD KEY IS ah-code
                           WITH DUPLICATES
                 FILE STATUS IS addr-hist-status.

       SELECT HIST-NEW ASSIGN TO "AGENDA-ADDR-HIST.NEW"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS nx-key
                 ALTERNATE RECORD KEY IS nx-code
                           WITH DUPLICATES
                 FILE STATUS IS hist-new-status.

       SELECT HIST-OLD ASSIGN TO "AGENDA-ADDR-HIST.OLD"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS hist-old-status.

       SELECT USER-FILE ASSIGN TO "AGENDA-USERS.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS usr-id
                 FILE STATUS IS user-status.

       SELECT SYSLOCK-FILE ASSIGN TO "SYSLOCK.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS lock-rel-key
                 FILE STATUS IS lock-status.

       SELECT REORG-PRINT ASSIGN TO "AGENDA-REORG.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

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

       FD AGENDA-NEW.
       01  New-Agenda-Rec.
           02  na-code                 PIC 9(6).
           02  FILLER                  PIC X(35).
           02  na-surname              PIC X(35).
           02  FILLER                  PIC X(134).

       FD AGENDA-OLD.
       01  Old-Agenda-Rec              PIC X(210).

       FD HH-FILE.
       01  Household-Rec.
           02  hl-member-code          PIC 9(6).
           02  hl-household-id         PIC 9(6).
           02  hl-relation             PIC X(1).

       FD HH-NEW.
       01  New-Household-Rec.
           02  nh-member-code          PIC 9(6).
           02  nh-household-id         PIC 9(6).
           02  FILLER                  PIC X(1).

       FD HH-OLD.
       01  Old-Household-Rec           PIC X(13).

       FD NOTES-FILE.
       01  Note-Rec.
           02  nt-key.
               03  nt-code             PIC 9(6).
               03  nt-noted-date       PIC X(14).
           02  nt-text                 PIC X(60).
           02  nt-followup-date        PIC X(8).

       FD NOTES-NEW.
       01  New-Note-Rec.
           02  nn-key.
               03  nn-code             PIC 9(6).
               03  nn-noted-date       PIC X(14).
           02  FILLER                  PIC X(68).

       FD NOTES-OLD.
       01  Old-Note-Rec                PIC X(88).

       FD APPT-FILE.
       01  Appt-Rec.
           02  ap-key.
               03  ap-date             PIC X(8).
               03  ap-time             PIC X(4).
               03  ap-code             PIC 9(6).
           02  ap-subject              PIC X(40).
           02  ap-place                PIC X(20).
           02  ap-duration             PIC 9(3).
           02  ap-series-id            PIC 9(6).

       FD APPT-NEW.
       01  New-Appt-Rec.
           02  np-key.
               03  np-date             PIC X(8).
               03  np-time             PIC X(4).
               03  np-code             PIC 9(6).
           02  FILLER                  PIC X(69).

       FD APPT-OLD.
       01  Old-Appt-Rec                PIC X(87).

       FD ADDR-HIST-FILE.
       01  Addr-Hist-Rec.
           02  ah-key.
               03  ah-code             PIC 9(6).
               03  ah-effective-date   PIC X(14).
           02  ah-old-address          PIC X(40).

       FD HIST-NEW.
       01  New-Hist-Rec.
           02  nx-key.
               03  nx-code             PIC 9(6).
               03  nx-effective-date   PIC X(14).
           02  FILLER                  PIC X(40).

       FD HIST-OLD.
       01  Old-Hist-Rec                PIC X(60).

       FD USER-FILE.
       01  User-Rec.
           02  usr-id                  PIC X(8).
           02  usr-password            PIC X(8).
           02  usr-level               PIC X(1).
               88  User-Supervisor     VALUE 'S'.
               88  User-Operator       VALUE 'O'.
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
               88  User-Locked         VALUE 'Y'.
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

       FD SYSLOCK-FILE.
       01  Syslock-Rec.
           02  lock-sw                  PIC X(1).
               88  Batch-Lock-Held     VALUE 'Y'.
           02  lock-job                 PIC X(20).
           02  lock-since               PIC X(14).

       FD REORG-PRINT.
       01  REORG-PRINT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
             88 Agenda-File-Missing   VALUE "35".
          02 agenda-new-status          PIC X(2).
          02 agenda-old-status          PIC X(2).
          02 hh-status                  PIC X(2).
             88 Hh-File-Missing       VALUE "35".
          02 hh-new-status              PIC X(2).
          02 hh-old-status              PIC X(2).
          02 notes-status               PIC X(2).
             88 Note-File-Missing     VALUE "35".
          02 notes-new-status           PIC X(2).
          02 notes-old-status           PIC X(2).
          02 appt-status                PIC X(2).
             88 Appt-File-Missing     VALUE "35".
          02 appt-new-status            PIC X(2).
          02 appt-old-status            PIC X(2).
          02 addr-hist-status           PIC X(2).
             88 Hist-File-Missing     VALUE "35".
          02 hist-new-status            PIC X(2).
          02 hist-old-status            PIC X(2).

       01 user-status                 PIC X(2).
          88 User-No-Error-Found      VALUE "00".
          88 User-File-Missing        VALUE "35".

       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-PASSWORD        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-OK-SW           PIC X(1) VALUE 'N'.
          88 Operator-Ok              VALUE 'Y'.

       01 WS-CONFIRM                  PIC X(1).
          88 Confirm-Yes              VALUE 'Y'.

       01 lock-status                 PIC X(2).
          88 Lock-No-Error-Found      VALUE "00".
          88 Lock-File-Missing        VALUE "35".
       01 lock-rel-key                PIC 9(4) VALUE 1.

       01 WS-LOCK-OK-SW               PIC X(1) VALUE 'N'.
          88 Lock-Ok                  VALUE 'Y'.
       01 WS-LOCK-JOB-NAME            PIC X(20) VALUE
          "REORGANISATION".
       01 WS-LOCK-DATE                PIC 9(8).
       01 WS-LOCK-TIME                PIC 9(8).

       01 WS-NIGHT-SW                 PIC X(1) VALUE 'N'.
          88 Under-Night-Stream       VALUE 'Y'.

       01 WS-TODAY.
           03 WS-TODAY-YYYY            PIC 9(4).
           03 WS-TODAY-MM              PIC 9(2).
           03 WS-TODAY-DD              PIC 9(2).

       01 WS-RUN-RC                   PIC 9(4) VALUE 0.

       01 WS-FILE-TEXT                PIC X(22).
       01 WS-ALT-TEXT                 PIC X(30).

       01 WS-FILE-STATE-SW            PIC X(1) VALUE SPACE.
          88 File-Missing             VALUE 'M'.
          88 File-Verified            VALUE 'V'.
          88 File-Failed              VALUE 'F'.
          88 File-Swapped             VALUE 'S'.
          88 File-Restored            VALUE 'R'.

       01 WS-OLD-END-SW               PIC X(1) VALUE 'N'.
          88 Old-End                  VALUE 'Y'.
       01 WS-NEW-END-SW               PIC X(1) VALUE 'N'.
          88 New-End                  VALUE 'Y'.
       01 WS-LIVE-END-SW              PIC X(1) VALUE 'N'.
          88 Live-End                 VALUE 'Y'.
       01 WS-FIRST-KEY-SW             PIC X(1) VALUE 'Y'.
          88 First-Key                VALUE 'Y'.
       01 WS-FIRST-ALT-SW             PIC X(1) VALUE 'Y'.
          88 First-Alt                VALUE 'Y'.
       01 WS-LOOKUP-OPEN-SW           PIC X(1) VALUE 'N'.
          88 Lookup-Open              VALUE 'Y'.

       01 WS-UNLOAD-COUNT             PIC 9(7) VALUE 0.
       01 WS-LOAD-COUNT               PIC 9(7) VALUE 0.
       01 WS-VERIFY-COUNT             PIC 9(7) VALUE 0.
       01 WS-ALT-COUNT                PIC 9(7) VALUE 0.
       01 WS-SWAP-COUNT               PIC 9(7) VALUE 0.
       01 WS-ACTIVE-COUNT             PIC 9(7) VALUE 0.
       01 WS-INACTIVE-COUNT           PIC 9(7) VALUE 0.
       01 WS-ORPHAN-COUNT             PIC 9(7) VALUE 0.
       01 WS-SEQ-ERRORS               PIC 9(7) VALUE 0.
       01 WS-LOAD-ERRORS              PIC 9(7) VALUE 0.
       01 WS-MISMATCH-COUNT           PIC 9(7) VALUE 0.
       01 WS-SWAP-ERRORS              PIC 9(7) VALUE 0.

       01 WS-KEY-THIS                 PIC X(20).
       01 WS-KEY-LAST                 PIC X(20).
       01 WS-ALT-THIS                 PIC X(35).
       01 WS-ALT-LAST                 PIC X(35).
       01 WS-RUN-LEN                  PIC 9(7) VALUE 0.
       01 WS-LONGEST-RUN              PIC 9(7) VALUE 0.
       01 WS-LONGEST-KEY              PIC X(35).
       01 WS-OWNER-CODE               PIC 9(6).

       01 WS-SIZE-BEFORE              PIC 9(12) VALUE 0.
       01 WS-SIZE-AFTER               PIC 9(12) VALUE 0.
       01 WS-FILE-SIZE                PIC 9(12) VALUE 0.
       01 WS-SIZE-NAME                PIC X(40).
       01 WS-FILE-DETAILS.
           03 WS-FD-SIZE               PIC X(8) COMP-X.
           03 WS-FD-DATE               PIC X(4) COMP-X.
           03 WS-FD-TIME               PIC X(4) COMP-X.

       01 WS-DONE-COUNT               PIC 9(2) VALUE 0.
       01 WS-FAILED-COUNT             PIC 9(2) VALUE 0.
       01 WS-MISSING-COUNT            PIC 9(2) VALUE 0.

       01 WS-TITLE-LINE               PIC X(80) VALUE
          "PERSONAL AGENDA - FILE REORGANISATION STATISTICS".

       01 WS-PAGE-HEADER-1.
           03 FILLER            PIC X(10) VALUE "DATE: ".
           03 WS-H-YYYY          PIC 9(4).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-MM            PIC 9(2).
           03 FILLER            PIC X(1)  VALUE "/".
           03 WS-H-DD            PIC 9(2).
           03 FILLER            PIC X(10) VALUE "   RUN BY ".
           03 WS-H-USER          PIC X(12).

       01 WS-FILE-HEADER.
           03 FILLER                   PIC X(6)  VALUE "FILE: ".
           03 WS-FH-NAME               PIC X(22).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-FH-RESULT             PIC X(45).

       01 WS-STAT-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-S-TEXT                PIC X(30).
           03 WS-S-COUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01 WS-RUN-LINE.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-R-TEXT                PIC X(30).
           03 WS-R-COUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-R-KEY                 PIC X(35).

       01 WS-SUMMARY-LINE.
           03 WS-T-TEXT                PIC X(30).
           03 WS-T-COUNT               PIC Z9.

       01 WS-SPOOL-REPORT             PIC X(20) VALUE
          "REORGANISATION".
       01 WS-SPOOL-FILE               PIC X(30) VALUE
          "AGENDA-REORG.PRT".

       PROCEDURE DIVISION.

       PERFORM CHECK-NIGHT-STREAM.

       IF NOT Under-Night-Stream
         PERFORM CHECK-OPERATOR
         IF NOT Operator-Ok
           DISPLAY "SUPERVISOR AUTHORITY REQUIRED - REORGANISATION "
                   "CANCELLED"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF

         DISPLAY "REBUILDS AGENDA.DAT AND ITS COMPANION FILES - "
                 "CONFIRM (Y/N): "
         ACCEPT WS-CONFIRM
         IF NOT Confirm-Yes
           DISPLAY "REORGANISATION CANCELLED"
           MOVE 4 TO RETURN-CODE
           GOBACK
         END-IF

         PERFORM SET-BATCH-LOCK
         IF NOT Lock-Ok
           DISPLAY "TRY AGAIN LATER"
           MOVE 8 TO RETURN-CODE
           GOBACK
         END-IF
       END-IF.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       OPEN OUTPUT REORG-PRINT.
       MOVE WS-TODAY-YYYY TO WS-H-YYYY.
       MOVE WS-TODAY-MM   TO WS-H-MM.
       MOVE WS-TODAY-DD   TO WS-H-DD.
       IF Under-Night-Stream
         MOVE "NIGHT STREAM" TO WS-H-USER
       ELSE
         MOVE WS-OPERATOR-ID TO WS-H-USER
       END-IF.
       WRITE REORG-PRINT-LINE FROM WS-TITLE-LINE.
       WRITE REORG-PRINT-LINE FROM WS-PAGE-HEADER-1.

       PERFORM REORG-AGENDA.

       OPEN INPUT AGENDA.
       IF NOT Agenda-File-Missing
         MOVE 'Y' TO WS-LOOKUP-OPEN-SW
       END-IF.

       PERFORM REORG-HH.
       PERFORM REORG-NOTES.
       PERFORM REORG-APPT.
       PERFORM REORG-HIST.

       IF Lookup-Open
         CLOSE AGENDA
       END-IF.

       MOVE SPACES TO REORG-PRINT-LINE.
       WRITE REORG-PRINT-LINE.

       MOVE "FILES REORGANISED:" TO WS-T-TEXT.
       MOVE WS-DONE-COUNT TO WS-T-COUNT.
       WRITE REORG-PRINT-LINE FROM WS-SUMMARY-LINE.

       MOVE "FILES LEFT AS THEY WERE:" TO WS-T-TEXT.
       MOVE WS-FAILED-COUNT TO WS-T-COUNT.
       WRITE REORG-PRINT-LINE FROM WS-SUMMARY-LINE.

       MOVE "FILES NOT ON DISK:" TO WS-T-TEXT.
       MOVE WS-MISSING-COUNT TO WS-T-COUNT.
       WRITE REORG-PRINT-LINE FROM WS-SUMMARY-LINE.

       CLOSE REORG-PRINT.

       CALL "AGENDA-SPOOL" USING WS-SPOOL-REPORT WS-SPOOL-FILE.
       CANCEL "AGENDA-SPOOL".

       IF NOT Under-Night-Stream
         PERFORM FREE-BATCH-LOCK
       END-IF.

       DISPLAY "FILES REORGANISED:       " WS-DONE-COUNT.
       DISPLAY "FILES LEFT AS THEY WERE: " WS-FAILED-COUNT.
       DISPLAY "FILES NOT ON DISK:       " WS-MISSING-COUNT.

       MOVE WS-RUN-RC TO RETURN-CODE.
       GOBACK.

       CHECK-NIGHT-STREAM.
         MOVE 'N' TO WS-NIGHT-SW.
         MOVE 1 TO lock-rel-key.

         OPEN INPUT SYSLOCK-FILE.
         IF NOT Lock-File-Missing
           READ SYSLOCK-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Lock-No-Error-Found AND Batch-Lock-Held
           AND lock-job = "NIGHT STREAM"
             MOVE 'Y' TO WS-NIGHT-SW
           END-IF
           CLOSE SYSLOCK-FILE
         END-IF.

       CHECK-OPERATOR.
         DISPLAY "OPERATOR ID: ".
         ACCEPT WS-OPERATOR-ID.
         DISPLAY "PASSWORD: ".
         ACCEPT WS-OPERATOR-PASSWORD.

         OPEN INPUT USER-FILE.
         IF User-File-Missing
           DISPLAY "NO USER FILE - OPERATOR NOT VERIFIED"
           MOVE 'Y' TO WS-OPERATOR-OK-SW
         ELSE
           MOVE WS-OPERATOR-ID TO usr-id
           READ USER-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF User-No-Error-Found
           AND usr-password = WS-OPERATOR-PASSWORD
           AND User-Supervisor
           AND NOT User-Locked
             MOVE 'Y' TO WS-OPERATOR-OK-SW
           END-IF
           CLOSE USER-FILE
         END-IF.

       SET-BATCH-LOCK.
         MOVE 1 TO lock-rel-key.
         MOVE 'N' TO WS-LOCK-OK-SW.

         OPEN I-O SYSLOCK-FILE.
         IF Lock-File-Missing
           OPEN OUTPUT SYSLOCK-FILE
           PERFORM BUILD-LOCK-REC
           WRITE Syslock-Rec
           MOVE 'Y' TO WS-LOCK-OK-SW
         ELSE
           READ SYSLOCK-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Lock-No-Error-Found
             IF Batch-Lock-Held
               DISPLAY "SYSTEM IN BATCH - HELD BY " lock-job
                       " SINCE " lock-since
             ELSE
               PERFORM BUILD-LOCK-REC
               REWRITE Syslock-Rec
               MOVE 'Y' TO WS-LOCK-OK-SW
             END-IF
           ELSE
             PERFORM BUILD-LOCK-REC
             WRITE Syslock-Rec
             MOVE 'Y' TO WS-LOCK-OK-SW
           END-IF
         END-IF.
         CLOSE SYSLOCK-FILE.

       BUILD-LOCK-REC.
         MOVE 'Y' TO lock-sw.
         MOVE WS-LOCK-JOB-NAME TO lock-job.
         ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-LOCK-TIME FROM TIME.
         MOVE WS-LOCK-DATE TO lock-since(1:8).
         MOVE WS-LOCK-TIME TO lock-since(9:6).

       FREE-BATCH-LOCK.
         MOVE 1 TO lock-rel-key.

         OPEN I-O SYSLOCK-FILE.
         IF NOT Lock-File-Missing
           READ SYSLOCK-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Lock-No-Error-Found
             MOVE 'N' TO lock-sw
             MOVE SPACES TO lock-job
             MOVE SPACES TO lock-since
             REWRITE Syslock-Rec
           END-IF
           CLOSE SYSLOCK-FILE
         END-IF.

       START-FILE-STATS.
         MOVE SPACE TO WS-FILE-STATE-SW.
         MOVE 0 TO WS-UNLOAD-COUNT.
         MOVE 0 TO WS-LOAD-COUNT.
         MOVE 0 TO WS-VERIFY-COUNT.
         MOVE 0 TO WS-ALT-COUNT.
         MOVE 0 TO WS-SWAP-COUNT.
         MOVE 0 TO WS-ACTIVE-COUNT.
         MOVE 0 TO WS-INACTIVE-COUNT.
         MOVE 0 TO WS-ORPHAN-COUNT.
         MOVE 0 TO WS-SEQ-ERRORS.
         MOVE 0 TO WS-LOAD-ERRORS.
         MOVE 0 TO WS-MISMATCH-COUNT.
         MOVE 0 TO WS-SWAP-ERRORS.
         MOVE 0 TO WS-RUN-LEN.
         MOVE 0 TO WS-LONGEST-RUN.
         MOVE SPACES TO WS-LONGEST-KEY.
         MOVE 0 TO WS-SIZE-AFTER.

         PERFORM GET-FILE-SIZE.
         MOVE WS-FILE-SIZE TO WS-SIZE-BEFORE.

       START-UNLOAD.
         MOVE 'N' TO WS-LIVE-END-SW.
         MOVE 'Y' TO WS-FIRST-KEY-SW.

       START-VERIFY.
         MOVE 'N' TO WS-OLD-END-SW.
         MOVE 'N' TO WS-NEW-END-SW.
         MOVE 'Y' TO WS-FIRST-KEY-SW.

       START-ALT-PASS.
         MOVE 'N' TO WS-NEW-END-SW.
         MOVE 'Y' TO WS-FIRST-ALT-SW.

       CHECK-KEY-SEQUENCE.
         IF First-Key
           MOVE 'N' TO WS-FIRST-KEY-SW
         ELSE
           IF WS-KEY-THIS NOT > WS-KEY-LAST
             ADD 1 TO WS-SEQ-ERRORS
           END-IF
         END-IF.
         MOVE WS-KEY-THIS TO WS-KEY-LAST.

       TALLY-ALT-RUN.
         ADD 1 TO WS-ALT-COUNT.

         IF NOT First-Alt AND WS-ALT-THIS = WS-ALT-LAST
           ADD 1 TO WS-RUN-LEN
         ELSE
           MOVE 1 TO WS-RUN-LEN
         END-IF.
         MOVE 'N' TO WS-FIRST-ALT-SW.
         MOVE WS-ALT-THIS TO WS-ALT-LAST.

         IF WS-RUN-LEN > WS-LONGEST-RUN
           MOVE WS-RUN-LEN  TO WS-LONGEST-RUN
           MOVE WS-ALT-THIS TO WS-LONGEST-KEY
         END-IF.

       COUNT-OWNER.
         IF Lookup-Open
           MOVE WS-OWNER-CODE TO agenda-code
           READ AGENDA
             INVALID KEY
               CONTINUE
           END-READ
         END-IF.

         IF Lookup-Open AND No-Error-Found
           IF Contact-Active
             ADD 1 TO WS-ACTIVE-COUNT
           ELSE
             ADD 1 TO WS-INACTIVE-COUNT
           END-IF
         ELSE
           ADD 1 TO WS-ORPHAN-COUNT
         END-IF.

       CHECK-VERIFIED.
         IF WS-SEQ-ERRORS = 0
         AND WS-LOAD-ERRORS = 0
         AND WS-MISMATCH-COUNT = 0
         AND WS-LOAD-COUNT = WS-UNLOAD-COUNT
         AND WS-VERIFY-COUNT = WS-UNLOAD-COUNT
         AND WS-ALT-COUNT = WS-UNLOAD-COUNT
           MOVE 'V' TO WS-FILE-STATE-SW
         ELSE
           MOVE 'F' TO WS-FILE-STATE-SW
         END-IF.

       CHECK-SWAPPED.
         IF WS-SWAP-ERRORS = 0
         AND WS-SWAP-COUNT = WS-UNLOAD-COUNT
           MOVE 'S' TO WS-FILE-STATE-SW
         ELSE
           MOVE 'R' TO WS-FILE-STATE-SW
         END-IF.

       GET-FILE-SIZE.
         MOVE 0 TO WS-FILE-SIZE.

         MOVE WS-FILE-TEXT TO WS-SIZE-NAME.
         PERFORM ADD-FILE-SIZE.

         IF WS-FILE-SIZE = 0
           MOVE SPACES TO WS-SIZE-NAME
           STRING WS-FILE-TEXT DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
               INTO WS-SIZE-NAME
           PERFORM ADD-FILE-SIZE
           MOVE SPACES TO WS-SIZE-NAME
           STRING WS-FILE-TEXT DELIMITED BY SPACE
                  ".idx" DELIMITED BY SIZE
               INTO WS-SIZE-NAME
           PERFORM ADD-FILE-SIZE
         END-IF.

       ADD-FILE-SIZE.
         CALL "CBL_CHECK_FILE_EXIST" USING WS-SIZE-NAME
                                           WS-FILE-DETAILS.
         IF RETURN-CODE = 0
           ADD WS-FD-SIZE TO WS-FILE-SIZE
         END-IF.
         MOVE 0 TO RETURN-CODE.

       FINISH-FILE.
         IF NOT File-Missing
           PERFORM GET-FILE-SIZE
           MOVE WS-FILE-SIZE TO WS-SIZE-AFTER
         END-IF.

         MOVE WS-FILE-TEXT TO WS-FH-NAME.
         EVALUATE TRUE
           WHEN File-Missing
             MOVE "NOT ON DISK - SKIPPED" TO WS-FH-RESULT
             ADD 1 TO WS-MISSING-COUNT
           WHEN File-Swapped
             MOVE "REORGANISED" TO WS-FH-RESULT
             ADD 1 TO WS-DONE-COUNT
           WHEN File-Restored
             MOVE "REBUILD SHORT - PUT BACK FROM .OLD COPY"
               TO WS-FH-RESULT
             ADD 1 TO WS-FAILED-COUNT
             MOVE 8 TO WS-RUN-RC
           WHEN OTHER
             MOVE "VERIFICATION FAILED - LIVE FILE NOT TOUCHED"
               TO WS-FH-RESULT
             ADD 1 TO WS-FAILED-COUNT
             MOVE 8 TO WS-RUN-RC
         END-EVALUATE.

         MOVE SPACES TO REORG-PRINT-LINE.
         WRITE REORG-PRINT-LINE.
         WRITE REORG-PRINT-LINE FROM WS-FILE-HEADER.

         IF NOT File-Missing
           MOVE "RECORDS UNLOADED:" TO WS-S-TEXT
           MOVE WS-UNLOAD-COUNT TO WS-S-COUNT
           WRITE REORG-PRINT-LINE FROM WS-STAT-LINE

           MOVE "RECORDS RELOADED:" TO WS-S-TEXT
           MOVE WS-LOAD-COUNT TO WS-S-COUNT
           WRITE REORG-PRINT-LINE FROM WS-STAT-LINE

           MOVE "ACTIVE:" TO WS-S-TEXT
           MOVE WS-ACTIVE-COUNT TO WS-S-COUNT
           WRITE REORG-PRINT-LINE FROM WS-STAT-LINE

           MOVE "INACTIVE:" TO WS-S-TEXT
           MOVE WS-INACTIVE-COUNT TO WS-S-COUNT
           WRITE REORG-PRINT-LINE FROM WS-STAT-LINE

           IF WS-ORPHAN-COUNT > 0
             MOVE "CONTACT NOT ON FILE:" TO WS-S-TEXT
             MOVE WS-ORPHAN-COUNT TO WS-S-COUNT
             WRITE REORG-PRINT-LINE FROM WS-STAT-LINE
           END-IF

           MOVE WS-ALT-TEXT TO WS-R-TEXT
           MOVE WS-LONGEST-RUN TO WS-R-COUNT
           MOVE WS-LONGEST-KEY TO WS-R-KEY
           WRITE REORG-PRINT-LINE FROM WS-RUN-LINE

           MOVE "SIZE BEFORE (BYTES):" TO WS-S-TEXT
           MOVE WS-SIZE-BEFORE TO WS-S-COUNT
           WRITE REORG-PRINT-LINE FROM WS-STAT-LINE

           MOVE "SIZE AFTER (BYTES):" TO WS-S-TEXT
           MOVE WS-SIZE-AFTER TO WS-S-COUNT
           WRITE REORG-PRINT-LINE FROM WS-STAT-LINE

           IF WS-SEQ-ERRORS > 0
             MOVE "KEY SEQUENCE ERRORS:" TO WS-S-TEXT
             MOVE WS-SEQ-ERRORS TO WS-S-COUNT
             WRITE REORG-PRINT-LINE FROM WS-STAT-LINE
           END-IF

           IF WS-LOAD-ERRORS > 0
             MOVE "RECORDS NOT RELOADED:" TO WS-S-TEXT
             MOVE WS-LOAD-ERRORS TO WS-S-COUNT
             WRITE REORG-PRINT-LINE FROM WS-STAT-LINE
           END-IF

           IF WS-MISMATCH-COUNT > 0
             MOVE "RECORDS NOT MATCHING:" TO WS-S-TEXT
             MOVE WS-MISMATCH-COUNT TO WS-S-COUNT
             WRITE REORG-PRINT-LINE FROM WS-STAT-LINE
           END-IF

           IF File-Restored
             MOVE "RECORDS IN SHORT REBUILD:" TO WS-S-TEXT
             MOVE WS-SWAP-COUNT TO WS-S-COUNT
             WRITE REORG-PRINT-LINE FROM WS-STAT-LINE
           END-IF
         END-IF.

         DISPLAY WS-FILE-TEXT " " WS-FH-RESULT.

       REORG-AGENDA.
         MOVE "AGENDA.DAT" TO WS-FILE-TEXT.
         MOVE "LONGEST SAME-SURNAME RUN:" TO WS-ALT-TEXT.
         PERFORM START-FILE-STATS.

         OPEN INPUT AGENDA.
         IF Agenda-File-Missing
           MOVE 'M' TO WS-FILE-STATE-SW
         ELSE
           PERFORM UNLOAD-AGENDA
           PERFORM LOAD-AGENDA-NEW
           PERFORM VERIFY-AGENDA
           PERFORM CHECK-VERIFIED
           IF File-Verified
             PERFORM SWAP-AGENDA
           END-IF
         END-IF.

         PERFORM FINISH-FILE.

       UNLOAD-AGENDA.
         PERFORM START-UNLOAD.
         OPEN OUTPUT AGENDA-OLD.

         READ AGENDA NEXT RECORD
           AT END MOVE 'Y' TO WS-LIVE-END-SW
         END-READ.

         PERFORM UNLOAD-AGENDA-REG UNTIL Live-End.

         CLOSE AGENDA.
         CLOSE AGENDA-OLD.

       UNLOAD-AGENDA-REG.

         ADD 1 TO WS-UNLOAD-COUNT.
         MOVE agenda-code TO WS-KEY-THIS.
         PERFORM CHECK-KEY-SEQUENCE.

         IF Contact-Active
           ADD 1 TO WS-ACTIVE-COUNT
         ELSE
           ADD 1 TO WS-INACTIVE-COUNT
         END-IF.

         WRITE Old-Agenda-Rec FROM Agenda-Rec.

         READ AGENDA NEXT RECORD
           AT END MOVE 'Y' TO WS-LIVE-END-SW
         END-READ.
       END-UNLOAD-AGENDA-REG.

       LOAD-AGENDA-NEW.
         MOVE 'N' TO WS-OLD-END-SW.
         OPEN INPUT AGENDA-OLD.
         OPEN OUTPUT AGENDA-NEW.

         READ AGENDA-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.

         PERFORM LOAD-AGENDA-REG UNTIL Old-End.

         CLOSE AGENDA-OLD.
         CLOSE AGENDA-NEW.

       LOAD-AGENDA-REG.

         WRITE New-Agenda-Rec FROM Old-Agenda-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF agenda-new-status = "00"
           ADD 1 TO WS-LOAD-COUNT
         ELSE
           ADD 1 TO WS-LOAD-ERRORS
         END-IF.

         READ AGENDA-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
       END-LOAD-AGENDA-REG.

       VERIFY-AGENDA.
         PERFORM START-VERIFY.
         OPEN INPUT AGENDA-OLD.
         OPEN INPUT AGENDA-NEW.

         READ AGENDA-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
         READ AGENDA-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.

         PERFORM VERIFY-AGENDA-REG UNTIL Old-End OR New-End.

         IF NOT (Old-End AND New-End)
           ADD 1 TO WS-MISMATCH-COUNT
         END-IF.

         PERFORM START-ALT-PASS.
         MOVE LOW-VALUES TO na-surname.
         START AGENDA-NEW KEY IS >= na-surname
           INVALID KEY
             MOVE 'Y' TO WS-NEW-END-SW
         END-START.
         IF NOT New-End
           READ AGENDA-NEW NEXT RECORD
             AT END MOVE 'Y' TO WS-NEW-END-SW
           END-READ
         END-IF.

         PERFORM ALT-AGENDA-REG UNTIL New-End.

         CLOSE AGENDA-OLD.
         CLOSE AGENDA-NEW.

       VERIFY-AGENDA-REG.

         ADD 1 TO WS-VERIFY-COUNT.
         MOVE na-code TO WS-KEY-THIS.
         PERFORM CHECK-KEY-SEQUENCE.

         IF New-Agenda-Rec NOT = Old-Agenda-Rec
           ADD 1 TO WS-MISMATCH-COUNT
         END-IF.

         READ AGENDA-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
         READ AGENDA-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-VERIFY-AGENDA-REG.

       ALT-AGENDA-REG.

         MOVE na-surname TO WS-ALT-THIS.
         PERFORM TALLY-ALT-RUN.

         READ AGENDA-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-ALT-AGENDA-REG.

       SWAP-AGENDA.
         MOVE 'N' TO WS-NEW-END-SW.
         OPEN INPUT AGENDA-NEW.
         OPEN OUTPUT AGENDA.

         READ AGENDA-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.

         PERFORM SWAP-AGENDA-REG UNTIL New-End.

         CLOSE AGENDA-NEW.
         CLOSE AGENDA.

         PERFORM CHECK-SWAPPED.
         IF File-Restored
           PERFORM RESTORE-AGENDA
         END-IF.

       SWAP-AGENDA-REG.

         WRITE Agenda-Rec FROM New-Agenda-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF No-Error-Found
           ADD 1 TO WS-SWAP-COUNT
         ELSE
           ADD 1 TO WS-SWAP-ERRORS
         END-IF.

         READ AGENDA-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-SWAP-AGENDA-REG.

       RESTORE-AGENDA.
         MOVE 'N' TO WS-OLD-END-SW.
         OPEN INPUT AGENDA-OLD.
         OPEN OUTPUT AGENDA.

         READ AGENDA-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.

         PERFORM RESTORE-AGENDA-REG UNTIL Old-End.

         CLOSE AGENDA-OLD.
         CLOSE AGENDA.

       RESTORE-AGENDA-REG.

         WRITE Agenda-Rec FROM Old-Agenda-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         READ AGENDA-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
       END-RESTORE-AGENDA-REG.

       REORG-HH.
         MOVE "AGENDA-HH.DAT" TO WS-FILE-TEXT.
         MOVE "LARGEST HOUSEHOLD (MEMBERS):" TO WS-ALT-TEXT.
         PERFORM START-FILE-STATS.

         OPEN INPUT HH-FILE.
         IF Hh-File-Missing
           MOVE 'M' TO WS-FILE-STATE-SW
         ELSE
           PERFORM UNLOAD-HH
           PERFORM LOAD-HH-NEW
           PERFORM VERIFY-HH
           PERFORM CHECK-VERIFIED
           IF File-Verified
             PERFORM SWAP-HH
           END-IF
         END-IF.

         PERFORM FINISH-FILE.

       UNLOAD-HH.
         PERFORM START-UNLOAD.
         OPEN OUTPUT HH-OLD.

         READ HH-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-LIVE-END-SW
         END-READ.

         PERFORM UNLOAD-HH-REG UNTIL Live-End.

         CLOSE HH-FILE.
         CLOSE HH-OLD.

       UNLOAD-HH-REG.

         ADD 1 TO WS-UNLOAD-COUNT.
         MOVE hl-member-code TO WS-KEY-THIS.
         PERFORM CHECK-KEY-SEQUENCE.

         MOVE hl-member-code TO WS-OWNER-CODE.
         PERFORM COUNT-OWNER.

         WRITE Old-Household-Rec FROM Household-Rec.

         READ HH-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-LIVE-END-SW
         END-READ.
       END-UNLOAD-HH-REG.

       LOAD-HH-NEW.
         MOVE 'N' TO WS-OLD-END-SW.
         OPEN INPUT HH-OLD.
         OPEN OUTPUT HH-NEW.

         READ HH-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.

         PERFORM LOAD-HH-REG UNTIL Old-End.

         CLOSE HH-OLD.
         CLOSE HH-NEW.

       LOAD-HH-REG.

         WRITE New-Household-Rec FROM Old-Household-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF hh-new-status = "00"
           ADD 1 TO WS-LOAD-COUNT
         ELSE
           ADD 1 TO WS-LOAD-ERRORS
         END-IF.

         READ HH-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
       END-LOAD-HH-REG.

       VERIFY-HH.
         PERFORM START-VERIFY.
         OPEN INPUT HH-OLD.
         OPEN INPUT HH-NEW.

         READ HH-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
         READ HH-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.

         PERFORM VERIFY-HH-REG UNTIL Old-End OR New-End.

         IF NOT (Old-End AND New-End)
           ADD 1 TO WS-MISMATCH-COUNT
         END-IF.

         PERFORM START-ALT-PASS.
         MOVE 0 TO nh-household-id.
         START HH-NEW KEY IS >= nh-household-id
           INVALID KEY
             MOVE 'Y' TO WS-NEW-END-SW
         END-START.
         IF NOT New-End
           READ HH-NEW NEXT RECORD
             AT END MOVE 'Y' TO WS-NEW-END-SW
           END-READ
         END-IF.

         PERFORM ALT-HH-REG UNTIL New-End.

         CLOSE HH-OLD.
         CLOSE HH-NEW.

       VERIFY-HH-REG.

         ADD 1 TO WS-VERIFY-COUNT.
         MOVE nh-member-code TO WS-KEY-THIS.
         PERFORM CHECK-KEY-SEQUENCE.

         IF New-Household-Rec NOT = Old-Household-Rec
           ADD 1 TO WS-MISMATCH-COUNT
         END-IF.

         READ HH-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
         READ HH-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-VERIFY-HH-REG.

       ALT-HH-REG.

         MOVE nh-household-id TO WS-ALT-THIS.
         PERFORM TALLY-ALT-RUN.

         READ HH-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-ALT-HH-REG.

       SWAP-HH.
         MOVE 'N' TO WS-NEW-END-SW.
         OPEN INPUT HH-NEW.
         OPEN OUTPUT HH-FILE.

         READ HH-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.

         PERFORM SWAP-HH-REG UNTIL New-End.

         CLOSE HH-NEW.
         CLOSE HH-FILE.

         PERFORM CHECK-SWAPPED.
         IF File-Restored
           PERFORM RESTORE-HH
         END-IF.

       SWAP-HH-REG.

         WRITE Household-Rec FROM New-Household-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF hh-status = "00"
           ADD 1 TO WS-SWAP-COUNT
         ELSE
           ADD 1 TO WS-SWAP-ERRORS
         END-IF.

         READ HH-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-SWAP-HH-REG.

       RESTORE-HH.
         MOVE 'N' TO WS-OLD-END-SW.
         OPEN INPUT HH-OLD.
         OPEN OUTPUT HH-FILE.

         READ HH-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.

         PERFORM RESTORE-HH-REG UNTIL Old-End.

         CLOSE HH-OLD.
         CLOSE HH-FILE.

       RESTORE-HH-REG.

         WRITE Household-Rec FROM Old-Household-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         READ HH-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
       END-RESTORE-HH-REG.

       REORG-NOTES.
         MOVE "AGENDA-NOTES.DAT" TO WS-FILE-TEXT.
         MOVE "MOST NOTES FOR ONE CONTACT:" TO WS-ALT-TEXT.
         PERFORM START-FILE-STATS.

         OPEN INPUT NOTES-FILE.
         IF Note-File-Missing
           MOVE 'M' TO WS-FILE-STATE-SW
         ELSE
           PERFORM UNLOAD-NOTES
           PERFORM LOAD-NOTES-NEW
           PERFORM VERIFY-NOTES
           PERFORM CHECK-VERIFIED
           IF File-Verified
             PERFORM SWAP-NOTES
           END-IF
         END-IF.

         PERFORM FINISH-FILE.

       UNLOAD-NOTES.
         PERFORM START-UNLOAD.
         OPEN OUTPUT NOTES-OLD.

         READ NOTES-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-LIVE-END-SW
         END-READ.

         PERFORM UNLOAD-NOTES-REG UNTIL Live-End.

         CLOSE NOTES-FILE.
         CLOSE NOTES-OLD.

       UNLOAD-NOTES-REG.

         ADD 1 TO WS-UNLOAD-COUNT.
         MOVE nt-key TO WS-KEY-THIS.
         PERFORM CHECK-KEY-SEQUENCE.

         MOVE nt-code TO WS-OWNER-CODE.
         PERFORM COUNT-OWNER.

         WRITE Old-Note-Rec FROM Note-Rec.

         READ NOTES-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-LIVE-END-SW
         END-READ.
       END-UNLOAD-NOTES-REG.

       LOAD-NOTES-NEW.
         MOVE 'N' TO WS-OLD-END-SW.
         OPEN INPUT NOTES-OLD.
         OPEN OUTPUT NOTES-NEW.

         READ NOTES-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.

         PERFORM LOAD-NOTES-REG UNTIL Old-End.

         CLOSE NOTES-OLD.
         CLOSE NOTES-NEW.

       LOAD-NOTES-REG.

         WRITE New-Note-Rec FROM Old-Note-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF notes-new-status = "00"
           ADD 1 TO WS-LOAD-COUNT
         ELSE
           ADD 1 TO WS-LOAD-ERRORS
         END-IF.

         READ NOTES-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
       END-LOAD-NOTES-REG.

       VERIFY-NOTES.
         PERFORM START-VERIFY.
         OPEN INPUT NOTES-OLD.
         OPEN INPUT NOTES-NEW.

         READ NOTES-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
         READ NOTES-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.

         PERFORM VERIFY-NOTES-REG UNTIL Old-End OR New-End.

         IF NOT (Old-End AND New-End)
           ADD 1 TO WS-MISMATCH-COUNT
         END-IF.

         PERFORM START-ALT-PASS.
         MOVE 0 TO nn-code.
         START NOTES-NEW KEY IS >= nn-code
           INVALID KEY
             MOVE 'Y' TO WS-NEW-END-SW
         END-START.
         IF NOT New-End
           READ NOTES-NEW NEXT RECORD
             AT END MOVE 'Y' TO WS-NEW-END-SW
           END-READ
         END-IF.

         PERFORM ALT-NOTES-REG UNTIL New-End.

         CLOSE NOTES-OLD.
         CLOSE NOTES-NEW.

       VERIFY-NOTES-REG.

         ADD 1 TO WS-VERIFY-COUNT.
         MOVE nn-key TO WS-KEY-THIS.
         PERFORM CHECK-KEY-SEQUENCE.

         IF New-Note-Rec NOT = Old-Note-Rec
           ADD 1 TO WS-MISMATCH-COUNT
         END-IF.

         READ NOTES-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
         READ NOTES-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-VERIFY-NOTES-REG.

       ALT-NOTES-REG.

         MOVE nn-code TO WS-ALT-THIS.
         PERFORM TALLY-ALT-RUN.

         READ NOTES-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-ALT-NOTES-REG.

       SWAP-NOTES.
         MOVE 'N' TO WS-NEW-END-SW.
         OPEN INPUT NOTES-NEW.
         OPEN OUTPUT NOTES-FILE.

         READ NOTES-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.

         PERFORM SWAP-NOTES-REG UNTIL New-End.

         CLOSE NOTES-NEW.
         CLOSE NOTES-FILE.

         PERFORM CHECK-SWAPPED.
         IF File-Restored
           PERFORM RESTORE-NOTES
         END-IF.

       SWAP-NOTES-REG.

         WRITE Note-Rec FROM New-Note-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF notes-status = "00"
           ADD 1 TO WS-SWAP-COUNT
         ELSE
           ADD 1 TO WS-SWAP-ERRORS
         END-IF.

         READ NOTES-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-SWAP-NOTES-REG.

       RESTORE-NOTES.
         MOVE 'N' TO WS-OLD-END-SW.
         OPEN INPUT NOTES-OLD.
         OPEN OUTPUT NOTES-FILE.

         READ NOTES-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.

         PERFORM RESTORE-NOTES-REG UNTIL Old-End.

         CLOSE NOTES-OLD.
         CLOSE NOTES-FILE.

       RESTORE-NOTES-REG.

         WRITE Note-Rec FROM Old-Note-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         READ NOTES-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
       END-RESTORE-NOTES-REG.

       REORG-APPT.
         MOVE "AGENDA-APPT.DAT" TO WS-FILE-TEXT.
         MOVE "MOST APPTS FOR ONE CONTACT:" TO WS-ALT-TEXT.
         PERFORM START-FILE-STATS.

         OPEN INPUT APPT-FILE.
         IF Appt-File-Missing
           MOVE 'M' TO WS-FILE-STATE-SW
         ELSE
           PERFORM UNLOAD-APPT
           PERFORM LOAD-APPT-NEW
           PERFORM VERIFY-APPT
           PERFORM CHECK-VERIFIED
           IF File-Verified
             PERFORM SWAP-APPT
           END-IF
         END-IF.

         PERFORM FINISH-FILE.

       UNLOAD-APPT.
         PERFORM START-UNLOAD.
         OPEN OUTPUT APPT-OLD.

         READ APPT-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-LIVE-END-SW
         END-READ.

         PERFORM UNLOAD-APPT-REG UNTIL Live-End.

         CLOSE APPT-FILE.
         CLOSE APPT-OLD.

       UNLOAD-APPT-REG.

         ADD 1 TO WS-UNLOAD-COUNT.
         MOVE ap-key TO WS-KEY-THIS.
         PERFORM CHECK-KEY-SEQUENCE.

         MOVE ap-code TO WS-OWNER-CODE.
         PERFORM COUNT-OWNER.

         WRITE Old-Appt-Rec FROM Appt-Rec.

         READ APPT-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-LIVE-END-SW
         END-READ.
       END-UNLOAD-APPT-REG.

       LOAD-APPT-NEW.
         MOVE 'N' TO WS-OLD-END-SW.
         OPEN INPUT APPT-OLD.
         OPEN OUTPUT APPT-NEW.

         READ APPT-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.

         PERFORM LOAD-APPT-REG UNTIL Old-End.

         CLOSE APPT-OLD.
         CLOSE APPT-NEW.

       LOAD-APPT-REG.

         WRITE New-Appt-Rec FROM Old-Appt-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF appt-new-status = "00"
           ADD 1 TO WS-LOAD-COUNT
         ELSE
           ADD 1 TO WS-LOAD-ERRORS
         END-IF.

         READ APPT-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
       END-LOAD-APPT-REG.

       VERIFY-APPT.
         PERFORM START-VERIFY.
         OPEN INPUT APPT-OLD.
         OPEN INPUT APPT-NEW.

         READ APPT-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
         READ APPT-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.

         PERFORM VERIFY-APPT-REG UNTIL Old-End OR New-End.

         IF NOT (Old-End AND New-End)
           ADD 1 TO WS-MISMATCH-COUNT
         END-IF.

         PERFORM START-ALT-PASS.
         MOVE 0 TO np-code.
         START APPT-NEW KEY IS >= np-code
           INVALID KEY
             MOVE 'Y' TO WS-NEW-END-SW
         END-START.
         IF NOT New-End
           READ APPT-NEW NEXT RECORD
             AT END MOVE 'Y' TO WS-NEW-END-SW
           END-READ
         END-IF.

         PERFORM ALT-APPT-REG UNTIL New-End.

         CLOSE APPT-OLD.
         CLOSE APPT-NEW.

       VERIFY-APPT-REG.

         ADD 1 TO WS-VERIFY-COUNT.
         MOVE np-key TO WS-KEY-THIS.
         PERFORM CHECK-KEY-SEQUENCE.

         IF New-Appt-Rec NOT = Old-Appt-Rec
           ADD 1 TO WS-MISMATCH-COUNT
         END-IF.

         READ APPT-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
         READ APPT-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-VERIFY-APPT-REG.

       ALT-APPT-REG.

         MOVE np-code TO WS-ALT-THIS.
         PERFORM TALLY-ALT-RUN.

         READ APPT-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-ALT-APPT-REG.

       SWAP-APPT.
         MOVE 'N' TO WS-NEW-END-SW.
         OPEN INPUT APPT-NEW.
         OPEN OUTPUT APPT-FILE.

         READ APPT-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.

         PERFORM SWAP-APPT-REG UNTIL New-End.

         CLOSE APPT-NEW.
         CLOSE APPT-FILE.

         PERFORM CHECK-SWAPPED.
         IF File-Restored
           PERFORM RESTORE-APPT
         END-IF.

       SWAP-APPT-REG.

         WRITE Appt-Rec FROM New-Appt-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF appt-status = "00"
           ADD 1 TO WS-SWAP-COUNT
         ELSE
           ADD 1 TO WS-SWAP-ERRORS
         END-IF.

         READ APPT-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-SWAP-APPT-REG.

       RESTORE-APPT.
         MOVE 'N' TO WS-OLD-END-SW.
         OPEN INPUT APPT-OLD.
         OPEN OUTPUT APPT-FILE.

         READ APPT-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.

         PERFORM RESTORE-APPT-REG UNTIL Old-End.

         CLOSE APPT-OLD.
         CLOSE APPT-FILE.

       RESTORE-APPT-REG.

         WRITE Appt-Rec FROM Old-Appt-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         READ APPT-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
       END-RESTORE-APPT-REG.

       REORG-HIST.
         MOVE "AGENDA-ADDR-HIST.DAT" TO WS-FILE-TEXT.
         MOVE "MOST MOVES FOR ONE CONTACT:" TO WS-ALT-TEXT.
         PERFORM START-FILE-STATS.

         OPEN INPUT ADDR-HIST-FILE.
         IF Hist-File-Missing
           MOVE 'M' TO WS-FILE-STATE-SW
         ELSE
           PERFORM UNLOAD-HIST
           PERFORM LOAD-HIST-NEW
           PERFORM VERIFY-HIST
           PERFORM CHECK-VERIFIED
           IF File-Verified
             PERFORM SWAP-HIST
           END-IF
         END-IF.

         PERFORM FINISH-FILE.

       UNLOAD-HIST.
         PERFORM START-UNLOAD.
         OPEN OUTPUT HIST-OLD.

         READ ADDR-HIST-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-LIVE-END-SW
         END-READ.

         PERFORM UNLOAD-HIST-REG UNTIL Live-End.

         CLOSE ADDR-HIST-FILE.
         CLOSE HIST-OLD.

       UNLOAD-HIST-REG.

         ADD 1 TO WS-UNLOAD-COUNT.
         MOVE ah-key TO WS-KEY-THIS.
         PERFORM CHECK-KEY-SEQUENCE.

         MOVE ah-code TO WS-OWNER-CODE.
         PERFORM COUNT-OWNER.

         WRITE Old-Hist-Rec FROM Addr-Hist-Rec.

         READ ADDR-HIST-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-LIVE-END-SW
         END-READ.
       END-UNLOAD-HIST-REG.

       LOAD-HIST-NEW.
         MOVE 'N' TO WS-OLD-END-SW.
         OPEN INPUT HIST-OLD.
         OPEN OUTPUT HIST-NEW.

         READ HIST-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.

         PERFORM LOAD-HIST-REG UNTIL Old-End.

         CLOSE HIST-OLD.
         CLOSE HIST-NEW.

       LOAD-HIST-REG.

         WRITE New-Hist-Rec FROM Old-Hist-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF hist-new-status = "00"
           ADD 1 TO WS-LOAD-COUNT
         ELSE
           ADD 1 TO WS-LOAD-ERRORS
         END-IF.

         READ HIST-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
       END-LOAD-HIST-REG.

       VERIFY-HIST.
         PERFORM START-VERIFY.
         OPEN INPUT HIST-OLD.
         OPEN INPUT HIST-NEW.

         READ HIST-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
         READ HIST-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.

         PERFORM VERIFY-HIST-REG UNTIL Old-End OR New-End.

         IF NOT (Old-End AND New-End)
           ADD 1 TO WS-MISMATCH-COUNT
         END-IF.

         PERFORM START-ALT-PASS.
         MOVE 0 TO nx-code.
         START HIST-NEW KEY IS >= nx-code
           INVALID KEY
             MOVE 'Y' TO WS-NEW-END-SW
         END-START.
         IF NOT New-End
           READ HIST-NEW NEXT RECORD
             AT END MOVE 'Y' TO WS-NEW-END-SW
           END-READ
         END-IF.

         PERFORM ALT-HIST-REG UNTIL New-End.

         CLOSE HIST-OLD.
         CLOSE HIST-NEW.

       VERIFY-HIST-REG.

         ADD 1 TO WS-VERIFY-COUNT.
         MOVE nx-key TO WS-KEY-THIS.
         PERFORM CHECK-KEY-SEQUENCE.

         IF New-Hist-Rec NOT = Old-Hist-Rec
           ADD 1 TO WS-MISMATCH-COUNT
         END-IF.

         READ HIST-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
         READ HIST-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-VERIFY-HIST-REG.

       ALT-HIST-REG.

         MOVE nx-code TO WS-ALT-THIS.
         PERFORM TALLY-ALT-RUN.

         READ HIST-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-ALT-HIST-REG.

       SWAP-HIST.
         MOVE 'N' TO WS-NEW-END-SW.
         OPEN INPUT HIST-NEW.
         OPEN OUTPUT ADDR-HIST-FILE.

         READ HIST-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.

         PERFORM SWAP-HIST-REG UNTIL New-End.

         CLOSE HIST-NEW.
         CLOSE ADDR-HIST-FILE.

         PERFORM CHECK-SWAPPED.
         IF File-Restored
           PERFORM RESTORE-HIST
         END-IF.

       SWAP-HIST-REG.

         WRITE Addr-Hist-Rec FROM New-Hist-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF addr-hist-status = "00"
           ADD 1 TO WS-SWAP-COUNT
         ELSE
           ADD 1 TO WS-SWAP-ERRORS
         END-IF.

         READ HIST-NEW NEXT RECORD
           AT END MOVE 'Y' TO WS-NEW-END-SW
         END-READ.
       END-SWAP-HIST-REG.

       RESTORE-HIST.
         MOVE 'N' TO WS-OLD-END-SW.
         OPEN INPUT HIST-OLD.
         OPEN OUTPUT ADDR-HIST-FILE.

         READ HIST-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.

         PERFORM RESTORE-HIST-REG UNTIL Old-End.

         CLOSE HIST-OLD.
         CLOSE ADDR-HIST-FILE.

       RESTORE-HIST-REG.

         WRITE Addr-Hist-Rec FROM Old-Hist-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         READ HIST-OLD
           AT END MOVE 'Y' TO WS-OLD-END-SW
         END-READ.
       END-RESTORE-HIST-REG.
