       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-REVIEW-APPLY.
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

       SELECT REVIEW-FILE ASSIGN TO "AGENDA-REVIEW.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS rv-code
                 ALTERNATE RECORD KEY IS rv-category
                           WITH DUPLICATES
                 FILE STATUS IS review-status.

       SELECT REVIEWED-FILE ASSIGN TO "AGENDA-REVIEWED.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS rd-code
                 FILE STATUS IS reviewed-status.

       SELECT AUDIT-FILE ASSIGN TO "AGENDA-AUDIT.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS audit-status.

       SELECT AUDIT-IDX-FILE ASSIGN TO "AGENDA-AUDIT-IDX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ax-key
                 FILE STATUS IS audit-idx-status.

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

       FD REVIEW-FILE.
       01  Review-Rec.
           88  END-REVIEW VALUE HIGH-VALUES.
           02  rv-code                  PIC 9(6).
           02  rv-category              PIC X(4).
           02  rv-surname               PIC X(35).
           02  rv-name                  PIC X(35).
           02  rv-last-activity         PIC X(8).
           02  rv-listed                PIC X(8).
           02  rv-decision              PIC X(1).
               88  Rv-Keep             VALUE 'K'.
               88  Rv-Deactivate       VALUE 'D'.
               88  Rv-Erasure          VALUE 'E'.
           02  rv-decided-by            PIC X(8).
           02  rv-decided               PIC X(14).

       FD REVIEWED-FILE.
       01  Reviewed-Rec.
           02  rd-code                  PIC 9(6).
           02  rd-reviewed              PIC X(8).
           02  rd-decision              PIC X(1).
           02  rd-decided-by            PIC X(8).
           02  rd-applied-by            PIC X(8).

       FD AUDIT-FILE.
       01  Audit-Rec.
           02  aud-code                 PIC 9(6).
           02  aud-name                 PIC X(35).
           02  aud-surname              PIC X(35).
           02  aud-address              PIC X(40).
           02  aud-b-date                PIC X(14).
           02  aud-city                  PIC X(20).
           02  aud-phone                 PIC X(15).
           02  aud-email                 PIC X(40).
           02  aud-category              PIC X(4).
           02  aud-active                PIC X(1).
           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD AUDIT-IDX-FILE.
       01  Audit-Idx-Rec.
           02  ax-key.
               03  ax-code               PIC 9(6).
               03  ax-timestamp          PIC X(14).
               03  ax-seq                PIC 9(2).
           02  ax-action                 PIC X(1).
           02  ax-user                   PIC X(8).

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

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
          02 review-status              PIC X(2).
             88 Review-File-Missing   VALUE "35".
          02 reviewed-status            PIC X(2).
             88 Reviewed-No-Error-Found VALUE "00".
             88 Reviewed-File-Missing VALUE "35".
          02 audit-status               PIC X(2).
             88 Audit-Not-Found        VALUE "35".

       01 WS-CONFIRM                  PIC X(1).
          88 Confirm-Yes              VALUE 'Y'.

       01 user-status                 PIC X(2).
          88 User-No-Error-Found      VALUE "00".
          88 User-File-Missing        VALUE "35".

       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-PASSWORD        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-OK-SW           PIC X(1) VALUE 'N'.
          88 Operator-Ok              VALUE 'Y'.

       01 lock-status                 PIC X(2).
          88 Lock-No-Error-Found      VALUE "00".
          88 Lock-File-Missing        VALUE "35".
       01 lock-rel-key                PIC 9(4) VALUE 1.

       01 WS-LOCK-OK-SW               PIC X(1) VALUE 'N'.
          88 Lock-Ok                  VALUE 'Y'.
       01 WS-LOCK-JOB-NAME            PIC X(20) VALUE
          "DORMANT REVIEW".
       01 WS-LOCK-DATE                PIC 9(8).
       01 WS-LOCK-TIME                PIC 9(8).

       01 audit-idx-status            PIC X(2).
          88 Idx-No-Error-Found       VALUE "00".
          88 Idx-ALREADY-EXIST        VALUE "22".
          88 Idx-File-Missing         VALUE "35".
       01 WS-IDX-WRITTEN-SW           PIC X(1) VALUE 'N'.
          88 Idx-Written              VALUE 'Y'.

       01 WS-TODAY                    PIC 9(8).
       01 WS-AUD-DATE                 PIC 9(8).
       01 WS-AUD-TIME                 PIC 9(8).

       01 WS-SEAL-REQUEST.
           03 WS-SL-FUNCTION           PIC X(1).
           03 WS-SL-PREV-CHECK         PIC 9(9).
           03 WS-SL-SEQ                PIC 9(9).
           03 WS-SL-CHECK              PIC 9(9).
           03 WS-SL-STAMP              PIC X(14).
           03 WS-SL-BASE-SEQ           PIC 9(9).
           03 WS-SL-BASE-CHECK         PIC 9(9).

       01 WS-CASCADE-REQUEST.
           03 WS-CX-FUNCTION          PIC X(1).
           03 WS-CX-CODE              PIC 9(6).
           03 WS-CX-OTHER-CODE        PIC 9(6).
           03 WS-CX-OPERATOR          PIC X(8).
           03 WS-CX-APPT-COUNT        PIC 9(4).
           03 WS-CX-HH-COUNT          PIC 9(4).
           03 WS-CX-FUP-COUNT         PIC 9(4).
           03 WS-CX-NOTE-COUNT        PIC 9(4).
           03 WS-CX-SKIP-COUNT        PIC 9(4).
           03 WS-CX-NEW-HEAD          PIC 9(6).
           03 WS-CX-EMP-COUNT         PIC 9(4).
           03 WS-CX-LIST-COUNT        PIC 9(4).

       01 WS-PENDING-REQUEST.
           03 WS-PD-FUNCTION          PIC X(1).
           03 WS-PD-ID                PIC 9(6).
           03 WS-PD-TYPE              PIC X(1).
           03 WS-PD-CODE              PIC 9(6).
           03 WS-PD-OTHER-CODE        PIC 9(6).
           03 WS-PD-USER              PIC X(8).
           03 WS-PD-TEXT              PIC X(40).
           03 WS-PD-IMAGE             PIC X(210).
           03 WS-PD-OTHER-IMAGE       PIC X(210).
           03 WS-PD-REQUESTED-BY      PIC X(8).
           03 WS-PD-DECIDED-BY        PIC X(8).
           03 WS-PD-STATUS            PIC X(1).
           03 WS-PD-FOUND             PIC X(1).
              88 Pd-Found             VALUE 'Y'.

       01 WS-KEPT-COUNT               PIC 9(6) VALUE 0.
       01 WS-DEACTIVATED-COUNT        PIC 9(6) VALUE 0.
       01 WS-ERASURE-COUNT            PIC 9(6) VALUE 0.
       01 WS-GONE-COUNT               PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT               PIC 9(6) VALUE 0.
       01 WS-UNDECIDED-COUNT          PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       PERFORM CHECK-OPERATOR.

       IF NOT Operator-Ok
         DISPLAY "SUPERVISOR AUTHORITY REQUIRED - REVIEW NOT APPLIED"
         STOP RUN
       END-IF.

       DISPLAY "APPLY THE DORMANT REVIEW DECISIONS - CONFIRM (Y/N): ".
       ACCEPT WS-CONFIRM.

       IF NOT Confirm-Yes
         DISPLAY "REVIEW NOT APPLIED"
         STOP RUN
       END-IF.

       PERFORM SET-BATCH-LOCK.
       IF NOT Lock-Ok
         DISPLAY "TRY AGAIN LATER"
         STOP RUN
       END-IF.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       OPEN I-O REVIEW-FILE.
       IF Review-File-Missing
         DISPLAY "NO REVIEW LIST - RUN AGENDA-DORMANT FIRST"
         PERFORM FREE-BATCH-LOCK
         STOP RUN
       END-IF.

       OPEN I-O REVIEWED-FILE.
       IF Reviewed-File-Missing
         OPEN OUTPUT REVIEWED-FILE
         CLOSE REVIEWED-FILE
         OPEN I-O REVIEWED-FILE
       END-IF.

       OPEN I-O AGENDA.

       READ REVIEW-FILE NEXT RECORD
           AT END SET END-REVIEW TO TRUE
       END-READ.

       PERFORM APPLY-REG UNTIL END-REVIEW.

       CLOSE AGENDA.
       CLOSE REVIEWED-FILE.
       CLOSE REVIEW-FILE.

       PERFORM FREE-BATCH-LOCK.

       DISPLAY "KEPT:                      " WS-KEPT-COUNT.
       DISPLAY "DEACTIVATED:               " WS-DEACTIVATED-COUNT.
       DISPLAY "SENT FOR ERASURE APPROVAL: " WS-ERASURE-COUNT.
       DISPLAY "NO LONGER ACTIVE/ON FILE:  " WS-GONE-COUNT.
       DISPLAY "HELD - PENDING APPROVAL:   " WS-HELD-COUNT.
       DISPLAY "NOT DECIDED YET:           " WS-UNDECIDED-COUNT.

       STOP RUN.

       APPLY-REG.

         EVALUATE TRUE
           WHEN Rv-Keep
             PERFORM RECORD-REVIEWED
             PERFORM REMOVE-ENTRY
             ADD 1 TO WS-KEPT-COUNT
           WHEN Rv-Deactivate
             PERFORM APPLY-DEACTIVATE
           WHEN Rv-Erasure
             PERFORM APPLY-ERASURE
           WHEN OTHER
             ADD 1 TO WS-UNDECIDED-COUNT
         END-EVALUATE.

         READ REVIEW-FILE NEXT RECORD
           AT END SET END-REVIEW TO TRUE
         END-READ.
       END-APPLY-REG.

       APPLY-DEACTIVATE.
         MOVE rv-code TO agenda-code.
         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.

         IF NOT No-Error-Found OR NOT Contact-Active
           PERFORM REMOVE-ENTRY
           ADD 1 TO WS-GONE-COUNT
         ELSE
           PERFORM CHECK-PENDING
           IF Pd-Found
             ADD 1 TO WS-HELD-COUNT
           ELSE
             PERFORM WRITE-AUDIT-RECORD-D

             MOVE 'I' TO agenda-active

             REWRITE Agenda-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE

             MOVE 'D'            TO WS-CX-FUNCTION
             MOVE rv-code        TO WS-CX-CODE
             MOVE ZEROS          TO WS-CX-OTHER-CODE
             MOVE WS-OPERATOR-ID TO WS-CX-OPERATOR
             CALL "AGENDA-CASCADE" USING WS-CASCADE-REQUEST
             CANCEL "AGENDA-CASCADE"

             PERFORM RECORD-REVIEWED
             PERFORM REMOVE-ENTRY
             ADD 1 TO WS-DEACTIVATED-COUNT
           END-IF
         END-IF.

       APPLY-ERASURE.
         MOVE rv-code TO agenda-code.
         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.

         IF NOT No-Error-Found
           PERFORM REMOVE-ENTRY
           ADD 1 TO WS-GONE-COUNT
         ELSE
           PERFORM CHECK-PENDING
           IF Pd-Found
             ADD 1 TO WS-HELD-COUNT
           ELSE
             MOVE 'Q'        TO WS-PD-FUNCTION
             MOVE 'E'        TO WS-PD-TYPE
             MOVE rv-code    TO WS-PD-CODE
             MOVE ZEROS      TO WS-PD-OTHER-CODE
             IF rv-decided-by = SPACES
               MOVE WS-OPERATOR-ID TO WS-PD-USER
             ELSE
               MOVE rv-decided-by  TO WS-PD-USER
             END-IF
             MOVE "DORMANT CONTACT REVIEW" TO WS-PD-TEXT
             MOVE Agenda-Rec TO WS-PD-IMAGE
             MOVE SPACES     TO WS-PD-OTHER-IMAGE
             CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST
             CANCEL "AGENDA-PENDING"

             IF Pd-Found
               PERFORM RECORD-REVIEWED
               PERFORM REMOVE-ENTRY
               ADD 1 TO WS-ERASURE-COUNT
             ELSE
               ADD 1 TO WS-HELD-COUNT
             END-IF
           END-IF
         END-IF.

       CHECK-PENDING.
         MOVE 'C'     TO WS-PD-FUNCTION.
         MOVE rv-code TO WS-PD-CODE.

         CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST.
         CANCEL "AGENDA-PENDING".

       RECORD-REVIEWED.
         MOVE rv-code        TO rd-code.
         MOVE WS-TODAY       TO rd-reviewed.
         MOVE rv-decision    TO rd-decision.
         MOVE rv-decided-by  TO rd-decided-by.
         MOVE WS-OPERATOR-ID TO rd-applied-by.

         WRITE Reviewed-Rec
           INVALID KEY
             REWRITE Reviewed-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE
         END-WRITE.

       REMOVE-ENTRY.
         DELETE REVIEW-FILE RECORD
           INVALID KEY
             CONTINUE
         END-DELETE.

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

       WRITE-AUDIT-RECORD-D.
         OPEN EXTEND AUDIT-FILE.
         IF Audit-Not-Found
           OPEN OUTPUT AUDIT-FILE
         END-IF.

         MOVE agenda-code     TO aud-code.
         MOVE agenda-name     TO aud-name.
         MOVE agenda-surname  TO aud-surname.
         MOVE agenda-address  TO aud-address.
         MOVE agenda-b-date   TO aud-b-date.
         MOVE agenda-city     TO aud-city.
         MOVE agenda-phone    TO aud-phone.
         MOVE agenda-email    TO aud-email.
         MOVE agenda-category TO aud-category.
         MOVE agenda-active   TO aud-active.
         MOVE 'D' TO aud-action.
         MOVE WS-OPERATOR-ID  TO aud-user.

         ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-AUD-TIME FROM TIME.
         MOVE WS-AUD-DATE TO aud-timestamp(1:8).
         MOVE WS-AUD-TIME TO aud-timestamp(9:6).

         PERFORM SEAL-AUDIT-RECORD.
         WRITE Audit-Rec.

         CLOSE AUDIT-FILE.

         PERFORM WRITE-AUDIT-INDEX.

       SEAL-AUDIT-RECORD.
         MOVE 'S' TO WS-SL-FUNCTION.
         CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec.
         CANCEL "AGENDA-AUDIT-SEAL".

       WRITE-AUDIT-INDEX.
         OPEN I-O AUDIT-IDX-FILE.
         IF Idx-File-Missing
           OPEN OUTPUT AUDIT-IDX-FILE
         END-IF.

         MOVE aud-code      TO ax-code.
         MOVE aud-timestamp TO ax-timestamp.
         MOVE 0             TO ax-seq.
         MOVE aud-action    TO ax-action.
         MOVE aud-user      TO ax-user.

         MOVE 'N' TO WS-IDX-WRITTEN-SW.
         PERFORM WRITE-AUDIT-IDX-REG
             UNTIL Idx-Written OR ax-seq > 98.

         CLOSE AUDIT-IDX-FILE.

       WRITE-AUDIT-IDX-REG.
         WRITE Audit-Idx-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.
         IF Idx-No-Error-Found
           MOVE 'Y' TO WS-IDX-WRITTEN-SW
         ELSE
           IF Idx-ALREADY-EXIST
             ADD 1 TO ax-seq
           ELSE
             MOVE 'Y' TO WS-IDX-WRITTEN-SW
           END-IF
         END-IF.
