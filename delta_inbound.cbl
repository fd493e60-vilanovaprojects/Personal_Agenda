                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS audit-status.

       SELECT AUDIT-IDX-FILE ASSIGN TO "AGENDA-AUDIT-IDX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ax-key
                 FILE STATUS IS audit-idx-status.

       SELECT DELTA-FILE ASSIGN TO "BRANCH-DELTA.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS delta-status.
           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD DELTA-FILE.
       01  Delta-Rec.
           02  lock-job                 PIC X(20).
           02  lock-since               PIC X(14).

       FD AUDIT-IDX-FILE.
       01  Audit-Idx-Rec.
           02  ax-key.
               03  ax-code               PIC 9(6).
               03  ax-timestamp          PIC X(14).
               03  ax-seq                PIC 9(2).
           02  ax-action                 PIC X(1).
           02  ax-user                   PIC X(8).

       FD CONFLICT-PRINT.
       01  CONFLICT-PRINT-LINE         PIC X(100).


       01 WS-AUD-DATE                 PIC 9(8).
       01 WS-AUD-TIME                 PIC 9(8).
       01 WS-DELTA-USER               PIC X(8) VALUE "DELTA-IN".

       01 WS-SEAL-REQUEST.
           03 WS-SL-FUNCTION           PIC X(1).
           03 WS-SL-PREV-CHECK         PIC 9(9).
           03 WS-SL-SEQ                PIC 9(9).
           03 WS-SL-CHECK              PIC 9(9).
           03 WS-SL-STAMP              PIC X(14).
           03 WS-SL-BASE-SEQ           PIC 9(9).
           03 WS-SL-BASE-CHECK         PIC 9(9).

       01 audit-idx-status            PIC X(2).
          88 Idx-No-Error-Found       VALUE "00".
          88 Idx-ALREADY-EXIST        VALUE "22".
          88 Idx-File-Missing         VALUE "35".
       01 WS-IDX-WRITTEN-SW           PIC X(1) VALUE 'N'.
          88 Idx-Written              VALUE 'Y'.

       01 WS-CHG-TABLE.
           03 WS-CHG-ENTRY OCCURS 2000 TIMES.
       COLLECT-CHG-REG.

         IF aud-timestamp > WS-LAST-TIMESTAMP
         AND aud-action NOT = 'X'
         AND aud-action NOT = 'Q'
         AND aud-action NOT = 'V'
         AND aud-action NOT = 'J'
         AND aud-action NOT = 'E'
         AND aud-action NOT = 'K'
         AND aud-user NOT = WS-DELTA-USER
           PERFORM FIND-CHANGED-CODE
           IF WS-CHG-INDEX > 0
             IF aud-timestamp > WS-CHG-TIMESTAMP(WS-CHG-INDEX)

         IF No-Error-Found
           ADD 1 TO WS-ADDED-COUNT
           PERFORM WRITE-AUDIT-RECORD-A
         ELSE
           IF Rec-ALREADY-EXIST
             PERFORM APPLY-REWRITE
           END-WRITE
           IF No-Error-Found
             ADD 1 TO WS-ADDED-COUNT
             PERFORM WRITE-AUDIT-RECORD-A
           ELSE
             ADD 1 TO WS-ERROR-COUNT
             DISPLAY "UPDATE FAILED FOR CODE " dl-code
         END-IF.

       APPLY-REWRITE.
         MOVE dl-code TO agenda-code.

         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.

         IF No-Error-Found
           PERFORM WRITE-AUDIT-RECORD-M
         END-IF.

         MOVE dl-contact TO Agenda-Rec.

         REWRITE Agenda-Rec
         IF Rec-Not-Found
           CONTINUE
         ELSE
           PERFORM WRITE-AUDIT-RECORD-D
           DELETE AGENDA RECORD
             INVALID KEY
               CONTINUE
           END-IF
         END-IF.

       WRITE-AUDIT-RECORD-A.
         MOVE 'A' TO aud-action.
         PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD-M.
         MOVE 'M' TO aud-action.
         PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD-D.
         MOVE 'D' TO aud-action.
         PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
         MOVE agenda-code    TO aud-code.
         MOVE agenda-name    TO aud-name.
         MOVE agenda-surname TO aud-surname.
         MOVE agenda-address TO aud-address.
         MOVE agenda-b-date  TO aud-b-date.
         MOVE agenda-city    TO aud-city.
         MOVE agenda-phone   TO aud-phone.
         MOVE agenda-email   TO aud-email.
         MOVE agenda-category TO aud-category.
         MOVE agenda-active  TO aud-active.
         MOVE WS-DELTA-USER  TO aud-user.

         ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-AUD-TIME FROM TIME.
         MOVE WS-AUD-DATE TO aud-timestamp(1:8).
         MOVE WS-AUD-TIME TO aud-timestamp(9:6).

         OPEN EXTEND AUDIT-FILE.
         IF Audit-Not-Found
           OPEN OUTPUT AUDIT-FILE
         END-IF.
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

       LOAD-BRANCH-CTL.
         MOVE 1 TO bctl-rel-key.
         OPEN INPUT BRANCH-CTL-FILE.
