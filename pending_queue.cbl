       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-PENDING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PENDING-FILE ASSIGN TO "AGENDA-PENDING.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS pd-id
                 FILE STATUS IS pending-status.

       SELECT AUDIT-FILE ASSIGN TO "AGENDA-AUDIT.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS audit-status.

       SELECT AUDIT-IDX-FILE ASSIGN TO "AGENDA-AUDIT-IDX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ax-key
                 FILE STATUS IS audit-idx-status.

       DATA DIVISION.
       FILE SECTION.

       FD PENDING-FILE.
       01  Pending-Rec.
           02  pd-id                    PIC 9(6).
           02  pd-type                  PIC X(1).
           02  pd-code                  PIC 9(6).
           02  pd-other-code            PIC 9(6).
           02  pd-status                PIC X(1).
               88  Pd-Pending          VALUE 'P'.
               88  Pd-Executing        VALUE 'X'.
           02  pd-requested-by          PIC X(8).
           02  pd-requested             PIC X(14).
           02  pd-reason                PIC X(40).
           02  pd-image                 PIC X(210).
           02  pd-other-image           PIC X(210).
           02  pd-decided-by            PIC X(8).
           02  pd-decided               PIC X(14).
           02  pd-comment               PIC X(40).

       FD AUDIT-FILE.
       01  Audit-Rec.
           02  aud-image                PIC X(210).
           02  aud-timestamp            PIC X(14).
           02  aud-action               PIC X(1).
           02  aud-user                 PIC X(8).
           02  aud-seq                  PIC 9(9).
           02  aud-check                PIC 9(9).

       FD AUDIT-IDX-FILE.
       01  Audit-Idx-Rec.
           02  ax-key.
               03  ax-code               PIC 9(6).
               03  ax-timestamp          PIC X(14).
               03  ax-seq                PIC 9(2).
           02  ax-action                 PIC X(1).
           02  ax-user                   PIC X(8).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 pending-status             PIC X(2).
             88 Pd-No-Error-Found     VALUE "00".
             88 Pd-File-Missing       VALUE "35".
          02 audit-status               PIC X(2).

       01 audit-idx-status            PIC X(2).
          88 Idx-No-Error-Found       VALUE "00".
          88 Idx-ALREADY-EXIST        VALUE "22".
          88 Idx-File-Missing         VALUE "35".
       01 WS-IDX-WRITTEN-SW           PIC X(1) VALUE 'N'.
          88 Idx-Written              VALUE 'Y'.

       01 WS-SCAN-DONE-SW             PIC X(1) VALUE 'N'.
          88 Scan-Done                VALUE 'Y'.

       01 WS-NEXT-ID                  PIC 9(6).
       01 WS-AUD-DATE                 PIC 9(8).
       01 WS-AUD-TIME                 PIC 9(8).
       01 WS-STAMP                    PIC X(14).
       01 WS-AUD-CODE                 PIC 9(6).

       01 WS-SEAL-REQUEST.
           03 WS-SL-FUNCTION           PIC X(1).
           03 WS-SL-PREV-CHECK         PIC 9(9).
           03 WS-SL-SEQ                PIC 9(9).
           03 WS-SL-CHECK              PIC 9(9).
           03 WS-SL-STAMP              PIC X(14).
           03 WS-SL-BASE-SEQ           PIC 9(9).
           03 WS-SL-BASE-CHECK         PIC 9(9).

       LINKAGE SECTION.

       01 LK-PENDING-REQUEST.
           03 LK-PD-FUNCTION           PIC X(1).
              88 Lk-Check-Code         VALUE 'C'.
              88 Lk-Queue-Request      VALUE 'Q'.
              88 Lk-Approve-Request    VALUE 'V'.
              88 Lk-Reject-Request     VALUE 'J'.
              88 Lk-Get-Executing      VALUE 'G'.
              88 Lk-Finish-Request     VALUE 'F'.
           03 LK-PD-ID                 PIC 9(6).
           03 LK-PD-TYPE               PIC X(1).
           03 LK-PD-CODE               PIC 9(6).
           03 LK-PD-OTHER-CODE         PIC 9(6).
           03 LK-PD-USER               PIC X(8).
           03 LK-PD-TEXT               PIC X(40).
           03 LK-PD-IMAGE              PIC X(210).
           03 LK-PD-OTHER-IMAGE        PIC X(210).
           03 LK-PD-REQUESTED-BY       PIC X(8).
           03 LK-PD-DECIDED-BY         PIC X(8).
           03 LK-PD-STATUS             PIC X(1).
           03 LK-PD-FOUND              PIC X(1).

       PROCEDURE DIVISION USING LK-PENDING-REQUEST.

       MOVE 'N' TO LK-PD-FOUND.

       EVALUATE TRUE
         WHEN Lk-Check-Code
           PERFORM CHECK-CODE
         WHEN Lk-Queue-Request
           PERFORM QUEUE-REQUEST
         WHEN Lk-Approve-Request
           PERFORM DECIDE-REQUEST
         WHEN Lk-Reject-Request
           PERFORM DECIDE-REQUEST
         WHEN Lk-Get-Executing
           PERFORM GET-EXECUTING
         WHEN Lk-Finish-Request
           PERFORM FINISH-REQUEST
       END-EVALUATE.

       GOBACK.

       CHECK-CODE.
         PERFORM OPEN-SCAN.
         PERFORM CHECK-REG UNTIL Scan-Done.
         IF NOT Pd-File-Missing
           CLOSE PENDING-FILE
         END-IF.

       CHECK-REG.
         READ PENDING-FILE NEXT RECORD
           AT END
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-READ.

         IF NOT Scan-Done
           IF (Pd-Pending OR Pd-Executing)
           AND (pd-code = LK-PD-CODE OR pd-other-code = LK-PD-CODE)
             MOVE 'Y'             TO LK-PD-FOUND
             MOVE pd-id           TO LK-PD-ID
             MOVE pd-type         TO LK-PD-TYPE
             MOVE pd-requested-by TO LK-PD-REQUESTED-BY
             MOVE 'Y' TO WS-SCAN-DONE-SW
           END-IF
         END-IF.
       END-CHECK-REG.

       QUEUE-REQUEST.
         MOVE 0 TO WS-NEXT-ID.
         PERFORM OPEN-SCAN.
         PERFORM LAST-ID-REG UNTIL Scan-Done.
         IF NOT Pd-File-Missing
           CLOSE PENDING-FILE
         END-IF.

         OPEN I-O PENDING-FILE.
         IF Pd-File-Missing
           OPEN OUTPUT PENDING-FILE
         END-IF.

         PERFORM GET-STAMP.

         INITIALIZE Pending-Rec.
         ADD 1 TO WS-NEXT-ID GIVING pd-id.
         MOVE LK-PD-TYPE          TO pd-type.
         MOVE LK-PD-CODE          TO pd-code.
         MOVE LK-PD-OTHER-CODE    TO pd-other-code.
         MOVE 'P'                 TO pd-status.
         MOVE LK-PD-USER          TO pd-requested-by.
         MOVE WS-STAMP            TO pd-requested.
         MOVE LK-PD-TEXT          TO pd-reason.
         MOVE LK-PD-IMAGE         TO pd-image.
         MOVE LK-PD-OTHER-IMAGE   TO pd-other-image.

         WRITE Pending-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF Pd-No-Error-Found
           MOVE 'Y'   TO LK-PD-FOUND
           MOVE pd-id TO LK-PD-ID
           MOVE 'Q'   TO aud-action
           PERFORM WRITE-REQUEST-AUDIT
         END-IF.

         CLOSE PENDING-FILE.

       LAST-ID-REG.
         READ PENDING-FILE NEXT RECORD
           AT END
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-READ.

         IF NOT Scan-Done
           MOVE pd-id TO WS-NEXT-ID
         END-IF.
       END-LAST-ID-REG.

       DECIDE-REQUEST.
         OPEN I-O PENDING-FILE.
         IF NOT Pd-File-Missing
           MOVE LK-PD-ID TO pd-id
           READ PENDING-FILE
             INVALID KEY
               CONTINUE
           END-READ

           IF Pd-No-Error-Found AND Pd-Pending
             PERFORM GET-STAMP
             IF Lk-Approve-Request
               MOVE 'X' TO pd-status
             ELSE
               MOVE 'R' TO pd-status
             END-IF
             MOVE LK-PD-USER TO pd-decided-by
             MOVE WS-STAMP   TO pd-decided
             MOVE LK-PD-TEXT TO pd-comment

             REWRITE Pending-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE

             IF Pd-No-Error-Found
               MOVE 'Y' TO LK-PD-FOUND
               MOVE LK-PD-FUNCTION TO aud-action
               PERFORM WRITE-REQUEST-AUDIT
             END-IF
           END-IF

           CLOSE PENDING-FILE
         END-IF.

       GET-EXECUTING.
         PERFORM OPEN-SCAN.
         PERFORM EXECUTING-REG UNTIL Scan-Done.
         IF NOT Pd-File-Missing
           CLOSE PENDING-FILE
         END-IF.

       EXECUTING-REG.
         READ PENDING-FILE NEXT RECORD
           AT END
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-READ.

         IF NOT Scan-Done
           IF Pd-Executing AND pd-type = LK-PD-TYPE
             MOVE 'Y'             TO LK-PD-FOUND
             MOVE pd-id           TO LK-PD-ID
             MOVE pd-code         TO LK-PD-CODE
             MOVE pd-other-code   TO LK-PD-OTHER-CODE
             MOVE pd-image        TO LK-PD-IMAGE
             MOVE pd-other-image  TO LK-PD-OTHER-IMAGE
             MOVE pd-requested-by TO LK-PD-REQUESTED-BY
             MOVE pd-decided-by   TO LK-PD-DECIDED-BY
             MOVE pd-reason       TO LK-PD-TEXT
             MOVE 'Y' TO WS-SCAN-DONE-SW
           END-IF
         END-IF.
       END-EXECUTING-REG.

       FINISH-REQUEST.
         OPEN I-O PENDING-FILE.
         IF NOT Pd-File-Missing
           MOVE LK-PD-ID TO pd-id
           READ PENDING-FILE
             INVALID KEY
               CONTINUE
           END-READ

           IF Pd-No-Error-Found AND Pd-Executing
             MOVE LK-PD-STATUS TO pd-status
             IF LK-PD-TEXT NOT = SPACES
               MOVE LK-PD-TEXT TO pd-comment
             END-IF
             REWRITE Pending-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE
             IF Pd-No-Error-Found
               MOVE 'Y' TO LK-PD-FOUND
             END-IF
           END-IF

           CLOSE PENDING-FILE
         END-IF.

       OPEN-SCAN.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN INPUT PENDING-FILE.
         IF Pd-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE ZEROS TO pd-id
           START PENDING-FILE KEY IS >= pd-id
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
         END-IF.

       GET-STAMP.
         ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-AUD-TIME FROM TIME.
         MOVE WS-AUD-DATE TO WS-STAMP(1:8).
         MOVE WS-AUD-TIME TO WS-STAMP(9:6).

       WRITE-REQUEST-AUDIT.
         MOVE pd-image TO aud-image.
         MOVE pd-code  TO WS-AUD-CODE.
         PERFORM WRITE-AUDIT-RECORD.

         IF pd-other-code > 0
           MOVE pd-other-image TO aud-image
           MOVE pd-other-code  TO WS-AUD-CODE
           PERFORM WRITE-AUDIT-RECORD
         END-IF.

       WRITE-AUDIT-RECORD.
         MOVE WS-AUD-CODE TO aud-image(1:6).
         MOVE LK-PD-USER  TO aud-user.
         MOVE WS-STAMP    TO aud-timestamp.

         OPEN EXTEND AUDIT-FILE.
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

         MOVE WS-AUD-CODE   TO ax-code.
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
