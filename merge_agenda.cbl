           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD AUDIT-TMP-FILE.
       01  Audit-Tmp-Rec.
           88  END-AUDIT-TMP VALUE HIGH-VALUES.
           02  atmp-code                PIC 9(6).
           02  FILLER                   PIC X(245).

       FD ADDR-HIST-FILE.
       01  Addr-Hist-Rec.
           02  usr-level               PIC X(1).
               88  User-Supervisor     VALUE 'S'.
               88  User-Operator       VALUE 'O'.
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
               88  User-Locked         VALUE 'Y'.
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

       FD AUDIT-IDX-FILE.
       01  Audit-Idx-Rec.
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

       01 user-status                 PIC X(2).
          88 User-No-Error-Found      VALUE "00".
          88 User-File-Missing        VALUE "35".
       01 WS-OPERATOR-PASSWORD        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-OK-SW           PIC X(1) VALUE 'N'.
          88 Operator-Ok              VALUE 'Y'.
       01 WS-OPERATOR-LEVEL           PIC X(1) VALUE 'O'.
          88 Operator-Supervisor      VALUE 'S'.

       01 WS-APPROVAL-SW              PIC X(1) VALUE 'N'.
          88 Under-Approval-Queue     VALUE 'Y'.
       01 WS-RUN-RC                   PIC 9(2) VALUE 0.
       01 WS-REQUESTED-COUNT          PIC 9(4) VALUE 0.

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

       01 lock-status                 PIC X(2).
          88 Lock-No-Error-Found      VALUE "00".
       01 WS-HIST-DONE-SW             PIC X(1) VALUE 'N'.
          88 Hist-Done                VALUE 'Y'.

       01 WS-RESEAL-SW                PIC X(1) VALUE 'N'.
          88 Reseal-Needed            VALUE 'Y'.
       01 WS-CHAIN-OK-SW              PIC X(1) VALUE 'Y'.
          88 Chain-Ok                 VALUE 'Y'.
       01 WS-ORIG-CHECK               PIC 9(9).
       01 WS-RESEAL-CHECK             PIC 9(9).
       01 WS-RESEAL-LAST-SEQ          PIC 9(9) VALUE 0.

       01 WS-IDX-DONE-SW              PIC X(1) VALUE 'N'.
          88 Idx-Done                 VALUE 'Y'.
       01 WS-IDX-SAVE-TIMESTAMP       PIC X(14).

       01 WS-MERGED-COUNT             PIC 9(4) VALUE 0.

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

       PROCEDURE DIVISION.

       PERFORM CHECK-APPROVAL-QUEUE.

       IF Under-Approval-Queue
         PERFORM RUN-APPROVED-MERGE
         MOVE WS-RUN-RC TO RETURN-CODE
         GOBACK
       END-IF.

       PERFORM CHECK-OPERATOR.

       IF NOT Operator-Ok
         DISPLAY "OPERATOR NOT VERIFIED - MERGE CANCELLED"
         STOP RUN
       END-IF.

       PERFORM FREE-BATCH-LOCK.

       DISPLAY "CONTACTS MERGED: " WS-MERGED-COUNT.
       IF WS-REQUESTED-COUNT > 0
         DISPLAY "MERGES SENT FOR APPROVAL: " WS-REQUESTED-COUNT
       END-IF.

       STOP RUN.

       CHECK-APPROVAL-QUEUE.
         MOVE 'N' TO WS-APPROVAL-SW.
         MOVE 1 TO lock-rel-key.

         OPEN INPUT SYSLOCK-FILE.
         IF NOT Lock-File-Missing
           READ SYSLOCK-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Lock-No-Error-Found AND Batch-Lock-Held
           AND lock-job = "APPROVAL QUEUE"
             MOVE 'Y' TO WS-APPROVAL-SW
           END-IF
           CLOSE SYSLOCK-FILE
         END-IF.

       RUN-APPROVED-MERGE.
         MOVE 8 TO WS-RUN-RC.

         MOVE 'G' TO WS-PD-FUNCTION.
         MOVE 'M' TO WS-PD-TYPE.
         CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST.
         CANCEL "AGENDA-PENDING".

         IF Pd-Found
           MOVE WS-PD-DECIDED-BY TO WS-OPERATOR-ID
           MOVE 1                TO WS-P
           MOVE WS-PD-OTHER-CODE TO WS-PAIR-CODE-1(WS-P)
           MOVE WS-PD-CODE       TO WS-PAIR-CODE-2(WS-P)
           MOVE WS-PD-OTHER-CODE TO WS-SURVIVOR-CODE
           MOVE WS-PD-CODE       TO WS-LOSER-CODE
           PERFORM LOAD-PAIR
           IF Pair-Ok
             PERFORM MERGE-PAIR
             MOVE 0 TO WS-RUN-RC
           ELSE
             DISPLAY "APPROVED MERGE - CONTACT NO LONGER ACTIVE"
           END-IF
         ELSE
           DISPLAY "NO APPROVED MERGE TO CARRY OUT"
         END-IF.

       SEAL-AUDIT-RECORD.
         MOVE 'S' TO WS-SL-FUNCTION.
         CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec.
         CANCEL "AGENDA-AUDIT-SEAL".

       WRITE-AUDIT-INDEX.
         OPEN I-O AUDIT-IDX-FILE.
         IF Idx-File-Missing
         IF User-File-Missing
           DISPLAY "NO USER FILE - OPERATOR NOT VERIFIED"
           MOVE 'Y' TO WS-OPERATOR-OK-SW
           MOVE 'S' TO WS-OPERATOR-LEVEL
         ELSE
           MOVE WS-OPERATOR-ID TO usr-id
           READ USER-FILE
           END-READ
           IF User-No-Error-Found
           AND usr-password = WS-OPERATOR-PASSWORD
           AND NOT User-Locked
             MOVE 'Y' TO WS-OPERATOR-OK-SW
             MOVE usr-level TO WS-OPERATOR-LEVEL
           END-IF
           CLOSE USER-FILE
         END-IF.
       PROCESS-PAIR.
         PERFORM LOAD-PAIR.

         IF Pair-Ok
           PERFORM CHECK-PAIR-PENDING
         END-IF.

         IF Pair-Ok
           PERFORM SHOW-PAIR
           DISPLAY "MERGE THIS PAIR (Y/N): "
           IF Confirm-Yes
             PERFORM CHOOSE-SURVIVOR
             IF Pair-Ok
               IF Operator-Supervisor
                 PERFORM MERGE-PAIR
                 ADD 1 TO WS-MERGED-COUNT
               ELSE
                 PERFORM REQUEST-MERGE
               END-IF
             END-IF
           END-IF
         END-IF.

         CLOSE AGENDA.

       CHECK-PAIR-PENDING.
         MOVE 'C'          TO WS-PD-FUNCTION.
         MOVE WS-SURV-CODE TO WS-PD-CODE.
         CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST.

         IF NOT Pd-Found
           MOVE 'C'          TO WS-PD-FUNCTION
           MOVE WS-LOSE-CODE TO WS-PD-CODE
           CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST
         END-IF.
         CANCEL "AGENDA-PENDING".

         IF Pd-Found
           DISPLAY " "
           DISPLAY "PAIR " WS-SURV-CODE " / " WS-LOSE-CODE
                   " SKIPPED - PENDING SUPERVISOR APPROVAL"
           MOVE 'N' TO WS-PAIR-OK-SW
         END-IF.

       REQUEST-MERGE.
         DISPLAY "REASON FOR MERGE: ".
         MOVE SPACES TO WS-PD-TEXT.
         ACCEPT WS-PD-TEXT.

         IF WS-PD-TEXT = SPACES
           DISPLAY "NO REASON GIVEN - MERGE NOT REQUESTED"
         ELSE
           MOVE 'Q'              TO WS-PD-FUNCTION
           MOVE 'M'              TO WS-PD-TYPE
           MOVE WS-LOSER-CODE    TO WS-PD-CODE
           MOVE WS-SURVIVOR-CODE TO WS-PD-OTHER-CODE
           MOVE WS-OPERATOR-ID   TO WS-PD-USER
           MOVE WS-LOSER-REC     TO WS-PD-IMAGE
           MOVE WS-SURVIVOR-REC  TO WS-PD-OTHER-IMAGE

           CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST
           CANCEL "AGENDA-PENDING"

           IF Pd-Found
             DISPLAY "MERGE OF " WS-LOSER-CODE
                     " INTO " WS-SURVIVOR-CODE
                     " SENT FOR SUPERVISOR APPROVAL"
             ADD 1 TO WS-REQUESTED-COUNT
           ELSE
             DISPLAY "MERGE REQUEST COULD NOT BE RECORDED"
           END-IF
         END-IF.

       SHOW-PAIR.
         DISPLAY " ".
         DISPLAY "CANDIDATE PAIR:".
         PERFORM MOVE-ADDR-HIST.
         PERFORM REMAP-AUDIT-TRAIL.
         PERFORM REMAP-AUDIT-INDEX.
         PERFORM MOVE-DEPENDENTS.
         PERFORM RETIRE-LOSER.
         DISPLAY "MERGED " WS-LOSER-CODE
                 " INTO " WS-SURVIVOR-CODE.

       MOVE-DEPENDENTS.
         MOVE 'M'              TO WS-CX-FUNCTION.
         MOVE WS-LOSER-CODE    TO WS-CX-CODE.
         MOVE WS-SURVIVOR-CODE TO WS-CX-OTHER-CODE.
         MOVE WS-OPERATOR-ID   TO WS-CX-OPERATOR.

         CALL "AGENDA-CASCADE" USING WS-CASCADE-REQUEST.
         CANCEL "AGENDA-CASCADE".

         DISPLAY "  MOVED APPTS " WS-CX-APPT-COUNT
                 " NOTES " WS-CX-NOTE-COUNT
                 " FOLLOW-UPS " WS-CX-FUP-COUNT
                 " HOUSEHOLD " WS-CX-HH-COUNT
                 " EMPLOYERS " WS-CX-EMP-COUNT
                 " LISTS " WS-CX-LIST-COUNT.
         IF WS-CX-SKIP-COUNT > 0
           DISPLAY "  LEFT ON " WS-LOSER-CODE
                   " (SLOT ALREADY TAKEN): " WS-CX-SKIP-COUNT
         END-IF.

       FILL-SURVIVOR-BLANKS.
         OPEN I-O AGENDA.

       END-MOVE-HIST-REG.

       REMAP-AUDIT-TRAIL.
         MOVE 'G' TO WS-SL-FUNCTION.
         CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec.
         MOVE WS-SL-BASE-CHECK TO WS-ORIG-CHECK.
         MOVE WS-SL-BASE-CHECK TO WS-RESEAL-CHECK.
         MOVE 'N' TO WS-RESEAL-SW.

         OPEN INPUT AUDIT-FILE.
         OPEN OUTPUT AUDIT-TMP-FILE.

         CLOSE AUDIT-TMP-FILE.
         CLOSE AUDIT-FILE.

         IF Reseal-Needed AND WS-RESEAL-LAST-SEQ = WS-SL-SEQ
           MOVE 'A'             TO WS-SL-FUNCTION
           MOVE WS-RESEAL-CHECK TO WS-SL-CHECK
           CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec
         END-IF.
         CANCEL "AGENDA-AUDIT-SEAL".

       REMAP-OUT-REG.

         IF aud-code = WS-LOSER-CODE
           MOVE 'Y' TO WS-RESEAL-SW
         END-IF.

         IF Reseal-Needed AND aud-action NOT = 'X'
         AND NOT (aud-code = 0 AND aud-name = SPACES
                  AND aud-surname = SPACES)
           PERFORM RESEAL-AUDIT-REC
         ELSE
           MOVE aud-check TO WS-ORIG-CHECK
           MOVE aud-check TO WS-RESEAL-CHECK
         END-IF.
         MOVE aud-seq TO WS-RESEAL-LAST-SEQ.

         WRITE Audit-Tmp-Rec FROM Audit-Rec.

         END-READ.
       END-REMAP-OUT-REG.

       RESEAL-AUDIT-REC.
         MOVE 'C'           TO WS-SL-FUNCTION.
         MOVE WS-ORIG-CHECK TO WS-SL-PREV-CHECK.
         CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec.

         IF WS-SL-CHECK = aud-check
           MOVE 'Y' TO WS-CHAIN-OK-SW
         ELSE
           MOVE 'N' TO WS-CHAIN-OK-SW
         END-IF.
         MOVE aud-check TO WS-ORIG-CHECK.

         IF aud-code = WS-LOSER-CODE
           MOVE WS-SURVIVOR-CODE TO aud-code
         END-IF.

         IF Chain-Ok
           MOVE WS-RESEAL-CHECK TO WS-SL-PREV-CHECK
           CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec
           MOVE WS-SL-CHECK TO aud-check
         END-IF.
         MOVE aud-check TO WS-RESEAL-CHECK.

       REMAP-BACK-REG.

         WRITE Audit-Rec FROM Audit-Tmp-Rec.
         CLOSE AGENDA.

       WRITE-AUDIT-RECORD-M.
         MOVE 'G' TO aud-action.
         PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD-D.
         MOVE WS-AUD-TIME TO aud-timestamp(9:6).

         OPEN EXTEND AUDIT-FILE.
         PERFORM SEAL-AUDIT-RECORD.
         WRITE Audit-Rec.
         CLOSE AUDIT-FILE.

