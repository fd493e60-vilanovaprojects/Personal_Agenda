       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-AUDIT-MIG3.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OLD-AUDIT-FILE ASSIGN TO WS-MIG-FILE-NAME
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS old-audit-status.

       SELECT NEW-AUDIT-FILE ASSIGN TO WS-MIG-FILE-NAME
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS new-audit-status.

       SELECT MIG-TMP-FILE ASSIGN TO "AUDIT-MIG.TMP"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS mig-tmp-status.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-AUDIT-FILE.
       01  Old-Audit-Rec.
           88  END-OLD-AUDIT VALUE HIGH-VALUES.
           02  old-aud-body             PIC X(233).

       FD NEW-AUDIT-FILE.
       01  New-Audit-Rec.
           02  new-aud-code             PIC 9(6).
           02  new-aud-name             PIC X(35).
           02  new-aud-surname          PIC X(35).
           02  new-aud-address          PIC X(40).
           02  new-aud-b-date            PIC X(14).
           02  new-aud-city              PIC X(20).
           02  new-aud-phone             PIC X(15).
           02  new-aud-email             PIC X(40).
           02  new-aud-category          PIC X(4).
           02  new-aud-active            PIC X(1).
           02  new-aud-timestamp         PIC X(14).
           02  new-aud-action            PIC X(1).
           02  new-aud-user              PIC X(8).
           02  new-aud-seq               PIC 9(9).
           02  new-aud-check             PIC 9(9).

       FD MIG-TMP-FILE.
       01  Mig-Tmp-Rec.
           88  END-MIG-TMP VALUE HIGH-VALUES.
           02  FILLER                   PIC X(251).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 old-audit-status           PIC X(2).
             88 Old-Audit-Not-Found    VALUE "35".
          02 new-audit-status           PIC X(2).
          02 mig-tmp-status             PIC X(2).

       01 WS-CONFIRM                  PIC X(1).
          88 Confirm-Yes              VALUE 'Y'.

       01 WS-MIG-FILE-NAME            PIC X(16) VALUE
          "AGENDA-AUDIT.DAT".

       01 WS-ARCHIVE-NAME.
           03 FILLER                   PIC X(5)  VALUE "AUDIT".
           03 WS-ARCHIVE-YEAR           PIC 9(4).
           03 FILLER                   PIC X(4)  VALUE ".DAT".

       01 WS-YEAR                     PIC 9(4).
       01 WS-CURRENT-YEAR             PIC 9(4).
       01 WS-TODAY                    PIC 9(8).

       01 WS-SEAL-REQUEST.
           03 WS-SL-FUNCTION           PIC X(1).
           03 WS-SL-PREV-CHECK         PIC 9(9).
           03 WS-SL-SEQ                PIC 9(9).
           03 WS-SL-CHECK              PIC 9(9).
           03 WS-SL-STAMP              PIC X(14).
           03 WS-SL-BASE-SEQ           PIC 9(9).
           03 WS-SL-BASE-CHECK         PIC 9(9).

       01 WS-CHAIN-SEQ                PIC 9(9) VALUE 0.
       01 WS-CHAIN-CHECK              PIC 9(9) VALUE 0.
       01 WS-CHAIN-STAMP              PIC X(14) VALUE SPACES.

       01 WS-FILE-COUNT               PIC 9(6) VALUE 0.
       01 WS-MIGRATED-COUNT           PIC 9(6) VALUE 0.
       01 WS-TOTAL-COUNT              PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       DISPLAY "MIGRATE THE AUDIT FILE AND THE YEARLY ARCHIVES".
       DISPLAY "TO THE SEALED LAYOUT (SEQUENCE AND CHECK VALUE).".
       DISPLAY "RUN THIS ONCE ONLY - CONFIRM (Y/N): ".
       ACCEPT WS-CONFIRM.

       IF NOT Confirm-Yes
         DISPLAY "MIGRATION CANCELLED"
         STOP RUN
       END-IF.

       ACCEPT WS-TODAY FROM DATE YYYYMMDD.
       MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR.

       PERFORM MIGRATE-ARCHIVE-YEAR
           VARYING WS-YEAR FROM 1990 BY 1
           UNTIL WS-YEAR > WS-CURRENT-YEAR.

       MOVE WS-CHAIN-SEQ   TO WS-SL-BASE-SEQ.
       MOVE WS-CHAIN-CHECK TO WS-SL-BASE-CHECK.

       MOVE "AGENDA-AUDIT.DAT" TO WS-MIG-FILE-NAME.
       PERFORM MIGRATE-ONE-FILE.

       MOVE 'A'            TO WS-SL-FUNCTION.
       MOVE WS-CHAIN-SEQ   TO WS-SL-SEQ.
       MOVE WS-CHAIN-CHECK TO WS-SL-CHECK.
       MOVE WS-CHAIN-STAMP TO WS-SL-STAMP.
       CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST New-Audit-Rec.
       MOVE 'B'            TO WS-SL-FUNCTION.
       CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST New-Audit-Rec.
       CANCEL "AGENDA-AUDIT-SEAL".

       DISPLAY "FILES MIGRATED:         " WS-FILE-COUNT.
       DISPLAY "AUDIT ENTRIES MIGRATED: " WS-TOTAL-COUNT.
       DISPLAY "LAST SEQUENCE NUMBER:   " WS-CHAIN-SEQ.

       STOP RUN.

       MIGRATE-ARCHIVE-YEAR.
         MOVE WS-YEAR TO WS-ARCHIVE-YEAR.
         MOVE WS-ARCHIVE-NAME TO WS-MIG-FILE-NAME.
         PERFORM MIGRATE-ONE-FILE.

       MIGRATE-ONE-FILE.
         MOVE 0 TO WS-MIGRATED-COUNT.

         OPEN INPUT OLD-AUDIT-FILE.

         IF Old-Audit-Not-Found
           CONTINUE
         ELSE
           OPEN OUTPUT MIG-TMP-FILE

           READ OLD-AUDIT-FILE
               AT END SET END-OLD-AUDIT TO TRUE
           END-READ

           PERFORM CONVERT-REG UNTIL END-OLD-AUDIT

           CLOSE OLD-AUDIT-FILE
           CLOSE MIG-TMP-FILE

           PERFORM REWRITE-AUDIT-FILE

           ADD 1 TO WS-FILE-COUNT
           ADD WS-MIGRATED-COUNT TO WS-TOTAL-COUNT

           DISPLAY WS-MIG-FILE-NAME " ENTRIES MIGRATED: "
                   WS-MIGRATED-COUNT
         END-IF.

       CONVERT-REG.

         MOVE old-aud-body      TO New-Audit-Rec.
         ADD 1 TO WS-CHAIN-SEQ.
         MOVE WS-CHAIN-SEQ      TO new-aud-seq.
         MOVE 0                 TO new-aud-check.

         MOVE 'C'               TO WS-SL-FUNCTION.
         MOVE WS-CHAIN-CHECK    TO WS-SL-PREV-CHECK.
         CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST New-Audit-Rec.
         MOVE WS-SL-CHECK       TO new-aud-check.
         MOVE WS-SL-CHECK       TO WS-CHAIN-CHECK.
         MOVE new-aud-timestamp TO WS-CHAIN-STAMP.

         WRITE Mig-Tmp-Rec FROM New-Audit-Rec.

         ADD 1 TO WS-MIGRATED-COUNT.

         READ OLD-AUDIT-FILE
           AT END SET END-OLD-AUDIT TO TRUE
         END-READ.
       END-CONVERT-REG.

       REWRITE-AUDIT-FILE.
         OPEN INPUT MIG-TMP-FILE.
         OPEN OUTPUT NEW-AUDIT-FILE.

         READ MIG-TMP-FILE
             AT END SET END-MIG-TMP TO TRUE
         END-READ.

         PERFORM COPY-MIG-REG UNTIL END-MIG-TMP.

         CLOSE MIG-TMP-FILE.
         CLOSE NEW-AUDIT-FILE.

       COPY-MIG-REG.

         WRITE New-Audit-Rec FROM Mig-Tmp-Rec.

         READ MIG-TMP-FILE
           AT END SET END-MIG-TMP TO TRUE
         END-READ.
       END-COPY-MIG-REG.
