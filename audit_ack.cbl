       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-AUDIT-ACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUDIT-FILE ASSIGN TO "AGENDA-AUDIT.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS audit-status.

       SELECT OPEN-FILE ASSIGN TO "AGENDA-AUDVER.OPN"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS open-status.

       SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS so-rel-key
                 FILE STATUS IS signon-status.

       DATA DIVISION.
       FILE SECTION.

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

       FD OPEN-FILE.
       01  Open-Rec.
           88  END-OPEN VALUE HIGH-VALUES.
           02  op-line.
               03  op-file               PIC X(16).
               03  FILLER                PIC X(1).
               03  op-seq                PIC 9(9).
               03  FILLER                PIC X(1).
               03  op-stamp              PIC X(14).
               03  FILLER                PIC X(1).
               03  op-text               PIC X(38).
           02  op-kind                   PIC X(1).

       FD SIGNON-FILE.
       01  Signon-Rec.
           02  so-user-id               PIC X(8).
           02  so-user-level            PIC X(1).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 audit-status               PIC X(2).
             88 Audit-Not-Found        VALUE "35".
          02 open-status                PIC X(2).
             88 Open-File-Missing      VALUE "35".
          02 signon-status              PIC X(2).
             88 Signon-File-Missing    VALUE "35".

       01 so-rel-key                  PIC 9(4) VALUE 1.

       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-LEVEL           PIC X(1) VALUE 'O'.
          88 Operator-Supervisor      VALUE 'S'.

       01 WS-CONFIRM                  PIC X(1).
          88 Confirm-Yes              VALUE 'Y'.

       01 WS-TODAY                    PIC 9(8).
       01 WS-NOW-TIME                 PIC 9(8).

       01 WS-OPEN-COUNT               PIC 9(6) VALUE 0.
       01 WS-ACK-ROW-COUNT            PIC 9(6) VALUE 0.

       01 WS-ACK-IMAGE.
           03 WS-AK-CODE               PIC 9(6) VALUE 0.
           03 WS-AK-COUNT              PIC 9(2) VALUE 0.
           03 WS-AK-SEQ-LIST.
              05 WS-AK-SEQ OCCURS 22 TIMES
                                      PIC 9(9).
           03 FILLER                   PIC X(4) VALUE SPACES.

       01 WS-SEAL-REQUEST.
           03 WS-SL-FUNCTION           PIC X(1).
           03 WS-SL-PREV-CHECK         PIC 9(9).
           03 WS-SL-SEQ                PIC 9(9).
           03 WS-SL-CHECK              PIC 9(9).
           03 WS-SL-STAMP              PIC X(14).
           03 WS-SL-BASE-SEQ           PIC 9(9).
           03 WS-SL-BASE-CHECK         PIC 9(9).

       PROCEDURE DIVISION.

       PERFORM LOAD-SIGNON-USER.

       IF NOT Operator-Supervisor
         DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
         GOBACK
       END-IF.

       PERFORM LIST-OPEN-ENTRIES.

       IF WS-OPEN-COUNT = 0
         DISPLAY "NO OPEN AUDIT VERIFICATION EXCEPTIONS"
         DISPLAY "RUN AUDIT TRAIL VERIFICATION FIRST"
         GOBACK
       END-IF.

       DISPLAY "EXCEPTIONS LISTED: " WS-OPEN-COUNT.
       DISPLAY "ACKNOWLEDGE ALL LISTED EXCEPTIONS - CONFIRM (Y/N): ".
       ACCEPT WS-CONFIRM.

       IF NOT Confirm-Yes
         DISPLAY "ACKNOWLEDGEMENT CANCELLED"
         GOBACK
       END-IF.

       PERFORM WRITE-ACK-ENTRIES.

       OPEN OUTPUT OPEN-FILE.
       CLOSE OPEN-FILE.

       DISPLAY "ACKNOWLEDGEMENT ENTRIES WRITTEN: " WS-ACK-ROW-COUNT.
       DISPLAY "RERUN AUDIT TRAIL VERIFICATION TO CONFIRM".

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

       LIST-OPEN-ENTRIES.
         MOVE 0 TO WS-OPEN-COUNT.

         OPEN INPUT OPEN-FILE.

         IF Open-File-Missing
           CONTINUE
         ELSE
           READ OPEN-FILE
               AT END SET END-OPEN TO TRUE
           END-READ

           PERFORM LIST-OPEN-REG UNTIL END-OPEN

           CLOSE OPEN-FILE
         END-IF.

       LIST-OPEN-REG.

         ADD 1 TO WS-OPEN-COUNT.
         DISPLAY op-file " " op-seq " " op-stamp " " op-text.

         READ OPEN-FILE
           AT END SET END-OPEN TO TRUE
         END-READ.
       END-LIST-OPEN-REG.

       WRITE-ACK-ENTRIES.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         ACCEPT WS-NOW-TIME FROM TIME.

         MOVE 0     TO WS-ACK-ROW-COUNT.
         MOVE 0     TO WS-AK-COUNT.
         MOVE ZEROS TO WS-AK-SEQ-LIST.

         OPEN INPUT OPEN-FILE.
         OPEN EXTEND AUDIT-FILE.
         IF Audit-Not-Found
           OPEN OUTPUT AUDIT-FILE
         END-IF.

         READ OPEN-FILE
             AT END SET END-OPEN TO TRUE
         END-READ.

         PERFORM ACK-REG UNTIL END-OPEN.

         IF WS-AK-COUNT > 0
           PERFORM WRITE-ACK-RECORD
         END-IF.

         CLOSE OPEN-FILE.
         CLOSE AUDIT-FILE.
         CANCEL "AGENDA-AUDIT-SEAL".

       ACK-REG.

         ADD 1 TO WS-AK-COUNT.
         MOVE op-seq TO WS-AK-SEQ(WS-AK-COUNT).

         IF WS-AK-COUNT = 22
           PERFORM WRITE-ACK-RECORD
         END-IF.

         READ OPEN-FILE
           AT END SET END-OPEN TO TRUE
         END-READ.
       END-ACK-REG.

       WRITE-ACK-RECORD.
         MOVE SPACES           TO Audit-Rec.
         MOVE WS-ACK-IMAGE     TO Audit-Rec(1:210).
         MOVE WS-TODAY         TO aud-timestamp(1:8).
         MOVE WS-NOW-TIME(1:6) TO aud-timestamp(9:6).
         MOVE 'K'              TO aud-action.
         MOVE WS-OPERATOR-ID   TO aud-user.

         MOVE 'S' TO WS-SL-FUNCTION.
         CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec.

         WRITE Audit-Rec.

         ADD 1 TO WS-ACK-ROW-COUNT.
         MOVE 0     TO WS-AK-COUNT.
         MOVE ZEROS TO WS-AK-SEQ-LIST.
