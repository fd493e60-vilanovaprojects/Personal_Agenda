       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-CASCADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT APPT-FILE ASSIGN TO "AGENDA-APPT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ap-key
                 ALTERNATE RECORD KEY IS ap-code
                           WITH DUPLICATES
                 FILE STATUS IS appt-status.

       SELECT HH-FILE ASSIGN TO "AGENDA-HH.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS hl-member-code
                 ALTERNATE RECORD KEY IS hl-household-id
                           WITH DUPLICATES
                 FILE STATUS IS hh-status.

       SELECT FUP-FILE ASSIGN TO "AGENDA-FUP.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS fu-key
                 ALTERNATE RECORD KEY IS fu-owner
                           WITH DUPLICATES
                 FILE STATUS IS fup-status.

       SELECT NOTES-FILE ASSIGN TO "AGENDA-NOTES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS nt-key
                 ALTERNATE RECORD KEY IS nt-code
                           WITH DUPLICATES
                 FILE STATUS IS notes-status.

       SELECT SERIES-FILE ASSIGN TO "AGENDA-SERIES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS sr-id
                 ALTERNATE RECORD KEY IS sr-code
                           WITH DUPLICATES
                 FILE STATUS IS series-status.

       SELECT EMP-FILE ASSIGN TO "AGENDA-EMP.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS em-key
                 ALTERNATE RECORD KEY IS em-org-code
                           WITH DUPLICATES
                 FILE STATUS IS emp-status.

       SELECT DLMEMB-FILE ASSIGN TO "AGENDA-DLMEMB.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS dm-key
                 ALTERNATE RECORD KEY IS dm-code
                           WITH DUPLICATES
                 FILE STATUS IS dlmemb-status.

       SELECT CONSENT-FILE ASSIGN TO "AGENDA-CONSENT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cs-code
                 FILE STATUS IS consent-status.

       SELECT CONSENT-JNL-FILE ASSIGN TO "AGENDA-CONSENT-JNL.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS consent-jnl-status.

       SELECT CASCADE-FILE ASSIGN TO "AGENDA-CASCADE.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cx-key
                 FILE STATUS IS cascade-status.

       DATA DIVISION.
       FILE SECTION.

       FD APPT-FILE.
       01  Appt-Rec.
           02  ap-key.
               03  ap-date               PIC X(8).
               03  ap-time               PIC X(4).
               03  ap-code               PIC 9(6).
           02  ap-subject                PIC X(40).
           02  ap-place                  PIC X(20).
           02  ap-duration               PIC 9(3).
           02  ap-series-id              PIC 9(6).

       FD HH-FILE.
       01  Household-Rec.
           02  hl-member-code          PIC 9(6).
           02  hl-household-id         PIC 9(6).
           02  hl-relation             PIC X(1).
               88  Rel-Head            VALUE 'H'.
               88  Rel-Spouse          VALUE 'S'.

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

       FD NOTES-FILE.
       01  Note-Rec.
           02  nt-key.
               03  nt-code               PIC 9(6).
               03  nt-noted-date         PIC X(14).
           02  nt-text                   PIC X(60).
           02  nt-followup-date          PIC X(8).

       FD SERIES-FILE.
       01  Series-Rec.
           02  sr-id                     PIC 9(6).
           02  sr-code                   PIC 9(6).
           02  sr-frequency              PIC X(1).
           02  sr-start-date             PIC X(8).
           02  sr-end-date               PIC X(8).
           02  sr-time                   PIC X(4).
           02  sr-duration               PIC 9(3).
           02  sr-subject                PIC X(40).
           02  sr-place                  PIC X(20).
           02  sr-status                 PIC X(1).

       FD EMP-FILE.
       01  Emp-Rec.
           02  em-key.
               03  em-code               PIC 9(6).
               03  em-org-code           PIC 9(6).
           02  em-job-title              PIC X(30).
           02  em-start-date             PIC X(8).
           02  em-end-date               PIC X(8).

       FD DLMEMB-FILE.
       01  Dlmemb-Rec.
           02  dm-key.
               03  dm-list               PIC X(20).
               03  dm-code               PIC 9(6).
           02  dm-added                  PIC X(8).
           02  dm-added-by               PIC X(8).
           02  dm-source                 PIC X(1).

       FD CONSENT-FILE.
       01  Consent-Rec.
           02  cs-code                   PIC 9(6).
           02  cs-channels.
               03  cs-mail               PIC X(1).
               03  cs-mail-date          PIC X(8).
               03  cs-mail-source        PIC X(10).
               03  cs-email              PIC X(1).
               03  cs-email-date         PIC X(8).
               03  cs-email-source       PIC X(10).
               03  cs-phone              PIC X(1).
               03  cs-phone-date         PIC X(8).
               03  cs-phone-source       PIC X(10).
               03  cs-share              PIC X(1).
               03  cs-share-date         PIC X(8).
               03  cs-share-source       PIC X(10).
           02  cs-channel-table REDEFINES cs-channels.
               03  cs-channel            OCCURS 4 TIMES.
                   04  cs-ch-flag        PIC X(1).
                   04  cs-ch-date        PIC X(8).
                   04  cs-ch-source      PIC X(10).
           02  cs-changed-by             PIC X(8).
           02  cs-changed                PIC X(14).

       FD CONSENT-JNL-FILE.
       01  Consent-Jnl-Rec.
           02  cj-code                   PIC 9(6).
           02  cj-timestamp              PIC X(14).
           02  cj-channel                PIC X(1).
           02  cj-flag                   PIC X(1).
           02  cj-date                   PIC X(8).
           02  cj-source                 PIC X(10).
           02  cj-user                   PIC X(8).

       FD CASCADE-FILE.
       01  Cascade-Rec.
           02  cx-key.
               03  cx-code               PIC 9(6).
               03  cx-timestamp          PIC X(14).
               03  cx-seq                PIC 9(3).
           02  cx-type                   PIC X(1).
               88  Dep-Appointment     VALUE 'P'.
               88  Dep-Household       VALUE 'H'.
               88  Dep-Followup        VALUE 'F'.
               88  Dep-Note            VALUE 'N'.
               88  Dep-Series          VALUE 'S'.
               88  Dep-Employment      VALUE 'E'.
               88  Dep-List-Member     VALUE 'L'.
           02  cx-action                 PIC X(1).
               88  Dep-Cascaded        VALUE 'C'.
               88  Dep-Restored        VALUE 'R'.
               88  Dep-Not-Restored    VALUE 'X'.
               88  Dep-Moved           VALUE 'M'.
           02  cx-user                   PIC X(8).
           02  cx-other-code             PIC 9(6).
           02  cx-image                  PIC X(100).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 appt-status                PIC X(2).
             88 Appt-No-Error-Found   VALUE "00".
             88 Appt-File-Missing     VALUE "35".
          02 hh-status                  PIC X(2).
             88 Hh-No-Error-Found     VALUE "00".
             88 Hh-File-Missing       VALUE "35".
          02 fup-status                 PIC X(2).
             88 Fup-No-Error-Found    VALUE "00".
             88 Fup-File-Missing      VALUE "35".
          02 notes-status               PIC X(2).
             88 Note-No-Error-Found   VALUE "00".
             88 Note-File-Missing     VALUE "35".
          02 series-status              PIC X(2).
             88 Series-No-Error-Found VALUE "00".
             88 Series-File-Missing   VALUE "35".
          02 emp-status                 PIC X(2).
             88 Emp-No-Error-Found    VALUE "00".
             88 Emp-File-Missing      VALUE "35".
          02 dlmemb-status              PIC X(2).
             88 Dlm-No-Error-Found    VALUE "00".
             88 Dlm-File-Missing      VALUE "35".
          02 consent-status             PIC X(2).
             88 Consent-No-Error-Found VALUE "00".
             88 Consent-File-Missing  VALUE "35".
          02 consent-jnl-status         PIC X(2).
             88 Consent-Jnl-Missing   VALUE "35".
          02 cascade-status             PIC X(2).
             88 Cx-No-Error-Found     VALUE "00".
             88 Cx-ALREADY-EXIST      VALUE "22".
             88 Cx-File-Missing       VALUE "35".

       01 WS-APPT-OPEN-SW             PIC X(1) VALUE 'N'.
          88 Appt-Open                VALUE 'Y'.
       01 WS-HH-OPEN-SW               PIC X(1) VALUE 'N'.
          88 Hh-Open                  VALUE 'Y'.
       01 WS-FUP-OPEN-SW              PIC X(1) VALUE 'N'.
          88 Fup-Open-File            VALUE 'Y'.
       01 WS-NOTES-OPEN-SW            PIC X(1) VALUE 'N'.
          88 Notes-Open               VALUE 'Y'.
       01 WS-SERIES-OPEN-SW           PIC X(1) VALUE 'N'.
          88 Series-Open              VALUE 'Y'.
       01 WS-EMP-OPEN-SW              PIC X(1) VALUE 'N'.
          88 Emp-Open                 VALUE 'Y'.
       01 WS-DLMEMB-OPEN-SW           PIC X(1) VALUE 'N'.
          88 Dlmemb-Open              VALUE 'Y'.
       01 WS-CX-OPEN-SW               PIC X(1) VALUE 'N'.
          88 Cx-Open                  VALUE 'Y'.

       01 WS-SCAN-DONE-SW             PIC X(1) VALUE 'N'.
          88 Scan-Done                VALUE 'Y'.

       01 WS-TODAY                    PIC 9(8).
       01 WS-NOW-TIME                 PIC 9(8).
       01 WS-NOW                      PIC X(14).
       01 WS-CX-SEQ                   PIC 9(3) VALUE 0.

       01 WS-KEY-COUNT                PIC 9(3) VALUE 0.
       01 WS-KEY-TABLE.
           03 WS-KEY-ENTRY OCCURS 500 TIMES
                                      PIC X(20).
       01 WS-K                        PIC 9(3).

       01 WS-NEW-HEAD                 PIC 9(6) VALUE 0.
       01 WS-SAVE-IMAGE               PIC X(100).

       01 WS-RESTORE-STAMP            PIC X(14).

       01 WS-LOSER-CONSENT            PIC X(76).
       01 WS-LOSER-CONSENT-TABLE REDEFINES WS-LOSER-CONSENT.
           03 WS-LC-CHANNEL           OCCURS 4 TIMES.
              05 WS-LC-FLAG           PIC X(1).
              05 WS-LC-DATE           PIC X(8).
              05 WS-LC-SOURCE         PIC X(10).
       01 WS-CHANNEL-CODES            PIC X(4) VALUE "MEPS".
       01 WS-CH                       PIC 9(1).
       01 WS-CONSENT-NEW-SW           PIC X(1) VALUE 'N'.
          88 Consent-Is-New           VALUE 'Y'.
       01 WS-CONSENT-CHANGED-SW       PIC X(1) VALUE 'N'.
          88 Consent-Changed          VALUE 'Y'.
       01 WS-RESTORE-RESULT           PIC X(1).

       LINKAGE SECTION.

       01 LK-CASCADE-REQUEST.
           03 LK-FUNCTION              PIC X(1).
              88 Lk-Count-Dependents   VALUE 'C'.
              88 Lk-Cascade-Delete     VALUE 'D'.
              88 Lk-Count-Restorable   VALUE 'V'.
              88 Lk-Restore            VALUE 'U'.
              88 Lk-Merge              VALUE 'M'.
           03 LK-CODE                  PIC 9(6).
           03 LK-OTHER-CODE            PIC 9(6).
           03 LK-OPERATOR              PIC X(8).
           03 LK-APPT-COUNT            PIC 9(4).
           03 LK-HH-COUNT              PIC 9(4).
           03 LK-FUP-COUNT             PIC 9(4).
           03 LK-NOTE-COUNT            PIC 9(4).
           03 LK-SKIP-COUNT            PIC 9(4).
           03 LK-NEW-HEAD              PIC 9(6).
           03 LK-EMP-COUNT             PIC 9(4).
           03 LK-LIST-COUNT            PIC 9(4).

       PROCEDURE DIVISION USING LK-CASCADE-REQUEST.

       MOVE 0 TO LK-APPT-COUNT.
       MOVE 0 TO LK-HH-COUNT.
       MOVE 0 TO LK-FUP-COUNT.
       MOVE 0 TO LK-NOTE-COUNT.
       MOVE 0 TO LK-SKIP-COUNT.
       MOVE 0 TO LK-NEW-HEAD.
       MOVE 0 TO LK-EMP-COUNT.
       MOVE 0 TO LK-LIST-COUNT.
       MOVE 0 TO WS-CX-SEQ.

       ACCEPT WS-TODAY    FROM DATE YYYYMMDD.
       ACCEPT WS-NOW-TIME FROM TIME.
       MOVE WS-TODAY          TO WS-NOW(1:8).
       MOVE WS-NOW-TIME(1:6)  TO WS-NOW(9:6).

       PERFORM OPEN-FILES.

       EVALUATE TRUE
         WHEN Lk-Count-Dependents
           PERFORM COUNT-DEPENDENTS
         WHEN Lk-Cascade-Delete
           PERFORM CASCADE-DELETE
         WHEN Lk-Count-Restorable
           PERFORM COUNT-RESTORABLE
         WHEN Lk-Restore
           PERFORM RESTORE-DEPENDENTS
         WHEN Lk-Merge
           PERFORM MERGE-DEPENDENTS
       END-EVALUATE.

       PERFORM CLOSE-FILES.

       GOBACK.

       OPEN-FILES.
         OPEN I-O APPT-FILE.
         IF appt-status = "00"
           MOVE 'Y' TO WS-APPT-OPEN-SW
         END-IF.

         OPEN I-O HH-FILE.
         IF hh-status = "00"
           MOVE 'Y' TO WS-HH-OPEN-SW
         END-IF.

         OPEN I-O FUP-FILE.
         IF fup-status = "00"
           MOVE 'Y' TO WS-FUP-OPEN-SW
         END-IF.

         IF Lk-Merge
           OPEN I-O NOTES-FILE
           IF notes-status = "00"
             MOVE 'Y' TO WS-NOTES-OPEN-SW
           END-IF
           OPEN I-O SERIES-FILE
           IF series-status = "00"
             MOVE 'Y' TO WS-SERIES-OPEN-SW
           END-IF
           OPEN I-O EMP-FILE
           IF emp-status = "00"
             MOVE 'Y' TO WS-EMP-OPEN-SW
           END-IF
           OPEN I-O DLMEMB-FILE
           IF dlmemb-status = "00"
             MOVE 'Y' TO WS-DLMEMB-OPEN-SW
           END-IF
         END-IF.

         OPEN I-O CASCADE-FILE.
         IF Cx-File-Missing
           OPEN OUTPUT CASCADE-FILE
         END-IF.
         IF cascade-status = "00"
           MOVE 'Y' TO WS-CX-OPEN-SW
         END-IF.

       CLOSE-FILES.
         IF Appt-Open
           CLOSE APPT-FILE
         END-IF.
         IF Hh-Open
           CLOSE HH-FILE
         END-IF.
         IF Fup-Open-File
           CLOSE FUP-FILE
         END-IF.
         IF Notes-Open
           CLOSE NOTES-FILE
         END-IF.
         IF Series-Open
           CLOSE SERIES-FILE
         END-IF.
         IF Emp-Open
           CLOSE EMP-FILE
         END-IF.
         IF Dlmemb-Open
           CLOSE DLMEMB-FILE
         END-IF.
         IF Cx-Open
           CLOSE CASCADE-FILE
         END-IF.

       COUNT-DEPENDENTS.
         IF Appt-Open
           PERFORM COLLECT-FUTURE-APPTS
           MOVE WS-KEY-COUNT TO LK-APPT-COUNT
         END-IF.

         IF Hh-Open
           MOVE LK-CODE TO hl-member-code
           READ HH-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Hh-No-Error-Found
             ADD 1 TO LK-HH-COUNT
           END-IF
           PERFORM COLLECT-HOUSEHOLD-MEMBERS
           ADD WS-KEY-COUNT TO LK-HH-COUNT
         END-IF.

         IF Fup-Open-File
           PERFORM START-FOLLOWUPS
           PERFORM COUNT-FUP-REG UNTIL Scan-Done
         END-IF.

       COUNT-FUP-REG.

         IF fu-code NOT = LK-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF Fup-Open OR Fup-Rescheduled
             ADD 1 TO LK-FUP-COUNT
           END-IF
           READ FUP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-COUNT-FUP-REG.

       CASCADE-DELETE.
         IF Appt-Open
           PERFORM COLLECT-FUTURE-APPTS
           PERFORM CANCEL-APPT-REG
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-KEY-COUNT
         END-IF.

         IF Hh-Open
           PERFORM DETACH-HOUSEHOLD
         END-IF.

         IF Fup-Open-File
           PERFORM START-FOLLOWUPS
           PERFORM CLOSE-FUP-REG UNTIL Scan-Done
         END-IF.

       CANCEL-APPT-REG.
         MOVE WS-KEY-ENTRY(WS-K) TO ap-key.
         READ APPT-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Appt-No-Error-Found
           MOVE 'P'      TO cx-type
           MOVE 'C'      TO cx-action
           MOVE 0        TO cx-other-code
           MOVE Appt-Rec TO cx-image
           PERFORM WRITE-CASCADE-ENTRY

           DELETE APPT-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE
           IF Appt-No-Error-Found
             ADD 1 TO LK-APPT-COUNT
           END-IF
         END-IF.

       DETACH-HOUSEHOLD.
         MOVE LK-CODE TO hl-member-code.
         READ HH-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Hh-No-Error-Found
           MOVE 'H'           TO cx-type
           MOVE 'C'           TO cx-action
           MOVE 0             TO cx-other-code
           MOVE Household-Rec TO cx-image
           PERFORM WRITE-CASCADE-ENTRY

           DELETE HH-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE
           IF Hh-No-Error-Found
             ADD 1 TO LK-HH-COUNT
           END-IF
         END-IF.

         PERFORM COLLECT-HOUSEHOLD-MEMBERS.

         IF WS-KEY-COUNT > 0
           PERFORM CHOOSE-NEW-HEAD
           MOVE WS-NEW-HEAD TO LK-NEW-HEAD
           PERFORM REHEAD-MEMBER-REG
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-KEY-COUNT
         END-IF.

       CHOOSE-NEW-HEAD.
         MOVE 0 TO WS-NEW-HEAD.

         PERFORM VARYING WS-K FROM 1 BY 1
                 UNTIL WS-K > WS-KEY-COUNT OR WS-NEW-HEAD > 0
           MOVE WS-KEY-ENTRY(WS-K)(1:6) TO hl-member-code
           READ HH-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Hh-No-Error-Found AND Rel-Spouse
             MOVE hl-member-code TO WS-NEW-HEAD
           END-IF
         END-PERFORM.

         IF WS-NEW-HEAD = 0
           MOVE WS-KEY-ENTRY(1)(1:6) TO WS-NEW-HEAD
         END-IF.

       REHEAD-MEMBER-REG.
         MOVE WS-KEY-ENTRY(WS-K)(1:6) TO hl-member-code.
         READ HH-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Hh-No-Error-Found
           MOVE 'H'           TO cx-type
           MOVE 'C'           TO cx-action
           MOVE WS-NEW-HEAD   TO cx-other-code
           MOVE Household-Rec TO cx-image
           PERFORM WRITE-CASCADE-ENTRY

           MOVE WS-NEW-HEAD TO hl-household-id
           IF hl-member-code = WS-NEW-HEAD
             MOVE 'H' TO hl-relation
           END-IF

           REWRITE Household-Rec
             INVALID KEY
               CONTINUE
           END-REWRITE
           IF Hh-No-Error-Found
             ADD 1 TO LK-HH-COUNT
           END-IF
         END-IF.

       CLOSE-FUP-REG.

         IF fu-code NOT = LK-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF Fup-Open OR Fup-Rescheduled
             MOVE 'F'          TO cx-type
             MOVE 'C'          TO cx-action
             MOVE 0            TO cx-other-code
             MOVE Followup-Rec TO cx-image
             PERFORM WRITE-CASCADE-ENTRY

             MOVE 'D'          TO fu-status
             MOVE "CLOSED - CONTACT DELETED" TO fu-remark
             MOVE LK-OPERATOR  TO fu-closed-by
             MOVE WS-TODAY     TO fu-closed-date

             REWRITE Followup-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE
             IF Fup-No-Error-Found
               ADD 1 TO LK-FUP-COUNT
             END-IF
           END-IF
           READ FUP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-CLOSE-FUP-REG.

       COUNT-RESTORABLE.
         PERFORM FIND-LAST-CASCADE.

         IF WS-RESTORE-STAMP NOT = SPACES
           PERFORM START-CASCADE-ENTRIES
           PERFORM COUNT-RESTORE-REG UNTIL Scan-Done
         END-IF.

       COUNT-RESTORE-REG.

         IF cx-code NOT = LK-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF cx-timestamp = WS-RESTORE-STAMP AND Dep-Cascaded
             EVALUATE TRUE
               WHEN Dep-Appointment
                 ADD 1 TO LK-APPT-COUNT
               WHEN Dep-Household
                 ADD 1 TO LK-HH-COUNT
               WHEN Dep-Followup
                 ADD 1 TO LK-FUP-COUNT
             END-EVALUATE
           END-IF
           READ CASCADE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-COUNT-RESTORE-REG.

       FIND-LAST-CASCADE.
         MOVE SPACES TO WS-RESTORE-STAMP.

         IF Cx-Open
           PERFORM START-CASCADE-ENTRIES
           PERFORM FIND-LAST-REG UNTIL Scan-Done
         END-IF.

       FIND-LAST-REG.

         IF cx-code NOT = LK-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF Dep-Cascaded
             MOVE cx-timestamp TO WS-RESTORE-STAMP
           END-IF
           READ CASCADE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-FIND-LAST-REG.

       START-CASCADE-ENTRIES.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         IF NOT Cx-Open
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE LK-CODE    TO cx-code
           MOVE LOW-VALUES TO cx-timestamp
           MOVE 0          TO cx-seq
           START CASCADE-FILE KEY IS >= cx-key
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
         END-IF.

         IF NOT Scan-Done
           READ CASCADE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

       RESTORE-DEPENDENTS.
         PERFORM FIND-LAST-CASCADE.

         IF WS-RESTORE-STAMP NOT = SPACES
           PERFORM START-CASCADE-ENTRIES
           PERFORM RESTORE-REG UNTIL Scan-Done
         END-IF.

       RESTORE-REG.

         IF cx-code NOT = LK-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF cx-timestamp = WS-RESTORE-STAMP AND Dep-Cascaded
             MOVE 'X' TO WS-RESTORE-RESULT
             EVALUATE TRUE
               WHEN Dep-Appointment
                 PERFORM RESTORE-APPT
               WHEN Dep-Household
                 PERFORM RESTORE-HH-LINK
               WHEN Dep-Followup
                 PERFORM RESTORE-FOLLOWUP
             END-EVALUATE
             MOVE WS-RESTORE-RESULT TO cx-action
             REWRITE Cascade-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE
           END-IF
           READ CASCADE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-RESTORE-REG.

       RESTORE-APPT.
         MOVE cx-image TO Appt-Rec.

         IF NOT Appt-Open OR ap-date < WS-TODAY
           ADD 1 TO LK-SKIP-COUNT
         ELSE
           WRITE Appt-Rec
             INVALID KEY
               CONTINUE
           END-WRITE
           IF Appt-No-Error-Found
             ADD 1 TO LK-APPT-COUNT
             MOVE 'R' TO WS-RESTORE-RESULT
           ELSE
             ADD 1 TO LK-SKIP-COUNT
           END-IF
         END-IF.

       RESTORE-HH-LINK.
         IF NOT Hh-Open
           ADD 1 TO LK-SKIP-COUNT
         ELSE
           MOVE cx-image(1:6) TO hl-member-code
           READ HH-FILE
             INVALID KEY
               CONTINUE
           END-READ
           EVALUATE TRUE
             WHEN cx-other-code = 0 AND NOT Hh-No-Error-Found
               MOVE cx-image TO Household-Rec
               WRITE Household-Rec
                 INVALID KEY
                   CONTINUE
               END-WRITE
             WHEN cx-other-code > 0 AND Hh-No-Error-Found
             AND hl-household-id = cx-other-code
               MOVE cx-image TO Household-Rec
               REWRITE Household-Rec
                 INVALID KEY
                   CONTINUE
               END-REWRITE
             WHEN OTHER
               MOVE "99" TO hh-status
           END-EVALUATE
           IF Hh-No-Error-Found
             ADD 1 TO LK-HH-COUNT
             MOVE 'R' TO WS-RESTORE-RESULT
           ELSE
             ADD 1 TO LK-SKIP-COUNT
           END-IF
         END-IF.

       RESTORE-FOLLOWUP.
         IF NOT Fup-Open-File
           ADD 1 TO LK-SKIP-COUNT
         ELSE
           MOVE cx-image(1:20) TO fu-key
           READ FUP-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Fup-No-Error-Found AND Fup-Done
             MOVE cx-image TO Followup-Rec
             REWRITE Followup-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE
           ELSE
             MOVE "99" TO fup-status
           END-IF
           IF Fup-No-Error-Found
             ADD 1 TO LK-FUP-COUNT
             MOVE 'R' TO WS-RESTORE-RESULT
           ELSE
             ADD 1 TO LK-SKIP-COUNT
           END-IF
         END-IF.

       MERGE-DEPENDENTS.
         IF Appt-Open
           PERFORM COLLECT-ALL-APPTS
           PERFORM MOVE-APPT-REG
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-KEY-COUNT
         END-IF.

         IF Notes-Open
           PERFORM COLLECT-NOTES
           PERFORM MOVE-NOTE-REG
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-KEY-COUNT
         END-IF.

         IF Fup-Open-File
           PERFORM COLLECT-FOLLOWUPS
           PERFORM MOVE-FUP-REG
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-KEY-COUNT
         END-IF.

         IF Series-Open
           PERFORM COLLECT-SERIES
           PERFORM MOVE-SERIES-REG
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-KEY-COUNT
         END-IF.

         IF Emp-Open
           PERFORM COLLECT-EMPLOYMENT
           PERFORM MOVE-EMP-REG
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-KEY-COUNT
         END-IF.

         IF Dlmemb-Open
           PERFORM COLLECT-MEMBERSHIPS
           PERFORM MOVE-DLM-REG
               VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-KEY-COUNT
         END-IF.

         IF Hh-Open
           PERFORM MOVE-HOUSEHOLD
         END-IF.

         PERFORM MERGE-CONSENT.

       MOVE-APPT-REG.
         MOVE WS-KEY-ENTRY(WS-K) TO ap-key.
         READ APPT-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Appt-No-Error-Found
           MOVE Appt-Rec      TO WS-SAVE-IMAGE
           MOVE LK-OTHER-CODE TO ap-code
           WRITE Appt-Rec
             INVALID KEY
               CONTINUE
           END-WRITE
           IF Appt-No-Error-Found
             MOVE WS-SAVE-IMAGE TO Appt-Rec
             DELETE APPT-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
             MOVE 'P'           TO cx-type
             MOVE 'M'           TO cx-action
             MOVE LK-OTHER-CODE TO cx-other-code
             MOVE WS-SAVE-IMAGE TO cx-image
             PERFORM WRITE-CASCADE-ENTRY
             ADD 1 TO LK-APPT-COUNT
           ELSE
             ADD 1 TO LK-SKIP-COUNT
           END-IF
         END-IF.

       MOVE-NOTE-REG.
         MOVE WS-KEY-ENTRY(WS-K) TO nt-key.
         READ NOTES-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Note-No-Error-Found
           MOVE Note-Rec      TO WS-SAVE-IMAGE
           MOVE LK-OTHER-CODE TO nt-code
           WRITE Note-Rec
             INVALID KEY
               CONTINUE
           END-WRITE
           IF Note-No-Error-Found
             MOVE WS-SAVE-IMAGE TO Note-Rec
             DELETE NOTES-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
             MOVE 'N'           TO cx-type
             MOVE 'M'           TO cx-action
             MOVE LK-OTHER-CODE TO cx-other-code
             MOVE WS-SAVE-IMAGE TO cx-image
             PERFORM WRITE-CASCADE-ENTRY
             ADD 1 TO LK-NOTE-COUNT
           ELSE
             ADD 1 TO LK-SKIP-COUNT
           END-IF
         END-IF.

       MOVE-FUP-REG.
         MOVE WS-KEY-ENTRY(WS-K) TO fu-key.
         READ FUP-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Fup-No-Error-Found
           MOVE Followup-Rec  TO WS-SAVE-IMAGE
           MOVE LK-OTHER-CODE TO fu-code
           WRITE Followup-Rec
             INVALID KEY
               CONTINUE
           END-WRITE
           IF Fup-No-Error-Found
             MOVE WS-SAVE-IMAGE TO Followup-Rec
             DELETE FUP-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
             MOVE 'F'           TO cx-type
             MOVE 'M'           TO cx-action
             MOVE LK-OTHER-CODE TO cx-other-code
             MOVE WS-SAVE-IMAGE TO cx-image
             PERFORM WRITE-CASCADE-ENTRY
             ADD 1 TO LK-FUP-COUNT
           ELSE
             ADD 1 TO LK-SKIP-COUNT
           END-IF
         END-IF.

       MOVE-SERIES-REG.
         MOVE WS-KEY-ENTRY(WS-K)(1:6) TO sr-id.
         READ SERIES-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Series-No-Error-Found
           MOVE 'S'           TO cx-type
           MOVE 'M'           TO cx-action
           MOVE LK-OTHER-CODE TO cx-other-code
           MOVE Series-Rec    TO cx-image
           PERFORM WRITE-CASCADE-ENTRY

           MOVE LK-OTHER-CODE TO sr-code
           REWRITE Series-Rec
             INVALID KEY
               CONTINUE
           END-REWRITE
         END-IF.

       MOVE-EMP-REG.
         MOVE WS-KEY-ENTRY(WS-K) TO em-key.
         READ EMP-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Emp-No-Error-Found
           MOVE Emp-Rec       TO WS-SAVE-IMAGE
           MOVE LK-OTHER-CODE TO em-code
           WRITE Emp-Rec
             INVALID KEY
               CONTINUE
           END-WRITE
           IF Emp-No-Error-Found
             MOVE WS-SAVE-IMAGE TO Emp-Rec
             DELETE EMP-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
             MOVE 'E'           TO cx-type
             MOVE 'M'           TO cx-action
             MOVE LK-OTHER-CODE TO cx-other-code
             MOVE WS-SAVE-IMAGE TO cx-image
             PERFORM WRITE-CASCADE-ENTRY
             ADD 1 TO LK-EMP-COUNT
           ELSE
             ADD 1 TO LK-SKIP-COUNT
           END-IF
         END-IF.

       MOVE-DLM-REG.
         MOVE WS-KEY-ENTRY(WS-K) TO dm-list.
         MOVE LK-CODE            TO dm-code.
         READ DLMEMB-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Dlm-No-Error-Found
           MOVE Dlmemb-Rec    TO WS-SAVE-IMAGE
           MOVE LK-OTHER-CODE TO dm-code
           WRITE Dlmemb-Rec
             INVALID KEY
               CONTINUE
           END-WRITE
           IF Dlm-No-Error-Found
             MOVE WS-SAVE-IMAGE TO Dlmemb-Rec
             DELETE DLMEMB-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
             MOVE 'L'           TO cx-type
             MOVE 'M'           TO cx-action
             MOVE LK-OTHER-CODE TO cx-other-code
             MOVE WS-SAVE-IMAGE TO cx-image
             PERFORM WRITE-CASCADE-ENTRY
             ADD 1 TO LK-LIST-COUNT
           ELSE
             ADD 1 TO LK-SKIP-COUNT
           END-IF
         END-IF.

       MERGE-CONSENT.
         OPEN I-O CONSENT-FILE.
         IF NOT Consent-File-Missing
           MOVE LK-CODE TO cs-code
           READ CONSENT-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Consent-No-Error-Found
             MOVE cs-channels TO WS-LOSER-CONSENT
             PERFORM APPLY-LOSER-CONSENT
           END-IF
           CLOSE CONSENT-FILE
         END-IF.

       APPLY-LOSER-CONSENT.
         MOVE 'N' TO WS-CONSENT-NEW-SW.
         MOVE 'N' TO WS-CONSENT-CHANGED-SW.
         MOVE LK-OTHER-CODE TO cs-code.
         READ CONSENT-FILE
           INVALID KEY
             MOVE 'Y' TO WS-CONSENT-NEW-SW
             INITIALIZE Consent-Rec
             MOVE LK-OTHER-CODE TO cs-code
         END-READ.

         OPEN EXTEND CONSENT-JNL-FILE.
         IF Consent-Jnl-Missing
           OPEN OUTPUT CONSENT-JNL-FILE
         END-IF.

         PERFORM CARRY-OBJECTION-REG
             VARYING WS-CH FROM 1 BY 1 UNTIL WS-CH > 4.

         CLOSE CONSENT-JNL-FILE.

         IF Consent-Changed
           MOVE LK-OPERATOR TO cs-changed-by
           MOVE WS-NOW      TO cs-changed
           IF Consent-Is-New
             WRITE Consent-Rec
               INVALID KEY
                 CONTINUE
             END-WRITE
           ELSE
             REWRITE Consent-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE
           END-IF
         END-IF.

       CARRY-OBJECTION-REG.
         IF WS-LC-FLAG(WS-CH) = 'N'
         AND cs-ch-flag(WS-CH) NOT = 'N'
           MOVE 'Y' TO WS-CONSENT-CHANGED-SW
           MOVE WS-LC-CHANNEL(WS-CH)     TO cs-channel(WS-CH)

           MOVE LK-OTHER-CODE            TO cj-code
           MOVE WS-NOW                   TO cj-timestamp
           MOVE WS-CHANNEL-CODES(WS-CH:1) TO cj-channel
           MOVE cs-ch-flag(WS-CH)        TO cj-flag
           MOVE cs-ch-date(WS-CH)        TO cj-date
           MOVE cs-ch-source(WS-CH)      TO cj-source
           MOVE LK-OPERATOR              TO cj-user
           WRITE Consent-Jnl-Rec
         END-IF.

       MOVE-HOUSEHOLD.
         PERFORM COLLECT-HOUSEHOLD-MEMBERS.

         PERFORM REPOINT-MEMBER-REG
             VARYING WS-K FROM 1 BY 1
             UNTIL WS-K > WS-KEY-COUNT.

         MOVE LK-CODE TO hl-member-code.
         READ HH-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Hh-No-Error-Found
           MOVE Household-Rec TO WS-SAVE-IMAGE
           MOVE 'H'           TO cx-type
           MOVE 'M'           TO cx-action
           MOVE LK-OTHER-CODE TO cx-other-code
           MOVE Household-Rec TO cx-image
           PERFORM WRITE-CASCADE-ENTRY

           DELETE HH-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE

           MOVE LK-OTHER-CODE TO hl-member-code
           READ HH-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF NOT Hh-No-Error-Found
             MOVE WS-SAVE-IMAGE TO Household-Rec
             MOVE LK-OTHER-CODE TO hl-member-code
             IF hl-household-id = LK-CODE
               MOVE LK-OTHER-CODE TO hl-household-id
             END-IF
             WRITE Household-Rec
               INVALID KEY
                 CONTINUE
             END-WRITE
           END-IF
           ADD 1 TO LK-HH-COUNT
         END-IF.

         MOVE LK-OTHER-CODE TO hl-member-code.
         READ HH-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Hh-No-Error-Found
         AND hl-household-id = LK-OTHER-CODE
         AND NOT Rel-Head
           MOVE 'H' TO hl-relation
           REWRITE Household-Rec
             INVALID KEY
               CONTINUE
           END-REWRITE
         END-IF.

       REPOINT-MEMBER-REG.
         MOVE WS-KEY-ENTRY(WS-K)(1:6) TO hl-member-code.
         READ HH-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Hh-No-Error-Found
           MOVE 'H'           TO cx-type
           MOVE 'M'           TO cx-action
           MOVE LK-OTHER-CODE TO cx-other-code
           MOVE Household-Rec TO cx-image
           PERFORM WRITE-CASCADE-ENTRY

           MOVE LK-OTHER-CODE TO hl-household-id
           REWRITE Household-Rec
             INVALID KEY
               CONTINUE
           END-REWRITE
           IF Hh-No-Error-Found
             ADD 1 TO LK-HH-COUNT
           END-IF
         END-IF.

       COLLECT-FUTURE-APPTS.
         MOVE 0 TO WS-KEY-COUNT.
         PERFORM START-APPTS.
         PERFORM COLLECT-APPT-REG UNTIL Scan-Done.

       COLLECT-ALL-APPTS.
         MOVE 0 TO WS-KEY-COUNT.
         MOVE 00000000 TO WS-TODAY.
         PERFORM START-APPTS.
         PERFORM COLLECT-APPT-REG UNTIL Scan-Done.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       START-APPTS.
         MOVE 'N' TO WS-SCAN-DONE-SW.
         MOVE LK-CODE TO ap-code.
         START APPT-FILE KEY IS = ap-code
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ APPT-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

       COLLECT-APPT-REG.

         IF ap-code NOT = LK-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF ap-date NOT < WS-TODAY AND WS-KEY-COUNT < 500
             ADD 1 TO WS-KEY-COUNT
             MOVE ap-key TO WS-KEY-ENTRY(WS-KEY-COUNT)
           END-IF
           READ APPT-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-COLLECT-APPT-REG.

       COLLECT-HOUSEHOLD-MEMBERS.
         MOVE 0 TO WS-KEY-COUNT.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         MOVE LK-CODE TO hl-household-id.
         START HH-FILE KEY IS = hl-household-id
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ HH-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

         PERFORM COLLECT-MEMBER-REG UNTIL Scan-Done.

       COLLECT-MEMBER-REG.

         IF hl-household-id NOT = LK-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF hl-member-code NOT = LK-CODE AND WS-KEY-COUNT < 500
             ADD 1 TO WS-KEY-COUNT
             MOVE hl-member-code TO WS-KEY-ENTRY(WS-KEY-COUNT)
           END-IF
           READ HH-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-COLLECT-MEMBER-REG.

       START-FOLLOWUPS.
         MOVE 'N' TO WS-SCAN-DONE-SW.
         MOVE LK-CODE    TO fu-code.
         MOVE LOW-VALUES TO fu-noted-date.
         START FUP-FILE KEY IS >= fu-key
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ FUP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

       COLLECT-FOLLOWUPS.
         MOVE 0 TO WS-KEY-COUNT.
         PERFORM START-FOLLOWUPS.
         PERFORM COLLECT-FUP-REG UNTIL Scan-Done.

       COLLECT-FUP-REG.

         IF fu-code NOT = LK-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF WS-KEY-COUNT < 500
             ADD 1 TO WS-KEY-COUNT
             MOVE fu-key TO WS-KEY-ENTRY(WS-KEY-COUNT)
           END-IF
           READ FUP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-COLLECT-FUP-REG.

       COLLECT-NOTES.
         MOVE 0 TO WS-KEY-COUNT.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         MOVE LK-CODE TO nt-code.
         START NOTES-FILE KEY IS = nt-code
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ NOTES-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

         PERFORM COLLECT-NOTE-REG UNTIL Scan-Done.

       COLLECT-NOTE-REG.

         IF nt-code NOT = LK-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF WS-KEY-COUNT < 500
             ADD 1 TO WS-KEY-COUNT
             MOVE nt-key TO WS-KEY-ENTRY(WS-KEY-COUNT)
           END-IF
           READ NOTES-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-COLLECT-NOTE-REG.

       COLLECT-SERIES.
         MOVE 0 TO WS-KEY-COUNT.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         MOVE LK-CODE TO sr-code.
         START SERIES-FILE KEY IS = sr-code
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ SERIES-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

         PERFORM COLLECT-SERIES-REG UNTIL Scan-Done.

       COLLECT-SERIES-REG.

         IF sr-code NOT = LK-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF WS-KEY-COUNT < 500
             ADD 1 TO WS-KEY-COUNT
             MOVE sr-id TO WS-KEY-ENTRY(WS-KEY-COUNT)
           END-IF
           READ SERIES-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-COLLECT-SERIES-REG.

       COLLECT-EMPLOYMENT.
         MOVE 0 TO WS-KEY-COUNT.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         MOVE LK-CODE TO em-code.
         MOVE 0       TO em-org-code.
         START EMP-FILE KEY IS >= em-key
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ EMP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

         PERFORM COLLECT-EMP-REG UNTIL Scan-Done.

       COLLECT-EMP-REG.

         IF em-code NOT = LK-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF WS-KEY-COUNT < 500
             ADD 1 TO WS-KEY-COUNT
             MOVE em-key TO WS-KEY-ENTRY(WS-KEY-COUNT)
           END-IF
           READ EMP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-COLLECT-EMP-REG.

       COLLECT-MEMBERSHIPS.
         MOVE 0 TO WS-KEY-COUNT.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         MOVE LK-CODE TO dm-code.
         START DLMEMB-FILE KEY IS = dm-code
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ DLMEMB-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

         PERFORM COLLECT-DLM-REG UNTIL Scan-Done.

       COLLECT-DLM-REG.

         IF dm-code NOT = LK-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF WS-KEY-COUNT < 500
             ADD 1 TO WS-KEY-COUNT
             MOVE dm-list TO WS-KEY-ENTRY(WS-KEY-COUNT)
           END-IF
           READ DLMEMB-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-COLLECT-DLM-REG.

       WRITE-CASCADE-ENTRY.
         IF Cx-Open
           ADD 1 TO WS-CX-SEQ
           MOVE LK-CODE     TO cx-code
           MOVE WS-NOW      TO cx-timestamp
           MOVE WS-CX-SEQ   TO cx-seq
           MOVE LK-OPERATOR TO cx-user
           WRITE Cascade-Rec
             INVALID KEY
               CONTINUE
           END-WRITE
         END-IF.
