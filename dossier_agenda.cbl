                           WITH DUPLICATES
                 FILE STATUS IS notes-status.

       SELECT FUP-FILE ASSIGN TO "AGENDA-FUP.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS fu-key
                 ALTERNATE RECORD KEY IS fu-owner
                           WITH DUPLICATES
                 FILE STATUS IS fup-status.

       SELECT SERIES-FILE ASSIGN TO "AGENDA-SERIES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS sr-id
                 ALTERNATE RECORD KEY IS sr-code
                           WITH DUPLICATES
                 FILE STATUS IS series-status.

       SELECT APPT-FILE ASSIGN TO "AGENDA-APPT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                           WITH DUPLICATES
                 FILE STATUS IS hh-status.

       SELECT EMP-FILE ASSIGN TO "AGENDA-EMP.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS em-key
                 ALTERNATE RECORD KEY IS em-org-code
                           WITH DUPLICATES
                 FILE STATUS IS emp-status.

       SELECT ORG-FILE ASSIGN TO "AGENDA-ORG.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS org-code
                 ALTERNATE RECORD KEY IS org-name
                           WITH DUPLICATES
                 FILE STATUS IS org-status.

       SELECT CASCADE-FILE ASSIGN TO "AGENDA-CASCADE.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cx-key
                 FILE STATUS IS cascade-status.

       SELECT CONSENT-FILE ASSIGN TO "AGENDA-CONSENT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cs-code
                 FILE STATUS IS consent-status.

       SELECT CONSENT-JNL-FILE ASSIGN TO "AGENDA-CONSENT-JNL.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS consent-jnl-status.

       SELECT CONSENT-TMP-FILE ASSIGN TO "DOSSIER-CONSENT.TMP"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS consent-tmp-status.

       SELECT ERASE-TMP-FILE ASSIGN TO "DOSSIER-ERASE.TMP"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS erase-tmp-status.

       SELECT MAILHIST-FILE ASSIGN TO "AGENDA-MAILHIST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS mh-key
                 FILE STATUS IS mailhist-status.

       SELECT BADADDR-FILE ASSIGN TO "AGENDA-BADADDR.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ba-code
                 FILE STATUS IS badaddr-status.

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

       SELECT DLMEMB-FILE ASSIGN TO "AGENDA-DLMEMB.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS dm-key
                 ALTERNATE RECORD KEY IS dm-code
                           WITH DUPLICATES
                 FILE STATUS IS dlmemb-status.

       SELECT AUDIT-IDX-FILE ASSIGN TO "AGENDA-AUDIT-IDX.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS lock-rel-key
                 FILE STATUS IS lock-status.

       SELECT PENDING-FILE ASSIGN TO "AGENDA-PENDING.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS pd-id
                 FILE STATUS IS pending-status.

       SELECT DOSSIER-PRINT ASSIGN TO "AGENDA-DOSSIER.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD AUDIT-TMP-FILE.
       01  Audit-Tmp-Rec.
           88  END-AUDIT-TMP VALUE HIGH-VALUES.
           02  FILLER                   PIC X(251).

       FD ADDR-HIST-FILE.
       01  Addr-Hist-Rec.
           02  nt-text                   PIC X(60).
           02  nt-followup-date          PIC X(8).

       FD FUP-FILE.
       01  Followup-Rec.
           02  fu-key.
               03  fu-code               PIC 9(6).
               03  fu-noted-date         PIC X(14).
           02  fu-owner                  PIC X(8).
           02  fu-due-date               PIC X(8).
           02  fu-status                 PIC X(1).
           02  fu-remark                 PIC X(40).
           02  fu-closed-by              PIC X(8).
           02  fu-closed-date            PIC X(8).

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

       FD APPT-FILE.
       01  Appt-Rec.
           02  ap-key.
               03  ap-code               PIC 9(6).
           02  ap-subject                PIC X(40).
           02  ap-place                  PIC X(20).
           02  ap-duration               PIC 9(3).
           02  ap-series-id              PIC 9(6).

       FD HH-FILE.
       01  Household-Rec.
           02  hl-household-id         PIC 9(6).
           02  hl-relation             PIC X(1).

       FD EMP-FILE.
       01  Emp-Rec.
           02  em-key.
               03  em-code               PIC 9(6).
               03  em-org-code           PIC 9(6).
           02  em-job-title              PIC X(30).
           02  em-start-date             PIC X(8).
           02  em-end-date               PIC X(8).

       FD ORG-FILE.
       01  Org-Rec.
           02  org-code                  PIC 9(6).
           02  org-name                  PIC X(40).
           02  org-phone                 PIC X(15).
           02  org-address               PIC X(40).
           02  org-city                  PIC X(20).
           02  org-category              PIC X(4).

       FD CASCADE-FILE.
       01  Cascade-Rec.
           02  cx-key.
               03  cx-code               PIC 9(6).
               03  cx-timestamp          PIC X(14).
               03  cx-seq                PIC 9(3).
           02  cx-type                   PIC X(1).
           02  cx-action                 PIC X(1).
           02  cx-user                   PIC X(8).
           02  cx-other-code             PIC 9(6).
           02  cx-image                  PIC X(100).

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
           88  END-CONSENT-JNL VALUE HIGH-VALUES.
           02  cj-code                   PIC 9(6).
           02  cj-timestamp              PIC X(14).
           02  cj-channel                PIC X(1).
           02  cj-flag                   PIC X(1).
           02  cj-date                   PIC X(8).
           02  cj-source                 PIC X(10).
           02  cj-user                   PIC X(8).

       FD CONSENT-TMP-FILE.
       01  Consent-Tmp-Rec.
           88  END-CONSENT-TMP VALUE HIGH-VALUES.
           02  FILLER                    PIC X(48).

       FD MAILHIST-FILE.
       01  Mail-Hist-Rec.
           02  mh-key.
               03  mh-code             PIC 9(6).
               03  mh-template         PIC X(8).
               03  mh-run-date         PIC X(8).
               03  mh-run-time         PIC X(6).
           02  mh-output               PIC X(1).
           02  mh-address              PIC X(40).
           02  mh-city                 PIC X(20).
           02  mh-returned             PIC X(1).
               88  Mail-Returned       VALUE 'Y'.
           02  mh-returned-date        PIC X(8).

       FD BADADDR-FILE.
       01  Bad-Addr-Rec.
           02  ba-code                 PIC 9(6).
           02  ba-address              PIC X(40).
           02  ba-city                 PIC X(20).
           02  ba-returned-date        PIC X(8).
           02  ba-reason               PIC X(20).
           02  ba-user                 PIC X(8).
           02  ba-flagged              PIC X(14).

       FD REVIEW-FILE.
       01  Review-Rec.
           02  rv-code                  PIC 9(6).
           02  rv-category              PIC X(4).
           02  rv-surname               PIC X(35).
           02  rv-name                  PIC X(35).
           02  rv-last-activity         PIC X(8).
           02  rv-listed                PIC X(8).
           02  rv-decision              PIC X(1).
           02  rv-decided-by            PIC X(8).
           02  rv-decided               PIC X(14).

       FD REVIEWED-FILE.
       01  Reviewed-Rec.
           02  rd-code                  PIC 9(6).
           02  rd-reviewed              PIC X(8).
           02  rd-decision              PIC X(1).
           02  rd-decided-by            PIC X(8).
           02  rd-applied-by            PIC X(8).

       FD DLMEMB-FILE.
       01  Dlmemb-Rec.
           02  dm-key.
               03  dm-list              PIC X(20).
               03  dm-code              PIC 9(6).
           02  dm-added                 PIC X(8).
           02  dm-added-by              PIC X(8).
           02  dm-source                PIC X(1).

       FD AUDIT-IDX-FILE.
       01  Audit-Idx-Rec.
           02  ax-key.
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
           02  lock-job                 PIC X(20).
           02  lock-since               PIC X(14).

       FD PENDING-FILE.
       01  Pending-Rec.
           02  pd-id                    PIC 9(6).
           02  pd-type                  PIC X(1).
           02  pd-code                  PIC 9(6).
           02  pd-other-code            PIC 9(6).
           02  pd-status                PIC X(1).
               88  Pd-Pending          VALUE 'P'.
           02  pd-requested-by          PIC X(8).
           02  pd-requested             PIC X(14).
           02  pd-reason                PIC X(40).
           02  pd-image                 PIC X(210).
           02  pd-other-image           PIC X(210).
           02  pd-decided-by            PIC X(8).
           02  pd-decided               PIC X(14).
           02  pd-comment               PIC X(40).

       FD ERASE-TMP-FILE.
       01  Erase-Tmp-Rec.
           88  END-ERASE-TMP VALUE HIGH-VALUES.
           02  FILLER                   PIC X(210).

       FD DOSSIER-PRINT.
       01  DOSSIER-PRINT-LINE          PIC X(132).

             88 Audit-Read-Clean       VALUE "00".
             88 Audit-Not-Found        VALUE "35".
          02 audit-tmp-status           PIC X(2).
          02 erase-tmp-status           PIC X(2).
          02 addr-hist-status           PIC X(2).
             88 Hist-File-Missing     VALUE "35".
          02 notes-status               PIC X(2).
             88 Note-File-Missing     VALUE "35".
          02 fup-status                 PIC X(2).
             88 Fup-File-Missing      VALUE "35".
          02 appt-status                PIC X(2).
             88 Appt-File-Missing     VALUE "35".
          02 series-status              PIC X(2).
             88 Series-File-Missing   VALUE "35".
          02 hh-status                  PIC X(2).
             88 Hh-No-Error-Found     VALUE "00".
             88 Hh-File-Missing       VALUE "35".
          02 emp-status                 PIC X(2).
             88 Emp-File-Missing      VALUE "35".
          02 org-status                 PIC X(2).
             88 Org-No-Error-Found    VALUE "00".
             88 Org-File-Missing      VALUE "35".
          02 cascade-status             PIC X(2).
             88 Cx-File-Missing       VALUE "35".
          02 consent-status             PIC X(2).
             88 Consent-No-Error-Found VALUE "00".
             88 Consent-File-Missing  VALUE "35".
          02 consent-jnl-status         PIC X(2).
             88 Consent-Jnl-Missing   VALUE "35".
          02 consent-tmp-status         PIC X(2).
          02 mailhist-status            PIC X(2).
             88 Mailhist-File-Missing VALUE "35".
          02 badaddr-status             PIC X(2).
             88 Badaddr-No-Error-Found VALUE "00".
             88 Badaddr-File-Missing  VALUE "35".
          02 review-status              PIC X(2).
             88 Review-No-Error-Found VALUE "00".
             88 Review-File-Missing   VALUE "35".
          02 reviewed-status            PIC X(2).
             88 Reviewed-No-Error-Found VALUE "00".
             88 Reviewed-File-Missing VALUE "35".
          02 dlmemb-status              PIC X(2).
             88 Dlm-File-Missing      VALUE "35".
          02 audit-idx-status           PIC X(2).
             88 Idx-No-Error-Found    VALUE "00".
             88 Idx-File-Missing      VALUE "35".
          02 pending-status             PIC X(2).
             88 Pending-File-Missing  VALUE "35".

       01 user-status                 PIC X(2).
          88 User-No-Error-Found      VALUE "00".
       01 WS-OPERATOR-PASSWORD        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-OK-SW           PIC X(1) VALUE 'N'.
          88 Operator-Ok              VALUE 'Y'.
       01 WS-OPERATOR-LEVEL           PIC X(1) VALUE 'O'.
          88 Operator-Supervisor      VALUE 'S'.
       01 WS-REQUESTED-BY             PIC X(8) VALUE SPACES.

       01 WS-APPROVAL-SW              PIC X(1) VALUE 'N'.
          88 Under-Approval-Queue     VALUE 'Y'.
       01 WS-RUN-RC                   PIC 9(2) VALUE 0.

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

       01 WS-MODE-OPTION              PIC X(1).
          88 Mode-Print               VALUE 'P'.

       01 WS-LAYOUT-WARN-LINE.
           03 WS-LW-FILE               PIC X(16).
           03 FILLER                   PIC X(46) VALUE
              " NOT IN CURRENT LAYOUT - RUN AGENDA-AUDIT-MIG3".

       01 WS-CONTACT-COUNT            PIC 9(6) VALUE 0.
       01 WS-AUDIT-COUNT              PIC 9(6) VALUE 0.
       01 WS-ARCH-COUNT               PIC 9(6) VALUE 0.
       01 WS-HIST-COUNT               PIC 9(6) VALUE 0.
       01 WS-NOTE-COUNT               PIC 9(6) VALUE 0.
       01 WS-FUP-COUNT                PIC 9(6) VALUE 0.
       01 WS-APPT-COUNT               PIC 9(6) VALUE 0.
       01 WS-SERIES-COUNT             PIC 9(6) VALUE 0.
       01 WS-HH-COUNT                 PIC 9(6) VALUE 0.
       01 WS-IDX-COUNT                PIC 9(6) VALUE 0.
       01 WS-EMP-COUNT                PIC 9(6) VALUE 0.
       01 WS-CX-COUNT                 PIC 9(6) VALUE 0.
       01 WS-CONSENT-COUNT            PIC 9(6) VALUE 0.
       01 WS-CONSENT-JNL-COUNT        PIC 9(6) VALUE 0.
       01 WS-MAILHIST-COUNT           PIC 9(6) VALUE 0.
       01 WS-BADADDR-COUNT            PIC 9(6) VALUE 0.
       01 WS-PENDING-COUNT            PIC 9(6) VALUE 0.
       01 WS-REVIEW-COUNT             PIC 9(6) VALUE 0.
       01 WS-DLMEMB-COUNT             PIC 9(6) VALUE 0.
       01 WS-ERASE-ROW-COUNT          PIC 9(6) VALUE 0.

       01 WS-ERASE-IMAGE.
           03 WS-EI-CODE               PIC 9(6) VALUE 0.
           03 WS-EI-COUNT              PIC 9(2) VALUE 0.
           03 WS-EI-SEQ-LIST.
              05 WS-EI-SEQ OCCURS 22 TIMES
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
       01 WS-CH                       PIC 9(1).
       01 WS-CHANNEL-CODES            PIC X(4) VALUE "MEPS".

       01 WS-TITLE-LINE               PIC X(60) VALUE
          "PERSONAL AGENDA - DATA SUBJECT DOSSIER".
           03 FILLER                   PIC X(10) VALUE " RELATION ".
           03 WS-HL-RELATION           PIC X(1).

       01 WS-EMP-LINE.
           03 WS-E-ORG-CODE            PIC 9(6).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-E-ORG-NAME            PIC X(40).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-E-TITLE               PIC X(30).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-E-START               PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-E-END                 PIC X(8).

       01 WS-CONSENT-LINE.
           03 WS-CS-CHANNEL            PIC X(1).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CS-FLAG               PIC X(1).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CS-DATE               PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CS-SOURCE             PIC X(10).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CS-USER               PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-CS-STAMP              PIC X(14).

       01 WS-MAIL-LINE.
           03 WS-MH-TEMPLATE           PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-MH-DATE               PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-MH-OUTPUT             PIC X(1).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-MH-ADDRESS            PIC X(40).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-MH-CITY               PIC X(20).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-MH-RETURNED           PIC X(8).

       01 WS-BADADDR-LINE.
           03 FILLER                   PIC X(9)  VALUE "RETURNED ".
           03 WS-BA-DATE               PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-BA-REASON             PIC X(20).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-BA-ADDRESS            PIC X(40).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-BA-USER               PIC X(8).

       01 WS-PENDING-LINE.
           03 WS-PL-ID                 PIC 9(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-PL-TYPE               PIC X(1).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-PL-STATUS             PIC X(1).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-PL-REQUESTED          PIC X(14).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-PL-REQUESTED-BY       PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-PL-DECIDED-BY         PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-PL-REASON             PIC X(40).

       01 WS-REVIEW-LINE.
           03 WS-RL-TEXT               PIC X(16).
           03 WS-RL-DATE               PIC X(8).
           03 FILLER                   PIC X(11) VALUE "  DECISION ".
           03 WS-RL-DECISION           PIC X(1).
           03 FILLER                   PIC X(4)  VALUE " BY ".
           03 WS-RL-BY                 PIC X(8).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-RL-APPLIED            PIC X(20).

       01 WS-DLMEMB-LINE.
           03 WS-DM-LIST               PIC X(20).
           03 FILLER                   PIC X(7)  VALUE "  ADDED".
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-DM-ADDED              PIC X(8).
           03 FILLER                   PIC X(4)  VALUE " BY ".
           03 WS-DM-BY                 PIC X(8).
           03 FILLER                   PIC X(9)  VALUE " SOURCE ".
           03 WS-DM-SOURCE             PIC X(1).

       01 WS-APPROVAL-LINE.
           03 FILLER                   PIC X(13) VALUE "REQUESTED BY ".
           03 WS-AP-REQUESTED-BY       PIC X(8).
           03 FILLER                   PIC X(13) VALUE " APPROVED BY ".
           03 WS-AP-APPROVED-BY        PIC X(8).

       01 WS-COUNT-LINE.
           03 WS-K-TEXT                PIC X(40).
           03 WS-K-COUNT               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       PERFORM CHECK-APPROVAL-QUEUE.

       IF Under-Approval-Queue
         PERFORM RUN-APPROVED-ERASURE
         MOVE WS-RUN-RC TO RETURN-CODE
         GOBACK
       END-IF.

       DISPLAY "MODE (P=PRINT DOSSIER / E=ERASE): ".
       ACCEPT WS-MODE-OPTION.

       IF Mode-Erase
         PERFORM CHECK-OPERATOR
         IF NOT Operator-Ok
           DISPLAY "OPERATOR NOT VERIFIED - CANCELLED"
           STOP RUN
         END-IF
         DISPLAY "THIS REMOVES THE PERSON FROM EVERY FILE"
           DISPLAY "ERASURE CANCELLED"
           STOP RUN
         END-IF
         IF NOT Operator-Supervisor
           PERFORM REQUEST-ERASURE
           STOP RUN
         END-IF
       END-IF.

       IF Mode-Print

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

       RUN-APPROVED-ERASURE.
         MOVE 8 TO WS-RUN-RC.

         MOVE 'G' TO WS-PD-FUNCTION.
         MOVE 'E' TO WS-PD-TYPE.
         CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST.
         CANCEL "AGENDA-PENDING".

         IF Pd-Found
           MOVE WS-PD-CODE         TO WS-TARGET-CODE
           MOVE WS-PD-DECIDED-BY   TO WS-OPERATOR-ID
           MOVE WS-PD-REQUESTED-BY TO WS-REQUESTED-BY
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-TODAY(1:4) TO WS-CURRENT-YEAR
           PERFORM ERASE-SUBJECT
           MOVE 0 TO WS-RUN-RC
         ELSE
           DISPLAY "NO APPROVED ERASURE TO CARRY OUT"
         END-IF.

       REQUEST-ERASURE.
         MOVE 'C'            TO WS-PD-FUNCTION.
         MOVE WS-TARGET-CODE TO WS-PD-CODE.
         CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST.
         CANCEL "AGENDA-PENDING".

         IF Pd-Found
           DISPLAY "CONTACT ALREADY PENDING SUPERVISOR APPROVAL"
         ELSE
           DISPLAY "REASON FOR ERASURE: "
           MOVE SPACES TO WS-PD-TEXT
           ACCEPT WS-PD-TEXT
           IF WS-PD-TEXT = SPACES
             DISPLAY "NO REASON GIVEN - ERASURE NOT REQUESTED"
           ELSE
             PERFORM QUEUE-ERASURE
           END-IF
         END-IF.

       QUEUE-ERASURE.
         MOVE SPACES TO WS-PD-IMAGE.
         OPEN INPUT AGENDA.
         MOVE WS-TARGET-CODE TO agenda-code.
         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.
         IF No-Error-Found
           MOVE Agenda-Rec TO WS-PD-IMAGE
         END-IF.
         CLOSE AGENDA.

         MOVE 'Q'            TO WS-PD-FUNCTION.
         MOVE 'E'            TO WS-PD-TYPE.
         MOVE WS-TARGET-CODE TO WS-PD-CODE.
         MOVE ZEROS          TO WS-PD-OTHER-CODE.
         MOVE WS-OPERATOR-ID TO WS-PD-USER.
         MOVE SPACES         TO WS-PD-OTHER-IMAGE.

         CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST.
         CANCEL "AGENDA-PENDING".

         IF Pd-Found
           DISPLAY "ERASURE SENT FOR SUPERVISOR APPROVAL"
         ELSE
           DISPLAY "ERASURE REQUEST COULD NOT BE RECORDED"
         END-IF.

       SET-BATCH-LOCK.
         MOVE 1 TO lock-rel-key.
         MOVE 'N' TO WS-LOCK-OK-SW.
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
         PERFORM PRINT-NOTE-SECTION.
         PERFORM PRINT-APPT-SECTION.
         PERFORM PRINT-HH-SECTION.
         PERFORM PRINT-EMP-SECTION.
         PERFORM PRINT-CONSENT-SECTION.
         PERFORM PRINT-MAIL-SECTION.
         PERFORM PRINT-PENDING-SECTION.
         PERFORM PRINT-REVIEW-SECTION.
         PERFORM PRINT-DLMEMB-SECTION.

         CLOSE DOSSIER-PRINT.


         IF aud-code NOT NUMERIC
         OR aud-timestamp NOT NUMERIC
         OR aud-seq NOT NUMERIC
           MOVE 'N' TO WS-LAYOUT-OK-SW
         END-IF.

           CLOSE HH-FILE
         END-IF.

       PRINT-EMP-SECTION.
         MOVE "EMPLOYMENT LINKS (AGENDA-EMP.DAT)" TO WS-SECTION-LINE.
         PERFORM WRITE-SECTION-HEADER.

         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN INPUT EMP-FILE.
         IF Emp-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           OPEN INPUT ORG-FILE
           PERFORM START-EMP
         END-IF.

         PERFORM PRINT-EMP-REG UNTIL Scan-Done.

         IF NOT Emp-File-Missing
           CLOSE EMP-FILE
           IF NOT Org-File-Missing
             CLOSE ORG-FILE
           END-IF
         END-IF.

       PRINT-EMP-REG.

         IF em-code NOT = WS-TARGET-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE em-org-code   TO WS-E-ORG-CODE
           MOVE SPACES        TO WS-E-ORG-NAME
           IF NOT Org-File-Missing
             MOVE em-org-code TO org-code
             READ ORG-FILE
               INVALID KEY
                 CONTINUE
             END-READ
             IF Org-No-Error-Found
               MOVE org-name  TO WS-E-ORG-NAME
             END-IF
           END-IF
           MOVE em-job-title  TO WS-E-TITLE
           MOVE em-start-date TO WS-E-START
           MOVE em-end-date   TO WS-E-END
           WRITE DOSSIER-PRINT-LINE FROM WS-EMP-LINE

           READ EMP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-PRINT-EMP-REG.

       PRINT-CONSENT-SECTION.
         MOVE "CONSENT (AGENDA-CONSENT.DAT)" TO WS-SECTION-LINE.
         PERFORM WRITE-SECTION-HEADER.

         OPEN INPUT CONSENT-FILE.
         IF NOT Consent-File-Missing
           MOVE WS-TARGET-CODE TO cs-code
           READ CONSENT-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Consent-No-Error-Found
             PERFORM PRINT-CONSENT-CHANNEL
                 VARYING WS-CH FROM 1 BY 1 UNTIL WS-CH > 4
           END-IF
           CLOSE CONSENT-FILE
         END-IF.

         MOVE "CONSENT HISTORY (AGENDA-CONSENT-JNL.DAT)"
           TO WS-SECTION-LINE.
         PERFORM WRITE-SECTION-HEADER.

         OPEN INPUT CONSENT-JNL-FILE.
         IF NOT Consent-Jnl-Missing
           READ CONSENT-JNL-FILE
               AT END SET END-CONSENT-JNL TO TRUE
           END-READ
           PERFORM PRINT-CONSENT-JNL-REG UNTIL END-CONSENT-JNL
           CLOSE CONSENT-JNL-FILE
         END-IF.

       PRINT-CONSENT-CHANNEL.
         MOVE WS-CHANNEL-CODES(WS-CH:1) TO WS-CS-CHANNEL.
         MOVE cs-ch-flag(WS-CH)          TO WS-CS-FLAG.
         MOVE cs-ch-date(WS-CH)          TO WS-CS-DATE.
         MOVE cs-ch-source(WS-CH)        TO WS-CS-SOURCE.
         MOVE cs-changed-by              TO WS-CS-USER.
         MOVE cs-changed                 TO WS-CS-STAMP.
         WRITE DOSSIER-PRINT-LINE FROM WS-CONSENT-LINE.

       PRINT-CONSENT-JNL-REG.

         IF cj-code = WS-TARGET-CODE
           MOVE cj-channel   TO WS-CS-CHANNEL
           MOVE cj-flag      TO WS-CS-FLAG
           MOVE cj-date      TO WS-CS-DATE
           MOVE cj-source    TO WS-CS-SOURCE
           MOVE cj-user      TO WS-CS-USER
           MOVE cj-timestamp TO WS-CS-STAMP
           WRITE DOSSIER-PRINT-LINE FROM WS-CONSENT-LINE
         END-IF.

         READ CONSENT-JNL-FILE
           AT END SET END-CONSENT-JNL TO TRUE
         END-READ.
       END-PRINT-CONSENT-JNL-REG.

       PRINT-MAIL-SECTION.
         MOVE "MAILING HISTORY (AGENDA-MAILHIST.DAT)"
           TO WS-SECTION-LINE.
         PERFORM WRITE-SECTION-HEADER.

         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN INPUT MAILHIST-FILE.
         IF Mailhist-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           PERFORM START-MAILHIST
         END-IF.

         PERFORM PRINT-MAIL-REG UNTIL Scan-Done.

         IF NOT Mailhist-File-Missing
           CLOSE MAILHIST-FILE
         END-IF.

         MOVE "RETURNED MAIL (AGENDA-BADADDR.DAT)" TO WS-SECTION-LINE.
         PERFORM WRITE-SECTION-HEADER.

         OPEN INPUT BADADDR-FILE.
         IF NOT Badaddr-File-Missing
           MOVE WS-TARGET-CODE TO ba-code
           READ BADADDR-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Badaddr-No-Error-Found
             MOVE ba-returned-date TO WS-BA-DATE
             MOVE ba-reason        TO WS-BA-REASON
             MOVE ba-address       TO WS-BA-ADDRESS
             MOVE ba-user          TO WS-BA-USER
             WRITE DOSSIER-PRINT-LINE FROM WS-BADADDR-LINE
           END-IF
           CLOSE BADADDR-FILE
         END-IF.

       PRINT-MAIL-REG.

         IF mh-code NOT = WS-TARGET-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE mh-template  TO WS-MH-TEMPLATE
           MOVE mh-run-date  TO WS-MH-DATE
           MOVE mh-output    TO WS-MH-OUTPUT
           MOVE mh-address   TO WS-MH-ADDRESS
           MOVE mh-city      TO WS-MH-CITY
           MOVE SPACES       TO WS-MH-RETURNED
           IF Mail-Returned
             MOVE mh-returned-date TO WS-MH-RETURNED
           END-IF
           WRITE DOSSIER-PRINT-LINE FROM WS-MAIL-LINE

           READ MAILHIST-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-PRINT-MAIL-REG.

       PRINT-PENDING-SECTION.
         MOVE "APPROVAL REQUESTS (AGENDA-PENDING.DAT)"
           TO WS-SECTION-LINE.
         PERFORM WRITE-SECTION-HEADER.

         PERFORM START-PENDING.
         PERFORM PRINT-PENDING-REG UNTIL Scan-Done.

         IF NOT Pending-File-Missing
           CLOSE PENDING-FILE
         END-IF.

       START-PENDING.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN I-O PENDING-FILE.
         IF Pending-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE ZEROS TO pd-id
           START PENDING-FILE KEY IS >= pd-id
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
         END-IF.

         IF NOT Scan-Done
           READ PENDING-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

       PRINT-PENDING-REG.

         IF pd-code = WS-TARGET-CODE
         OR pd-other-code = WS-TARGET-CODE
           MOVE pd-id           TO WS-PL-ID
           MOVE pd-type         TO WS-PL-TYPE
           MOVE pd-status       TO WS-PL-STATUS
           MOVE pd-requested    TO WS-PL-REQUESTED
           MOVE pd-requested-by TO WS-PL-REQUESTED-BY
           MOVE pd-decided-by   TO WS-PL-DECIDED-BY
           MOVE pd-reason       TO WS-PL-REASON
           WRITE DOSSIER-PRINT-LINE FROM WS-PENDING-LINE
         END-IF.

         READ PENDING-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-SCAN-DONE-SW
         END-READ.
       END-PRINT-PENDING-REG.

       PRINT-REVIEW-SECTION.
         MOVE "DORMANT REVIEW (AGENDA-REVIEW.DAT / AGENDA-REVIEWED.DAT)"
           TO WS-SECTION-LINE.
         PERFORM WRITE-SECTION-HEADER.

         OPEN INPUT REVIEW-FILE.
         IF NOT Review-File-Missing
           MOVE WS-TARGET-CODE TO rv-code
           READ REVIEW-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Review-No-Error-Found
             MOVE "ON REVIEW LIST  " TO WS-RL-TEXT
             MOVE rv-listed          TO WS-RL-DATE
             MOVE rv-decision        TO WS-RL-DECISION
             MOVE rv-decided-by      TO WS-RL-BY
             MOVE SPACES             TO WS-RL-APPLIED
             WRITE DOSSIER-PRINT-LINE FROM WS-REVIEW-LINE
           END-IF
           CLOSE REVIEW-FILE
         END-IF.

         OPEN INPUT REVIEWED-FILE.
         IF NOT Reviewed-File-Missing
           MOVE WS-TARGET-CODE TO rd-code
           READ REVIEWED-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Reviewed-No-Error-Found
             MOVE "LAST REVIEWED   " TO WS-RL-TEXT
             MOVE rd-reviewed        TO WS-RL-DATE
             MOVE rd-decision        TO WS-RL-DECISION
             MOVE rd-decided-by      TO WS-RL-BY
             MOVE SPACES             TO WS-RL-APPLIED
             STRING "APPLIED BY " rd-applied-by
                    DELIMITED BY SIZE INTO WS-RL-APPLIED
             WRITE DOSSIER-PRINT-LINE FROM WS-REVIEW-LINE
           END-IF
           CLOSE REVIEWED-FILE
         END-IF.

       PRINT-DLMEMB-SECTION.
         MOVE "DISTRIBUTION LISTS (AGENDA-DLMEMB.DAT)"
           TO WS-SECTION-LINE.
         PERFORM WRITE-SECTION-HEADER.

         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN INPUT DLMEMB-FILE.
         IF Dlm-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           PERFORM START-DLMEMB
         END-IF.

         PERFORM PRINT-DLMEMB-REG UNTIL Scan-Done.

         IF NOT Dlm-File-Missing
           CLOSE DLMEMB-FILE
         END-IF.

       PRINT-DLMEMB-REG.

         IF dm-code NOT = WS-TARGET-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE dm-list     TO WS-DM-LIST
           MOVE dm-added    TO WS-DM-ADDED
           MOVE dm-added-by TO WS-DM-BY
           MOVE dm-source   TO WS-DM-SOURCE
           WRITE DOSSIER-PRINT-LINE FROM WS-DLMEMB-LINE

           READ DLMEMB-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-PRINT-DLMEMB-REG.

       ERASE-SUBJECT.
         PERFORM ERASE-CONTACT.
         PERFORM START-ERASURE-LIST.
         PERFORM ERASE-LIVE-AUDIT.
         PERFORM ERASE-ARCHIVES.
         PERFORM WRITE-ERASURE-AUDIT.
         PERFORM ERASE-ADDR-HIST.
         PERFORM ERASE-NOTES.
         PERFORM ERASE-FOLLOWUPS.
         PERFORM ERASE-APPTS.
         PERFORM ERASE-SERIES.
         PERFORM ERASE-HH-LINKS.
         PERFORM ERASE-EMP-LINKS.
         PERFORM ERASE-CASCADE-JOURNAL.
         PERFORM ERASE-CONSENT.
         PERFORM ERASE-MAIL-HISTORY.
         PERFORM ERASE-AUDIT-IDX.
         PERFORM ERASE-PENDING.
         PERFORM ERASE-REVIEW.
         PERFORM ERASE-DLMEMB.
         PERFORM PRINT-CERTIFICATE.

       ERASE-CONTACT.
         OPEN I-O AGENDA.
         MOVE WS-TARGET-CODE TO agenda-code.

         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.

         IF No-Error-Found
           DELETE AGENDA RECORD
             INVALID KEY
               CONTINUE
           END-DELETE
           IF No-Error-Found
             ADD 1 TO WS-CONTACT-COUNT
           END-IF
         END-IF.

         CLOSE AGENDA.

       START-ERASURE-LIST.
         MOVE 0     TO WS-ERASE-ROW-COUNT.
         MOVE 0     TO WS-EI-COUNT.
         MOVE ZEROS TO WS-EI-SEQ-LIST.
         OPEN OUTPUT ERASE-TMP-FILE.

       ERASE-LIVE-AUDIT.
         MOVE "AGENDA-AUDIT.DAT" TO WS-AUDIT-FILE-NAME.
         MOVE 0 TO WS-ARCH-COUNT.
         PERFORM STRIP-AUDIT-FILE.
         MOVE WS-ARCH-COUNT TO WS-AUDIT-COUNT.

       ERASE-ARCHIVES.
         MOVE 0 TO WS-ARCH-COUNT.
         PERFORM ERASE-ARCHIVE-YEAR
             VARYING WS-YEAR FROM 1990 BY 1
             UNTIL WS-YEAR > WS-CURRENT-YEAR.

       ERASE-ARCHIVE-YEAR.
         MOVE WS-YEAR TO WS-ARCHIVE-YEAR.
         MOVE WS-ARCHIVE-NAME TO WS-AUDIT-FILE-NAME.
         PERFORM STRIP-AUDIT-FILE.

       STRIP-AUDIT-FILE.
         PERFORM CHECK-AUDIT-LAYOUT.

         IF NOT Layout-Ok
           DISPLAY "NOT IN CURRENT LAYOUT - LEFT UNTOUCHED: "
                   WS-AUDIT-FILE-NAME
           DISPLAY "RUN AGENDA-AUDIT-MIG3 FIRST"
           ADD 1 TO WS-SKIPPED-FILE-COUNT
         ELSE
           PERFORM STRIP-CHECKED-FILE
         END-IF.

       STRIP-CHECKED-FILE.
         OPEN INPUT AUDIT-FILE.

         IF Audit-Not-Found
           CONTINUE
         ELSE
           OPEN OUTPUT AUDIT-TMP-FILE

           READ AUDIT-FILE
               AT END SET END-AUDIT TO TRUE
           END-READ

           PERFORM STRIP-OUT-REG UNTIL END-AUDIT

           CLOSE AUDIT-FILE
           CLOSE AUDIT-TMP-FILE

           OPEN INPUT AUDIT-TMP-FILE
           OPEN OUTPUT AUDIT-FILE

           READ AUDIT-TMP-FILE
               AT END SET END-AUDIT-TMP TO TRUE
           END-READ

           PERFORM STRIP-BACK-REG UNTIL END-AUDIT-TMP

           CLOSE AUDIT-TMP-FILE
           CLOSE AUDIT-FILE
         END-IF.

       STRIP-OUT-REG.

         IF aud-code = WS-TARGET-CODE
           ADD 1 TO WS-ARCH-COUNT
           PERFORM NOTE-ERASED-SEQ
           MOVE 0      TO aud-code
           MOVE SPACES TO aud-name
           MOVE SPACES TO aud-surname
           MOVE SPACES TO aud-address
           MOVE SPACES TO aud-b-date
           MOVE SPACES TO aud-city
           MOVE SPACES TO aud-phone
           MOVE SPACES TO aud-email
           MOVE SPACES TO aud-category
           MOVE SPACES TO aud-active
           IF aud-action NOT = 'Q' AND aud-action NOT = 'V'
           AND aud-action NOT = 'J'
             MOVE 'X' TO aud-action
           END-IF
         END-IF.

         WRITE Audit-Tmp-Rec FROM Audit-Rec.

         READ AUDIT-FILE
           AT END SET END-AUDIT TO TRUE
         END-READ.
       END-STRIP-OUT-REG.

       NOTE-ERASED-SEQ.
         ADD 1 TO WS-EI-COUNT.
         MOVE aud-seq TO WS-EI-SEQ(WS-EI-COUNT).

         IF WS-EI-COUNT = 22
           PERFORM FLUSH-ERASURE-LIST
         END-IF.

       FLUSH-ERASURE-LIST.
         WRITE Erase-Tmp-Rec FROM WS-ERASE-IMAGE.
         ADD 1 TO WS-ERASE-ROW-COUNT.
         MOVE 0     TO WS-EI-COUNT.
         MOVE ZEROS TO WS-EI-SEQ-LIST.

       WRITE-ERASURE-AUDIT.
         IF WS-EI-COUNT > 0 OR WS-ERASE-ROW-COUNT = 0
           PERFORM FLUSH-ERASURE-LIST
         END-IF.

         CLOSE ERASE-TMP-FILE.

         MOVE "AGENDA-AUDIT.DAT" TO WS-AUDIT-FILE-NAME.
         PERFORM CHECK-AUDIT-LAYOUT.

         IF NOT Layout-Ok
           MOVE 0 TO WS-ERASE-ROW-COUNT
         ELSE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           OPEN INPUT ERASE-TMP-FILE
           OPEN EXTEND AUDIT-FILE
           IF Audit-Not-Found
             OPEN OUTPUT AUDIT-FILE
           END-IF

           READ ERASE-TMP-FILE
               AT END SET END-ERASE-TMP TO TRUE
           END-READ

           PERFORM WRITE-ERASURE-REG UNTIL END-ERASE-TMP

           CLOSE ERASE-TMP-FILE
           CLOSE AUDIT-FILE
           CANCEL "AGENDA-AUDIT-SEAL"
         END-IF.

       WRITE-ERASURE-REG.

         MOVE SPACES           TO Audit-Rec.
         MOVE Erase-Tmp-Rec    TO Audit-Rec(1:210).
         MOVE WS-TODAY         TO aud-timestamp(1:8).
         MOVE WS-NOW-TIME(1:6) TO aud-timestamp(9:6).
         MOVE 'E'              TO aud-action.
         MOVE WS-OPERATOR-ID   TO aud-user.

         MOVE 'S' TO WS-SL-FUNCTION.
         CALL "AGENDA-AUDIT-SEAL" USING WS-SEAL-REQUEST Audit-Rec.

         WRITE Audit-Rec.

         READ ERASE-TMP-FILE
           AT END SET END-ERASE-TMP TO TRUE
         END-READ.
       END-WRITE-ERASURE-REG.

       STRIP-BACK-REG.

         WRITE Audit-Rec FROM Audit-Tmp-Rec.

         READ AUDIT-TMP-FILE
           AT END SET END-AUDIT-TMP TO TRUE
         END-READ.
       END-STRIP-BACK-REG.

       ERASE-ADDR-HIST.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN I-O ADDR-HIST-FILE.
         IF Hist-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           PERFORM START-ADDR-HIST
         END-IF.

         PERFORM ERASE-HIST-REG UNTIL Scan-Done.

         IF NOT Hist-File-Missing
           CLOSE ADDR-HIST-FILE
         END-IF.

       START-ADDR-HIST.
         MOVE WS-TARGET-CODE TO ah-code.
         START ADDR-HIST-FILE KEY IS = ah-code
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ ADDR-HIST-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

           CLOSE NOTES-FILE
         END-IF.

       START-NOTES.
         MOVE WS-TARGET-CODE TO nt-code.
         START NOTES-FILE KEY IS = nt-code
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ NOTES-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

       ERASE-NOTE-REG.

         IF nt-code NOT = WS-TARGET-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           DELETE NOTES-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE

           ADD 1 TO WS-NOTE-COUNT

           PERFORM START-NOTES
         END-IF.
       END-ERASE-NOTE-REG.

       ERASE-FOLLOWUPS.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN I-O FUP-FILE.
         IF Fup-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           PERFORM START-FOLLOWUPS
         END-IF.

         PERFORM ERASE-FUP-REG UNTIL Scan-Done.

         IF NOT Fup-File-Missing
           CLOSE FUP-FILE
         END-IF.

       START-FOLLOWUPS.
         MOVE WS-TARGET-CODE TO fu-code.
         MOVE LOW-VALUES     TO fu-noted-date.
         START FUP-FILE KEY IS >= fu-key
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ FUP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

       ERASE-FUP-REG.

         IF fu-code NOT = WS-TARGET-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           DELETE FUP-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE

           ADD 1 TO WS-FUP-COUNT

           PERFORM START-FOLLOWUPS
         END-IF.
       END-ERASE-FUP-REG.

       ERASE-APPTS.
         MOVE 'N' TO WS-SCAN-DONE-SW.
         END-IF.
       END-ERASE-APPT-REG.

       ERASE-SERIES.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN I-O SERIES-FILE.
         IF Series-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           PERFORM START-SERIES
         END-IF.

         PERFORM ERASE-SERIES-REG UNTIL Scan-Done.

         IF NOT Series-File-Missing
           CLOSE SERIES-FILE
         END-IF.

       START-SERIES.
         MOVE WS-TARGET-CODE TO sr-code.
         START SERIES-FILE KEY IS = sr-code
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ SERIES-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

       ERASE-SERIES-REG.

         IF sr-code NOT = WS-TARGET-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           DELETE SERIES-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE

           ADD 1 TO WS-SERIES-COUNT

           PERFORM START-SERIES
         END-IF.
       END-ERASE-SERIES-REG.

       ERASE-HH-LINKS.
         OPEN I-O HH-FILE.
         IF NOT Hh-File-Missing
         END-IF.
       END-ERASE-HH-REG.

       ERASE-EMP-LINKS.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN I-O EMP-FILE.
         IF Emp-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           PERFORM START-EMP
         END-IF.

         PERFORM ERASE-EMP-REG UNTIL Scan-Done.

         IF NOT Emp-File-Missing
           CLOSE EMP-FILE
         END-IF.

       START-EMP.
         MOVE WS-TARGET-CODE TO em-code.
         MOVE 0              TO em-org-code.
         START EMP-FILE KEY IS >= em-key
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ EMP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

       ERASE-EMP-REG.

         IF em-code NOT = WS-TARGET-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           DELETE EMP-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE

           ADD 1 TO WS-EMP-COUNT

           PERFORM START-EMP
         END-IF.
       END-ERASE-EMP-REG.

       ERASE-CASCADE-JOURNAL.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN I-O CASCADE-FILE.
         IF Cx-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           PERFORM START-CASCADE
         END-IF.

         PERFORM ERASE-CASCADE-REG UNTIL Scan-Done.

         IF NOT Cx-File-Missing
           CLOSE CASCADE-FILE
         END-IF.

       START-CASCADE.
         MOVE WS-TARGET-CODE TO cx-code.
         MOVE LOW-VALUES     TO cx-timestamp.
         MOVE 0              TO cx-seq.
         START CASCADE-FILE KEY IS >= cx-key
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ CASCADE-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

       ERASE-CASCADE-REG.

         IF cx-code NOT = WS-TARGET-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           DELETE CASCADE-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE

           ADD 1 TO WS-CX-COUNT

           PERFORM START-CASCADE
         END-IF.
       END-ERASE-CASCADE-REG.

       ERASE-CONSENT.
         OPEN I-O CONSENT-FILE.
         IF NOT Consent-File-Missing
           MOVE WS-TARGET-CODE TO cs-code
           READ CONSENT-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Consent-No-Error-Found
             DELETE CONSENT-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
             ADD 1 TO WS-CONSENT-COUNT
           END-IF
           CLOSE CONSENT-FILE
         END-IF.

         OPEN INPUT CONSENT-JNL-FILE.
         IF NOT Consent-Jnl-Missing
           OPEN OUTPUT CONSENT-TMP-FILE

           READ CONSENT-JNL-FILE
               AT END SET END-CONSENT-JNL TO TRUE
           END-READ
           PERFORM STRIP-CONSENT-OUT-REG UNTIL END-CONSENT-JNL

           CLOSE CONSENT-JNL-FILE
           CLOSE CONSENT-TMP-FILE

           OPEN INPUT CONSENT-TMP-FILE
           OPEN OUTPUT CONSENT-JNL-FILE

           READ CONSENT-TMP-FILE
               AT END SET END-CONSENT-TMP TO TRUE
           END-READ
           PERFORM STRIP-CONSENT-BACK-REG UNTIL END-CONSENT-TMP

           CLOSE CONSENT-TMP-FILE
           CLOSE CONSENT-JNL-FILE
         END-IF.

       STRIP-CONSENT-OUT-REG.

         IF cj-code = WS-TARGET-CODE
           ADD 1 TO WS-CONSENT-JNL-COUNT
         ELSE
           WRITE Consent-Tmp-Rec FROM Consent-Jnl-Rec
         END-IF.

         READ CONSENT-JNL-FILE
           AT END SET END-CONSENT-JNL TO TRUE
         END-READ.
       END-STRIP-CONSENT-OUT-REG.

       STRIP-CONSENT-BACK-REG.

         WRITE Consent-Jnl-Rec FROM Consent-Tmp-Rec.

         READ CONSENT-TMP-FILE
           AT END SET END-CONSENT-TMP TO TRUE
         END-READ.
       END-STRIP-CONSENT-BACK-REG.

       ERASE-MAIL-HISTORY.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN I-O MAILHIST-FILE.
         IF Mailhist-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           PERFORM START-MAILHIST
         END-IF.

         PERFORM ERASE-MAIL-REG UNTIL Scan-Done.

         IF NOT Mailhist-File-Missing
           CLOSE MAILHIST-FILE
         END-IF.

         OPEN I-O BADADDR-FILE.
         IF NOT Badaddr-File-Missing
           MOVE WS-TARGET-CODE TO ba-code
           READ BADADDR-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Badaddr-No-Error-Found
             DELETE BADADDR-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
             ADD 1 TO WS-BADADDR-COUNT
           END-IF
           CLOSE BADADDR-FILE
         END-IF.

       START-MAILHIST.
         MOVE WS-TARGET-CODE TO mh-code.
         MOVE LOW-VALUES     TO mh-template.
         MOVE LOW-VALUES     TO mh-run-date.
         MOVE LOW-VALUES     TO mh-run-time.
         START MAILHIST-FILE KEY IS >= mh-key
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ MAILHIST-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

       ERASE-MAIL-REG.

         IF mh-code NOT = WS-TARGET-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           DELETE MAILHIST-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE

           ADD 1 TO WS-MAILHIST-COUNT

           PERFORM START-MAILHIST
         END-IF.
       END-ERASE-MAIL-REG.

       ERASE-AUDIT-IDX.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         END-IF.
       END-ERASE-IDX-REG.

       ERASE-PENDING.
         PERFORM START-PENDING.
         PERFORM ERASE-PENDING-REG UNTIL Scan-Done.

         IF NOT Pending-File-Missing
           CLOSE PENDING-FILE
         END-IF.

       ERASE-PENDING-REG.

         IF pd-code = WS-TARGET-CODE
         OR pd-other-code = WS-TARGET-CODE
           IF pd-code = WS-TARGET-CODE
             MOVE SPACES TO pd-image
           END-IF
           IF pd-other-code = WS-TARGET-CODE
             MOVE SPACES TO pd-other-image
           END-IF
           MOVE SPACES TO pd-reason
           MOVE SPACES TO pd-comment
           IF Pd-Pending
             MOVE 'C' TO pd-status
           END-IF
           REWRITE Pending-Rec
             INVALID KEY
               CONTINUE
           END-REWRITE
           ADD 1 TO WS-PENDING-COUNT
         END-IF.

         READ PENDING-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-SCAN-DONE-SW
         END-READ.
       END-ERASE-PENDING-REG.

       ERASE-REVIEW.
         OPEN I-O REVIEW-FILE.
         IF NOT Review-File-Missing
           MOVE WS-TARGET-CODE TO rv-code
           READ REVIEW-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Review-No-Error-Found
             DELETE REVIEW-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
             ADD 1 TO WS-REVIEW-COUNT
           END-IF
           CLOSE REVIEW-FILE
         END-IF.

         OPEN I-O REVIEWED-FILE.
         IF NOT Reviewed-File-Missing
           MOVE WS-TARGET-CODE TO rd-code
           READ REVIEWED-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Reviewed-No-Error-Found
             DELETE REVIEWED-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
             ADD 1 TO WS-REVIEW-COUNT
           END-IF
           CLOSE REVIEWED-FILE
         END-IF.

       ERASE-DLMEMB.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN I-O DLMEMB-FILE.
         IF Dlm-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           PERFORM START-DLMEMB
         END-IF.

         PERFORM ERASE-DLMEMB-REG UNTIL Scan-Done.

         IF NOT Dlm-File-Missing
           CLOSE DLMEMB-FILE
         END-IF.

       START-DLMEMB.
         MOVE WS-TARGET-CODE TO dm-code.
         START DLMEMB-FILE KEY IS = dm-code
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ DLMEMB-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

       ERASE-DLMEMB-REG.

         IF dm-code NOT = WS-TARGET-CODE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           DELETE DLMEMB-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE

           ADD 1 TO WS-DLMEMB-COUNT

           PERFORM START-DLMEMB
         END-IF.
       END-ERASE-DLMEMB-REG.

       PRINT-CERTIFICATE.
         OPEN OUTPUT CERT-PRINT.

         MOVE WS-OPERATOR-ID TO WS-ST-USER.
         WRITE CERT-PRINT-LINE FROM WS-STAMP-LINE.

         IF WS-REQUESTED-BY NOT = SPACES
           MOVE WS-REQUESTED-BY TO WS-AP-REQUESTED-BY
           MOVE WS-OPERATOR-ID  TO WS-AP-APPROVED-BY
           WRITE CERT-PRINT-LINE FROM WS-APPROVAL-LINE
         END-IF.

         MOVE SPACES TO CERT-PRINT-LINE.
         WRITE CERT-PRINT-LINE.

         MOVE WS-CONTACT-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "AUDIT ROWS BLANKED (AGENDA-AUDIT.DAT): "
           TO WS-K-TEXT.
         MOVE WS-AUDIT-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "AUDIT ROWS BLANKED (AUDITYYYY.DAT):    "
           TO WS-K-TEXT.
         MOVE WS-ARCH-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "AUDIT ERASURE ENTRIES WRITTEN:         "
           TO WS-K-TEXT.
         MOVE WS-ERASE-ROW-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "ADDRESS HISTORY ROWS REMOVED:          "
           TO WS-K-TEXT.
         MOVE WS-HIST-COUNT TO WS-K-COUNT.
         MOVE WS-NOTE-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "FOLLOW-UPS REMOVED (AGENDA-FUP.DAT):   "
           TO WS-K-TEXT.
         MOVE WS-FUP-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "APPOINTMENTS REMOVED:                  "
           TO WS-K-TEXT.
         MOVE WS-APPT-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "APPOINTMENT SERIES REMOVED:            "
           TO WS-K-TEXT.
         MOVE WS-SERIES-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "HOUSEHOLD LINKS REMOVED:               "
           TO WS-K-TEXT.
         MOVE WS-HH-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "EMPLOYMENT LINKS REMOVED:              "
           TO WS-K-TEXT.
         MOVE WS-EMP-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "DEPENDENTS JOURNAL ROWS REMOVED:       "
           TO WS-K-TEXT.
         MOVE WS-CX-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "CONSENT RECORDS REMOVED:               "
           TO WS-K-TEXT.
         MOVE WS-CONSENT-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "CONSENT HISTORY ROWS REMOVED:          "
           TO WS-K-TEXT.
         MOVE WS-CONSENT-JNL-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "MAILING HISTORY ROWS REMOVED:          "
           TO WS-K-TEXT.
         MOVE WS-MAILHIST-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "RETURNED-MAIL FLAGS REMOVED:           "
           TO WS-K-TEXT.
         MOVE WS-BADADDR-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "AUDIT INDEX ROWS REMOVED:              "
           TO WS-K-TEXT.
         MOVE WS-IDX-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "APPROVAL REQUESTS BLANKED:             "
           TO WS-K-TEXT.
         MOVE WS-PENDING-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "DORMANT REVIEW ROWS REMOVED:           "
           TO WS-K-TEXT.
         MOVE WS-REVIEW-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         MOVE "DISTRIBUTION LIST ROWS REMOVED:        "
           TO WS-K-TEXT.
         MOVE WS-DLMEMB-COUNT TO WS-K-COUNT.
         WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE.

         IF WS-SKIPPED-FILE-COUNT > 0
           MOVE "FILES NOT ERASED (OLD LAYOUT):         "
             TO WS-K-TEXT
           MOVE WS-SKIPPED-FILE-COUNT TO WS-K-COUNT
           WRITE CERT-PRINT-LINE FROM WS-COUNT-LINE
           MOVE "ERASURE INCOMPLETE - RUN AGENDA-AUDIT-MIG3 AND RERUN"
             TO CERT-PRINT-LINE
           WRITE CERT-PRINT-LINE
         END-IF.
