                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS audit-status.

       SELECT AUDIT-CTL-FILE ASSIGN TO "AGENDA-AUDIT.CTL"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS actl-rel-key
                 FILE STATUS IS audit-ctl-status.

       SELECT ADDR-HIST-FILE ASSIGN TO "AGENDA-ADDR-HIST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS usr-id
                 FILE STATUS IS user-status.

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

       SELECT SCHED-FILE ASSIGN TO "NIGHT-SCHED.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ns-step
                 FILE STATUS IS sched-status.

       SELECT CASCADE-FILE ASSIGN TO "AGENDA-CASCADE.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cx-key
                 FILE STATUS IS cascade-status.

       SELECT ORG-FILE ASSIGN TO "AGENDA-ORG.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS org-code
                 ALTERNATE RECORD KEY IS org-name
                           WITH DUPLICATES
                 FILE STATUS IS org-status.

       SELECT EMP-FILE ASSIGN TO "AGENDA-EMP.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS em-key
                 ALTERNATE RECORD KEY IS em-org-code
                           WITH DUPLICATES
                 FILE STATUS IS emp-status.

       SELECT CONSENT-FILE ASSIGN TO "AGENDA-CONSENT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cs-code
                 FILE STATUS IS consent-status.

       SELECT CONSENT-JNL-FILE ASSIGN TO "AGENDA-CONSENT-JNL.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS consent-jnl-status.

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

       SELECT SECJNL-FILE ASSIGN TO "AGENDA-SECJNL.DAT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS secjnl-status.

       SELECT ACTTHR-FILE ASSIGN TO "AGENDA-ACTTHR.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS thr-rel-key
                 FILE STATUS IS actthr-status.

       SELECT PENDING-FILE ASSIGN TO "AGENDA-PENDING.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS pd-id
                 FILE STATUS IS pending-status.

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

       SELECT DLIST-FILE ASSIGN TO "AGENDA-DLIST.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS dl-name
                 FILE STATUS IS dlist-status.

       SELECT DLMEMB-FILE ASSIGN TO "AGENDA-DLMEMB.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS dm-key
                 ALTERNATE RECORD KEY IS dm-code
                           WITH DUPLICATES
                 FILE STATUS IS dlmemb-status.

       DATA DIVISION.
       FILE SECTION.

           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD ADDR-HIST-FILE.
       01  Addr-Hist-Rec.
               03  ap-code               PIC 9(6).
           02  ap-subject                PIC X(40).
           02  ap-place                  PIC X(20).
           02  ap-duration               PIC 9(3).
           02  ap-series-id              PIC 9(6).

       FD NOTES-FILE.
       01  Note-Rec.
           02  usr-id                  PIC X(8).
           02  usr-password            PIC X(8).
           02  usr-level               PIC X(1).
           02  usr-fail-count          PIC 9(2).
           02  usr-locked              PIC X(1).
           02  usr-pwd-changed         PIC X(8).
           02  usr-last-signon         PIC X(14).

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

       FD SCHED-FILE.
       01  Sched-Rec.
           02  ns-step                   PIC 9(2).
           02  ns-program                PIC X(20).
           02  ns-description            PIC X(30).
           02  ns-frequency              PIC X(1).
           02  ns-freq-day               PIC 9(2).
           02  ns-max-rc                 PIC 9(4).
           02  ns-enabled                PIC X(1).

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

       FD ORG-FILE.
       01  Org-Rec.
           02  org-code                  PIC 9(6).
           02  org-name                  PIC X(40).
           02  org-phone                 PIC X(15).
           02  org-address               PIC X(40).
           02  org-city                  PIC X(20).
           02  org-category              PIC X(4).

       FD EMP-FILE.
       01  Emp-Rec.
           02  em-key.
               03  em-code               PIC 9(6).
               03  em-org-code           PIC 9(6).
           02  em-job-title              PIC X(30).
           02  em-start-date             PIC X(8).
           02  em-end-date               PIC X(8).

       FD CONSENT-FILE.
       01  Consent-Rec.
           02  cs-code                   PIC 9(6).
           02  cs-mail                   PIC X(1).
           02  cs-mail-date              PIC X(8).
           02  cs-mail-source            PIC X(10).
           02  cs-email                  PIC X(1).
           02  cs-email-date             PIC X(8).
           02  cs-email-source           PIC X(10).
           02  cs-phone                  PIC X(1).
           02  cs-phone-date             PIC X(8).
           02  cs-phone-source           PIC X(10).
           02  cs-share                  PIC X(1).
           02  cs-share-date             PIC X(8).
           02  cs-share-source           PIC X(10).
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

       FD AUDIT-CTL-FILE.
       01  Audit-Ctl-Rec.
           02  actl-last-seq            PIC 9(9).
           02  actl-last-check          PIC 9(9).
           02  actl-last-stamp          PIC X(14).
           02  actl-base-seq            PIC 9(9).
           02  actl-base-check          PIC 9(9).

       FD SECJNL-FILE.
       01  Security-Rec.
           02  sj-timestamp             PIC X(14).
           02  sj-user-id               PIC X(8).
           02  sj-event                 PIC X(1).
           02  sj-by-user               PIC X(8).

       FD ACTTHR-FILE.
       01  Act-Thr-Rec.
           02  thr-office-start         PIC 9(4).
           02  thr-office-end           PIC 9(4).
           02  thr-weekend              PIC X(1).
           02  thr-bulk-deletes         PIC 9(3).
           02  thr-bulk-minutes         PIC 9(3).
           02  thr-repeat-changes       PIC 9(3).

       FD PENDING-FILE.
       01  Pending-Rec.
           02  pd-id                    PIC 9(6).
           02  pd-type                  PIC X(1).
           02  pd-code                  PIC 9(6).
           02  pd-other-code            PIC 9(6).
           02  pd-status                PIC X(1).
           02  pd-requested-by          PIC X(8).
           02  pd-requested             PIC X(14).
           02  pd-reason                PIC X(40).
           02  pd-image                 PIC X(210).
           02  pd-other-image           PIC X(210).
           02  pd-decided-by            PIC X(8).
           02  pd-decided               PIC X(14).
           02  pd-comment               PIC X(40).

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

       FD DLIST-FILE.
       01  Dlist-Rec.
           02  dl-name                  PIC X(20).
           02  dl-description           PIC X(40).
           02  dl-owner                 PIC X(8).
           02  dl-created               PIC X(8).

       FD DLMEMB-FILE.
       01  Dlmemb-Rec.
           02  dm-key.
               03  dm-list              PIC X(20).
               03  dm-code              PIC 9(6).
           02  dm-added                 PIC X(8).
           02  dm-added-by              PIC X(8).
           02  dm-source                PIC X(1).

       WORKING-STORAGE SECTION.

       01  ctl-rel-key                PIC 9(4) VALUE 1.
       01  actl-rel-key               PIC 9(4) VALUE 1.
       01  thr-rel-key                PIC 9(4) VALUE 1.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
          02 tpl-status                  PIC X(2).
          02 hh-status                   PIC X(2).
          02 audit-idx-status            PIC X(2).
          02 fup-status                  PIC X(2).
          02 secjnl-status               PIC X(2).
          02 series-status               PIC X(2).
          02 sched-status                PIC X(2).
          02 cascade-status              PIC X(2).
          02 org-status                  PIC X(2).
          02 emp-status                  PIC X(2).
          02 consent-status              PIC X(2).
          02 consent-jnl-status          PIC X(2).
          02 mailhist-status             PIC X(2).
          02 badaddr-status              PIC X(2).
          02 audit-ctl-status            PIC X(2).
          02 actthr-status               PIC X(2).
          02 pending-status              PIC X(2).
          02 review-status               PIC X(2).
          02 reviewed-status             PIC X(2).
          02 dlist-status                PIC X(2).
          02 dlmemb-status               PIC X(2).

       PROCEDURE DIVISION.

       OPEN OUTPUT AUDIT-FILE.
       CLOSE AUDIT-FILE.

       OPEN OUTPUT AUDIT-CTL-FILE.
       MOVE 1 TO actl-rel-key.
       MOVE ZEROS  TO actl-last-seq.
       MOVE ZEROS  TO actl-last-check.
       MOVE SPACES TO actl-last-stamp.
       MOVE ZEROS  TO actl-base-seq.
       MOVE ZEROS  TO actl-base-check.
       WRITE Audit-Ctl-Rec.
       CLOSE AUDIT-CTL-FILE.

       OPEN OUTPUT ADDR-HIST-FILE.
       CLOSE ADDR-HIST-FILE.

       MOVE "SUPER"  TO usr-id.
       MOVE "SUPER"  TO usr-password.
       MOVE 'S'      TO usr-level.
       MOVE 0        TO usr-fail-count.
       MOVE 'N'      TO usr-locked.
       MOVE SPACES   TO usr-pwd-changed.
       MOVE SPACES   TO usr-last-signon.
       WRITE User-Rec.
       CLOSE USER-FILE.

       OPEN OUTPUT AUDIT-IDX-FILE.
       CLOSE AUDIT-IDX-FILE.

       OPEN OUTPUT FUP-FILE.
       CLOSE FUP-FILE.

       OPEN OUTPUT SECJNL-FILE.
       CLOSE SECJNL-FILE.

       OPEN OUTPUT SERIES-FILE.
       CLOSE SERIES-FILE.

       OPEN OUTPUT SCHED-FILE.
       CLOSE SCHED-FILE.

       OPEN OUTPUT CASCADE-FILE.
       CLOSE CASCADE-FILE.

       OPEN OUTPUT ORG-FILE.
       CLOSE ORG-FILE.

       OPEN OUTPUT EMP-FILE.
       CLOSE EMP-FILE.

       OPEN OUTPUT CONSENT-FILE.
       CLOSE CONSENT-FILE.

       OPEN OUTPUT CONSENT-JNL-FILE.
       CLOSE CONSENT-JNL-FILE.

       OPEN OUTPUT MAILHIST-FILE.
       CLOSE MAILHIST-FILE.

       OPEN OUTPUT BADADDR-FILE.
       CLOSE BADADDR-FILE.

       OPEN OUTPUT ACTTHR-FILE.
       MOVE 1 TO thr-rel-key.
       MOVE 0800 TO thr-office-start.
       MOVE 1800 TO thr-office-end.
       MOVE 'Y'  TO thr-weekend.
       MOVE 20   TO thr-bulk-deletes.
       MOVE 10   TO thr-bulk-minutes.
       MOVE 5    TO thr-repeat-changes.
       WRITE Act-Thr-Rec.
       CLOSE ACTTHR-FILE.

       OPEN OUTPUT PENDING-FILE.
       CLOSE PENDING-FILE.

       OPEN OUTPUT REVIEW-FILE.
       CLOSE REVIEW-FILE.

       OPEN OUTPUT REVIEWED-FILE.
       CLOSE REVIEWED-FILE.

       OPEN OUTPUT DLIST-FILE.
       CLOSE DLIST-FILE.

       OPEN OUTPUT DLMEMB-FILE.
       CLOSE DLMEMB-FILE.

       CALL "AGENDA-NIGHT-SEED".
       CANCEL "AGENDA-NIGHT-SEED".

       GOBACK.
