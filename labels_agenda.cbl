                 RECORD KEY IS tpl-key
                 FILE STATUS IS tpl-status.

       SELECT CONSENT-FILE ASSIGN TO "AGENDA-CONSENT.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS cs-code
                 FILE STATUS IS consent-status.

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

               03  tpl-line-no           PIC 9(2).
           02  tpl-text                  PIC X(60).

       FD CONSENT-FILE.
       01  Consent-Rec.
           02  cs-code                 PIC 9(6).
           02  cs-mail                 PIC X(1).
               88  Mail-Objected       VALUE 'N'.
           02  cs-mail-date            PIC X(8).
           02  cs-mail-source          PIC X(10).
           02  cs-email                PIC X(1).
               88  Email-Objected      VALUE 'N'.
           02  cs-email-date           PIC X(8).
           02  cs-email-source         PIC X(10).
           02  cs-phone                PIC X(1).
               88  Phone-Objected      VALUE 'N'.
           02  cs-phone-date           PIC X(8).
           02  cs-phone-source         PIC X(10).
           02  cs-share                PIC X(1).
               88  Share-Objected      VALUE 'N'.
           02  cs-share-date           PIC X(8).
           02  cs-share-source         PIC X(10).
           02  cs-changed-by           PIC X(8).
           02  cs-changed              PIC X(14).

       FD ORG-FILE.
       01  Org-Rec.
           02  org-code                PIC 9(6).
           02  org-name                PIC X(40).
           02  org-phone               PIC X(15).
           02  org-address             PIC X(40).
           02  org-city                PIC X(20).
           02  org-category            PIC X(4).

       FD EMP-FILE.
       01  Emp-Rec.
           02  em-key.
               03  em-code             PIC 9(6).
               03  em-org-code         PIC 9(6).
           02  em-job-title            PIC X(30).
           02  em-start-date           PIC X(8).
           02  em-end-date             PIC X(8).

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

       FD DLIST-FILE.
       01  Dlist-Rec.
           02  dl-name                 PIC X(20).
           02  dl-description          PIC X(40).
           02  dl-owner                PIC X(8).
           02  dl-created              PIC X(8).

       FD DLMEMB-FILE.
       01  Dlmemb-Rec.
           02  dm-key.
               03  dm-list             PIC X(20).
               03  dm-code             PIC 9(6).
           02  dm-added                PIC X(8).
           02  dm-added-by             PIC X(8).
           02  dm-source               PIC X(1).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 hh-status                  PIC X(2).
             88 Hh-No-Error-Found     VALUE "00".
             88 Hh-File-Missing       VALUE "35".
          02 consent-status             PIC X(2).
             88 Consent-No-Error-Found VALUE "00".
             88 Consent-File-Missing  VALUE "35".
          02 mailhist-status            PIC X(2).
             88 Mailhist-No-Error-Found VALUE "00".
             88 Mailhist-File-Missing VALUE "35".
          02 badaddr-status             PIC X(2).
             88 Badaddr-No-Error-Found VALUE "00".
          02 org-status                 PIC X(2).
             88 Org-File-Missing      VALUE "35".
          02 emp-status                 PIC X(2).
             88 Emp-No-Error-Found    VALUE "00".
             88 Emp-File-Missing      VALUE "35".
          02 dlist-status               PIC X(2).
             88 Dl-No-Error-Found     VALUE "00".
          02 dlmemb-status              PIC X(2).
             88 Dlm-No-Error-Found    VALUE "00".

       01 WS-OUTPUT-OPTION            PIC X(1).
          88 Print-Labels             VALUE 'L'.
              "TOTAL MAILINGS: ".
           03 WS-RT-MAILINGS           PIC ZZZ,ZZ9.

       01 WS-RUN-TOTAL-LINE-3.
           03 FILLER                   PIC X(23) VALUE
              "SUPPRESSED BY CONSENT: ".
           03 WS-RT-SUPPRESSED         PIC ZZZ,ZZ9.

       01 WS-RUN-TOTAL-LINE-4.
           03 FILLER                   PIC X(23) VALUE
              "RETURNED-MAIL ADDRESS: ".
           03 WS-RT-BAD-ADDR           PIC ZZZ,ZZ9.

       01 WS-RUN-TOTAL-LINE-5.
           03 FILLER                   PIC X(23) VALUE
              "ALREADY MAILED:        ".
           03 WS-RT-ALREADY            PIC ZZZ,ZZ9.

       01 WS-HIST-TEMPLATE            PIC X(8).
       01 WS-HIST-OUTPUT              PIC X(1).
       01 WS-PERIOD-OPTION            PIC X(1).
          88 Period-Month             VALUE 'M'.
          88 Period-Year              VALUE 'Y'.
       01 WS-PERIOD-START             PIC X(8).
       01 WS-RESEND-OPTION            PIC X(1).
          88 Resend-Allowed           VALUE 'Y'.
       01 WS-RUN-DATE                 PIC X(8).
       01 WS-RUN-TIME                 PIC X(8).
       01 WS-BADADDR-OPEN-SW          PIC X(1) VALUE 'N'.
          88 Badaddr-Open             VALUE 'Y'.
       01 WS-ADDR-BAD-SW              PIC X(1) VALUE 'N'.
          88 Address-Bad              VALUE 'Y'.
       01 WS-MAILED-SW                PIC X(1) VALUE 'N'.
          88 Already-Mailed           VALUE 'Y'.
       01 WS-BAD-ADDR-SKIPPED         PIC 9(6) VALUE 0.
       01 WS-ALREADY-SKIPPED          PIC 9(6) VALUE 0.

       01 WS-CONSENT-OPEN-SW          PIC X(1) VALUE 'N'.
          88 Consent-Open             VALUE 'Y'.
       01 WS-CONSENT-SKIPPED          PIC 9(6) VALUE 0.

       01 WS-TRIM-FIELD               PIC X(40).
       01 WS-TRIM-LEN                 PIC 9(2) VALUE 0.
       01 WS-T                        PIC 9(2) VALUE 0.

       01 WS-TPL-TARGET               PIC X(8).

       01 WS-FIRM-OPTION              PIC X(1).
          88 Firm-Only                VALUE 'Y'.
       01 WS-FIRM-MEMBER-SW           PIC X(1) VALUE 'Y'.
          88 Firm-Member              VALUE 'Y'.
       01 WS-FIRM-CODE                PIC 9(6) VALUE 0.
       01 WS-FIRM-NAME                PIC X(40) VALUE SPACES.
       01 WS-FIRM-PREFIX              PIC X(40).
       01 WS-FIRM-PREFIX-LEN          PIC 9(2) VALUE 0.
       01 WS-FIRM-PICK                PIC 9(2) VALUE 0.
       01 WS-FIRM-DONE-SW             PIC X(1) VALUE 'N'.
          88 Firm-Scan-Done           VALUE 'Y'.
       01 WS-FIRM-COUNT               PIC 9(2) VALUE 0.
       01 WS-FIRM-TABLE.
           03 WS-FIRM-ENTRY OCCURS 20 TIMES.
              05 WS-FT-CODE           PIC 9(6).
              05 WS-FT-NAME           PIC X(40).
              05 WS-FT-CITY           PIC X(20).
       01 WS-FIRM-LIST-LINE.
           03 WS-FL-NO                PIC Z9.
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 WS-FL-CODE              PIC 9(6).
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 WS-FL-NAME              PIC X(40).
           03 FILLER                  PIC X(1)  VALUE SPACES.
           03 WS-FL-CITY              PIC X(20).
       01 WS-FIRM-TOTAL-LINE.
           03 FILLER                  PIC X(6)  VALUE "FIRM: ".
           03 WS-FT-TOT-NAME          PIC X(40).
       01 WS-LIST-NAME                PIC X(20) VALUE SPACES.
       01 WS-LIST-MEMBER-SW           PIC X(1) VALUE 'Y'.
          88 List-Member              VALUE 'Y'.
       01 WS-LIST-FOUND-SW            PIC X(1) VALUE 'N'.
          88 List-Found               VALUE 'Y'.
       01 WS-LIST-TOTAL-LINE.
           03 FILLER                  PIC X(6)  VALUE "LIST: ".
           03 WS-LT-NAME              PIC X(20).
           03 FILLER                  PIC X(2)  VALUE SPACES.
           03 WS-LT-DESCRIPTION       PIC X(40).
       01 WS-TODAY                    PIC X(8).

       01 WS-TPL-TABLE.
           03 WS-TPL-LINE OCCURS 20 TIMES
                                      PIC X(60).
         END-IF
       END-IF.

       DISPLAY "ONLY PEOPLE AT ONE FIRM (Y/N): ".
       ACCEPT WS-FIRM-OPTION.

       IF Firm-Only
         PERFORM PICK-FIRM
         IF WS-FIRM-CODE = 0
           DISPLAY "NO FIRM CHOSEN - RUN CANCELLED"
           STOP RUN
         END-IF
       END-IF.

       DISPLAY "DISTRIBUTION LIST (BLANK = WHOLE FILE): ".
       ACCEPT WS-LIST-NAME.

       IF WS-LIST-NAME NOT = SPACES
         PERFORM OPEN-LIST
         IF NOT List-Found
           DISPLAY "LIST NOT FOUND: " WS-LIST-NAME
           STOP RUN
         END-IF
         IF NOT Dlm-No-Error-Found
           DISPLAY "NO LIST MEMBERS ON DISK"
           STOP RUN
         END-IF
       END-IF.

       IF Print-Letters
         DISPLAY "TEMPLATE NAME (BLANK = BIRTHDAY): "
         ACCEPT WS-TPL-TARGET
           DISPLAY "TEMPLATE NOT FOUND: " WS-TPL-TARGET
           STOP RUN
         END-IF
         MOVE WS-TPL-TARGET TO WS-HIST-TEMPLATE
         MOVE 'P' TO WS-HIST-OUTPUT
       ELSE
         DISPLAY "MAILING NAME FOR HISTORY (BLANK = LABELS): "
         ACCEPT WS-HIST-TEMPLATE
         IF WS-HIST-TEMPLATE = SPACES
           MOVE "LABELS" TO WS-HIST-TEMPLATE
         END-IF
         MOVE 'L' TO WS-HIST-OUTPUT
       END-IF.

       DISPLAY "ALREADY-MAILED CHECK PERIOD (Y=YEAR / M=MONTH): ".
       ACCEPT WS-PERIOD-OPTION.
       IF NOT Period-Month
         MOVE 'Y' TO WS-PERIOD-OPTION
       END-IF.

       DISPLAY "MAIL AGAIN IF ALREADY SENT THIS PERIOD (Y/N): ".
       ACCEPT WS-RESEND-OPTION.

       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-RUN-TIME FROM TIME.
       MOVE WS-RUN-DATE TO WS-PERIOD-START.
       IF Period-Month
         MOVE "01" TO WS-PERIOD-START(7:2)
       ELSE
         MOVE "0101" TO WS-PERIOD-START(5:4)
       END-IF.

       OPEN INPUT AGENDA.
       PERFORM OPEN-CONSENT.
       PERFORM OPEN-MAIL-FILES.

       IF Print-Labels
         OPEN OUTPUT LABEL-PRINT

       CLOSE AGENDA.

       IF Consent-Open
         CLOSE CONSENT-FILE
       END-IF.
       DISPLAY "SUPPRESSED BY CONSENT: " WS-CONSENT-SKIPPED.

       CLOSE MAILHIST-FILE.
       IF Badaddr-Open
         CLOSE BADADDR-FILE
       END-IF.
       DISPLAY "RETURNED-MAIL ADDRESS: " WS-BAD-ADDR-SKIPPED.
       DISPLAY "ALREADY MAILED:        " WS-ALREADY-SKIPPED.

       IF One-Per-Household
         CLOSE HH-FILE
         DISPLAY "HOUSEHOLD MEMBERS SKIPPED: " WS-HH-SKIPPED-COUNT
       END-IF.

       IF Firm-Only
         CLOSE EMP-FILE
       END-IF.

       IF WS-LIST-NAME NOT = SPACES
         CLOSE DLMEMB-FILE
       END-IF.

       IF Print-Labels
         MOVE "MAILING LABELS"    TO WS-SPOOL-REPORT
         MOVE "AGENDA-LABELS.PRT" TO WS-SPOOL-FILE

         MOVE agenda-b-date(4:2)  TO WS-B-MONTH.

         PERFORM CHECK-FIRM-MEMBER.
         PERFORM CHECK-LIST-MEMBER.

         IF Contact-Active
         AND (WS-TARGET-MONTH = 0
              OR WS-B-MONTH = WS-TARGET-MONTH)
         AND Firm-Member
         AND List-Member
           PERFORM READ-CONSENT
           PERFORM CHECK-BAD-ADDRESS
           PERFORM CHECK-ALREADY-MAILED
           EVALUATE TRUE
             WHEN Mail-Objected
               ADD 1 TO WS-CONSENT-SKIPPED
             WHEN Address-Bad
               ADD 1 TO WS-BAD-ADDR-SKIPPED
             WHEN Already-Mailed
               ADD 1 TO WS-ALREADY-SKIPPED
             WHEN OTHER
               PERFORM COLLECT-CONTACT
           END-EVALUATE
         END-IF.

         READ AGENDA NEXT RECORD
         END-READ.
       END-COLLECT-REG.

       COLLECT-CONTACT.
         PERFORM CHECK-HOUSEHOLD.
         IF Hh-Skip
           ADD 1 TO WS-HH-SKIPPED-COUNT
         ELSE
           IF WS-MAIL-COUNT < 3000
             ADD 1 TO WS-MAIL-COUNT
             MOVE agenda-city    TO WS-ML-CITY(WS-MAIL-COUNT)
             MOVE agenda-surname TO WS-ML-SURNAME(WS-MAIL-COUNT)
             MOVE agenda-code    TO WS-ML-CODE(WS-MAIL-COUNT)
             MOVE WS-HH-FAMILY-SW TO WS-ML-FAMILY(WS-MAIL-COUNT)
           ELSE
             MOVE 'Y' TO WS-MAIL-OVERFLOW-SW
           END-IF
         END-IF.

       OPEN-CONSENT.
         OPEN INPUT CONSENT-FILE.
         IF consent-status = "00"
           MOVE 'Y' TO WS-CONSENT-OPEN-SW
         END-IF.

       READ-CONSENT.
         INITIALIZE Consent-Rec.
         IF Consent-Open
           MOVE agenda-code TO cs-code
           READ CONSENT-FILE
             INVALID KEY
               INITIALIZE Consent-Rec
           END-READ
         END-IF.

       OPEN-MAIL-FILES.
         OPEN I-O MAILHIST-FILE.
         IF Mailhist-File-Missing
           OPEN OUTPUT MAILHIST-FILE
           CLOSE MAILHIST-FILE
           OPEN I-O MAILHIST-FILE
         END-IF.

         OPEN INPUT BADADDR-FILE.
         IF badaddr-status = "00"
           MOVE 'Y' TO WS-BADADDR-OPEN-SW
         END-IF.

       CHECK-BAD-ADDRESS.
         MOVE 'N' TO WS-ADDR-BAD-SW.
         IF Badaddr-Open
           MOVE agenda-code TO ba-code
           READ BADADDR-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Badaddr-No-Error-Found
           AND ba-address = agenda-address
             MOVE 'Y' TO WS-ADDR-BAD-SW
           END-IF
         END-IF.

       CHECK-ALREADY-MAILED.
         MOVE 'N' TO WS-MAILED-SW.
         IF NOT Resend-Allowed
           MOVE agenda-code      TO mh-code
           MOVE WS-HIST-TEMPLATE TO mh-template
           MOVE WS-PERIOD-START  TO mh-run-date
           MOVE ZEROS            TO mh-run-time
           START MAILHIST-FILE KEY IS >= mh-key
             INVALID KEY
               CONTINUE
           END-START
           IF Mailhist-No-Error-Found
             READ MAILHIST-FILE NEXT RECORD
               AT END
                 CONTINUE
             END-READ
             IF Mailhist-No-Error-Found
             AND mh-code = agenda-code
             AND mh-template = WS-HIST-TEMPLATE
               MOVE 'Y' TO WS-MAILED-SW
             END-IF
           END-IF
         END-IF.

       WRITE-MAIL-HISTORY.
         MOVE agenda-code       TO mh-code.
         MOVE WS-HIST-TEMPLATE  TO mh-template.
         MOVE WS-RUN-DATE       TO mh-run-date.
         MOVE WS-RUN-TIME(1:6)  TO mh-run-time.
         MOVE WS-HIST-OUTPUT    TO mh-output.
         MOVE agenda-address    TO mh-address.
         MOVE agenda-city       TO mh-city.
         MOVE 'N'               TO mh-returned.
         MOVE SPACES            TO mh-returned-date.

         WRITE Mail-Hist-Rec
           INVALID KEY
             REWRITE Mail-Hist-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE
         END-WRITE.

       SORT-MAIL-TABLE.
         IF WS-MAIL-COUNT > 1
           PERFORM VARYING WS-E FROM 1 BY 1
           ELSE
             PERFORM WRITE-LETTER
           END-IF
           PERFORM WRITE-MAIL-HISTORY
           ADD 1 TO WS-PRINT-COUNT
           ADD 1 TO WS-CITY-MAIL-COUNT
         END-IF.
           WRITE LABEL-PRINT-LINE
           WRITE LABEL-PRINT-LINE FROM WS-RUN-TOTAL-LINE-1
           WRITE LABEL-PRINT-LINE FROM WS-RUN-TOTAL-LINE-2
           MOVE WS-CONSENT-SKIPPED TO WS-RT-SUPPRESSED
           WRITE LABEL-PRINT-LINE FROM WS-RUN-TOTAL-LINE-3
           MOVE WS-BAD-ADDR-SKIPPED TO WS-RT-BAD-ADDR
           WRITE LABEL-PRINT-LINE FROM WS-RUN-TOTAL-LINE-4
           MOVE WS-ALREADY-SKIPPED TO WS-RT-ALREADY
           WRITE LABEL-PRINT-LINE FROM WS-RUN-TOTAL-LINE-5
           IF Firm-Only
             MOVE WS-FIRM-NAME TO WS-FT-TOT-NAME
             WRITE LABEL-PRINT-LINE FROM WS-FIRM-TOTAL-LINE
           END-IF
           IF WS-LIST-NAME NOT = SPACES
             WRITE LABEL-PRINT-LINE FROM WS-LIST-TOTAL-LINE
           END-IF
         ELSE
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE FROM WS-RUN-TOTAL-LINE-1
           WRITE LETTER-PRINT-LINE FROM WS-RUN-TOTAL-LINE-2
           MOVE WS-CONSENT-SKIPPED TO WS-RT-SUPPRESSED
           WRITE LETTER-PRINT-LINE FROM WS-RUN-TOTAL-LINE-3
           MOVE WS-BAD-ADDR-SKIPPED TO WS-RT-BAD-ADDR
           WRITE LETTER-PRINT-LINE FROM WS-RUN-TOTAL-LINE-4
           MOVE WS-ALREADY-SKIPPED TO WS-RT-ALREADY
           WRITE LETTER-PRINT-LINE FROM WS-RUN-TOTAL-LINE-5
           IF Firm-Only
             MOVE WS-FIRM-NAME TO WS-FT-TOT-NAME
             WRITE LETTER-PRINT-LINE FROM WS-FIRM-TOTAL-LINE
           END-IF
           IF WS-LIST-NAME NOT = SPACES
             WRITE LETTER-PRINT-LINE FROM WS-LIST-TOTAL-LINE
           END-IF
         END-IF.

       BUILD-FULL-NAME.
           END-STRING
         END-IF.

       PICK-FIRM.
         MOVE 0 TO WS-FIRM-CODE.
         MOVE 0 TO WS-FIRM-COUNT.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.

         OPEN INPUT ORG-FILE.
         IF Org-File-Missing
           DISPLAY "NO ORGANISATION FILE ON DISK"
         ELSE
           DISPLAY "FIRM NAME STARTS WITH: "
           ACCEPT WS-FIRM-PREFIX
           MOVE WS-FIRM-PREFIX TO WS-TRIM-FIELD
           PERFORM TRIM-FIELD
           MOVE WS-TRIM-LEN TO WS-FIRM-PREFIX-LEN

           MOVE 'N' TO WS-FIRM-DONE-SW
           MOVE WS-FIRM-PREFIX TO org-name
           START ORG-FILE KEY IS >= org-name
             INVALID KEY
               MOVE 'Y' TO WS-FIRM-DONE-SW
           END-START
           IF NOT Firm-Scan-Done
             READ ORG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-FIRM-DONE-SW
             END-READ
           END-IF
           PERFORM FIRM-MATCH-REG UNTIL Firm-Scan-Done

           CLOSE ORG-FILE

           IF WS-FIRM-COUNT = 0
             DISPLAY "NO FIRM MATCHES " WS-FIRM-PREFIX
           ELSE
             PERFORM SHOW-FIRM-LINE
                 VARYING WS-E FROM 1 BY 1
                 UNTIL WS-E > WS-FIRM-COUNT
             DISPLAY "PICK LINE NUMBER (00 = CANCEL): "
             ACCEPT WS-FIRM-PICK
             IF WS-FIRM-PICK > 0 AND WS-FIRM-PICK NOT > WS-FIRM-COUNT
               MOVE WS-FT-CODE(WS-FIRM-PICK) TO WS-FIRM-CODE
               MOVE WS-FT-NAME(WS-FIRM-PICK) TO WS-FIRM-NAME
             END-IF
           END-IF
         END-IF.

         IF WS-FIRM-CODE > 0
           OPEN INPUT EMP-FILE
           IF Emp-File-Missing
             DISPLAY "NO EMPLOYMENT LINKS ON DISK"
             MOVE 0 TO WS-FIRM-CODE
           END-IF
         END-IF.

       FIRM-MATCH-REG.

         IF WS-FIRM-PREFIX-LEN > 0
         AND org-name(1:WS-FIRM-PREFIX-LEN) NOT =
             WS-FIRM-PREFIX(1:WS-FIRM-PREFIX-LEN)
           MOVE 'Y' TO WS-FIRM-DONE-SW
         ELSE
           IF WS-FIRM-COUNT < 20
             ADD 1 TO WS-FIRM-COUNT
             MOVE org-code TO WS-FT-CODE(WS-FIRM-COUNT)
             MOVE org-name TO WS-FT-NAME(WS-FIRM-COUNT)
             MOVE org-city TO WS-FT-CITY(WS-FIRM-COUNT)
             READ ORG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-FIRM-DONE-SW
             END-READ
           ELSE
             DISPLAY "MORE THAN 20 MATCHES - FIRST 20 SHOWN"
             MOVE 'Y' TO WS-FIRM-DONE-SW
           END-IF
         END-IF.
       END-FIRM-MATCH-REG.

       SHOW-FIRM-LINE.
         MOVE WS-E              TO WS-FL-NO.
         MOVE WS-FT-CODE(WS-E)  TO WS-FL-CODE.
         MOVE WS-FT-NAME(WS-E)  TO WS-FL-NAME.
         MOVE WS-FT-CITY(WS-E)  TO WS-FL-CITY.
         DISPLAY WS-FIRM-LIST-LINE.

       CHECK-FIRM-MEMBER.
         MOVE 'Y' TO WS-FIRM-MEMBER-SW.

         IF Firm-Only
           MOVE 'N' TO WS-FIRM-MEMBER-SW
           MOVE agenda-code  TO em-code
           MOVE WS-FIRM-CODE TO em-org-code
           READ EMP-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Emp-No-Error-Found
           AND (em-end-date = SPACES OR em-end-date NOT < WS-TODAY)
           AND (em-start-date = SPACES
                OR em-start-date NOT > WS-TODAY)
             MOVE 'Y' TO WS-FIRM-MEMBER-SW
           END-IF
         END-IF.

       OPEN-LIST.
         MOVE 'N' TO WS-LIST-FOUND-SW.

         OPEN INPUT DLIST-FILE.
         IF Dl-No-Error-Found
           MOVE WS-LIST-NAME TO dl-name
           READ DLIST-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Dl-No-Error-Found
             MOVE 'Y' TO WS-LIST-FOUND-SW
             MOVE dl-name        TO WS-LT-NAME
             MOVE dl-description TO WS-LT-DESCRIPTION
             OPEN INPUT DLMEMB-FILE
           END-IF
           CLOSE DLIST-FILE
         END-IF.

       CHECK-LIST-MEMBER.
         MOVE 'Y' TO WS-LIST-MEMBER-SW.

         IF WS-LIST-NAME NOT = SPACES
           MOVE 'N' TO WS-LIST-MEMBER-SW
           MOVE WS-LIST-NAME TO dm-list
           MOVE agenda-code  TO dm-code
           READ DLMEMB-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Dlm-No-Error-Found
             MOVE 'Y' TO WS-LIST-MEMBER-SW
           END-IF
         END-IF.

       CHECK-HOUSEHOLD.
         MOVE 'N' TO WS-HH-SKIP-SW.
         MOVE 'N' TO WS-HH-FAMILY-SW.
