       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-APPROVE.
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

       SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS so-rel-key
                 FILE STATUS IS signon-status.

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

       FD SIGNON-FILE.
       01  Signon-Rec.
           02  so-user-id               PIC X(8).
           02  so-user-level            PIC X(1).

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
          02 pending-status             PIC X(2).
             88 Pd-No-Error-Found     VALUE "00".
             88 Pending-File-Missing  VALUE "35".
          02 audit-status               PIC X(2).
          02 signon-status              PIC X(2).
             88 Signon-File-Missing   VALUE "35".

       01 audit-idx-status            PIC X(2).
          88 Idx-No-Error-Found       VALUE "00".
          88 Idx-ALREADY-EXIST        VALUE "22".
          88 Idx-File-Missing         VALUE "35".
       01 WS-IDX-WRITTEN-SW           PIC X(1) VALUE 'N'.
          88 Idx-Written              VALUE 'Y'.

       01 lock-status                 PIC X(2).
          88 Lock-No-Error-Found      VALUE "00".
          88 Lock-File-Missing        VALUE "35".
       01 lock-rel-key                PIC 9(4) VALUE 1.

       01 WS-LOCK-OK-SW               PIC X(1) VALUE 'N'.
          88 Lock-Ok                  VALUE 'Y'.
       01 WS-LOCK-JOB-NAME            PIC X(20) VALUE
          "APPROVAL QUEUE".
       01 WS-LOCK-DATE                PIC 9(8).
       01 WS-LOCK-TIME                PIC 9(8).

       01 so-rel-key                  PIC 9(4) VALUE 1.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-LEVEL           PIC X(1) VALUE 'O'.
          88 Operator-Supervisor      VALUE 'S'.

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

       01 WS-VALID-SWITCH             PIC X(1) VALUE 'Y'.
          88 Is-Valid                 VALUE 'Y'.

       01 WS-SCAN-DONE-SW             PIC X(1) VALUE 'N'.
          88 Scan-Done                VALUE 'Y'.

       01 WS-CONTACTS-OK-SW           PIC X(1) VALUE 'N'.
          88 Contacts-Ok              VALUE 'Y'.
       01 WS-EXEC-OK-SW               PIC X(1) VALUE 'N'.
          88 Exec-Ok                  VALUE 'Y'.
       01 WS-EXEC-RC                  PIC 9(4) VALUE 0.

       01 WS-REQ-FOUND-SW             PIC X(1) VALUE 'N'.
          88 Req-Found                VALUE 'Y'.
       01 WS-REQ-ID                   PIC 9(6).
       01 WS-REQ-TYPE                 PIC X(1).
          88 Req-Delete               VALUE 'D'.
          88 Req-Merge                VALUE 'M'.
          88 Req-Erasure              VALUE 'E'.
       01 WS-REQ-CODE                 PIC 9(6).
       01 WS-REQ-OTHER-CODE           PIC 9(6).
       01 WS-REQ-BY                   PIC X(8).
       01 WS-REQ-IMAGE                PIC X(210).
       01 WS-REQ-OTHER-IMAGE          PIC X(210).

       01 WS-CHECK-CODE               PIC 9(6).
       01 WS-CHECK-IMAGE              PIC X(210).
       01 WS-CHECK-NAME               PIC X(60).
       01 WS-CHECK-ADDRESS            PIC X(60).
       01 WS-CHECK-STATE              PIC X(40).
       01 WS-CHECK-OK-SW              PIC X(1) VALUE 'N'.
          88 Check-Ok                 VALUE 'Y'.

       01 WS-TYPE-NAMES.
           03 FILLER                  PIC X(7) VALUE "DDELETE".
           03 FILLER                  PIC X(7) VALUE "MMERGE ".
           03 FILLER                  PIC X(7) VALUE "EERASE ".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
           03 WS-TYPE-ENTRY OCCURS 3 TIMES.
              05 WS-TYPE-CODE         PIC X(1).
              05 WS-TYPE-NAME         PIC X(6).
       01 WS-T                        PIC 9(1).
       01 WS-TYPE-WORD                PIC X(6).

       01 WS-MATCH-COUNT              PIC 9(4) VALUE 0.
       01 WS-HIT-TABLE.
           03 WS-HIT OCCURS 500 TIMES.
              05 WS-HIT-ID            PIC 9(6).
              05 WS-HIT-TYPE          PIC X(1).
              05 WS-HIT-CODE          PIC 9(6).
              05 WS-HIT-OTHER         PIC 9(6).
              05 WS-HIT-BY            PIC X(8).
              05 WS-HIT-REQUESTED     PIC X(8).
              05 WS-HIT-REASON        PIC X(19).

       01 WS-PAGE                     PIC 9(4) VALUE 1.
       01 WS-PAGES                    PIC 9(4) VALUE 1.
       01 WS-BASE                     PIC 9(4) VALUE 0.
       01 WS-I                        PIC 9(4).
       01 WS-ROW                      PIC 9(2).

       01 WS-PICK-NO                  PIC 9(6).
       01 WS-CODE-OK-SW               PIC X(1) VALUE 'N'.
          88 Code-Ok                  VALUE 'Y'.
       01 WS-DIGIT-X                  PIC X(1).
       01 WS-DIGIT REDEFINES WS-DIGIT-X
                                      PIC 9(1).
       01 WS-C                        PIC 9(2).

       01 WS-PICK-LINES.
           03 WS-PICK-L01              PIC X(70).
           03 WS-PICK-L02              PIC X(70).
           03 WS-PICK-L03              PIC X(70).
           03 WS-PICK-L04              PIC X(70).
           03 WS-PICK-L05              PIC X(70).
           03 WS-PICK-L06              PIC X(70).
           03 WS-PICK-L07              PIC X(70).
           03 WS-PICK-L08              PIC X(70).
           03 WS-PICK-L09              PIC X(70).
           03 WS-PICK-L10              PIC X(70).
       01 WS-PICK-LINES-R REDEFINES WS-PICK-LINES.
           03 WS-PICK-LINE OCCURS 10 TIMES
                                      PIC X(70).

       01 WS-BUILD-LINE.
           03 WS-B-NO                  PIC ZZ9.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-B-DD                  PIC X(2).
           03 FILLER                   PIC X(1)  VALUE "/".
           03 WS-B-MM                  PIC X(2).
           03 FILLER                   PIC X(1)  VALUE "/".
           03 WS-B-YYYY                PIC X(4).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-B-TYPE                PIC X(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-B-CODE                PIC 9(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-B-OTHER               PIC ZZZZZZ.
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-B-BY                  PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-B-REASON              PIC X(19).

       01  WK01.
           03 WE-PAGE-INFO.
              05 FILLER    PIC X(5) VALUE "PAGE ".
              05 WE-P-CUR  PIC ZZZ9.
              05 FILLER    PIC X(4) VALUE " OF ".
              05 WE-P-TOT  PIC ZZZ9.
           03 WE-CHOICE    PIC X(006).

       01  WK02.
           03 WE-L06C014 PIC 9(006).
           03 WE-L06C030 PIC X(006).
           03 WE-L06C046 PIC X(008).
           03 WE-L06C062 PIC X(010).
           03 WE-L07C014 PIC X(040).
           03 WE-L09C014 PIC X(060).
           03 WE-L10C014 PIC X(060).
           03 WE-L11C014 PIC X(040).
           03 WE-L12C001 PIC X(012).
           03 WE-L12C014 PIC X(060).
           03 WE-L13C014 PIC X(060).
           03 WE-L14C014 PIC X(040).
           03 WE-L15C014 PIC X(001).
             88 Action-Approve     VALUE 'A'.
             88 Action-Reject      VALUE 'R'.
           03 WE-L16C014 PIC X(040).
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

       01 WE-L17C014 PIC X(040).

       SCREEN SECTION.

       01  SCREEN-LIST.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 01 COLUMN 01 VALUE
           "APPROVAL QUEUE - PENDING REQUESTS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 01 COLUMN 45 VALUE
           "USER:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L01C051 PIC X(008)
                        LINE 01 COLUMN 051
                        FROM WS-OPERATOR-ID
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 02 COLUMN 01 VALUE
           " NO  REQUESTED   TYPE    CODE    OTHER   BY        REASON"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WP-L03 PIC X(070) LINE 03 COLUMN 01
                        FROM WS-PICK-L01
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WP-L04 PIC X(070) LINE 04 COLUMN 01
                        FROM WS-PICK-L02
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WP-L05 PIC X(070) LINE 05 COLUMN 01
                        FROM WS-PICK-L03
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WP-L06 PIC X(070) LINE 06 COLUMN 01
                        FROM WS-PICK-L04
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WP-L07 PIC X(070) LINE 07 COLUMN 01
                        FROM WS-PICK-L05
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WP-L08 PIC X(070) LINE 08 COLUMN 01
                        FROM WS-PICK-L06
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WP-L09 PIC X(070) LINE 09 COLUMN 01
                        FROM WS-PICK-L07
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WP-L10 PIC X(070) LINE 10 COLUMN 01
                        FROM WS-PICK-L08
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WP-L11 PIC X(070) LINE 11 COLUMN 01
                        FROM WS-PICK-L09
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WP-L12 PIC X(070) LINE 12 COLUMN 01
                        FROM WS-PICK-L10
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WP-L14 PIC X(017) LINE 14 COLUMN 01
                        FROM WE-PAGE-INFO
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 16 COLUMN 01 VALUE
           "NO TO DECIDE (N=NEXT / P=PREV / X=EXIT):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-CHOICE PIC X(006)
                        LINE 16 COLUMN 046
                        USING WE-CHOICE
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.

           03 WX-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
                        USING WE-L17C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  SCREEN-01.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 04 COLUMN 25 VALUE
           "APPROVAL REQUEST"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "REQUEST:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L06C014 PIC 9(006)
                        LINE 06 COLUMN 014
                        FROM WE-L06C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 24 VALUE
           "TYPE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L06C030 PIC X(006)
                        LINE 06 COLUMN 030
                        FROM WE-L06C030
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 38 VALUE
           "BY:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L06C046 PIC X(008)
                        LINE 06 COLUMN 046
                        FROM WE-L06C046
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 56 VALUE
           "ON:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L06C062 PIC X(010)
                        LINE 06 COLUMN 062
                        FROM WE-L06C062
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 01 VALUE
           "REASON:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L07C014 PIC X(040)
                        LINE 07 COLUMN 014
                        FROM WE-L07C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 01 VALUE
           "CONTACT:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L09C014 PIC X(060)
                        LINE 09 COLUMN 014
                        FROM WE-L09C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L10C014 PIC X(060)
                        LINE 10 COLUMN 014
                        FROM WE-L10C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L11C014 PIC X(040)
                        LINE 11 COLUMN 014
                        FROM WE-L11C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L12C001 PIC X(012)
                        LINE 12 COLUMN 001
                        FROM WE-L12C001
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L12C014 PIC X(060)
                        LINE 12 COLUMN 014
                        FROM WE-L12C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L13C014 PIC X(060)
                        LINE 13 COLUMN 014
                        FROM WE-L13C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L14C014 PIC X(040)
                        LINE 14 COLUMN 014
                        FROM WE-L14C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 15 COLUMN 01 VALUE
           "ACTION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L15C014 PIC X(001)
                        LINE 15 COLUMN 014
                        USING WE-L15C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 15 COLUMN 26 VALUE
           "A=APPROVE AND CARRY OUT / R=REJECT"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 16 COLUMN 01 VALUE
           "COMMENT:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L16C014 PIC X(040)
                        LINE 16 COLUMN 014
                        USING WE-L16C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.

           03 WX-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
                        USING WE-L17C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 LINE 19 COLUMN 01 VALUE
           "EXIT"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L19C011 PIC X(001)
                        LINE 19 COLUMN 011
                        USING WE-L19C011
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 19 COLUMN 15 VALUE
           "write Y to exit"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       PROCEDURE DIVISION.

       PERFORM INITIAL-PROCEDURE.
       PERFORM PROCEDURE001.

       INITIAL-PROCEDURE.
       MOVE SPACES TO WE-L17C014.
       PERFORM LOAD-SIGNON-USER.

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

       PROCEDURE001.
           PERFORM COLLECT-PENDING.

           IF WS-MATCH-COUNT = 0
           AND WE-L17C014 = SPACES
             MOVE "NO REQUESTS WAITING FOR APPROVAL" TO WE-L17C014
           END-IF.

           COMPUTE WS-PAGES = (WS-MATCH-COUNT + 9) / 10.
           IF WS-PAGES = 0
             MOVE 1 TO WS-PAGES
           END-IF.
           IF WS-PAGE > WS-PAGES
             MOVE WS-PAGES TO WS-PAGE
           END-IF.

           PERFORM SHOW-LIST.

       COLLECT-PENDING.
         MOVE 0 TO WS-MATCH-COUNT.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN INPUT PENDING-FILE.
         IF Pending-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE ZEROS TO pd-id
           START PENDING-FILE KEY IS >= pd-id
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START

           IF NOT Scan-Done
             READ PENDING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
             END-READ
           END-IF
         END-IF.

         PERFORM LIST-REG UNTIL Scan-Done.

         IF NOT Pending-File-Missing
           CLOSE PENDING-FILE
         END-IF.

       LIST-REG.

         IF Pd-Pending AND WS-MATCH-COUNT < 500
           ADD 1 TO WS-MATCH-COUNT
           MOVE pd-id            TO WS-HIT-ID(WS-MATCH-COUNT)
           MOVE pd-type          TO WS-HIT-TYPE(WS-MATCH-COUNT)
           MOVE pd-code          TO WS-HIT-CODE(WS-MATCH-COUNT)
           MOVE pd-other-code    TO WS-HIT-OTHER(WS-MATCH-COUNT)
           MOVE pd-requested-by  TO WS-HIT-BY(WS-MATCH-COUNT)
           MOVE pd-requested     TO WS-HIT-REQUESTED(WS-MATCH-COUNT)
           MOVE pd-reason        TO WS-HIT-REASON(WS-MATCH-COUNT)
         END-IF.

         READ PENDING-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-SCAN-DONE-SW
         END-READ.
       END-LIST-REG.

       SHOW-LIST.
         PERFORM BUILD-PAGE-LINES.

         MOVE SPACES TO WE-CHOICE.
         DISPLAY SCREEN-LIST.
         ACCEPT  SCREEN-LIST.

         MOVE SPACES TO WE-L17C014.

         EVALUATE TRUE
           WHEN WE-CHOICE = "N"
             IF WS-PAGE < WS-PAGES
               ADD 1 TO WS-PAGE
             ELSE
               MOVE "ALREADY ON LAST PAGE" TO WE-L17C014
             END-IF
             PERFORM SHOW-LIST
           WHEN WE-CHOICE = "P"
             IF WS-PAGE > 1
               SUBTRACT 1 FROM WS-PAGE
             ELSE
               MOVE "ALREADY ON FIRST PAGE" TO WE-L17C014
             END-IF
             PERFORM SHOW-LIST
           WHEN WE-CHOICE = "X"
             GOBACK
           WHEN OTHER
             PERFORM PICK-CHOICE
         END-EVALUATE.

       PICK-CHOICE.
         PERFORM PARSE-CHOICE-CODE.

         IF NOT Code-Ok
         OR WS-PICK-NO < 1
         OR WS-PICK-NO > WS-MATCH-COUNT
           MOVE "INVALID CHOICE" TO WE-L17C014
           PERFORM SHOW-LIST
         ELSE
           PERFORM LOAD-REQUEST
           IF Req-Found
             PERFORM PROCEDURE001B
           ELSE
             MOVE "REQUEST ALREADY DECIDED" TO WE-L17C014
             PERFORM PROCEDURE001
           END-IF
         END-IF.

       PARSE-CHOICE-CODE.
         MOVE 'N' TO WS-CODE-OK-SW.
         MOVE 0 TO WS-PICK-NO.

         PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 6
           IF WE-CHOICE(WS-C:1) = SPACE
             CONTINUE
           ELSE
             IF WE-CHOICE(WS-C:1) >= '0'
             AND WE-CHOICE(WS-C:1) <= '9'
               MOVE WE-CHOICE(WS-C:1) TO WS-DIGIT-X
               COMPUTE WS-PICK-NO =
                       WS-PICK-NO * 10 + WS-DIGIT
               MOVE 'Y' TO WS-CODE-OK-SW
             ELSE
               MOVE 'N' TO WS-CODE-OK-SW
               MOVE 7 TO WS-C
             END-IF
           END-IF
         END-PERFORM.

       LOAD-REQUEST.
         INITIALIZE WK02.
         MOVE 'N' TO WS-REQ-FOUND-SW.

         OPEN INPUT PENDING-FILE.
         MOVE WS-HIT-ID(WS-PICK-NO) TO pd-id.
         READ PENDING-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Pd-No-Error-Found AND Pd-Pending
           MOVE 'Y'               TO WS-REQ-FOUND-SW
           MOVE pd-id             TO WS-REQ-ID
           MOVE pd-type           TO WS-REQ-TYPE
           MOVE pd-code           TO WS-REQ-CODE
           MOVE pd-other-code     TO WS-REQ-OTHER-CODE
           MOVE pd-requested-by   TO WS-REQ-BY
           MOVE pd-image          TO WS-REQ-IMAGE
           MOVE pd-other-image    TO WS-REQ-OTHER-IMAGE

           MOVE pd-id             TO WE-L06C014
           MOVE WS-PICK-NO        TO WS-I
           PERFORM FIND-TYPE-WORD
           MOVE WS-TYPE-WORD      TO WE-L06C030
           MOVE pd-requested-by   TO WE-L06C046
           MOVE pd-requested(7:2) TO WE-L06C062(1:2)
           MOVE "/"               TO WE-L06C062(3:1)
           MOVE pd-requested(5:2) TO WE-L06C062(4:2)
           MOVE "/"               TO WE-L06C062(6:1)
           MOVE pd-requested(1:4) TO WE-L06C062(7:4)
           MOVE pd-reason         TO WE-L07C014
         END-IF.

         CLOSE PENDING-FILE.

         IF Req-Found
           PERFORM CHECK-REQUEST-CONTACTS
         END-IF.

       CHECK-REQUEST-CONTACTS.
         MOVE 'Y' TO WS-CONTACTS-OK-SW.

         MOVE WS-REQ-CODE  TO WS-CHECK-CODE.
         MOVE WS-REQ-IMAGE TO WS-CHECK-IMAGE.
         PERFORM CHECK-CONTACT.
         MOVE WS-CHECK-NAME    TO WE-L09C014.
         MOVE WS-CHECK-ADDRESS TO WE-L10C014.
         MOVE WS-CHECK-STATE   TO WE-L11C014.
         IF NOT Check-Ok AND NOT Req-Erasure
           MOVE 'N' TO WS-CONTACTS-OK-SW
         END-IF.

         IF Req-Merge
           MOVE "MERGE INTO:"        TO WE-L12C001
           MOVE WS-REQ-OTHER-CODE    TO WS-CHECK-CODE
           MOVE WS-REQ-OTHER-IMAGE   TO WS-CHECK-IMAGE
           PERFORM CHECK-CONTACT
           MOVE WS-CHECK-NAME    TO WE-L12C014
           MOVE WS-CHECK-ADDRESS TO WE-L13C014
           MOVE WS-CHECK-STATE   TO WE-L14C014
           IF NOT Check-Ok
             MOVE 'N' TO WS-CONTACTS-OK-SW
           END-IF
         END-IF.

       CHECK-CONTACT.
         MOVE 'N'    TO WS-CHECK-OK-SW.
         MOVE SPACES TO WS-CHECK-NAME.
         MOVE SPACES TO WS-CHECK-ADDRESS.

         OPEN INPUT AGENDA.
         MOVE WS-CHECK-CODE TO agenda-code.
         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.

         IF No-Error-Found
           STRING agenda-code " " DELIMITED BY SIZE
                  agenda-name DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  agenda-surname DELIMITED BY "  "
               INTO WS-CHECK-NAME
           STRING agenda-address DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  agenda-city DELIMITED BY "  "
               INTO WS-CHECK-ADDRESS
           EVALUATE TRUE
             WHEN NOT Contact-Active
               MOVE "CONTACT IS NO LONGER ACTIVE" TO WS-CHECK-STATE
             WHEN Agenda-Rec NOT = WS-CHECK-IMAGE
               MOVE "CHANGED SINCE THE REQUEST WAS MADE"
                 TO WS-CHECK-STATE
             WHEN OTHER
               MOVE "ACTIVE - UNCHANGED SINCE THE REQUEST"
                 TO WS-CHECK-STATE
               MOVE 'Y' TO WS-CHECK-OK-SW
           END-EVALUATE
         ELSE
           MOVE WS-CHECK-CODE TO WS-CHECK-NAME(1:6)
           MOVE "CONTACT NOT ON FILE" TO WS-CHECK-STATE
         END-IF.

         CLOSE AGENDA.

       PROCEDURE001B.
           DISPLAY SCREEN-01.
           ACCEPT  SCREEN-01.

           IF exit-yes
             MOVE SPACES TO WE-L17C014
             PERFORM PROCEDURE001
           ELSE
             PERFORM PROCEDURE002
           END-IF.

       PROCEDURE002.
         MOVE 'Y' TO WS-VALID-SWITCH.
         PERFORM VALIDATE-ENTRY.

         IF Is-Valid
           IF Action-Approve
             PERFORM APPROVE-REQUEST
           ELSE
             PERFORM REJECT-REQUEST
           END-IF
           PERFORM PROCEDURE001
         ELSE
           PERFORM PROCEDURE001B
         END-IF.

       VALIDATE-ENTRY.
         IF NOT Operator-Supervisor
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "SUPERVISOR AUTHORITY REQUIRED" TO WE-L17C014
         END-IF.

         IF Is-Valid AND NOT (Action-Approve OR Action-Reject)
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "ACTION MUST BE A OR R" TO WE-L17C014
         END-IF.

         IF Is-Valid AND WS-REQ-BY = WS-OPERATOR-ID
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "YOU CANNOT DECIDE YOUR OWN REQUEST" TO WE-L17C014
         END-IF.

         IF Is-Valid AND Action-Reject AND WE-L16C014 = SPACES
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "A COMMENT IS REQUIRED TO REJECT" TO WE-L17C014
         END-IF.

         IF Is-Valid AND Action-Approve AND NOT Contacts-Ok
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "CONTACTS CHANGED - REJECT THE REQUEST"
             TO WE-L17C014
         END-IF.

       REJECT-REQUEST.
         MOVE 'J'            TO WS-PD-FUNCTION.
         MOVE WS-REQ-ID      TO WS-PD-ID.
         MOVE WS-OPERATOR-ID TO WS-PD-USER.
         MOVE WE-L16C014     TO WS-PD-TEXT.

         CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST.
         CANCEL "AGENDA-PENDING".

         IF Pd-Found
           MOVE "REQUEST REJECTED" TO WE-L17C014
         ELSE
           MOVE "REQUEST ALREADY DECIDED" TO WE-L17C014
         END-IF.

       APPROVE-REQUEST.
         PERFORM SET-BATCH-LOCK.

         IF NOT Lock-Ok
           MOVE SPACES TO WE-L17C014
           STRING "SYSTEM IN BATCH - " lock-job
                  DELIMITED BY SIZE INTO WE-L17C014
         ELSE
           MOVE 'V'            TO WS-PD-FUNCTION
           MOVE WS-REQ-ID      TO WS-PD-ID
           MOVE WS-OPERATOR-ID TO WS-PD-USER
           MOVE WE-L16C014     TO WS-PD-TEXT
           CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST
           CANCEL "AGENDA-PENDING"

           IF NOT Pd-Found
             MOVE "REQUEST ALREADY DECIDED" TO WE-L17C014
           ELSE
             PERFORM CARRY-OUT-REQUEST
             PERFORM FINISH-REQUEST
           END-IF

           PERFORM FREE-BATCH-LOCK
         END-IF.

       CARRY-OUT-REQUEST.
         MOVE 'N' TO WS-EXEC-OK-SW.

         EVALUATE TRUE
           WHEN Req-Delete
             PERFORM CARRY-OUT-DELETE
           WHEN Req-Merge
             CALL "AGENDA-MERGE"
             MOVE RETURN-CODE TO WS-EXEC-RC
             CANCEL "AGENDA-MERGE"
             IF WS-EXEC-RC = 0
               MOVE 'Y' TO WS-EXEC-OK-SW
             END-IF
           WHEN Req-Erasure
             CALL "AGENDA-DOSSIER"
             MOVE RETURN-CODE TO WS-EXEC-RC
             CANCEL "AGENDA-DOSSIER"
             IF WS-EXEC-RC = 0
               MOVE 'Y' TO WS-EXEC-OK-SW
             END-IF
         END-EVALUATE.

       FINISH-REQUEST.
         MOVE 'F'       TO WS-PD-FUNCTION.
         MOVE WS-REQ-ID TO WS-PD-ID.
         MOVE SPACES    TO WS-PD-TEXT.
         IF Exec-Ok
           MOVE 'A' TO WS-PD-STATUS
         ELSE
           MOVE 'P' TO WS-PD-STATUS
         END-IF.

         CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST.
         CANCEL "AGENDA-PENDING".

         IF Exec-Ok
           MOVE "REQUEST APPROVED AND CARRIED OUT" TO WE-L17C014
         ELSE
           MOVE "NOT CARRIED OUT - REQUEST LEFT PENDING"
             TO WE-L17C014
         END-IF.

       CARRY-OUT-DELETE.
         OPEN I-O AGENDA.
         MOVE WS-REQ-CODE TO agenda-code.

         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.

         IF No-Error-Found AND Contact-Active
         AND Agenda-Rec = WS-REQ-IMAGE
           PERFORM WRITE-AUDIT-RECORD-D

           MOVE 'I' TO agenda-active

           REWRITE Agenda-Rec
             INVALID KEY
               CONTINUE
           END-REWRITE

           IF No-Error-Found
             MOVE 'Y' TO WS-EXEC-OK-SW
           END-IF
         END-IF.

         CLOSE AGENDA.

         IF Exec-Ok
           MOVE 'D'            TO WS-CX-FUNCTION
           MOVE WS-REQ-CODE    TO WS-CX-CODE
           MOVE ZEROS          TO WS-CX-OTHER-CODE
           MOVE WS-OPERATOR-ID TO WS-CX-OPERATOR
           CALL "AGENDA-CASCADE" USING WS-CASCADE-REQUEST
           CANCEL "AGENDA-CASCADE"
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
             IF NOT Batch-Lock-Held
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
         MOVE WS-OPERATOR-ID TO aud-user.

         ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-AUD-TIME FROM TIME.
         MOVE WS-AUD-DATE TO aud-timestamp(1:8).
         MOVE WS-AUD-TIME TO aud-timestamp(9:6).

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

       BUILD-PAGE-LINES.
         COMPUTE WS-BASE = (WS-PAGE - 1) * 10.
         MOVE SPACES TO WS-PICK-LINES.

         PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 10
           COMPUTE WS-I = WS-BASE + WS-ROW
           IF WS-I <= WS-MATCH-COUNT
             PERFORM BUILD-PICK-LINE
             MOVE WS-BUILD-LINE TO WS-PICK-LINE(WS-ROW)
           END-IF
         END-PERFORM.

         MOVE WS-PAGE  TO WE-P-CUR.
         MOVE WS-PAGES TO WE-P-TOT.

       BUILD-PICK-LINE.
         MOVE WS-I                        TO WS-B-NO.
         MOVE WS-HIT-REQUESTED(WS-I)(7:2) TO WS-B-DD.
         MOVE WS-HIT-REQUESTED(WS-I)(5:2) TO WS-B-MM.
         MOVE WS-HIT-REQUESTED(WS-I)(1:4) TO WS-B-YYYY.
         PERFORM FIND-TYPE-WORD.
         MOVE WS-TYPE-WORD                TO WS-B-TYPE.
         MOVE WS-HIT-CODE(WS-I)           TO WS-B-CODE.
         MOVE WS-HIT-OTHER(WS-I)          TO WS-B-OTHER.
         MOVE WS-HIT-BY(WS-I)             TO WS-B-BY.
         MOVE WS-HIT-REASON(WS-I)         TO WS-B-REASON.

       FIND-TYPE-WORD.
         MOVE WS-HIT-TYPE(WS-I) TO WS-TYPE-WORD.
         PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
           IF WS-TYPE-CODE(WS-T) = WS-HIT-TYPE(WS-I)
             MOVE WS-TYPE-NAME(WS-T) TO WS-TYPE-WORD
           END-IF
         END-PERFORM.
