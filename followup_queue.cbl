       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-FUP.
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

       SELECT NOTES-FILE ASSIGN TO "AGENDA-NOTES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS nt-key
                 ALTERNATE RECORD KEY IS nt-code
                           WITH DUPLICATES
                 FILE STATUS IS notes-status.

       SELECT FUP-FILE ASSIGN TO "AGENDA-FUP.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS fu-key
                 ALTERNATE RECORD KEY IS fu-owner
                           WITH DUPLICATES
                 FILE STATUS IS fup-status.

       SELECT SIGNON-FILE ASSIGN TO "SIGNON.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS so-rel-key
                 FILE STATUS IS signon-status.

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

       FD NOTES-FILE.
       01  Note-Rec.
           02  nt-key.
               03  nt-code               PIC 9(6).
               03  nt-noted-date         PIC X(14).
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
               88  Fup-Open            VALUE 'O'.
               88  Fup-Done            VALUE 'D'.
               88  Fup-Rescheduled     VALUE 'R'.
           02  fu-remark                 PIC X(40).
           02  fu-closed-by              PIC X(8).
           02  fu-closed-date            PIC X(8).

       FD SIGNON-FILE.
       01  Signon-Rec.
           02  so-user-id               PIC X(8).
           02  so-user-level            PIC X(1).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
          02 notes-status               PIC X(2).
             88 Note-No-Error-Found   VALUE "00".
             88 Note-File-Missing     VALUE "35".
          02 fup-status                 PIC X(2).
             88 Fup-No-Error-Found    VALUE "00".
             88 Fup-File-Missing      VALUE "35".
          02 signon-status              PIC X(2).
             88 Signon-File-Missing   VALUE "35".

       01 so-rel-key                  PIC 9(4) VALUE 1.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01 WS-TODAY                    PIC 9(8).

       01 WS-VALID-SWITCH             PIC X(1) VALUE 'Y'.
          88 Is-Valid                 VALUE 'Y'.

       01 WS-SCAN-DONE-SW             PIC X(1) VALUE 'N'.
          88 Scan-Done                VALUE 'Y'.

       01 WS-VAL-DAY                  PIC 9(2).
       01 WS-VAL-MONTH                PIC 9(2).
       01 WS-NEW-DATE                 PIC X(8).

       01 WS-MATCH-COUNT              PIC 9(4) VALUE 0.
       01 WS-HIT-TABLE.
           03 WS-HIT OCCURS 500 TIMES.
              05 WS-HIT-KEY           PIC X(20).
              05 WS-HIT-DUE           PIC X(8).
              05 WS-HIT-STATUS        PIC X(1).

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
           03 WS-B-STATUS              PIC X(1).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-B-CODE                PIC 9(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-B-TEXT                PIC X(42).

       01  WK01.
           03 WE-PAGE-INFO.
              05 FILLER    PIC X(5) VALUE "PAGE ".
              05 WE-P-CUR  PIC ZZZ9.
              05 FILLER    PIC X(4) VALUE " OF ".
              05 WE-P-TOT  PIC ZZZ9.
           03 WE-CHOICE    PIC X(006).

       01  WK02.
           03 WE-L07C014 PIC 9(006).
           03 WE-L08C014 PIC X(035).
           03 WE-L09C014 PIC X(060).
           03 WE-L10C014 PIC X(010).
           03 WE-L12C014 PIC X(001).
             88 Action-Done        VALUE 'D'.
             88 Action-Reschedule  VALUE 'R'.
           03 WE-L13C014 PIC X(010).
           03 WE-L14C014 PIC X(040).
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

       01 WE-L17C014 PIC X(040).

       SCREEN SECTION.

       01  SCREEN-LIST.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 01 COLUMN 01 VALUE
           "MY FOLLOW-UPS - OPEN AND RESCHEDULED"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 01 COLUMN 45 VALUE
           "USER:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L01C051 PIC X(008)
                        LINE 01 COLUMN 051
                        FROM WS-OPERATOR-ID
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 02 COLUMN 01 VALUE
           " NO  DUE         S   CODE    NOTE"
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
           "NO TO WORK (N=NEXT / P=PREV / X=EXIT):"
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
           03 LINE 05 COLUMN 25 VALUE
           "WORK FOLLOW-UP"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 01 VALUE
           "CODE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L07C014 PIC 9(006)
                        LINE 07 COLUMN 014
                        FROM WE-L07C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 08 COLUMN 01 VALUE
           "CONTACT:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L08C014 PIC X(035)
                        LINE 08 COLUMN 014
                        FROM WE-L08C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 01 VALUE
           "NOTE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L09C014 PIC X(060)
                        LINE 09 COLUMN 014
                        FROM WE-L09C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 10 COLUMN 01 VALUE
           "DUE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L10C014 PIC X(010)
                        LINE 10 COLUMN 014
                        FROM WE-L10C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 12 COLUMN 01 VALUE
           "ACTION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L12C014 PIC X(001)
                        LINE 12 COLUMN 014
                        USING WE-L12C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 12 COLUMN 26 VALUE
           "D=DONE / R=RESCHEDULE"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 13 COLUMN 01 VALUE
           "NEW DATE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L13C014 PIC X(010)
                        LINE 13 COLUMN 014
                        USING WE-L13C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 13 COLUMN 26 VALUE
           "DD/MM/YYYY - RESCHEDULE ONLY"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 14 COLUMN 01 VALUE
           "REMARK:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L14C014 PIC X(040)
                        LINE 14 COLUMN 014
                        USING WE-L14C014
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
       ACCEPT WS-TODAY FROM DATE YYYYMMDD.
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
             MOVE so-user-id TO WS-OPERATOR-ID
           END-IF
           CLOSE SIGNON-FILE
         END-IF.

       PROCEDURE001.
           PERFORM COLLECT-MY-FOLLOWUPS.

           IF WS-MATCH-COUNT = 0
           AND WE-L17C014 = SPACES
             MOVE "NO OPEN FOLLOW-UPS FOR YOU" TO WE-L17C014
           END-IF.

           COMPUTE WS-PAGES = (WS-MATCH-COUNT + 9) / 10.
           IF WS-PAGES = 0
             MOVE 1 TO WS-PAGES
           END-IF.
           IF WS-PAGE > WS-PAGES
             MOVE WS-PAGES TO WS-PAGE
           END-IF.

           PERFORM SHOW-LIST.

       COLLECT-MY-FOLLOWUPS.
         MOVE 0 TO WS-MATCH-COUNT.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN INPUT FUP-FILE.
         IF Fup-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE WS-OPERATOR-ID TO fu-owner
           START FUP-FILE KEY IS = fu-owner
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START

           IF NOT Scan-Done
             READ FUP-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
             END-READ
           END-IF
         END-IF.

         PERFORM LIST-REG UNTIL Scan-Done.

         IF NOT Fup-File-Missing
           CLOSE FUP-FILE
         END-IF.

       LIST-REG.

         IF fu-owner NOT = WS-OPERATOR-ID
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           IF (Fup-Open OR Fup-Rescheduled)
           AND WS-MATCH-COUNT < 500
             ADD 1 TO WS-MATCH-COUNT
             MOVE fu-key      TO WS-HIT-KEY(WS-MATCH-COUNT)
             MOVE fu-due-date TO WS-HIT-DUE(WS-MATCH-COUNT)
             MOVE fu-status   TO WS-HIT-STATUS(WS-MATCH-COUNT)
           END-IF

           READ FUP-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
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
           PERFORM LOAD-FOLLOWUP
           PERFORM PROCEDURE001B
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

       LOAD-FOLLOWUP.
         INITIALIZE WK02.

         MOVE WS-HIT-KEY(WS-PICK-NO) TO nt-key.
         MOVE nt-code TO WE-L07C014.

         MOVE WS-HIT-DUE(WS-PICK-NO)(7:2) TO WE-L10C014(1:2).
         MOVE "/"                         TO WE-L10C014(3:1).
         MOVE WS-HIT-DUE(WS-PICK-NO)(5:2) TO WE-L10C014(4:2).
         MOVE "/"                         TO WE-L10C014(6:1).
         MOVE WS-HIT-DUE(WS-PICK-NO)(1:4) TO WE-L10C014(7:4).

         OPEN INPUT NOTES-FILE.
         IF NOT Note-File-Missing
           READ NOTES-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Note-No-Error-Found
             MOVE nt-text TO WE-L09C014
           END-IF
           CLOSE NOTES-FILE
         END-IF.

         OPEN INPUT AGENDA.
         MOVE WE-L07C014 TO agenda-code.
         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.
         IF No-Error-Found
           STRING agenda-name DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  agenda-surname DELIMITED BY "  "
               INTO WE-L08C014
         ELSE
           MOVE "(CONTACT NOT ON FILE)" TO WE-L08C014
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
           PERFORM UPDATE-FOLLOWUP
           PERFORM PROCEDURE001
         ELSE
           PERFORM PROCEDURE001B
         END-IF.

       VALIDATE-ENTRY.
         IF NOT (Action-Done OR Action-Reschedule)
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "ACTION MUST BE D OR R" TO WE-L17C014
         END-IF.

         IF Is-Valid AND WE-L14C014 = SPACES
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "A REMARK IS REQUIRED" TO WE-L17C014
         END-IF.

         IF Is-Valid AND Action-Reschedule
           IF WE-L13C014(1:2)  NOT NUMERIC
           OR WE-L13C014(3:1)  NOT = '/'
           OR WE-L13C014(4:2)  NOT NUMERIC
           OR WE-L13C014(6:1)  NOT = '/'
           OR WE-L13C014(7:4)  NOT NUMERIC
             MOVE 'N' TO WS-VALID-SWITCH
             MOVE "INVALID NEW DATE - USE DD/MM/YYYY" TO WE-L17C014
           ELSE
             MOVE WE-L13C014(1:2) TO WS-VAL-DAY
             MOVE WE-L13C014(4:2) TO WS-VAL-MONTH
             IF WS-VAL-DAY < 1 OR WS-VAL-DAY > 31
             OR WS-VAL-MONTH < 1 OR WS-VAL-MONTH > 12
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE "INVALID NEW DATE - USE DD/MM/YYYY" TO WE-L17C014
             ELSE
               MOVE WE-L13C014(7:4) TO WS-NEW-DATE(1:4)
               MOVE WE-L13C014(4:2) TO WS-NEW-DATE(5:2)
               MOVE WE-L13C014(1:2) TO WS-NEW-DATE(7:2)
               IF WS-NEW-DATE NOT > WS-TODAY
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE "NEW DATE MUST BE AFTER TODAY" TO WE-L17C014
               END-IF
             END-IF
           END-IF
         END-IF.

       UPDATE-FOLLOWUP.
         OPEN I-O FUP-FILE.
         MOVE WS-HIT-KEY(WS-PICK-NO) TO fu-key.

         READ FUP-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF NOT Fup-No-Error-Found
           MOVE "FOLLOW-UP NOT FOUND" TO WE-L17C014
         ELSE
           IF fu-owner NOT = WS-OPERATOR-ID
           OR NOT (Fup-Open OR Fup-Rescheduled)
             MOVE "FOLLOW-UP CHANGED BY ANOTHER USER" TO WE-L17C014
           ELSE
             MOVE WE-L14C014 TO fu-remark
             IF Action-Done
               MOVE 'D'            TO fu-status
               MOVE WS-OPERATOR-ID TO fu-closed-by
               MOVE WS-TODAY       TO fu-closed-date
             ELSE
               MOVE 'R'            TO fu-status
               MOVE WS-NEW-DATE    TO fu-due-date
             END-IF

             REWRITE Followup-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE

             IF Fup-No-Error-Found
               IF Action-Done
                 MOVE "FOLLOW-UP CLOSED" TO WE-L17C014
               ELSE
                 MOVE "FOLLOW-UP RESCHEDULED" TO WE-L17C014
               END-IF
             ELSE
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
             END-IF
           END-IF
         END-IF.

         CLOSE FUP-FILE.

       BUILD-PAGE-LINES.
         COMPUTE WS-BASE = (WS-PAGE - 1) * 10.
         MOVE SPACES TO WS-PICK-LINES.

         OPEN INPUT NOTES-FILE.

         PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 10
           COMPUTE WS-I = WS-BASE + WS-ROW
           IF WS-I <= WS-MATCH-COUNT
             PERFORM BUILD-PICK-LINE
             MOVE WS-BUILD-LINE TO WS-PICK-LINE(WS-ROW)
           END-IF
         END-PERFORM.

         IF NOT Note-File-Missing
           CLOSE NOTES-FILE
         END-IF.

         MOVE WS-PAGE  TO WE-P-CUR.
         MOVE WS-PAGES TO WE-P-TOT.

       BUILD-PICK-LINE.
         MOVE WS-I                    TO WS-B-NO.
         MOVE WS-HIT-DUE(WS-I)(7:2)   TO WS-B-DD.
         MOVE WS-HIT-DUE(WS-I)(5:2)   TO WS-B-MM.
         MOVE WS-HIT-DUE(WS-I)(1:4)   TO WS-B-YYYY.
         MOVE WS-HIT-STATUS(WS-I)     TO WS-B-STATUS.
         MOVE WS-HIT-KEY(WS-I)        TO nt-key.
         MOVE nt-code                 TO WS-B-CODE.
         MOVE SPACES                  TO WS-B-TEXT.

         IF NOT Note-File-Missing
           READ NOTES-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Note-No-Error-Found
             MOVE nt-text TO WS-B-TEXT
           END-IF
         END-IF.
