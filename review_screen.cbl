       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-REVIEW.
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

       SELECT REVIEW-FILE ASSIGN TO "AGENDA-REVIEW.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS rv-code
                 ALTERNATE RECORD KEY IS rv-category
                           WITH DUPLICATES
                 FILE STATUS IS review-status.

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

       FD SIGNON-FILE.
       01  Signon-Rec.
           02  so-user-id               PIC X(8).
           02  so-user-level            PIC X(1).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 agenda-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
          02 review-status              PIC X(2).
             88 Review-No-Error-Found VALUE "00".
             88 Review-File-Missing   VALUE "35".
          02 signon-status              PIC X(2).
             88 Signon-File-Missing   VALUE "35".

       01 so-rel-key                  PIC 9(4) VALUE 1.
       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01 WS-AUD-DATE                 PIC 9(8).
       01 WS-AUD-TIME                 PIC 9(8).

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

       01 WS-ENTRY-FOUND-SW           PIC X(1) VALUE 'N'.
          88 Entry-Found              VALUE 'Y'.
       01 WS-ENTRY-CODE               PIC 9(6).

       01 WS-DECISION-NAMES.
           03 FILLER                  PIC X(11) VALUE "KKEEP".
           03 FILLER                  PIC X(11) VALUE "DDEACTIVATE".
           03 FILLER                  PIC X(11) VALUE "EERASURE".
       01 WS-DECISION-TABLE REDEFINES WS-DECISION-NAMES.
           03 WS-DECISION-ENTRY OCCURS 3 TIMES.
              05 WS-DECISION-CODE     PIC X(1).
              05 WS-DECISION-NAME     PIC X(10).
       01 WS-T                        PIC 9(1).
       01 WS-DECISION-WORD            PIC X(10).
       01 WS-DECISION-IN              PIC X(1).

       01 WS-UNDECIDED-COUNT          PIC 9(4) VALUE 0.
       01 WS-MATCH-COUNT              PIC 9(4) VALUE 0.
       01 WS-HIT-TABLE.
           03 WS-HIT OCCURS 500 TIMES.
              05 WS-HIT-CODE          PIC 9(6).
              05 WS-HIT-CATEGORY      PIC X(4).
              05 WS-HIT-NAME          PIC X(26).
              05 WS-HIT-LAST          PIC X(8).
              05 WS-HIT-DECISION      PIC X(1).

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
           03 WS-B-CATEGORY            PIC X(4).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-B-CODE                PIC 9(6).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-B-NAME                PIC X(26).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-B-LAST                PIC X(8).
           03 FILLER                   PIC X(2)  VALUE SPACES.
           03 WS-B-DECISION            PIC X(10).

       01 WS-LIST-HEADER.
           03 FILLER                   PIC X(5)  VALUE " NO".
           03 FILLER                   PIC X(6)  VALUE "CAT".
           03 FILLER                   PIC X(8)  VALUE "CODE".
           03 FILLER                   PIC X(28) VALUE "NAME".
           03 FILLER                   PIC X(10) VALUE "LAST ACT".
           03 FILLER                   PIC X(10) VALUE "DECISION".

       01  WK01.
           03 WE-PAGE-INFO.
              05 FILLER    PIC X(5) VALUE "PAGE ".
              05 WE-P-CUR  PIC ZZZ9.
              05 FILLER    PIC X(4) VALUE " OF ".
              05 WE-P-TOT  PIC ZZZ9.
              05 FILLER    PIC X(4) VALUE SPACES.
              05 WE-P-OPEN PIC ZZZ9.
              05 FILLER    PIC X(10) VALUE " UNDECIDED".
           03 WE-CHOICE    PIC X(006).

       01  WK02.
           03 WE-L06C014 PIC 9(006).
           03 WE-L06C040 PIC X(004).
           03 WE-L07C014 PIC X(060).
           03 WE-L08C014 PIC X(060).
           03 WE-L09C014 PIC X(015).
           03 WE-L10C014 PIC X(040).
           03 WE-L11C016 PIC X(012).
           03 WE-L11C040 PIC X(010).
           03 WE-L12C016 PIC X(008).
           03 WE-L12C040 PIC X(010).
           03 WE-L14C014 PIC X(001).
             88 Decision-Valid     VALUE 'K' 'D' 'E' ' '.
             88 Decision-Removes   VALUE 'D' 'E'.
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

       01 WE-L17C014 PIC X(040).

       SCREEN SECTION.

       01  SCREEN-LIST.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 01 COLUMN 01 VALUE
           "DORMANT CONTACT REVIEW"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 01 COLUMN 45 VALUE
           "USER:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L01C051 PIC X(008)
                        LINE 01 COLUMN 051
                        FROM WS-OPERATOR-ID
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WP-L02 PIC X(070) LINE 02 COLUMN 01
                        FROM WS-LIST-HEADER
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
           03 WP-L14 PIC X(035) LINE 14 COLUMN 01
                        FROM WE-PAGE-INFO
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 16 COLUMN 01 VALUE
           "NO TO REVIEW (N=NEXT / P=PREV / X=EXIT):"
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
           "DORMANT CONTACT REVIEW"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "CODE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L06C014 PIC 9(006)
                        LINE 06 COLUMN 014
                        FROM WE-L06C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 28 VALUE
           "CATEGORY:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L06C040 PIC X(004)
                        LINE 06 COLUMN 040
                        FROM WE-L06C040
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 01 VALUE
           "NAME:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L07C014 PIC X(060)
                        LINE 07 COLUMN 014
                        FROM WE-L07C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 08 COLUMN 01 VALUE
           "ADDRESS:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L08C014 PIC X(060)
                        LINE 08 COLUMN 014
                        FROM WE-L08C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 01 VALUE
           "PHONE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L09C014 PIC X(015)
                        LINE 09 COLUMN 014
                        FROM WE-L09C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 10 COLUMN 01 VALUE
           "E-MAIL:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L10C014 PIC X(040)
                        LINE 10 COLUMN 014
                        FROM WE-L10C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 11 COLUMN 01 VALUE
           "LAST ACTIVITY:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L11C016 PIC X(012)
                        LINE 11 COLUMN 016
                        FROM WE-L11C016
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 11 COLUMN 30 VALUE
           "LISTED:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L11C040 PIC X(010)
                        LINE 11 COLUMN 040
                        FROM WE-L11C040
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 12 COLUMN 01 VALUE
           "DECIDED BY:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L12C016 PIC X(008)
                        LINE 12 COLUMN 016
                        FROM WE-L12C016
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 12 COLUMN 30 VALUE
           "ON:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L12C040 PIC X(010)
                        LINE 12 COLUMN 040
                        FROM WE-L12C040
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 14 COLUMN 01 VALUE
           "DECISION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L14C014 PIC X(001)
                        LINE 14 COLUMN 014
                        USING WE-L14C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 14 COLUMN 18 VALUE
           "K=KEEP / D=DEACTIVATE / E=FLAG FOR ERASURE"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 15 COLUMN 18 VALUE
           "BLANK=NOT DECIDED YET"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

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
             MOVE so-user-id TO WS-OPERATOR-ID
           END-IF
           CLOSE SIGNON-FILE
         END-IF.

       PROCEDURE001.
           PERFORM COLLECT-REVIEW-LIST.

           IF WS-MATCH-COUNT = 0
           AND WE-L17C014 = SPACES
             MOVE "NO CONTACTS ON THE REVIEW LIST" TO WE-L17C014
           END-IF.

           COMPUTE WS-PAGES = (WS-MATCH-COUNT + 9) / 10.
           IF WS-PAGES = 0
             MOVE 1 TO WS-PAGES
           END-IF.
           IF WS-PAGE > WS-PAGES
             MOVE WS-PAGES TO WS-PAGE
           END-IF.

           PERFORM SHOW-LIST.

       COLLECT-REVIEW-LIST.
         MOVE 0 TO WS-MATCH-COUNT.
         MOVE 0 TO WS-UNDECIDED-COUNT.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN INPUT REVIEW-FILE.
         IF Review-File-Missing
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE LOW-VALUES TO rv-category
           START REVIEW-FILE KEY IS >= rv-category
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START

           IF NOT Scan-Done
             READ REVIEW-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-SCAN-DONE-SW
             END-READ
           END-IF
         END-IF.

         PERFORM LIST-REG UNTIL Scan-Done.

         IF NOT Review-File-Missing
           CLOSE REVIEW-FILE
         END-IF.

       LIST-REG.

         IF rv-decision = SPACE
           ADD 1 TO WS-UNDECIDED-COUNT
         END-IF.

         IF WS-MATCH-COUNT < 500
           ADD 1 TO WS-MATCH-COUNT
           MOVE rv-code          TO WS-HIT-CODE(WS-MATCH-COUNT)
           MOVE rv-category      TO WS-HIT-CATEGORY(WS-MATCH-COUNT)
           MOVE SPACES           TO WS-HIT-NAME(WS-MATCH-COUNT)
           STRING rv-surname DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  rv-name DELIMITED BY "  "
               INTO WS-HIT-NAME(WS-MATCH-COUNT)
           MOVE rv-last-activity TO WS-HIT-LAST(WS-MATCH-COUNT)
           MOVE rv-decision      TO WS-HIT-DECISION(WS-MATCH-COUNT)
         END-IF.

         READ REVIEW-FILE NEXT RECORD
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
           PERFORM LOAD-ENTRY
           IF Entry-Found
             PERFORM PROCEDURE001B
           ELSE
             MOVE "NO LONGER ON THE REVIEW LIST" TO WE-L17C014
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

       LOAD-ENTRY.
         INITIALIZE WK02.
         MOVE 'N' TO WS-ENTRY-FOUND-SW.
         MOVE WS-HIT-CODE(WS-PICK-NO) TO WS-ENTRY-CODE.

         OPEN INPUT REVIEW-FILE.
         MOVE WS-ENTRY-CODE TO rv-code.
         READ REVIEW-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Review-No-Error-Found
           MOVE 'Y'         TO WS-ENTRY-FOUND-SW
           MOVE rv-code     TO WE-L06C014
           MOVE rv-category TO WE-L06C040
           STRING rv-name DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  rv-surname DELIMITED BY "  "
               INTO WE-L07C014
           IF rv-last-activity = SPACES
             MOVE "NONE ON FILE" TO WE-L11C016
           ELSE
             MOVE rv-last-activity(7:2) TO WE-L11C016(1:2)
             MOVE "/"                   TO WE-L11C016(3:1)
             MOVE rv-last-activity(5:2) TO WE-L11C016(4:2)
             MOVE "/"                   TO WE-L11C016(6:1)
             MOVE rv-last-activity(1:4) TO WE-L11C016(7:4)
           END-IF
           MOVE rv-listed(7:2) TO WE-L11C040(1:2)
           MOVE "/"            TO WE-L11C040(3:1)
           MOVE rv-listed(5:2) TO WE-L11C040(4:2)
           MOVE "/"            TO WE-L11C040(6:1)
           MOVE rv-listed(1:4) TO WE-L11C040(7:4)
           MOVE rv-decided-by  TO WE-L12C016
           IF rv-decided NOT = SPACES
             MOVE rv-decided(7:2) TO WE-L12C040(1:2)
             MOVE "/"             TO WE-L12C040(3:1)
             MOVE rv-decided(5:2) TO WE-L12C040(4:2)
             MOVE "/"             TO WE-L12C040(6:1)
             MOVE rv-decided(1:4) TO WE-L12C040(7:4)
           END-IF
           MOVE rv-decision    TO WE-L14C014
         END-IF.

         CLOSE REVIEW-FILE.

         IF Entry-Found
           PERFORM LOAD-CONTACT
         END-IF.

       LOAD-CONTACT.
         OPEN INPUT AGENDA.
         MOVE WS-ENTRY-CODE TO agenda-code.
         READ AGENDA
           INVALID KEY
             CONTINUE
         END-READ.

         IF No-Error-Found
           MOVE SPACES TO WE-L08C014
           STRING agenda-address DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  agenda-city DELIMITED BY "  "
               INTO WE-L08C014
           MOVE agenda-phone TO WE-L09C014
           MOVE agenda-email TO WE-L10C014
           IF NOT Contact-Active
             MOVE "CONTACT IS NO LONGER ACTIVE" TO WE-L17C014
           END-IF
         ELSE
           MOVE "CONTACT NOT ON FILE" TO WE-L17C014
         END-IF.

         CLOSE AGENDA.

         PERFORM CHECK-PENDING.
         IF Pd-Found
           MOVE "CONTACT PENDING SUPERVISOR APPROVAL"
             TO WE-L17C014
         END-IF.

       CHECK-PENDING.
         MOVE 'C'           TO WS-PD-FUNCTION.
         MOVE WS-ENTRY-CODE TO WS-PD-CODE.

         CALL "AGENDA-PENDING" USING WS-PENDING-REQUEST.
         CANCEL "AGENDA-PENDING".

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
           PERFORM SAVE-DECISION
           PERFORM PROCEDURE001
         ELSE
           PERFORM PROCEDURE001B
         END-IF.

       VALIDATE-ENTRY.
         IF NOT Decision-Valid
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "DECISION MUST BE K, D, E OR BLANK" TO WE-L17C014
         END-IF.

         IF Is-Valid AND Decision-Removes
           PERFORM CHECK-PENDING
           IF Pd-Found
             MOVE 'N' TO WS-VALID-SWITCH
             MOVE "CONTACT PENDING SUPERVISOR APPROVAL"
               TO WE-L17C014
           END-IF
         END-IF.

       SAVE-DECISION.
         MOVE WE-L14C014 TO WS-DECISION-IN.

         OPEN I-O REVIEW-FILE.
         MOVE WS-ENTRY-CODE TO rv-code.
         READ REVIEW-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Review-No-Error-Found
           MOVE WS-DECISION-IN TO rv-decision
           IF WS-DECISION-IN = SPACE
             MOVE SPACES TO rv-decided-by
             MOVE SPACES TO rv-decided
           ELSE
             MOVE WS-OPERATOR-ID TO rv-decided-by
             ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
             ACCEPT WS-AUD-TIME FROM TIME
             MOVE WS-AUD-DATE TO rv-decided(1:8)
             MOVE WS-AUD-TIME TO rv-decided(9:6)
           END-IF
           REWRITE Review-Rec
             INVALID KEY
               CONTINUE
           END-REWRITE
         END-IF.

         IF Review-No-Error-Found
           MOVE "DECISION SAVED" TO WE-L17C014
         ELSE
           MOVE "NO LONGER ON THE REVIEW LIST" TO WE-L17C014
         END-IF.

         CLOSE REVIEW-FILE.

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

         MOVE WS-PAGE            TO WE-P-CUR.
         MOVE WS-PAGES           TO WE-P-TOT.
         MOVE WS-UNDECIDED-COUNT TO WE-P-OPEN.

       BUILD-PICK-LINE.
         MOVE WS-I                  TO WS-B-NO.
         MOVE WS-HIT-CATEGORY(WS-I) TO WS-B-CATEGORY.
         MOVE WS-HIT-CODE(WS-I)     TO WS-B-CODE.
         MOVE WS-HIT-NAME(WS-I)     TO WS-B-NAME.
         MOVE WS-HIT-LAST(WS-I)     TO WS-B-LAST.
         PERFORM FIND-DECISION-WORD.
         MOVE WS-DECISION-WORD      TO WS-B-DECISION.

       FIND-DECISION-WORD.
         MOVE SPACES TO WS-DECISION-WORD.
         PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 3
           IF WS-DECISION-CODE(WS-T) = WS-HIT-DECISION(WS-I)
             MOVE WS-DECISION-NAME(WS-T) TO WS-DECISION-WORD
           END-IF
         END-PERFORM.
