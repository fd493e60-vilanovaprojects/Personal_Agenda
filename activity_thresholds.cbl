       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-ACT-THR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACTTHR-FILE ASSIGN TO "AGENDA-ACTTHR.DAT"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS thr-rel-key
                 FILE STATUS IS actthr-status.

       DATA DIVISION.
       FILE SECTION.

       FD ACTTHR-FILE.
       01  Act-Thr-Rec.
           02  thr-office-start         PIC 9(4).
           02  thr-office-end           PIC 9(4).
           02  thr-weekend              PIC X(1).
           02  thr-bulk-deletes         PIC 9(3).
           02  thr-bulk-minutes         PIC 9(3).
           02  thr-repeat-changes       PIC 9(3).

       WORKING-STORAGE SECTION.

       01  WS-VALID-SWITCH            PIC X(1) VALUE 'Y'.
           88 Is-Valid                VALUE 'Y'.

       01  WK01.
           03 WE-L07C030 PIC 9(004).
           03 WE-L08C030 PIC 9(004).
           03 WE-L09C030 PIC X(001).
             88 Weekend-Out   VALUE 'Y'.
             88 Weekend-In    VALUE 'N'.
           03 WE-L11C030 PIC 9(003).
           03 WE-L12C030 PIC 9(003).
           03 WE-L14C030 PIC 9(003).
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

       01 WS-HH                       PIC 9(2).
       01 WS-MI                       PIC 9(2).

       01 Status-Codes.
          02 actthr-status              PIC X(2).
             88 No-Error-Found        VALUE "00".
             88 Rec-Not-Found         VALUE "23".
             88 Actthr-File-Missing   VALUE "35".

       01  thr-rel-key                PIC 9(4) VALUE 1.

       01 WE-L17C014 PIC X(040).

       SCREEN SECTION.

       01  SCREEN-01.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 20 VALUE
           "OPERATOR ACTIVITY THRESHOLDS"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 01 VALUE
           "OFFICE HOURS START:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L07C030 PIC 9(004)
                        LINE 07 COLUMN 030
                        USING WE-L07C030
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 07 COLUMN 36 VALUE
           "(HHMM)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 08 COLUMN 01 VALUE
           "OFFICE HOURS END:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L08C030 PIC 9(004)
                        LINE 08 COLUMN 030
                        USING WE-L08C030
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 08 COLUMN 36 VALUE
           "(HHMM, CHANGES FROM THIS TIME ON ARE LATE)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 01 VALUE
           "WEEKEND IS OUT OF HOURS:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L09C030 PIC X(001)
                        LINE 09 COLUMN 030
                        USING WE-L09C030
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 09 COLUMN 36 VALUE
           "(Y/N)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 11 COLUMN 01 VALUE
           "BULK DELETE - DELETES:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L11C030 PIC 9(003)
                        LINE 11 COLUMN 030
                        USING WE-L11C030
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 11 COLUMN 36 VALUE
           "(THIS MANY OR MORE ...)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 12 COLUMN 01 VALUE
           "BULK DELETE - MINUTES:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L12C030 PIC 9(003)
                        LINE 12 COLUMN 030
                        USING WE-L12C030
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 12 COLUMN 36 VALUE
           "(... WITHIN THIS MANY MINUTES)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 14 COLUMN 01 VALUE
           "CHANGES TO ONE CONTACT:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L14C030 PIC 9(003)
                        LINE 14 COLUMN 030
                        USING WE-L14C030
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 14 COLUMN 36 VALUE
           "(MORE THAN THIS IN ONE DAY)"
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
       INITIALIZE WK01.
       PERFORM LOAD-THRESHOLDS.

       PROCEDURE001.
           MOVE SPACE TO WE-L19C011.
           DISPLAY SCREEN-01.
           ACCEPT  SCREEN-01.

           IF exit-yes
             GOBACK
           ELSE
             PERFORM PROCEDURE002
           END-IF.

       LOAD-THRESHOLDS.
         MOVE 0800 TO WE-L07C030.
         MOVE 1800 TO WE-L08C030.
         MOVE 'Y'  TO WE-L09C030.
         MOVE 20   TO WE-L11C030.
         MOVE 10   TO WE-L12C030.
         MOVE 5    TO WE-L14C030.

         MOVE 1 TO thr-rel-key.
         OPEN INPUT ACTTHR-FILE.
         IF NOT Actthr-File-Missing
           READ ACTTHR-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF No-Error-Found
             MOVE thr-office-start   TO WE-L07C030
             MOVE thr-office-end     TO WE-L08C030
             MOVE thr-weekend        TO WE-L09C030
             MOVE thr-bulk-deletes   TO WE-L11C030
             MOVE thr-bulk-minutes   TO WE-L12C030
             MOVE thr-repeat-changes TO WE-L14C030
           ELSE
             MOVE "NO THRESHOLDS SAVED - DEFAULTS SHOWN"
               TO WE-L17C014
           END-IF
           CLOSE ACTTHR-FILE
         ELSE
           MOVE "NO THRESHOLDS SAVED - DEFAULTS SHOWN" TO WE-L17C014
         END-IF.

       PROCEDURE002.
         PERFORM VALIDATE-ENTRY.

         IF Is-Valid
           PERFORM SAVE-THRESHOLDS
         END-IF.

         PERFORM PROCEDURE001.

       VALIDATE-ENTRY.
         MOVE 'Y' TO WS-VALID-SWITCH.

         MOVE WE-L07C030(1:2) TO WS-HH.
         MOVE WE-L07C030(3:2) TO WS-MI.
         IF WS-HH > 23 OR WS-MI > 59
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "OFFICE START MUST BE 0000 TO 2359" TO WE-L17C014
         END-IF.

         IF Is-Valid
           MOVE WE-L08C030(1:2) TO WS-HH
           MOVE WE-L08C030(3:2) TO WS-MI
           IF WS-HH > 24 OR WS-MI > 59
           OR (WS-HH = 24 AND WS-MI > 0)
             MOVE 'N' TO WS-VALID-SWITCH
             MOVE "OFFICE END MUST BE 0000 TO 2400" TO WE-L17C014
           END-IF
         END-IF.

         IF Is-Valid AND WE-L08C030 NOT > WE-L07C030
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "OFFICE END MUST BE AFTER THE START" TO WE-L17C014
         END-IF.

         IF Is-Valid AND WE-L09C030 = SPACE
           MOVE 'Y' TO WE-L09C030
         END-IF.

         IF Is-Valid AND NOT (Weekend-Out OR Weekend-In)
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "WEEKEND MUST BE Y OR N" TO WE-L17C014
         END-IF.

         IF Is-Valid AND (WE-L11C030 < 2 OR WE-L12C030 = 0)
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "BULK DELETE NEEDS 2+ DELETES, 1+ MINUTES"
             TO WE-L17C014
         END-IF.

         IF Is-Valid AND WE-L14C030 = 0
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "CHANGES TO ONE CONTACT MUST BE 1 OR MORE"
             TO WE-L17C014
         END-IF.

       SAVE-THRESHOLDS.
         OPEN I-O ACTTHR-FILE.
         IF Actthr-File-Missing
           OPEN OUTPUT ACTTHR-FILE
           CLOSE ACTTHR-FILE
           OPEN I-O ACTTHR-FILE
         END-IF.

         MOVE 1 TO thr-rel-key.
         MOVE WE-L07C030 TO thr-office-start.
         MOVE WE-L08C030 TO thr-office-end.
         MOVE WE-L09C030 TO thr-weekend.
         MOVE WE-L11C030 TO thr-bulk-deletes.
         MOVE WE-L12C030 TO thr-bulk-minutes.
         MOVE WE-L14C030 TO thr-repeat-changes.

         REWRITE Act-Thr-Rec
           INVALID KEY
             WRITE Act-Thr-Rec
               INVALID KEY
                 CONTINUE
             END-WRITE
         END-REWRITE.

         IF No-Error-Found
           MOVE "THRESHOLDS SAVED SUCCESSFULLY" TO WE-L17C014
         ELSE
           MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
         END-IF.

         CLOSE ACTTHR-FILE.
