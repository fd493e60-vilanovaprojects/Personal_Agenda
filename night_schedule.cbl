       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-NIGHT-SCHED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SCHED-FILE ASSIGN TO "NIGHT-SCHED.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ns-step
                 FILE STATUS IS sched-status.

       DATA DIVISION.
       FILE SECTION.

       FD SCHED-FILE.
       01  Sched-Rec.
           02  ns-step                   PIC 9(2).
           02  ns-program                PIC X(20).
           02  ns-description            PIC X(30).
           02  ns-frequency              PIC X(1).
           02  ns-freq-day               PIC 9(2).
           02  ns-max-rc                 PIC 9(4).
           02  ns-enabled                PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-VALID-SWITCH            PIC X(1) VALUE 'Y'.
           88 Is-Valid                VALUE 'Y'.

       01  WS-FOUND-SWITCH            PIC X(1) VALUE 'Y'.
           88 Rec-Found               VALUE 'Y'.

       01  WK01.
           03 WE-L06C017 PIC X(001).
             88 Is-Add     VALUE 'A'.
             88 Is-Modify  VALUE 'M'.
             88 Is-Delete  VALUE 'D'.
           03 WE-L07C014 PIC 9(002).
           03 WE-L09C014 PIC X(020).
           03 WE-L10C014 PIC X(030).
           03 WE-L11C022 PIC X(001).
             88 Freq-Daily        VALUE 'D'.
             88 Freq-Weekday      VALUE 'W'.
             88 Freq-Month-End    VALUE 'M'.
             88 Freq-Day-Of-Month VALUE 'N'.
           03 WE-L12C022 PIC 9(002).
           03 WE-L13C022 PIC 9(004).
           03 WE-L14C022 PIC X(001).
             88 Step-On   VALUE 'Y'.
             88 Step-Off  VALUE 'N'.
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

       01 Status-Codes.
          02 sched-status               PIC X(2).
             88 No-Error-Found        VALUE "00".
             88 Rec-ALREADY-EXIST     VALUE "22".
             88 Rec-Not-Found         VALUE "23".
             88 Sched-File-Missing    VALUE "35".

       01 WE-L17C014 PIC X(040).

       SCREEN SECTION.

       01  SCREEN-ACTION.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "NIGHT STREAM SCHEDULE"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "ACTION (A/M/D):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L06C017 PIC X(001)
                        LINE 06 COLUMN 017
                        USING WE-L06C017
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 07 COLUMN 01 VALUE
           "STEP:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L07C014 PIC 9(002)
                        LINE 07 COLUMN 014
                        USING WE-L07C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 07 COLUMN 18 VALUE
           "(STEPS RUN IN STEP ORDER)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

           03 WZ-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
                        FROM WE-L17C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  SCREEN-01.
           03 BLANK SCREEN  BACKGROUND-COLOR 7.
           03 LINE 03 COLUMN 01 VALUE
           "PERSONAL AGENDA"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 05 COLUMN 25 VALUE
           "NIGHT STREAM SCHEDULE"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 06 COLUMN 01 VALUE
           "ACTION (A/M/D):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L06C017 PIC X(001)
                        LINE 06 COLUMN 017
                        FROM WE-L06C017
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 07 COLUMN 01 VALUE
           "STEP:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L07C014 PIC 9(002)
                        LINE 07 COLUMN 014
                        FROM WE-L07C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 09 COLUMN 01 VALUE
           "PROGRAM:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L09C014 PIC X(020)
                        LINE 09 COLUMN 014
                        USING WE-L09C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 10 COLUMN 01 VALUE
           "DESCRIPTION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L10C014 PIC X(030)
                        LINE 10 COLUMN 014
                        USING WE-L10C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 11 COLUMN 01 VALUE
           "FREQUENCY:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L11C022 PIC X(001)
                        LINE 11 COLUMN 022
                        USING WE-L11C022
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 11 COLUMN 25 VALUE
           "D=DAILY W=WEEKDAY M=MONTH-END N=DAY NN"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 12 COLUMN 01 VALUE
           "WEEKDAY / DAY NN:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L12C022 PIC 9(002)
                        LINE 12 COLUMN 022
                        USING WE-L12C022
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 12 COLUMN 25 VALUE
           "W: 1=MONDAY..7=SUNDAY  N: 1-31"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 13 COLUMN 01 VALUE
           "MAX RETURN CODE:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L13C022 PIC 9(004)
                        LINE 13 COLUMN 022
                        USING WE-L13C022
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 13 COLUMN 28 VALUE
           "(A HIGHER RC STOPS THE STREAM)"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 14 COLUMN 01 VALUE
           "STEP ON (Y/N):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L14C022 PIC X(001)
                        LINE 14 COLUMN 022
                        USING WE-L14C022
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

       PROCEDURE001.
           INITIALIZE WK01.
           DISPLAY SCREEN-ACTION.
           ACCEPT  SCREEN-ACTION.

           IF WE-L06C017 = SPACE
             MOVE 'A' TO WE-L06C017
           END-IF.

           IF NOT (Is-Add OR Is-Modify OR Is-Delete)
             MOVE "INVALID ACTION - USE A/M/D" TO WE-L17C014
             PERFORM PROCEDURE001
           ELSE
             MOVE 'Y' TO WS-FOUND-SWITCH
             IF Is-Add
               MOVE 'D' TO WE-L11C022
               MOVE 4   TO WE-L13C022
               MOVE 'Y' TO WE-L14C022
             END-IF
             IF Is-Modify OR Is-Delete
               PERFORM LOAD-EXISTING-RECORD
             END-IF

             IF WE-L07C014 = 0
               MOVE 'N' TO WS-FOUND-SWITCH
             END-IF

             IF NOT Rec-Found
               IF WE-L07C014 = 0
                 MOVE "STEP NUMBER IS REQUIRED (01-99)" TO WE-L17C014
               ELSE
                 MOVE "RECORD NOT FOUND" TO WE-L17C014
               END-IF
               PERFORM PROCEDURE001
             ELSE
               MOVE SPACES TO WE-L17C014
               PERFORM PROCEDURE001B
             END-IF
           END-IF.

       PROCEDURE001B.
           DISPLAY SCREEN-01.
           ACCEPT  SCREEN-01.

           IF exit-yes
             GOBACK
           ELSE
             PERFORM PROCEDURE002
           END-IF.

       LOAD-EXISTING-RECORD.
         MOVE 'N' TO WS-FOUND-SWITCH.
         OPEN INPUT SCHED-FILE.
         MOVE WE-L07C014 TO ns-step.

         READ SCHED-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF No-Error-Found
           MOVE 'Y' TO WS-FOUND-SWITCH
           MOVE ns-program     TO WE-L09C014
           MOVE ns-description TO WE-L10C014
           MOVE ns-frequency   TO WE-L11C022
           MOVE ns-freq-day    TO WE-L12C022
           MOVE ns-max-rc      TO WE-L13C022
           MOVE ns-enabled     TO WE-L14C022
         END-IF.

         CLOSE SCHED-FILE.

       PROCEDURE002.
         MOVE 'Y' TO WS-VALID-SWITCH.
         IF Is-Add OR Is-Modify
           PERFORM VALIDATE-ENTRY
         END-IF.

         IF Is-Valid
           OPEN I-O SCHED-FILE
           IF Sched-File-Missing
             OPEN OUTPUT SCHED-FILE
           END-IF
           MOVE WE-L07C014 TO ns-step

           EVALUATE TRUE
             WHEN Is-Add
               PERFORM ADD-RECORD
             WHEN Is-Modify
               PERFORM MODIFY-RECORD
             WHEN Is-Delete
               PERFORM DELETE-RECORD
           END-EVALUATE

           CLOSE SCHED-FILE
         END-IF.

         IF Is-Valid
           PERFORM PROCEDURE001
         ELSE
           PERFORM PROCEDURE001B
         END-IF.

       VALIDATE-ENTRY.
         IF WE-L09C014 = SPACES
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "PROGRAM IS REQUIRED" TO WE-L17C014
         END-IF.

         IF Is-Valid AND WE-L11C022 = SPACE
           MOVE 'D' TO WE-L11C022
         END-IF.

         IF Is-Valid
           EVALUATE TRUE
             WHEN Freq-Daily
             WHEN Freq-Month-End
               MOVE 0 TO WE-L12C022
             WHEN Freq-Weekday
               IF WE-L12C022 < 1 OR WE-L12C022 > 7
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE "WEEKDAY MUST BE 1 (MON) TO 7 (SUN)"
                   TO WE-L17C014
               END-IF
             WHEN Freq-Day-Of-Month
               IF WE-L12C022 < 1 OR WE-L12C022 > 31
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE "DAY OF MONTH MUST BE 1 TO 31" TO WE-L17C014
               END-IF
             WHEN OTHER
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE "INVALID FREQUENCY - USE D/W/M/N" TO WE-L17C014
           END-EVALUATE
         END-IF.

         IF Is-Valid AND WE-L14C022 = SPACE
           MOVE 'Y' TO WE-L14C022
         END-IF.

         IF Is-Valid AND NOT (Step-On OR Step-Off)
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "STEP ON MUST BE Y OR N" TO WE-L17C014
         END-IF.

       MOVE-SCREEN-TO-RECORD.
         MOVE WE-L09C014 TO ns-program.
         MOVE WE-L10C014 TO ns-description.
         MOVE WE-L11C022 TO ns-frequency.
         MOVE WE-L12C022 TO ns-freq-day.
         MOVE WE-L13C022 TO ns-max-rc.
         MOVE WE-L14C022 TO ns-enabled.

       ADD-RECORD.
         MOVE WE-L07C014 TO ns-step.
         PERFORM MOVE-SCREEN-TO-RECORD.

         WRITE Sched-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF No-Error-Found
           MOVE "STEP SAVED SUCCESSFULLY" TO WE-L17C014
         ELSE
           IF Rec-ALREADY-EXIST
             MOVE "STEP ALREADY EXIST" TO WE-L17C014
           ELSE
             MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-IF
         END-IF.

       MODIFY-RECORD.
         READ SCHED-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Rec-Not-Found
           MOVE "RECORD NOT FOUND" TO WE-L17C014
         ELSE
           PERFORM MOVE-SCREEN-TO-RECORD

           REWRITE Sched-Rec
             INVALID KEY
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-REWRITE

           IF No-Error-Found
             MOVE "STEP UPDATED SUCCESSFULLY" TO WE-L17C014
           END-IF
         END-IF.

       DELETE-RECORD.
         READ SCHED-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF Rec-Not-Found
           MOVE "RECORD NOT FOUND" TO WE-L17C014
         ELSE
           DELETE SCHED-FILE RECORD
             INVALID KEY
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
           END-DELETE

           IF No-Error-Found
             MOVE "STEP DELETED SUCCESSFULLY" TO WE-L17C014
           END-IF
         END-IF.
