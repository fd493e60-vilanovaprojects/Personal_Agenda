                           WITH DUPLICATES
                 FILE STATUS IS appt-status.

       SELECT SERIES-FILE ASSIGN TO "AGENDA-SERIES.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS sr-id
                 ALTERNATE RECORD KEY IS sr-code
                           WITH DUPLICATES
                 FILE STATUS IS series-status.

       DATA DIVISION.
       FILE SECTION.

               03  ap-code               PIC 9(6).
           02  ap-subject                PIC X(40).
           02  ap-place                  PIC X(20).
           02  ap-duration               PIC 9(3).
           02  ap-series-id              PIC 9(6).

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
               88  Series-Active       VALUE 'A'.
               88  Series-Cancelled    VALUE 'C'.

       WORKING-STORAGE SECTION.


       01  WS-APPT-DATE               PIC X(8).
       01  WS-APPT-TIME               PIC X(4).
       01  WS-UNTIL-DATE              PIC X(8).
       01  WS-TODAY                   PIC 9(8).

       01  WS-SKIP-WRITE-SW           PIC X(1) VALUE 'N'.
           88 Skip-Write              VALUE 'Y'.

       01  WS-OVERLAP-SW              PIC X(1) VALUE 'N'.
           88 Overlap-Found           VALUE 'Y'.
       01  WS-OVL-SCAN-DONE-SW        PIC X(1) VALUE 'N'.
           88 Ovl-Scan-Done           VALUE 'Y'.
       01  WS-CHK-DATE                PIC X(8).
       01  WS-CHK-TIME                PIC X(4).
       01  WS-CHK-DURATION            PIC 9(3).
       01  WS-CHK-CODE                PIC 9(6).
       01  WS-NEW-START               PIC 9(4).
       01  WS-NEW-END                 PIC 9(4).
       01  WS-OTHER-START             PIC 9(4).
       01  WS-OTHER-END               PIC 9(4).
       01  WS-CALC-HOUR               PIC 9(2).
       01  WS-CALC-MINUTE             PIC 9(2).
       01  WS-OVL-TIME                PIC X(4).
       01  WS-OVL-CODE                PIC 9(6).

       01  WS-SCAN-DONE-SW            PIC X(1) VALUE 'N'.
           88 Scan-Done               VALUE 'Y'.
       01  WS-SAVE-KEY                PIC X(18).

       01  WS-GEN-DATE.
           03 WS-GEN-YEAR              PIC 9(4).
           03 WS-GEN-MONTH             PIC 9(2).
           03 WS-GEN-DAY               PIC 9(2).
       01  WS-BASE-DAY                PIC 9(2).
       01  WS-MONTH-DAYS              PIC 9(2).
       01  WS-YEAR-QUOT               PIC 9(4).
       01  WS-YEAR-REM                PIC 9(4).

       01  WS-MAX-OCCURRENCES         PIC 9(3) VALUE 400.
       01  WS-OCC-COUNT               PIC 9(3) VALUE 0.
       01  WS-OCC-TABLE.
           03 WS-OCC-DATE OCCURS 400 TIMES
                                      PIC X(8).
       01  WS-OCC-OVERFLOW-SW         PIC X(1) VALUE 'N'.
           88 Occ-Table-Full          VALUE 'Y'.
       01  WS-O                       PIC 9(3).
       01  WS-OCC-MARKS.
           03 WS-OCC-HAVE OCCURS 400 TIMES
                                      PIC X(1).
       01  WS-F                       PIC 9(3).
       01  WS-FOUND-O                 PIC 9(3).
       01  WS-OCC-FOUND-SW            PIC X(1) VALUE 'N'.
           88 Occ-Found               VALUE 'Y'.

       01  WS-ORIG-REPEAT             PIC X(1).
       01  WS-ORIG-UNTIL              PIC X(10).
       01  WS-SERIES-CHANGED-SW       PIC X(1) VALUE 'N'.
           88 Series-Changed          VALUE 'Y'.
       01  WS-SR-FOUND-SW             PIC X(1) VALUE 'N'.
           88 Series-Found            VALUE 'Y'.
       01  WS-SR-FREQUENCY            PIC X(1).
       01  WS-SR-START-DATE           PIC X(8).
       01  WS-SR-END-DATE             PIC X(8).
       01  WS-SR-TIME                 PIC X(4).

       01  WS-OVERLAP-COUNT           PIC 9(3) VALUE 0.
       01  WS-FIRST-OVL-DATE          PIC X(8).
       01  WS-SERIES-ID               PIC 9(6) VALUE 0.
       01  WS-BOOKED-COUNT            PIC 9(3) VALUE 0.
       01  WS-CHANGED-COUNT           PIC 9(3) VALUE 0.
       01  WS-REMOVED-COUNT           PIC 9(3) VALUE 0.

       01  WS-MSG-COUNT               PIC ZZ9.
       01  WS-MSG-ADDED               PIC ZZ9.
       01  WS-MSG-REMOVED             PIC ZZ9.
       01  WS-MSG-ID                  PIC Z(5)9.
       01  WS-MSG-DATE.
           03 WS-MD-DD                 PIC X(2).
           03 FILLER                   PIC X(1)  VALUE "/".
           03 WS-MD-MM                 PIC X(2).
           03 FILLER                   PIC X(1)  VALUE "/".
           03 WS-MD-YYYY               PIC X(4).
       01  WS-MSG-TIME.
           03 WS-MT-HH                 PIC X(2).
           03 FILLER                   PIC X(1)  VALUE ":".
           03 WS-MT-MIN                PIC X(2).

       01  WK01.
           03 WE-L06C017 PIC X(001).
           03 WE-L07C014 PIC 9(006).
           03 WE-L08C014 PIC X(010).
           03 WE-L09C014 PIC X(005).
           03 WE-L10C014 PIC 9(006).
           03 WE-L10C054 PIC X(001).
             88 Scope-Occurrence VALUE 'O'.
             88 Scope-Series     VALUE 'S'.
           03 WE-L11C014 PIC X(040).
           03 WE-L13C014 PIC X(020).
           03 WE-L14C014 PIC 9(003).
           03 WE-L15C014 PIC X(035).
           03 WE-L16C021 PIC X(001).
             88 Repeat-None        VALUE 'N'.
             88 Repeat-Weekly      VALUE 'W'.
             88 Repeat-Fortnightly VALUE 'F'.
             88 Repeat-Monthly     VALUE 'M'.
             88 Repeat-Yearly      VALUE 'Y'.
           03 WE-L16C032 PIC X(010).
           03 WE-L18C030 PIC X(001).
             88 Confirm-Yes VALUE 'Y'.
           03 WE-L19C011 PIC X(001).
             88 exit-yes  VALUE 'Y'.

             88 Appt-ALREADY-EXIST    VALUE "22".
             88 Appt-Not-Found        VALUE "23".
             88 Appt-File-Missing     VALUE "35".
          02 series-status              PIC X(2).
             88 Series-No-Error-Found VALUE "00".
             88 Series-File-Missing   VALUE "35".

       01 WE-L17C014 PIC X(040).

                        LINE 09 COLUMN 014
                        FROM WE-L09C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 10 COLUMN 01 VALUE
           "SERIES:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WZ-L10C014 PIC 9(006)
                        LINE 10 COLUMN 014
                        FROM WE-L10C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 10 COLUMN 22 VALUE
           "APPLY TO (O=THIS ONE/S=SERIES):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L10C054 PIC X(001)
                        LINE 10 COLUMN 054
                        USING WE-L10C054
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 11 COLUMN 01 VALUE
           "SUBJECT:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
                        LINE 13 COLUMN 014
                        USING WE-L13C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 14 COLUMN 01 VALUE
           "DURATION:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L14C014 PIC 9(003)
                        LINE 14 COLUMN 014
                        USING WE-L14C014
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 14 COLUMN 18 VALUE
           "MINUTES"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 15 COLUMN 01 VALUE
           "WITH:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
                        LINE 15 COLUMN 014
                        FROM WE-L15C014
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 LINE 16 COLUMN 01 VALUE
           "REPEAT (N/W/F/M/Y):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L16C021 PIC X(001)
                        LINE 16 COLUMN 021
                        USING WE-L16C021
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.
           03 LINE 16 COLUMN 25 VALUE
           "UNTIL:"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L16C032 PIC X(010)
                        LINE 16 COLUMN 032
                        USING WE-L16C032
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.

           03 WX-L17C014 PIC X(040)
                        LINE 17 COLUMN 015
           "write Y to exit"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.

       01  CONFIRM-SCREEN.
           03 LINE 18 COLUMN 01 VALUE
           "CONFIRM SAVE ANYWAY (Y/N):"
                       FOREGROUND-COLOR 0 BACKGROUND-COLOR 7.
           03 WX-L18C030 PIC X(001)
                        LINE 18 COLUMN 030
                        USING WE-L18C030
                       FOREGROUND-COLOR 7 BACKGROUND-COLOR 1.

       PROCEDURE DIVISION.

       PERFORM INITIAL-PROCEDURE.
               PERFORM PROCEDURE001
             ELSE
               MOVE 'Y' TO WS-FOUND-SWITCH
               MOVE 'O' TO WE-L10C054
               IF Is-Add
                 MOVE 60  TO WE-L14C014
                 MOVE 'N' TO WE-L16C021
               END-IF
               IF Is-Modify OR Is-Delete
                 PERFORM LOAD-EXISTING-RECORD
               END-IF

         IF Appt-No-Error-Found
           MOVE 'Y' TO WS-FOUND-SWITCH
           MOVE ap-subject   TO WE-L11C014
           MOVE ap-place     TO WE-L13C014
           MOVE ap-duration  TO WE-L14C014
           MOVE ap-series-id TO WE-L10C014
         END-IF.

         CLOSE APPT-FILE.

         IF Rec-Found AND WE-L10C014 > 0
           PERFORM LOAD-SERIES-INFO
         END-IF.

         MOVE WE-L16C021 TO WS-ORIG-REPEAT.
         MOVE WE-L16C032 TO WS-ORIG-UNTIL.

       LOAD-SERIES-INFO.
         OPEN INPUT SERIES-FILE.
         IF NOT Series-File-Missing
           MOVE WE-L10C014 TO sr-id
           READ SERIES-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Series-No-Error-Found
             MOVE sr-frequency     TO WE-L16C021
             MOVE sr-end-date(7:2) TO WE-L16C032(1:2)
             MOVE "/"              TO WE-L16C032(3:1)
             MOVE sr-end-date(5:2) TO WE-L16C032(4:2)
             MOVE "/"              TO WE-L16C032(6:1)
             MOVE sr-end-date(1:4) TO WE-L16C032(7:4)
           END-IF
           CLOSE SERIES-FILE
         END-IF.

       PROCEDURE002.
         MOVE 'Y' TO WS-VALID-SWITCH.
         MOVE 'N' TO WS-SERIES-CHANGED-SW.
         IF Is-Add OR Is-Modify
           PERFORM VALIDATE-ENTRY
         END-IF.

         IF Is-Valid
           PERFORM VALIDATE-SCOPE
         END-IF.

         IF Is-Valid AND Is-Modify
           PERFORM VALIDATE-SERIES-CHANGE
         END-IF.

         IF Is-Valid
           OPEN I-O APPT-FILE
           IF Appt-File-Missing
             OPEN OUTPUT APPT-FILE
             CLOSE APPT-FILE
             OPEN I-O APPT-FILE
           END-IF

           MOVE WS-APPT-DATE TO ap-date
           MOVE WE-L07C014   TO ap-code

           EVALUATE TRUE
             WHEN Is-Add AND Repeat-None
               PERFORM ADD-RECORD
             WHEN Is-Add
               PERFORM ADD-SERIES
             WHEN Is-Modify AND Scope-Series AND Series-Changed
               PERFORM RESCHEDULE-SERIES
             WHEN Is-Modify AND Scope-Series
               PERFORM MODIFY-SERIES
             WHEN Is-Modify
               PERFORM MODIFY-RECORD
             WHEN Is-Delete AND Scope-Series
               PERFORM CANCEL-SERIES
             WHEN Is-Delete
               PERFORM DELETE-RECORD
           END-EVALUATE
           MOVE "SUBJECT IS REQUIRED" TO WE-L17C014
         END-IF.

         IF Is-Valid AND WE-L14C014 = 0
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "DURATION IS REQUIRED (MINUTES)" TO WE-L17C014
         END-IF.

         IF Is-Valid AND Is-Add
           IF WE-L16C021 = SPACE
             MOVE 'N' TO WE-L16C021
           END-IF
           IF NOT (Repeat-None OR Repeat-Weekly OR Repeat-Fortnightly
                   OR Repeat-Monthly OR Repeat-Yearly)
             MOVE 'N' TO WS-VALID-SWITCH
             MOVE "INVALID REPEAT - USE N/W/F/M/Y" TO WE-L17C014
           END-IF
         END-IF.

         IF Is-Valid AND Is-Add AND NOT Repeat-None
           PERFORM VALIDATE-UNTIL-DATE
         END-IF.

       VALIDATE-UNTIL-DATE.
         IF WE-L16C032(1:2)  NOT NUMERIC
         OR WE-L16C032(3:1)  NOT = '/'
         OR WE-L16C032(4:2)  NOT NUMERIC
         OR WE-L16C032(6:1)  NOT = '/'
         OR WE-L16C032(7:4)  NOT NUMERIC
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "INVALID UNTIL DATE - USE DD/MM/YYYY" TO WE-L17C014
         END-IF.

         IF Is-Valid
           MOVE WE-L16C032(1:2) TO WS-VAL-DAY
           MOVE WE-L16C032(4:2) TO WS-VAL-MONTH
           IF WS-VAL-DAY < 1 OR WS-VAL-DAY > 31
           OR WS-VAL-MONTH < 1 OR WS-VAL-MONTH > 12
             MOVE 'N' TO WS-VALID-SWITCH
             MOVE "INVALID UNTIL DATE - USE DD/MM/YYYY" TO WE-L17C014
           END-IF
         END-IF.

         IF Is-Valid
           MOVE WE-L16C032(7:4) TO WS-UNTIL-DATE(1:4)
           MOVE WE-L16C032(4:2) TO WS-UNTIL-DATE(5:2)
           MOVE WE-L16C032(1:2) TO WS-UNTIL-DATE(7:2)
           IF WS-UNTIL-DATE NOT > WS-APPT-DATE
             MOVE 'N' TO WS-VALID-SWITCH
             MOVE "UNTIL DATE MUST BE AFTER THE DATE" TO WE-L17C014
           END-IF
         END-IF.

       VALIDATE-SCOPE.
         IF Is-Add OR WE-L10C014 = 0
           MOVE 'O' TO WE-L10C054
         END-IF.

         IF WE-L10C054 = SPACE
           MOVE 'O' TO WE-L10C054
         END-IF.

         IF NOT (Scope-Occurrence OR Scope-Series)
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "INVALID APPLY TO - USE O OR S" TO WE-L17C014
         END-IF.

       VALIDATE-SERIES-CHANGE.
         IF WE-L10C014 = 0
           IF (WE-L16C021 NOT = SPACE AND NOT Repeat-None)
           OR WE-L16C032 NOT = SPACES
             MOVE 'N' TO WS-VALID-SWITCH
             MOVE "REPEAT IS ONLY SET WHEN ADDING" TO WE-L17C014
           END-IF
         ELSE
           IF WE-L16C021 NOT = WS-ORIG-REPEAT
           OR WE-L16C032 NOT = WS-ORIG-UNTIL
             IF Scope-Occurrence
               MOVE 'N' TO WS-VALID-SWITCH
               MOVE "REPEAT/UNTIL CHANGE NEEDS APPLY TO S"
                 TO WE-L17C014
             ELSE
               PERFORM VALIDATE-NEW-REPEAT
             END-IF
           END-IF
         END-IF.

       VALIDATE-NEW-REPEAT.
         IF NOT (Repeat-Weekly OR Repeat-Fortnightly
                 OR Repeat-Monthly OR Repeat-Yearly)
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE "INVALID REPEAT - USE W/F/M/Y" TO WE-L17C014
         END-IF.

         IF Is-Valid
           PERFORM VALIDATE-UNTIL-DATE
         END-IF.

         IF Is-Valid
           MOVE 'Y' TO WS-SERIES-CHANGED-SW
         END-IF.

       ADD-RECORD.
         MOVE WS-APPT-DATE TO WS-CHK-DATE.
         MOVE WS-APPT-TIME TO WS-CHK-TIME.
         MOVE WE-L14C014   TO WS-CHK-DURATION.
         MOVE WE-L07C014   TO WS-CHK-CODE.
         PERFORM CHECK-OVERLAP.

         MOVE 'N' TO WS-SKIP-WRITE-SW.
         IF Overlap-Found
           MOVE WS-OVL-TIME(1:2) TO WS-MT-HH
           MOVE WS-OVL-TIME(3:2) TO WS-MT-MIN
           MOVE SPACES TO WE-L17C014
           STRING "OVERLAPS " WS-MSG-TIME " WITH CODE " WS-OVL-CODE
               DELIMITED BY SIZE INTO WE-L17C014
           PERFORM CONFIRM-OVERLAP
           IF NOT Confirm-Yes
             MOVE 'Y' TO WS-SKIP-WRITE-SW
           END-IF
         END-IF.

         IF Skip-Write
           MOVE "ADD CANCELLED - OVERLAP NOT CONFIRMED" TO WE-L17C014
         ELSE
           MOVE WS-APPT-DATE TO ap-date
           MOVE WS-APPT-TIME TO ap-time
           MOVE WE-L07C014   TO ap-code
           MOVE WE-L11C014   TO ap-subject
           MOVE WE-L13C014   TO ap-place
           MOVE WE-L14C014   TO ap-duration
           MOVE 0            TO ap-series-id

           WRITE Appt-Rec
             INVALID KEY
               CONTINUE
           END-WRITE

           IF Appt-No-Error-Found
             MOVE "APPOINTMENT SAVED SUCCESSFULLY" TO WE-L17C014
           ELSE
             IF Appt-ALREADY-EXIST
               MOVE "APPOINTMENT ALREADY EXIST" TO WE-L17C014
             ELSE
               MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
             END-IF
           END-IF
         END-IF.

       CONFIRM-OVERLAP.
         MOVE SPACE TO WE-L18C030.
         DISPLAY WX-L17C014.
         DISPLAY CONFIRM-SCREEN.
         ACCEPT  CONFIRM-SCREEN.

       CHECK-OVERLAP.
         MOVE 'N' TO WS-OVERLAP-SW.
         MOVE 'N' TO WS-OVL-SCAN-DONE-SW.

         MOVE WS-CHK-TIME(1:2) TO WS-CALC-HOUR.
         MOVE WS-CHK-TIME(3:2) TO WS-CALC-MINUTE.
         COMPUTE WS-NEW-START = WS-CALC-HOUR * 60 + WS-CALC-MINUTE.
         COMPUTE WS-NEW-END   = WS-NEW-START + WS-CHK-DURATION.

         MOVE WS-CHK-DATE TO ap-date.
         MOVE LOW-VALUES  TO ap-time.
         MOVE ZEROS       TO ap-code.

         START APPT-FILE KEY IS >= ap-key
           INVALID KEY
             MOVE 'Y' TO WS-OVL-SCAN-DONE-SW
         END-START.

         PERFORM UNTIL Ovl-Scan-Done OR Overlap-Found
           READ APPT-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-OVL-SCAN-DONE-SW
           END-READ
           IF NOT Ovl-Scan-Done
             IF ap-date NOT = WS-CHK-DATE
               MOVE 'Y' TO WS-OVL-SCAN-DONE-SW
             ELSE
               IF ap-time NOT = WS-CHK-TIME
               OR ap-code NOT = WS-CHK-CODE
                 MOVE ap-time(1:2) TO WS-CALC-HOUR
                 MOVE ap-time(3:2) TO WS-CALC-MINUTE
                 COMPUTE WS-OTHER-START =
                         WS-CALC-HOUR * 60 + WS-CALC-MINUTE
                 COMPUTE WS-OTHER-END = WS-OTHER-START + ap-duration
                 IF WS-OTHER-START < WS-NEW-END
                 AND WS-NEW-START < WS-OTHER-END
                   MOVE 'Y' TO WS-OVERLAP-SW
                   MOVE ap-time TO WS-OVL-TIME
                   MOVE ap-code TO WS-OVL-CODE
                 END-IF
               END-IF
             END-IF
           END-IF
         END-PERFORM.

       ADD-SERIES.
         PERFORM GENERATE-OCCURRENCES.

         IF Occ-Table-Full
           MOVE "SERIES TOO LONG - MAX 400 OCCURRENCES" TO WE-L17C014
         ELSE
           PERFORM CHECK-SERIES-OVERLAPS
           MOVE 'N' TO WS-SKIP-WRITE-SW
           IF WS-OVERLAP-COUNT > 0
             MOVE WS-OVERLAP-COUNT      TO WS-MSG-COUNT
             MOVE WS-FIRST-OVL-DATE(7:2) TO WS-MD-DD
             MOVE WS-FIRST-OVL-DATE(5:2) TO WS-MD-MM
             MOVE WS-FIRST-OVL-DATE(1:4) TO WS-MD-YYYY
             MOVE SPACES TO WE-L17C014
             STRING WS-MSG-COUNT " OVERLAP(S) - FIRST " WS-MSG-DATE
                 DELIMITED BY SIZE INTO WE-L17C014
             PERFORM CONFIRM-OVERLAP
             IF NOT Confirm-Yes
               MOVE 'Y' TO WS-SKIP-WRITE-SW
             END-IF
           END-IF
           IF Skip-Write
             MOVE "SERIES CANCELLED - OVERLAP NOT CONFIRMED"
               TO WE-L17C014
           ELSE
             PERFORM WRITE-SERIES
           END-IF
         END-IF.

       GENERATE-OCCURRENCES.
         MOVE 0   TO WS-OCC-COUNT.
         MOVE 'N' TO WS-OCC-OVERFLOW-SW.

         MOVE WS-APPT-DATE(1:4) TO WS-GEN-YEAR.
         MOVE WS-APPT-DATE(5:2) TO WS-GEN-MONTH.
         MOVE WS-APPT-DATE(7:2) TO WS-GEN-DAY.
         MOVE WS-GEN-DAY        TO WS-BASE-DAY.

         PERFORM UNTIL WS-GEN-DATE > WS-UNTIL-DATE OR Occ-Table-Full
           IF WS-OCC-COUNT < WS-MAX-OCCURRENCES
             ADD 1 TO WS-OCC-COUNT
             MOVE WS-GEN-DATE TO WS-OCC-DATE(WS-OCC-COUNT)
             PERFORM NEXT-OCCURRENCE-DATE
           ELSE
             MOVE 'Y' TO WS-OCC-OVERFLOW-SW
           END-IF
         END-PERFORM.

       NEXT-OCCURRENCE-DATE.
         EVALUATE TRUE
           WHEN Repeat-Weekly
             PERFORM ADD-ONE-DAY 7 TIMES
           WHEN Repeat-Fortnightly
             PERFORM ADD-ONE-DAY 14 TIMES
           WHEN Repeat-Monthly
             IF WS-GEN-MONTH < 12
               ADD 1 TO WS-GEN-MONTH
             ELSE
               MOVE 1 TO WS-GEN-MONTH
               ADD 1 TO WS-GEN-YEAR
             END-IF
             PERFORM SET-BASE-DAY
           WHEN Repeat-Yearly
             ADD 1 TO WS-GEN-YEAR
             PERFORM SET-BASE-DAY
         END-EVALUATE.

       SET-BASE-DAY.
         PERFORM GET-MONTH-DAYS.
         IF WS-BASE-DAY > WS-MONTH-DAYS
           MOVE WS-MONTH-DAYS TO WS-GEN-DAY
         ELSE
           MOVE WS-BASE-DAY TO WS-GEN-DAY
         END-IF.

       ADD-ONE-DAY.
         PERFORM GET-MONTH-DAYS.
         IF WS-GEN-DAY < WS-MONTH-DAYS
           ADD 1 TO WS-GEN-DAY
         ELSE
           MOVE 1 TO WS-GEN-DAY
           IF WS-GEN-MONTH < 12
             ADD 1 TO WS-GEN-MONTH
           ELSE
             MOVE 1 TO WS-GEN-MONTH
             ADD 1 TO WS-GEN-YEAR
           END-IF
         END-IF.

       GET-MONTH-DAYS.
         EVALUATE WS-GEN-MONTH
           WHEN 1
           WHEN 3
           WHEN 5
           WHEN 7
           WHEN 8
           WHEN 10
           WHEN 12
             MOVE 31 TO WS-MONTH-DAYS
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
             MOVE 30 TO WS-MONTH-DAYS
           WHEN 2
             DIVIDE WS-GEN-YEAR BY 4
                 GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
             IF WS-YEAR-REM = 0
               MOVE 29 TO WS-MONTH-DAYS
             ELSE
               MOVE 28 TO WS-MONTH-DAYS
             END-IF
         END-EVALUATE.

       CHECK-SERIES-OVERLAPS.
         MOVE 0 TO WS-OVERLAP-COUNT.
         MOVE SPACES TO WS-FIRST-OVL-DATE.

         PERFORM CHECK-ONE-OCCURRENCE
             VARYING WS-O FROM 1 BY 1
             UNTIL WS-O > WS-OCC-COUNT.

       CHECK-ONE-OCCURRENCE.
         MOVE WS-OCC-DATE(WS-O) TO WS-CHK-DATE.
         MOVE WS-APPT-TIME      TO WS-CHK-TIME.
         MOVE WE-L14C014        TO WS-CHK-DURATION.
         MOVE WE-L07C014        TO WS-CHK-CODE.
         PERFORM CHECK-OVERLAP.

         IF Overlap-Found
           ADD 1 TO WS-OVERLAP-COUNT
           IF WS-FIRST-OVL-DATE = SPACES
             MOVE WS-OCC-DATE(WS-O) TO WS-FIRST-OVL-DATE
           END-IF
         END-IF.

       WRITE-SERIES.
         PERFORM GET-NEXT-SERIES-ID.

         MOVE WS-SERIES-ID  TO sr-id.
         MOVE WE-L07C014    TO sr-code.
         MOVE WE-L16C021    TO sr-frequency.
         MOVE WS-APPT-DATE  TO sr-start-date.
         MOVE WS-UNTIL-DATE TO sr-end-date.
         MOVE WS-APPT-TIME  TO sr-time.
         MOVE WE-L14C014    TO sr-duration.
         MOVE WE-L11C014    TO sr-subject.
         MOVE WE-L13C014    TO sr-place.
         MOVE 'A'           TO sr-status.

         WRITE Series-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         CLOSE SERIES-FILE.

         IF NOT Series-No-Error-Found
           MOVE "ANOTHER ERROR OCCURS" TO WE-L17C014
         ELSE
           MOVE 0 TO WS-BOOKED-COUNT
           PERFORM WRITE-OCCURRENCE
               VARYING WS-O FROM 1 BY 1
               UNTIL WS-O > WS-OCC-COUNT
           MOVE WS-SERIES-ID    TO WS-MSG-ID
           MOVE WS-BOOKED-COUNT TO WS-MSG-COUNT
           MOVE SPACES TO WE-L17C014
           STRING "SERIES " WS-MSG-ID " - " WS-MSG-COUNT " BOOKED"
               DELIMITED BY SIZE INTO WE-L17C014
         END-IF.

       GET-NEXT-SERIES-ID.
         MOVE 0 TO WS-SERIES-ID.
         MOVE 'N' TO WS-SCAN-DONE-SW.

         OPEN I-O SERIES-FILE.
         IF Series-File-Missing
           OPEN OUTPUT SERIES-FILE
           MOVE 'Y' TO WS-SCAN-DONE-SW
         ELSE
           MOVE ZEROS TO sr-id
           START SERIES-FILE KEY IS >= sr-id
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
         END-IF.

         PERFORM UNTIL Scan-Done
           READ SERIES-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
           IF NOT Scan-Done
             MOVE sr-id TO WS-SERIES-ID
           END-IF
         END-PERFORM.

         ADD 1 TO WS-SERIES-ID.

       WRITE-OCCURRENCE.
         MOVE WS-OCC-DATE(WS-O) TO ap-date.
         MOVE WS-APPT-TIME      TO ap-time.
         MOVE WE-L07C014        TO ap-code.
         MOVE WE-L11C014        TO ap-subject.
         MOVE WE-L13C014        TO ap-place.
         MOVE WE-L14C014        TO ap-duration.
         MOVE WS-SERIES-ID      TO ap-series-id.

         WRITE Appt-Rec
           INVALID KEY
         END-WRITE.

         IF Appt-No-Error-Found
           ADD 1 TO WS-BOOKED-COUNT
         END-IF.

       MODIFY-SERIES.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         MOVE WE-L10C014 TO WS-SERIES-ID.
         MOVE 0 TO WS-CHANGED-COUNT.

         PERFORM START-SERIES-SCAN.
         PERFORM MODIFY-SERIES-REG UNTIL Scan-Done.

         PERFORM UPDATE-SERIES-HEADER.

         MOVE WS-CHANGED-COUNT TO WS-MSG-COUNT.
         MOVE SPACES TO WE-L17C014.
         STRING "SERIES UPDATED - " WS-MSG-COUNT " APPOINTMENT(S)"
             DELIMITED BY SIZE INTO WE-L17C014.

       START-SERIES-SCAN.
         MOVE 'N' TO WS-SCAN-DONE-SW.
         MOVE WS-TODAY   TO ap-date.
         MOVE LOW-VALUES TO ap-time.
         MOVE ZEROS      TO ap-code.

         START APPT-FILE KEY IS >= ap-key
           INVALID KEY
             MOVE 'Y' TO WS-SCAN-DONE-SW
         END-START.

         IF NOT Scan-Done
           READ APPT-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.

       MODIFY-SERIES-REG.

         IF ap-series-id = WS-SERIES-ID
           MOVE WE-L11C014 TO ap-subject
           MOVE WE-L13C014 TO ap-place
           MOVE WE-L14C014 TO ap-duration
           REWRITE Appt-Rec
             INVALID KEY
               CONTINUE
           END-REWRITE
           IF Appt-No-Error-Found
             ADD 1 TO WS-CHANGED-COUNT
           END-IF
         END-IF.

         READ APPT-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-SCAN-DONE-SW
         END-READ.
       END-MODIFY-SERIES-REG.

       UPDATE-SERIES-HEADER.
         OPEN I-O SERIES-FILE.
         IF NOT Series-File-Missing
           MOVE WS-SERIES-ID TO sr-id
           READ SERIES-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Series-No-Error-Found
             IF Is-Delete
               MOVE 'C' TO sr-status
             ELSE
               MOVE WE-L11C014 TO sr-subject
               MOVE WE-L13C014 TO sr-place
               MOVE WE-L14C014 TO sr-duration
               IF Series-Changed
                 MOVE WE-L16C021    TO sr-frequency
                 MOVE WS-UNTIL-DATE TO sr-end-date
               END-IF
             END-IF
             REWRITE Series-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE
           END-IF
           CLOSE SERIES-FILE
         END-IF.

       RESCHEDULE-SERIES.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         MOVE WE-L10C014 TO WS-SERIES-ID.
         PERFORM READ-SERIES-HEADER.

         IF NOT Series-Found
           MOVE "SERIES RECORD NOT FOUND" TO WE-L17C014
         ELSE
           MOVE WS-SR-TIME TO WS-APPT-TIME
           PERFORM GENERATE-FUTURE-DATES
           IF Occ-Table-Full
             MOVE "SERIES TOO LONG - MAX 400 OCCURRENCES"
               TO WE-L17C014
           ELSE
             PERFORM MARK-BOOKED-DATES
             PERFORM CHECK-NEW-DATE-OVERLAPS
             MOVE 'N' TO WS-SKIP-WRITE-SW
             IF WS-OVERLAP-COUNT > 0
               MOVE WS-OVERLAP-COUNT       TO WS-MSG-COUNT
               MOVE WS-FIRST-OVL-DATE(7:2) TO WS-MD-DD
               MOVE WS-FIRST-OVL-DATE(5:2) TO WS-MD-MM
               MOVE WS-FIRST-OVL-DATE(1:4) TO WS-MD-YYYY
               MOVE SPACES TO WE-L17C014
               STRING WS-MSG-COUNT " OVERLAP(S) - FIRST " WS-MSG-DATE
                   DELIMITED BY SIZE INTO WE-L17C014
               PERFORM CONFIRM-OVERLAP
               IF NOT Confirm-Yes
                 MOVE 'Y' TO WS-SKIP-WRITE-SW
               END-IF
             END-IF
             IF Skip-Write
               MOVE "CHANGE CANCELLED - OVERLAP NOT CONFIRMED"
                 TO WE-L17C014
             ELSE
               PERFORM APPLY-SERIES-CHANGE
             END-IF
           END-IF
         END-IF.

       READ-SERIES-HEADER.
         MOVE 'N' TO WS-SR-FOUND-SW.

         OPEN INPUT SERIES-FILE.
         IF NOT Series-File-Missing
           MOVE WS-SERIES-ID TO sr-id
           READ SERIES-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Series-No-Error-Found
             MOVE 'Y'           TO WS-SR-FOUND-SW
             MOVE sr-frequency  TO WS-SR-FREQUENCY
             MOVE sr-start-date TO WS-SR-START-DATE
             MOVE sr-end-date   TO WS-SR-END-DATE
             MOVE sr-time       TO WS-SR-TIME
           END-IF
           CLOSE SERIES-FILE
         END-IF.

       GENERATE-FUTURE-DATES.
         MOVE 0   TO WS-OCC-COUNT.
         MOVE 'N' TO WS-OCC-OVERFLOW-SW.

         MOVE WS-SR-START-DATE(1:4) TO WS-GEN-YEAR.
         MOVE WS-SR-START-DATE(5:2) TO WS-GEN-MONTH.
         MOVE WS-SR-START-DATE(7:2) TO WS-GEN-DAY.
         MOVE WS-GEN-DAY            TO WS-BASE-DAY.

         PERFORM UNTIL WS-GEN-DATE > WS-UNTIL-DATE OR Occ-Table-Full
           IF WS-GEN-DATE < WS-TODAY
             PERFORM NEXT-OCCURRENCE-DATE
           ELSE
             IF WS-OCC-COUNT < WS-MAX-OCCURRENCES
               ADD 1 TO WS-OCC-COUNT
               MOVE WS-GEN-DATE TO WS-OCC-DATE(WS-OCC-COUNT)
               MOVE 'N'         TO WS-OCC-HAVE(WS-OCC-COUNT)
               PERFORM NEXT-OCCURRENCE-DATE
             ELSE
               MOVE 'Y' TO WS-OCC-OVERFLOW-SW
             END-IF
           END-IF
         END-PERFORM.

       MARK-BOOKED-DATES.
         PERFORM START-SERIES-SCAN.
         PERFORM MARK-BOOKED-REG UNTIL Scan-Done.

         PERFORM MARK-SKIPPED-DATE
             VARYING WS-O FROM 1 BY 1
             UNTIL WS-O > WS-OCC-COUNT.

       MARK-BOOKED-REG.

         IF ap-series-id = WS-SERIES-ID
           PERFORM FIND-OCC-DATE
           IF Occ-Found
             MOVE 'Y' TO WS-OCC-HAVE(WS-FOUND-O)
           END-IF
         END-IF.

         READ APPT-FILE NEXT RECORD
           AT END MOVE 'Y' TO WS-SCAN-DONE-SW
         END-READ.
       END-MARK-BOOKED-REG.

       MARK-SKIPPED-DATE.
         IF WS-OCC-HAVE(WS-O) = 'N'
         AND WE-L16C021 = WS-SR-FREQUENCY
         AND WS-OCC-DATE(WS-O) NOT > WS-SR-END-DATE
           MOVE 'S' TO WS-OCC-HAVE(WS-O)
         END-IF.

       FIND-OCC-DATE.
         MOVE 'N' TO WS-OCC-FOUND-SW.

         PERFORM TEST-OCC-DATE
             VARYING WS-F FROM 1 BY 1
             UNTIL WS-F > WS-OCC-COUNT OR Occ-Found.

       TEST-OCC-DATE.
         IF WS-OCC-DATE(WS-F) = ap-date
           MOVE 'Y'  TO WS-OCC-FOUND-SW
           MOVE WS-F TO WS-FOUND-O
         END-IF.

       CHECK-NEW-DATE-OVERLAPS.
         MOVE 0 TO WS-OVERLAP-COUNT.
         MOVE SPACES TO WS-FIRST-OVL-DATE.

         PERFORM CHECK-NEW-DATE
             VARYING WS-O FROM 1 BY 1
             UNTIL WS-O > WS-OCC-COUNT.

       CHECK-NEW-DATE.
         IF WS-OCC-HAVE(WS-O) = 'N'
           PERFORM CHECK-ONE-OCCURRENCE
         END-IF.

       APPLY-SERIES-CHANGE.
         MOVE 0 TO WS-CHANGED-COUNT.
         MOVE 0 TO WS-REMOVED-COUNT.
         MOVE 0 TO WS-BOOKED-COUNT.

         PERFORM START-SERIES-SCAN.
         PERFORM RESCHEDULE-SERIES-REG UNTIL Scan-Done.

         PERFORM ADD-NEW-DATE
             VARYING WS-O FROM 1 BY 1
             UNTIL WS-O > WS-OCC-COUNT.

         PERFORM UPDATE-SERIES-HEADER.

         MOVE WS-CHANGED-COUNT TO WS-MSG-COUNT.
         MOVE WS-BOOKED-COUNT  TO WS-MSG-ADDED.
         MOVE WS-REMOVED-COUNT TO WS-MSG-REMOVED.
         MOVE SPACES TO WE-L17C014.
         STRING "SERIES: " WS-MSG-COUNT " KEPT " WS-MSG-ADDED
                " ADDED " WS-MSG-REMOVED " REMOVED"
             DELIMITED BY SIZE INTO WE-L17C014.

       RESCHEDULE-SERIES-REG.

         IF ap-series-id = WS-SERIES-ID
           PERFORM FIND-OCC-DATE
           IF Occ-Found
             MOVE WE-L11C014 TO ap-subject
             MOVE WE-L13C014 TO ap-place
             MOVE WE-L14C014 TO ap-duration
             REWRITE Appt-Rec
               INVALID KEY
                 CONTINUE
             END-REWRITE
             IF Appt-No-Error-Found
               ADD 1 TO WS-CHANGED-COUNT
             END-IF
           ELSE
             MOVE ap-key TO WS-SAVE-KEY
             DELETE APPT-FILE RECORD
               INVALID KEY
                 CONTINUE
             END-DELETE
             IF Appt-No-Error-Found
               ADD 1 TO WS-REMOVED-COUNT
             END-IF
             MOVE WS-SAVE-KEY TO ap-key
             START APPT-FILE KEY IS > ap-key
               INVALID KEY
                 MOVE 'Y' TO WS-SCAN-DONE-SW
             END-START
           END-IF
         END-IF.

         IF NOT Scan-Done
           READ APPT-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-RESCHEDULE-SERIES-REG.

       ADD-NEW-DATE.
         IF WS-OCC-HAVE(WS-O) = 'N'
           PERFORM WRITE-OCCURRENCE
         END-IF.

       CANCEL-SERIES.
         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
         MOVE WE-L10C014 TO WS-SERIES-ID.
         MOVE 0 TO WS-CHANGED-COUNT.

         PERFORM START-SERIES-SCAN.
         PERFORM CANCEL-SERIES-REG UNTIL Scan-Done.

         PERFORM UPDATE-SERIES-HEADER.

         MOVE WS-CHANGED-COUNT TO WS-MSG-COUNT.
         MOVE SPACES TO WE-L17C014.
         STRING "SERIES CANCELLED - " WS-MSG-COUNT " REMOVED"
             DELIMITED BY SIZE INTO WE-L17C014.

       CANCEL-SERIES-REG.

         IF ap-series-id = WS-SERIES-ID
           MOVE ap-key TO WS-SAVE-KEY
           DELETE APPT-FILE RECORD
             INVALID KEY
               CONTINUE
           END-DELETE
           IF Appt-No-Error-Found
             ADD 1 TO WS-CHANGED-COUNT
           END-IF
           MOVE WS-SAVE-KEY TO ap-key
           START APPT-FILE KEY IS > ap-key
             INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
         END-IF.

         IF NOT Scan-Done
           READ APPT-FILE NEXT RECORD
             AT END MOVE 'Y' TO WS-SCAN-DONE-SW
           END-READ
         END-IF.
       END-CANCEL-SERIES-REG.

       MODIFY-RECORD.
         READ APPT-FILE
         ELSE
           MOVE WE-L11C014 TO ap-subject
           MOVE WE-L13C014 TO ap-place
           MOVE WE-L14C014 TO ap-duration

           REWRITE Appt-Rec
             INVALID KEY
