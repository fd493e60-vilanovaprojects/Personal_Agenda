                 RELATIVE KEY IS nckp-rel-key
                 FILE STATUS IS nckp-status.

       SELECT SCHED-FILE ASSIGN TO "NIGHT-SCHED.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ns-step
                 FILE STATUS IS sched-status.

       SELECT RUN-LOG-FILE ASSIGN TO "NIGHT-RUN.LOG"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS run-log-status.
       FD NIGHT-CKP-FILE.
       01  Night-Ckp-Rec.
           02  nckp-last-step           PIC 9(2).
           02  nckp-run-date            PIC 9(8).
           02  nckp-run-dow             PIC 9(1).

       FD SCHED-FILE.
       01  Sched-Rec.
           88  END-SCHED VALUE HIGH-VALUES.
           02  ns-step                   PIC 9(2).
           02  ns-program                PIC X(20).
           02  ns-description            PIC X(30).
           02  ns-frequency              PIC X(1).
           02  ns-freq-day               PIC 9(2).
           02  ns-max-rc                 PIC 9(4).
           02  ns-enabled                PIC X(1).

       FD RUN-LOG-FILE.
       01  RUN-LOG-LINE                PIC X(80).
             88 Nckp-Not-Found         VALUE "35".
          02 run-log-status             PIC X(2).
             88 Run-Log-Not-Found      VALUE "35".
          02 sched-status               PIC X(2).
             88 Sched-Not-Found        VALUE "35".

       01  nckp-rel-key               PIC 9(4) VALUE 1.

       01 WS-NCKP-EXISTS-SW           PIC X(1) VALUE 'N'.
          88 Nckp-Exists              VALUE 'Y'.

       01 WS-STEP-COUNT               PIC 9(2) VALUE 0.
       01 WS-FIRST-STEP               PIC 9(2) VALUE 1.
       01 WS-STEP                     PIC 9(2) VALUE 0.
       01 WS-STEP-RC                  PIC 9(4) VALUE 0.
       01 WS-LAST-DONE-STEP           PIC 9(2) VALUE 0.
       01 WS-DONE-STEP-NO             PIC 9(2) VALUE 0.
       01 WS-CALL-NAME                PIC X(20).

       01 WS-RUN-DATE.
           03 WS-RUN-YEAR              PIC 9(4).
           03 WS-RUN-MONTH             PIC 9(2).
           03 WS-RUN-DAY               PIC 9(2).
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                                      PIC 9(8).
       01 WS-RUN-DOW                  PIC 9(1).
       01 WS-MONTH-DAYS               PIC 9(2).
       01 WS-YEAR-QUOT                PIC 9(4).
       01 WS-YEAR-REM                 PIC 9(4).

       01 WS-DUE-SW                   PIC X(1) VALUE 'N'.
          88 Step-Due                 VALUE 'Y'.
       01 WS-RAN-COUNT                PIC 9(2) VALUE 0.
       01 WS-SKIPPED-COUNT            PIC 9(2) VALUE 0.

       01 WS-FAILED-SW                PIC X(1) VALUE 'N'.
          88 Stream-Failed            VALUE 'Y'.

       01 WS-SCHED-TABLE.
           03 WS-SCHED-ENTRY OCCURS 99 TIMES.
              05 WS-STEP-NO           PIC 9(2).
              05 WS-STEP-NAME         PIC X(20).
              05 WS-STEP-FREQ         PIC X(1).
                 88 Step-Daily        VALUE 'D'.
                 88 Step-Weekday      VALUE 'W'.
                 88 Step-Month-End    VALUE 'M'.
                 88 Step-Day-Of-Month VALUE 'N'.
              05 WS-STEP-DAY          PIC 9(2).
              05 WS-STEP-MAX-RC       PIC 9(4).
              05 WS-STEP-ON           PIC X(1).
                 88 Step-Enabled      VALUE 'Y'.

       01 WS-LOG-DATE                 PIC 9(8).
       01 WS-LOG-TIME                 PIC 9(8).
           03 FILLER                   PIC X(5)  VALUE "STEP ".
           03 WS-T-STEP                PIC 9(2).
           03 FILLER                   PIC X(1)  VALUE SPACES.
           03 WS-T-NAME                PIC X(20).
           03 WS-T-EVENT               PIC X(6).
           03 WS-T-RESULT              PIC X(8).
           03 FILLER                   PIC X(4)  VALUE "RC=".
         STOP RUN
       END-IF.

       PERFORM LOAD-SCHEDULE.
       PERFORM LOAD-NIGHT-CKP.

       OPEN EXTEND RUN-LOG-FILE.
         OPEN OUTPUT RUN-LOG-FILE
       END-IF.

       IF WS-LAST-DONE-STEP > 0
         MOVE SPACES TO WS-STREAM-TEXT
         STRING "NIGHT STREAM RESTART AFTER STEP " WS-LAST-DONE-STEP
                " FOR " WS-RUN-DATE
             DELIMITED BY SIZE INTO WS-STREAM-TEXT
       ELSE
         MOVE SPACES TO WS-STREAM-TEXT
         STRING "NIGHT STREAM START FOR " WS-RUN-DATE
             DELIMITED BY SIZE INTO WS-STREAM-TEXT
       END-IF.
       PERFORM WRITE-STREAM-LOG.

       IF WS-STEP-COUNT = 0
         MOVE "NO STEPS IN NIGHT-SCHED.DAT" TO WS-STREAM-TEXT
         PERFORM WRITE-STREAM-LOG
       END-IF.

       PERFORM RUN-STEP
           VARYING WS-STEP FROM WS-FIRST-STEP BY 1
           UNTIL WS-STEP > WS-STEP-COUNT OR Stream-Failed.
         MOVE "NIGHT STREAM STOPPED - SEE FAILED STEP" TO
              WS-STREAM-TEXT
       ELSE
         MOVE 0 TO WS-DONE-STEP-NO
         PERFORM SAVE-NIGHT-CKP
         MOVE SPACES TO WS-STREAM-TEXT
         STRING "NIGHT STREAM COMPLETE - STEPS RUN " WS-RAN-COUNT
                " SKIPPED " WS-SKIPPED-COUNT
             DELIMITED BY SIZE INTO WS-STREAM-TEXT
       END-IF.
       PERFORM WRITE-STREAM-LOG.

         END-IF.

       RUN-STEP.
         MOVE WS-STEP-NO(WS-STEP)   TO WS-T-STEP.
         MOVE WS-STEP-NAME(WS-STEP) TO WS-T-NAME.
         MOVE 0                     TO WS-T-RC.

         PERFORM CHECK-STEP-DUE.

         IF NOT Step-Enabled(WS-STEP)
           MOVE "SKIP"     TO WS-T-EVENT
           MOVE "OFF"      TO WS-T-RESULT
           ADD 1 TO WS-SKIPPED-COUNT
           PERFORM WRITE-STEP-LOG
           PERFORM SAVE-COMPLETED-STEP
         ELSE
           IF NOT Step-Due
             MOVE "SKIP"     TO WS-T-EVENT
             MOVE "NOT DUE"  TO WS-T-RESULT
             ADD 1 TO WS-SKIPPED-COUNT
             PERFORM WRITE-STEP-LOG
             PERFORM SAVE-COMPLETED-STEP
           ELSE
             PERFORM CALL-STEP
           END-IF
         END-IF.

       CALL-STEP.
         MOVE "START"              TO WS-T-EVENT.
         MOVE SPACES               TO WS-T-RESULT.
         MOVE 0                    TO WS-T-RC.
         PERFORM WRITE-STEP-LOG.

         ADD 1 TO WS-RAN-COUNT.
         MOVE WS-STEP-NAME(WS-STEP) TO WS-CALL-NAME.
         MOVE 0 TO RETURN-CODE.

         CALL WS-CALL-NAME
           ON EXCEPTION
             MOVE 16 TO RETURN-CODE
         END-CALL.
         CANCEL WS-CALL-NAME.

         MOVE RETURN-CODE TO WS-STEP-RC.
         MOVE 0 TO RETURN-CODE.
         MOVE "END"       TO WS-T-EVENT.
         MOVE WS-STEP-RC  TO WS-T-RC.

         IF WS-STEP-RC > WS-STEP-MAX-RC(WS-STEP)
           MOVE 'Y' TO WS-FAILED-SW
           MOVE "FAILED" TO WS-T-RESULT
         ELSE

         PERFORM WRITE-STEP-LOG.

       CHECK-STEP-DUE.
         MOVE 'N' TO WS-DUE-SW.
         PERFORM GET-MONTH-DAYS.

         EVALUATE TRUE
           WHEN Step-Daily(WS-STEP)
             MOVE 'Y' TO WS-DUE-SW
           WHEN Step-Weekday(WS-STEP)
             IF WS-STEP-DAY(WS-STEP) = WS-RUN-DOW
               MOVE 'Y' TO WS-DUE-SW
             END-IF
           WHEN Step-Month-End(WS-STEP)
             IF WS-RUN-DAY = WS-MONTH-DAYS
               MOVE 'Y' TO WS-DUE-SW
             END-IF
           WHEN Step-Day-Of-Month(WS-STEP)
             IF WS-STEP-DAY(WS-STEP) = WS-RUN-DAY
               MOVE 'Y' TO WS-DUE-SW
             END-IF
             IF WS-STEP-DAY(WS-STEP) > WS-MONTH-DAYS
             AND WS-RUN-DAY = WS-MONTH-DAYS
               MOVE 'Y' TO WS-DUE-SW
             END-IF
           WHEN OTHER
             CONTINUE
         END-EVALUATE.

       GET-MONTH-DAYS.
         EVALUATE WS-RUN-MONTH
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
             DIVIDE WS-RUN-YEAR BY 4
                 GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
             IF WS-YEAR-REM = 0
               MOVE 29 TO WS-MONTH-DAYS
             ELSE
               MOVE 28 TO WS-MONTH-DAYS
             END-IF
         END-EVALUATE.

       SAVE-COMPLETED-STEP.
         MOVE WS-STEP-NO(WS-STEP) TO WS-DONE-STEP-NO.
         PERFORM SAVE-NIGHT-CKP.

       LOAD-SCHEDULE.
         OPEN INPUT SCHED-FILE.
         IF Sched-Not-Found
           CALL "AGENDA-NIGHT-SEED"
           CANCEL "AGENDA-NIGHT-SEED"
           OPEN INPUT SCHED-FILE
         END-IF.

         MOVE 0 TO WS-STEP-COUNT.
         IF Sched-Not-Found
           SET END-SCHED TO TRUE
         ELSE
           READ SCHED-FILE NEXT RECORD
             AT END SET END-SCHED TO TRUE
           END-READ
         END-IF.

         PERFORM LOAD-SCHEDULE-REG UNTIL END-SCHED.

         IF NOT Sched-Not-Found
           CLOSE SCHED-FILE
         END-IF.

       LOAD-SCHEDULE-REG.

         IF WS-STEP-COUNT < 99
           ADD 1 TO WS-STEP-COUNT
           MOVE ns-step     TO WS-STEP-NO(WS-STEP-COUNT)
           MOVE ns-program  TO WS-STEP-NAME(WS-STEP-COUNT)
           MOVE ns-frequency TO WS-STEP-FREQ(WS-STEP-COUNT)
           MOVE ns-freq-day TO WS-STEP-DAY(WS-STEP-COUNT)
           MOVE ns-max-rc   TO WS-STEP-MAX-RC(WS-STEP-COUNT)
           MOVE ns-enabled  TO WS-STEP-ON(WS-STEP-COUNT)
         END-IF.

         READ SCHED-FILE NEXT RECORD
           AT END SET END-SCHED TO TRUE
         END-READ.
       END-LOAD-SCHEDULE-REG.

       WRITE-STEP-LOG.
         ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT WS-LOG-TIME FROM TIME.
         WRITE RUN-LOG-LINE FROM WS-LOG-LINE.

       LOAD-NIGHT-CKP.
         ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
         ACCEPT WS-RUN-DOW    FROM DAY-OF-WEEK.
         MOVE 0 TO WS-LAST-DONE-STEP.

         MOVE 1 TO nckp-rel-key.
         OPEN INPUT NIGHT-CKP-FILE.
         IF nckp-status = "00"
           MOVE 'Y' TO WS-NCKP-EXISTS-SW
           READ NIGHT-CKP-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF nckp-status = "00" AND nckp-last-step > 0
             MOVE nckp-last-step TO WS-LAST-DONE-STEP
             MOVE nckp-run-date  TO WS-RUN-DATE-N
             MOVE nckp-run-dow   TO WS-RUN-DOW
           END-IF
           CLOSE NIGHT-CKP-FILE
         END-IF.

         MOVE 1 TO WS-FIRST-STEP.
         PERFORM FIND-FIRST-STEP
             UNTIL WS-FIRST-STEP > WS-STEP-COUNT
                OR WS-STEP-NO(WS-FIRST-STEP) > WS-LAST-DONE-STEP.

         IF WS-FIRST-STEP > WS-STEP-COUNT
           MOVE 1 TO WS-FIRST-STEP
           MOVE 0 TO WS-LAST-DONE-STEP
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD
           ACCEPT WS-RUN-DOW    FROM DAY-OF-WEEK
         END-IF.

       FIND-FIRST-STEP.
         ADD 1 TO WS-FIRST-STEP.

       SAVE-NIGHT-CKP.
         MOVE 1 TO nckp-rel-key.
         IF Nckp-Exists
             INVALID KEY
               CONTINUE
           END-READ
           MOVE WS-DONE-STEP-NO TO nckp-last-step
           MOVE WS-RUN-DATE-N   TO nckp-run-date
           MOVE WS-RUN-DOW      TO nckp-run-dow
           REWRITE Night-Ckp-Rec
           CLOSE NIGHT-CKP-FILE
         ELSE
           OPEN OUTPUT NIGHT-CKP-FILE
           MOVE WS-DONE-STEP-NO TO nckp-last-step
           MOVE WS-RUN-DATE-N   TO nckp-run-date
           MOVE WS-RUN-DOW      TO nckp-run-dow
           WRITE Night-Ckp-Rec
           CLOSE NIGHT-CKP-FILE
           MOVE 'Y' TO WS-NCKP-EXISTS-SW
