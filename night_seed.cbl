       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-NIGHT-SEED.
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
               88  Freq-Daily          VALUE 'D'.
               88  Freq-Weekday        VALUE 'W'.
               88  Freq-Month-End      VALUE 'M'.
               88  Freq-Day-Of-Month   VALUE 'N'.
           02  ns-freq-day               PIC 9(2).
           02  ns-max-rc                 PIC 9(4).
           02  ns-enabled                PIC X(1).
               88  Step-Enabled        VALUE 'Y'.

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 sched-status               PIC X(2).
             88 No-Error-Found        VALUE "00".
             88 Sched-File-Missing    VALUE "35".

       01 WS-SEEDED-COUNT             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       OPEN I-O SCHED-FILE.

       IF Sched-File-Missing
         OPEN OUTPUT SCHED-FILE
         PERFORM SEED-STEPS
       ELSE
         MOVE ZEROS TO ns-step
         START SCHED-FILE KEY IS >= ns-step
           INVALID KEY
             CONTINUE
         END-START
         IF No-Error-Found
           DISPLAY "NIGHT SCHEDULE ALREADY ON FILE - NOT CHANGED"
         ELSE
           PERFORM SEED-STEPS
         END-IF
       END-IF.

       CLOSE SCHED-FILE.

       IF WS-SEEDED-COUNT > 0
         DISPLAY "NIGHT SCHEDULE STEPS SEEDED: " WS-SEEDED-COUNT
       END-IF.

       GOBACK.

       SEED-STEPS.
         MOVE 1 TO ns-step.
         MOVE "AGENDA-BKUP" TO ns-program.
         MOVE "DAILY BACKUP OF AGENDA.DAT" TO ns-description.
         MOVE 'D' TO ns-frequency.
         MOVE 0 TO ns-freq-day.
         MOVE 4 TO ns-max-rc.
         PERFORM WRITE-STEP-REG.

         MOVE 2 TO ns-step.
         MOVE "AGENDA-DELTA" TO ns-program.
         MOVE "DELTA FEED EXTRACT" TO ns-description.
         MOVE 'D' TO ns-frequency.
         MOVE 0 TO ns-freq-day.
         MOVE 4 TO ns-max-rc.
         PERFORM WRITE-STEP-REG.

         MOVE 3 TO ns-step.
         MOVE "AGENDA-RECON" TO ns-program.
         MOVE "FILE RECONCILIATION" TO ns-description.
         MOVE 'D' TO ns-frequency.
         MOVE 0 TO ns-freq-day.
         MOVE 4 TO ns-max-rc.
         PERFORM WRITE-STEP-REG.

         MOVE 4 TO ns-step.
         MOVE "AGENDA-DQ" TO ns-program.
         MOVE "DATA QUALITY REPORT" TO ns-description.
         MOVE 'D' TO ns-frequency.
         MOVE 0 TO ns-freq-day.
         MOVE 4 TO ns-max-rc.
         PERFORM WRITE-STEP-REG.

         MOVE 5 TO ns-step.
         MOVE "AGENDA-STATS" TO ns-program.
         MOVE "MONTHLY STATISTICS SNAPSHOT" TO ns-description.
         MOVE 'M' TO ns-frequency.
         MOVE 0 TO ns-freq-day.
         MOVE 4 TO ns-max-rc.
         PERFORM WRITE-STEP-REG.

         MOVE 6 TO ns-step.
         MOVE "AGENDA-AUDIT-ARCH" TO ns-program.
         MOVE "AUDIT TRAIL ARCHIVING" TO ns-description.
         MOVE 'M' TO ns-frequency.
         MOVE 0 TO ns-freq-day.
         MOVE 4 TO ns-max-rc.
         PERFORM WRITE-STEP-REG.

         MOVE 7 TO ns-step.
         MOVE "AGENDA-AUDIT-VERIFY" TO ns-program.
         MOVE "AUDIT TRAIL VERIFICATION" TO ns-description.
         MOVE 'D' TO ns-frequency.
         MOVE 0 TO ns-freq-day.
         MOVE 8 TO ns-max-rc.
         PERFORM WRITE-STEP-REG.

         MOVE 8 TO ns-step.
         MOVE "AGENDA-ACT-RPT" TO ns-program.
         MOVE "OPERATOR ACTIVITY EXCEPTIONS" TO ns-description.
         MOVE 'D' TO ns-frequency.
         MOVE 0 TO ns-freq-day.
         MOVE 4 TO ns-max-rc.
         PERFORM WRITE-STEP-REG.

         MOVE 9 TO ns-step.
         MOVE "AGENDA-REORG" TO ns-program.
         MOVE "MONTHLY FILE REORGANISATION" TO ns-description.
         MOVE 'M' TO ns-frequency.
         MOVE 0 TO ns-freq-day.
         MOVE 4 TO ns-max-rc.
         PERFORM WRITE-STEP-REG.

       WRITE-STEP-REG.
         MOVE 'Y' TO ns-enabled.

         WRITE Sched-Rec
           INVALID KEY
             CONTINUE
         END-WRITE.

         IF No-Error-Found
           ADD 1 TO WS-SEEDED-COUNT
         END-IF.
