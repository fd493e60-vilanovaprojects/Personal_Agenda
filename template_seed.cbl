       IF Tpl-File-Missing
         OPEN OUTPUT TPL-FILE
         PERFORM SEED-TEMPLATES
         PERFORM SEED-REMINDER-TEMPLATE
       ELSE
         MOVE "BIRTHDAY" TO tpl-name
         MOVE 1 TO tpl-line-no
         ELSE
           PERFORM SEED-TEMPLATES
         END-IF
         MOVE "REMINDER" TO tpl-name
         MOVE 1 TO tpl-line-no
         READ TPL-FILE
           INVALID KEY
             CONTINUE
         END-READ
         IF NOT No-Error-Found
           PERFORM SEED-REMINDER-TEMPLATE
         END-IF
       END-IF.

       CLOSE TPL-FILE.
           TO tpl-text.
         PERFORM WRITE-TPL-REG.

       SEED-REMINDER-TEMPLATE.
         MOVE "REMINDER" TO tpl-name.
         MOVE 1 TO tpl-line-no.
         MOVE "THIS IS A REMINDER OF YOUR APPOINTMENT ON &APPTDATE"
           TO tpl-text.
         PERFORM WRITE-TPL-REG.
         MOVE 2 TO tpl-line-no.
         MOVE "AT &APPTTIME, PLACE: &PLACE."
           TO tpl-text.
         PERFORM WRITE-TPL-REG.
         MOVE 3 TO tpl-line-no.
         MOVE "SUBJECT: &SUBJECT"
           TO tpl-text.
         PERFORM WRITE-TPL-REG.
         MOVE 4 TO tpl-line-no.
         MOVE "IF YOU CANNOT ATTEND, PLEASE LET US KNOW."
           TO tpl-text.
         PERFORM WRITE-TPL-REG.
         MOVE 5 TO tpl-line-no.
         MOVE "WITH KIND REGARDS,"
           TO tpl-text.
         PERFORM WRITE-TPL-REG.
         MOVE 6 TO tpl-line-no.
         MOVE "THE PERSONAL AGENDA OFFICE"
           TO tpl-text.
         PERFORM WRITE-TPL-REG.

       WRITE-TPL-REG.
         WRITE Template-Rec
           INVALID KEY
