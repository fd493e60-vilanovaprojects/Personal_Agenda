           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD AUDIT-IDX-FILE.
       01  Audit-Idx-Rec.
       IF WS-SKIPPED-FILE-COUNT > 0
         DISPLAY "FILES SKIPPED (OLD LAYOUT): "
                 WS-SKIPPED-FILE-COUNT
         DISPLAY "RUN AGENDA-AUDIT-MIG3 AND REBUILD AGAIN"
       END-IF.

       STOP RUN.

       INDEX-REG.

         IF aud-action NOT = 'X' AND aud-code NOT = 0
           MOVE aud-code      TO ax-code
           MOVE aud-timestamp TO ax-timestamp
           MOVE 0             TO ax-seq
           MOVE aud-action    TO ax-action
           MOVE aud-user      TO ax-user

           MOVE 'N' TO WS-IDX-WRITTEN-SW
           PERFORM WRITE-IDX-REG
               UNTIL Idx-Written OR ax-seq > 98

           ADD 1 TO WS-INDEXED-COUNT
         END-IF.

         READ AUDIT-FILE
           AT END SET END-AUDIT TO TRUE

         IF aud-code NOT NUMERIC
         OR aud-timestamp NOT NUMERIC
         OR aud-seq NOT NUMERIC
           MOVE 'N' TO WS-LAYOUT-OK-SW
         END-IF.

