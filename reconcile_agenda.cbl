           02  aud-timestamp             PIC X(14).
           02  aud-action                PIC X(1).
           02  aud-user                  PIC X(8).
           02  aud-seq                   PIC 9(9).
           02  aud-check                 PIC 9(9).

       FD ADDR-HIST-FILE.
       01  Addr-Hist-Rec.
         END-READ.

         IF Rec-Not-Found AND aud-action NOT = 'D'
         AND aud-action NOT = 'X' AND aud-code NOT = 0
           PERFORM FIND-DELETED-CODE
           IF NOT Del-Code-Found
             ADD 1 TO WS-ORPHAN-AUDIT-COUNT
