       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-AUDIT-SEAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUDIT-CTL-FILE ASSIGN TO "AGENDA-AUDIT.CTL"
                 ORGANIZATION IS RELATIVE
                 ACCESS MODE IS DYNAMIC
                 RELATIVE KEY IS actl-rel-key
                 FILE STATUS IS audit-ctl-status.

       DATA DIVISION.
       FILE SECTION.

       FD AUDIT-CTL-FILE.
       01  Audit-Ctl-Rec.
           02  actl-last-seq            PIC 9(9).
           02  actl-last-check          PIC 9(9).
           02  actl-last-stamp          PIC X(14).
           02  actl-base-seq            PIC 9(9).
           02  actl-base-check          PIC 9(9).

       WORKING-STORAGE SECTION.

       01 Status-Codes.
          02 audit-ctl-status           PIC X(2).
             88 Actl-No-Error-Found   VALUE "00".
             88 Actl-Rec-Not-Found    VALUE "23".
             88 Actl-File-Missing     VALUE "35".

       01  actl-rel-key               PIC 9(4) VALUE 1.

       01 WS-SEAL-CHARS.
           03 FILLER                   PIC X(32) VALUE
              " !""#$%&'()*+,-./0123456789:;<=>?".
           03 FILLER                   PIC X(32) VALUE
              "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
           03 FILLER                   PIC X(31) VALUE
              "`abcdefghijklmnopqrstuvwxyz{|}~".

       01 WS-SEAL-BYTE                PIC X(1).
       01 WS-SEAL-ORD                 PIC 9(3).
       01 WS-SEAL-POS                 PIC 9(3).
       01 WS-SEAL-HASH                PIC 9(9).
       01 WS-SEAL-WORK                PIC 9(12).
       01 WS-SEAL-QUOT                PIC 9(3).
       01 WS-SEAL-PRIME               PIC 9(9) VALUE 999999937.
       01 WS-SEALED-LENGTH            PIC 9(3) VALUE 242.

       LINKAGE SECTION.

       01 LK-SEAL-REQUEST.
           03 LK-FUNCTION              PIC X(1).
              88 Lk-Seal-Next          VALUE 'S'.
              88 Lk-Compute-Check      VALUE 'C'.
              88 Lk-Anchor-Chain       VALUE 'A'.
              88 Lk-Get-Chain          VALUE 'G'.
              88 Lk-Set-Base           VALUE 'B'.
           03 LK-PREV-CHECK            PIC 9(9).
           03 LK-SEQ                   PIC 9(9).
           03 LK-CHECK                 PIC 9(9).
           03 LK-STAMP                 PIC X(14).
           03 LK-BASE-SEQ              PIC 9(9).
           03 LK-BASE-CHECK            PIC 9(9).

       01 LK-AUDIT-REC.
           03 LK-AUD-BODY              PIC X(210).
           03 LK-AUD-TIMESTAMP         PIC X(14).
           03 LK-AUD-ACTION            PIC X(1).
           03 LK-AUD-USER              PIC X(8).
           03 LK-AUD-SEQ               PIC 9(9).
           03 LK-AUD-CHECK             PIC 9(9).

       PROCEDURE DIVISION USING LK-SEAL-REQUEST LK-AUDIT-REC.

       EVALUATE TRUE
         WHEN Lk-Seal-Next
           PERFORM SEAL-NEXT-RECORD
         WHEN Lk-Compute-Check
           PERFORM COMPUTE-CHECK
         WHEN Lk-Anchor-Chain
           PERFORM ANCHOR-CHAIN
         WHEN Lk-Get-Chain
           PERFORM GET-CHAIN
         WHEN Lk-Set-Base
           PERFORM SET-BASE
       END-EVALUATE.

       GOBACK.

       SEAL-NEXT-RECORD.
         PERFORM OPEN-CONTROL.

         MOVE 1 TO actl-rel-key.
         READ AUDIT-CTL-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF NOT Actl-No-Error-Found
           PERFORM CLEAR-CONTROL
         END-IF.

         ADD 1 TO actl-last-seq GIVING LK-AUD-SEQ.
         MOVE actl-last-check TO LK-PREV-CHECK.
         PERFORM COMPUTE-CHECK.
         MOVE LK-CHECK TO LK-AUD-CHECK.
         MOVE LK-AUD-SEQ TO LK-SEQ.

         MOVE LK-AUD-SEQ       TO actl-last-seq.
         MOVE LK-AUD-CHECK     TO actl-last-check.
         MOVE LK-AUD-TIMESTAMP TO actl-last-stamp.
         PERFORM SAVE-CONTROL.

         CLOSE AUDIT-CTL-FILE.

       COMPUTE-CHECK.
         MOVE LK-PREV-CHECK TO WS-SEAL-HASH.

         PERFORM HASH-BYTE
             VARYING WS-SEAL-POS FROM 1 BY 1
             UNTIL WS-SEAL-POS > WS-SEALED-LENGTH.

         MOVE WS-SEAL-HASH TO LK-CHECK.

       HASH-BYTE.
         MOVE LK-AUDIT-REC(WS-SEAL-POS:1) TO WS-SEAL-BYTE.
         MOVE 1 TO WS-SEAL-ORD.
         INSPECT WS-SEAL-CHARS TALLYING WS-SEAL-ORD
             FOR CHARACTERS BEFORE INITIAL WS-SEAL-BYTE.

         COMPUTE WS-SEAL-WORK = WS-SEAL-HASH * 31 + WS-SEAL-ORD.
         DIVIDE WS-SEAL-WORK BY WS-SEAL-PRIME
             GIVING WS-SEAL-QUOT REMAINDER WS-SEAL-HASH.

       ANCHOR-CHAIN.
         PERFORM OPEN-CONTROL.

         MOVE 1 TO actl-rel-key.
         READ AUDIT-CTL-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF NOT Actl-No-Error-Found
           PERFORM CLEAR-CONTROL
         END-IF.

         MOVE LK-SEQ   TO actl-last-seq.
         MOVE LK-CHECK TO actl-last-check.
         MOVE LK-STAMP TO actl-last-stamp.
         PERFORM SAVE-CONTROL.

         CLOSE AUDIT-CTL-FILE.

       SET-BASE.
         PERFORM OPEN-CONTROL.

         MOVE 1 TO actl-rel-key.
         READ AUDIT-CTL-FILE
           INVALID KEY
             CONTINUE
         END-READ.

         IF NOT Actl-No-Error-Found
           PERFORM CLEAR-CONTROL
         END-IF.

         MOVE LK-BASE-SEQ   TO actl-base-seq.
         MOVE LK-BASE-CHECK TO actl-base-check.
         PERFORM SAVE-CONTROL.

         CLOSE AUDIT-CTL-FILE.

       GET-CHAIN.
         MOVE 0      TO LK-SEQ.
         MOVE 0      TO LK-CHECK.
         MOVE SPACES TO LK-STAMP.
         MOVE 0      TO LK-BASE-SEQ.
         MOVE 0      TO LK-BASE-CHECK.

         MOVE 1 TO actl-rel-key.
         OPEN INPUT AUDIT-CTL-FILE.
         IF Actl-No-Error-Found
           READ AUDIT-CTL-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF Actl-No-Error-Found
             MOVE actl-last-seq   TO LK-SEQ
             MOVE actl-last-check TO LK-CHECK
             MOVE actl-last-stamp TO LK-STAMP
             MOVE actl-base-seq   TO LK-BASE-SEQ
             MOVE actl-base-check TO LK-BASE-CHECK
           END-IF
           CLOSE AUDIT-CTL-FILE
         END-IF.

       OPEN-CONTROL.
         OPEN I-O AUDIT-CTL-FILE.
         IF Actl-File-Missing
           OPEN OUTPUT AUDIT-CTL-FILE
           CLOSE AUDIT-CTL-FILE
           OPEN I-O AUDIT-CTL-FILE
         END-IF.

       CLEAR-CONTROL.
         MOVE 0      TO actl-last-seq.
         MOVE 0      TO actl-last-check.
         MOVE SPACES TO actl-last-stamp.
         MOVE 0      TO actl-base-seq.
         MOVE 0      TO actl-base-check.

       SAVE-CONTROL.
         MOVE 1 TO actl-rel-key.
         REWRITE Audit-Ctl-Rec
           INVALID KEY
             WRITE Audit-Ctl-Rec
               INVALID KEY
                 CONTINUE
             END-WRITE
         END-REWRITE.
