002470   05  WS-RUN-COMPLETE-SW                   PIC X(1)
002480       VALUE 'N'.
002490     88  RUN-REGISTERED-COMPLETE             VALUE 'Y'.
002492   05  WS-RUN-OUT-OF-BALANCE-SW             PIC X(1)
002495       VALUE 'N'.
002497     88  RUN-OUT-OF-BALANCE                  VALUE 'Y'.
002500   05  WS-RUN-RECONCILED-SW                 PIC X(1)
002510       VALUE 'N'.
002520     88  RUN-ALREADY-RECONCILED              VALUE 'Y'.
006930* Check the extract's run against the shared ledger. The run    *
006940* must be registered complete by ZBNKEXT1 - or by ZBNKMRG1 for  *
006950* a consolidated extract - and must not already carry a         *
006953* reconciliation entry, nor have its deposits last proved out   *
006956* of balance with the GL by ZBNKGLB1.                           *
006960*****************************************************************
006970 VERIFY-RUN-LEDGER.
006980     IF NOT FILE-HEADER-FOUND
007200           IF RUNLEDG-PROGRAM IS EQUAL TO 'ZBNKREC1'
007210              MOVE 'Y' TO WS-RUN-RECONCILED-SW
007220           END-IF
007221           IF RUNLEDG-PROGRAM IS EQUAL TO 'ZBNKGLB1'
007222            AND RUNLEDG-STATUS-PROVED
007223              IF RUNLEDG-COUNTER2 IS GREATER THAN ZERO
007224                 MOVE 'Y' TO WS-RUN-OUT-OF-BALANCE-SW
007225              ELSE
007226                 MOVE 'N' TO WS-RUN-OUT-OF-BALANCE-SW
007227              END-IF
007228           END-IF
007230        END-IF
007240        PERFORM READ-LEDGER-RECORD
007250     END-PERFORM.
007310     END-IF.
007320     IF RUN-ALREADY-RECONCILED
007330        MOVE 'Run already reconciled - refused'
007331          TO WS-CONSOLE-MESSAGE
007333        PERFORM ABORT-PROGRAM
007335     END-IF.
007336     IF RUN-OUT-OF-BALANCE
007338        MOVE 'Run out of balance with the GL - refused'
007340          TO WS-CONSOLE-MESSAGE
007350        PERFORM ABORT-PROGRAM
007360     END-IF.
