001120*****************************************************************
001130* State of the current cycle - the latest extract-run entries  *
001140* while listing the ledger, and whether that run has been       *
001145* reconciled yet, had its opening balances checked and had its *
001150* deposits proved against the GL, and whether its statement     *
001155* archive has been audited.                                     *
001160*****************************************************************
001170 01  WS-CYCLE-STATE.
001180   05  WS-LATEST-RUN-ID                      PIC X(14)
001220   05  WS-LATEST-RECONCILED-SW               PIC X(1)
001230       VALUE 'N'.
001240     88  LATEST-RUN-RECONCILED                VALUE 'Y'.
001241   05  WS-LATEST-CHECKED-SW                  PIC X(1)
001242       VALUE 'N'.
001243     88  LATEST-RUN-CHECKED                   VALUE 'Y'.
001244   05  WS-LATEST-BREAKS                      PIC 9(5)
001245       VALUE ZERO.
001246   05  WS-LATEST-PROVED-SW                   PIC X(1)
001247       VALUE 'N'.
001248     88  LATEST-RUN-PROVED                    VALUE 'Y'.
001249   05  WS-LATEST-GL-BREAKS                   PIC 9(5)
001250       VALUE ZERO.
001251   05  WS-LATEST-AUDITED-SW                  PIC X(1)
001252       VALUE 'N'.
001253     88  LATEST-RUN-AUDITED                   VALUE 'Y'.
001254   05  WS-LATEST-ARC-EXCEPTIONS              PIC 9(5)
001255       VALUE ZERO.
001256
001260 01  WS-CONSOLE-MESSAGE                      PIC X(60).
001270
001280*****************************************************************
001680   05  RC-RUN-ID                             PIC X(14).
001690   05  FILLER                          PIC X(2)  VALUE SPACES.
001700   05  RC-STATE                              PIC X(30).
001701   05  FILLER                          PIC X(62) VALUE SPACES.
001702
001703 01  REPORT-CONTINUITY-LINE.
001704   05  FILLER                                PIC X(24)
001705       VALUE 'OPENING BALANCES        '.
001706   05  RK-STATE                              PIC X(30).
001707   05  RK-BREAKS                             PIC ZZZZ9.
001708   05  FILLER                                PIC X(7)
001709       VALUE ' BREAKS'.
001710   05  FILLER                          PIC X(66) VALUE SPACES.
001711
001712 01  REPORT-PROOF-LINE.
001713   05  FILLER                                PIC X(24)
001714       VALUE 'GL BALANCING PROOF      '.
001715   05  RG-STATE                              PIC X(30).
001716   05  RG-OUT-COUNT                          PIC ZZZZ9.
001717   05  FILLER                                PIC X(15)
001718       VALUE ' OUT OF BALANCE'.
001719   05  FILLER                          PIC X(58) VALUE SPACES.
001720
001721 01  REPORT-ARCHIVE-LINE.
001722   05  FILLER                                PIC X(24)
001723       VALUE 'STATEMENT ARCHIVE       '.
001724   05  RR-STATE                              PIC X(30).
001725   05  RR-EXCEPTIONS                         PIC ZZZZ9.
001726   05  FILLER                                PIC X(11)
001727       VALUE ' EXCEPTIONS'.
001728   05  FILLER                          PIC X(62) VALUE SPACES.
001729
001730 PROCEDURE DIVISION.
001740*****************************************************************
001750* List every ledger entry, then summarise the state of the      *
002330        IF RUNLEDG-RUN-ID IS NOT EQUAL TO WS-LATEST-RUN-ID
002340           MOVE RUNLEDG-RUN-ID TO WS-LATEST-RUN-ID
002350           MOVE 'N' TO WS-LATEST-RECONCILED-SW
002352           MOVE 'N' TO WS-LATEST-CHECKED-SW
002355           MOVE 'N' TO WS-LATEST-PROVED-SW
002357           MOVE 'N' TO WS-LATEST-AUDITED-SW
002360        END-IF
002370        MOVE RUNLEDG-STATUS TO WS-LATEST-STATUS
002380     END-IF.
002390     IF RUNLEDG-PROGRAM IS EQUAL TO 'ZBNKREC1'
002400      AND RUNLEDG-RUN-ID IS EQUAL TO WS-LATEST-RUN-ID
002410        MOVE 'Y' TO WS-LATEST-RECONCILED-SW
002411     END-IF.
002412     IF RUNLEDG-PROGRAM IS EQUAL TO 'ZBNKOBC1'
002413      AND RUNLEDG-RUN-ID IS EQUAL TO WS-LATEST-RUN-ID
002414        MOVE 'Y' TO WS-LATEST-CHECKED-SW
002415        MOVE RUNLEDG-COUNTER2 TO WS-LATEST-BREAKS
002416     END-IF.
002417     IF RUNLEDG-PROGRAM IS EQUAL TO 'ZBNKGLB1'
002418      AND RUNLEDG-RUN-ID IS EQUAL TO WS-LATEST-RUN-ID
002419        MOVE 'Y' TO WS-LATEST-PROVED-SW
002420        MOVE RUNLEDG-COUNTER2 TO WS-LATEST-GL-BREAKS
002421     END-IF.
002422     IF RUNLEDG-PROGRAM IS EQUAL TO 'ZBNKARV1'
002423      AND RUNLEDG-RUN-ID IS EQUAL TO WS-LATEST-RUN-ID
002424        MOVE 'Y' TO WS-LATEST-AUDITED-SW
002425        MOVE RUNLEDG-COUNTER2 TO WS-LATEST-ARC-EXCEPTIONS
002426     END-IF.
002430
002440*****************************************************************
002450* Summarise the current cycle off the state gathered above.     *
002700               RC-STATE DELIMITED BY SIZE
002710          INTO WS-CONSOLE-MESSAGE
002720        PERFORM DISPLAY-CONSOLE-MESSAGE
002721        IF LATEST-RUN-CHECKED
002722           MOVE 'CHECKED AGAINST PRIOR CYCLE -' TO RK-STATE
002723           MOVE WS-LATEST-BREAKS TO RK-BREAKS
002724           MOVE REPORT-CONTINUITY-LINE TO LEDGER-REPORT-LINE
002725        ELSE
002726           MOVE 'OPENING BALANCES        NOT CHECKED'
002727             TO LEDGER-REPORT-LINE
002728        END-IF
002729        PERFORM REPORT-PUT
002730        IF LATEST-RUN-PROVED
002731           MOVE 'PROVED AGAINST GL CONTROLS -' TO RG-STATE
002732           MOVE WS-LATEST-GL-BREAKS TO RG-OUT-COUNT
002733           MOVE REPORT-PROOF-LINE TO LEDGER-REPORT-LINE
002734        ELSE
002735           MOVE 'GL BALANCING PROOF      NOT PROVED'
002736             TO LEDGER-REPORT-LINE
002737        END-IF
002738        PERFORM REPORT-PUT
002739        IF LATEST-RUN-AUDITED
002740           IF WS-LATEST-ARC-EXCEPTIONS IS EQUAL TO ZERO
002741              MOVE 'AUDITED COMPLETE -' TO RR-STATE
002742           ELSE
002743              MOVE 'AUDIT FAILED -' TO RR-STATE
002744           END-IF
002745           MOVE WS-LATEST-ARC-EXCEPTIONS TO RR-EXCEPTIONS
002746           MOVE REPORT-ARCHIVE-LINE TO LEDGER-REPORT-LINE
002747        ELSE
002748           MOVE 'STATEMENT ARCHIVE       NOT AUDITED'
002749             TO LEDGER-REPORT-LINE
002750        END-IF
002751        PERFORM REPORT-PUT
002752     END-IF.
002753
002754*****************************************************************
002760* List every alert nobody has acknowledged - the alerts that    *
002770* would otherwise have died on the overnight console.           *
002780*****************************************************************
