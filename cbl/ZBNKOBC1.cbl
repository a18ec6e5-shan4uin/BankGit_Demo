000010*****************************************************************
000020*                                                               *
000030*   Copyright (C) 1998-2010 Micro Focus. All Rights Reserved.   *
000040*   This demonstration program is provided for use by users     *
000050*   of Micro Focus products and may be used, modified and       *
000060*   distributed as part of your application provided that       *
000070*   you properly acknowledge the copyright of Micro Focus       *
000080*   in this material.                                           *
000090*                                                               *
000100*****************************************************************
000110
000120*****************************************************************
000130* Prgram:      ZBNKOBC1.CBL                                     *
000140* Function:    Opening-balance continuity - match this cycle's  *
000150*              extract against the prior cycle's account by     *
000160*              account, report every account whose last         *
000170*              statement balance is not the closing balance     *
000180*              printed last cycle, the accounts new this cycle  *
000190*              and the accounts gone since, and record the      *
000200*              check on the shared run ledger                   *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKOBC1.
000250 DATE-WRITTEN.
000260     September 2026.
000270 DATE-COMPILED.
000280     Today.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT   SECTION.
000310   FILE-CONTROL.
000320     SELECT EXTRACT-FILE
000330            ASSIGN       TO EXTRACT
000340            ORGANIZATION IS SEQUENTIAL
000350            ACCESS MODE  IS SEQUENTIAL
000360            FILE STATUS  IS WS-EXTRACT-STATUS.
000370
000380     SELECT PRIOR-EXTRACT-FILE
000390            ASSIGN       TO PRIOREXT
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-PRIOR-STATUS.
000430
000440     SELECT OPTIONAL RUN-LEDGER-FILE
000450            ASSIGN       TO RUNLEDGR
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-LEDGER-STATUS.
000490
000500     SELECT CONTINUITY-REPORT
000510            ASSIGN       TO OBCRPT
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-REPORT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  EXTRACT-FILE
000590     RECORDING MODE IS V
000600     RECORD CONTAINS 66 TO 95 CHARACTERS.
000610 COPY CBANKXT1.
000620
000630*****************************************************************
000640* The prior cycle's extract - read into the CBANKXT2 image so   *
000650* its records stay clear of this cycle's EXTRACT-FILE buffer.   *
000660*****************************************************************
000670 FD  PRIOR-EXTRACT-FILE
000680     RECORDING MODE IS V
000690     RECORD IS VARYING IN SIZE FROM 66 TO 95 CHARACTERS
000700            DEPENDING ON WS-PRIOR-REC-LEN.
000710 01  PRIOR-EXTRACT-RECORD                    PIC X(95).
000720
000730*****************************************************************
000740* Shared run ledger - the check is recorded against this        *
000750* cycle's run id so the cycle shows as checked.                 *
000760*****************************************************************
000770 FD  RUN-LEDGER-FILE
000780     RECORD CONTAINS 120 CHARACTERS.
000790 COPY CRUNLEDG.
000800
000810 FD  CONTINUITY-REPORT
000820     RECORD CONTAINS 132 CHARACTERS.
000830 01  CONTINUITY-REPORT-LINE                  PIC X(132).
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-MISC-STORAGE.
000870   05  WS-PROGRAM-ID                         PIC X(8)
000880       VALUE 'ZBNKOBC1'.
000890   05  WS-EXTRACT-STATUS.
000900     10  WS-EXTRACT-STAT1                    PIC X(1).
000910     10  WS-EXTRACT-STAT2                    PIC X(1).
000920
000930   05  WS-PRIOR-STATUS.
000940     10  WS-PRIOR-STAT1                      PIC X(1).
000950     10  WS-PRIOR-STAT2                      PIC X(1).
000960
000970   05  WS-LEDGER-STATUS.
000980     10  WS-LEDGER-STAT1                     PIC X(1).
000990     10  WS-LEDGER-STAT2                     PIC X(1).
001000
001010   05  WS-REPORT-STATUS.
001020     10  WS-REPORT-STAT1                     PIC X(1).
001030     10  WS-REPORT-STAT2                     PIC X(1).
001040
001050   05  WS-IO-STATUS.
001060     10  WS-IO-STAT1                         PIC X(1).
001070     10  WS-IO-STAT2                         PIC X(1).
001080
001090   05  WS-TWO-BYTES.
001100     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001110     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001120   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001130                                             PIC 9(1) COMP.
001140
001150   05  WS-PRIOR-REC-LEN                      PIC 9(4) COMP.
001160
001170   05  WS-EOF-SW                             PIC X(1)
001180       VALUE 'N'.
001190     88  END-OF-EXTRACT                       VALUE 'Y'.
001200   05  WS-PRIOR-EOF-SW                       PIC X(1)
001210       VALUE 'N'.
001220     88  END-OF-PRIOR-EXTRACT                 VALUE 'Y'.
001230   05  WS-TRAILER-SW                         PIC X(1)
001240       VALUE 'N'.
001250     88  EXTRACT-TRAILER-SEEN                 VALUE 'Y'.
001260   05  WS-PRIOR-TRAILER-SW                   PIC X(1)
001270       VALUE 'N'.
001280     88  PRIOR-TRAILER-SEEN                   VALUE 'Y'.
001290
001300   05  WS-EXTRACT-RUN-ID.
001310     10  WS-EXTRACT-RUN-DATE                 PIC 9(6)
001320         VALUE ZERO.
001330     10  WS-EXTRACT-RUN-TIME                 PIC 9(8)
001340         VALUE ZERO.
001350   05  WS-PRIOR-RUN-ID.
001360     10  WS-PRIOR-RUN-DATE                   PIC 9(6)
001370         VALUE ZERO.
001380     10  WS-PRIOR-RUN-TIME                   PIC 9(8)
001390         VALUE ZERO.
001400
001410   05  WS-PRIOR-ACCOUNTS                     PIC 9(5)
001420       VALUE ZERO.
001430   05  WS-THIS-ACCOUNTS                      PIC 9(5)
001440       VALUE ZERO.
001450   05  WS-MATCHED-COUNT                      PIC 9(5)
001460       VALUE ZERO.
001470   05  WS-BREAK-COUNT                        PIC 9(5)
001480       VALUE ZERO.
001490   05  WS-NEW-COUNT                          PIC 9(5)
001500       VALUE ZERO.
001510   05  WS-GONE-COUNT                         PIC 9(5)
001520       VALUE ZERO.
001530   05  WS-DIFFERENCE                         PIC S9(9)V99.
001540
001550*****************************************************************
001560* The prior cycle's accounts with the closing balance printed   *
001570* on their statements. The matched byte is set as this cycle's  *
001580* extract finds each one; whatever is left unmatched has gone.  *
001590*****************************************************************
001600 01  WS-PRIOR-TABLE.
001610   05  WS-PA-COUNT                           PIC 9(4)
001620       VALUE ZERO.
001630   05  WS-PA-ENTRY OCCURS 5000 TIMES.
001640     10  WS-PA-PID                           PIC X(5).
001650     10  WS-PA-ACC-NO                        PIC X(10).
001660     10  WS-PA-CLOSING-BAL                   PIC S9(9)V99.
001670     10  WS-PA-CURR-CODE                     PIC X(3).
001680     10  WS-PA-STMT-DTE                      PIC X(8).
001690     10  WS-PA-MATCHED-SW                    PIC X(1).
001700       88  PA-MATCHED                         VALUE 'Y'.
001710   05  WS-PA-IX                              PIC 9(4).
001720   05  WS-PA-WORK-IX                         PIC 9(4).
001730   05  WS-PA-FOUND-SW                        PIC X(1)
001740       VALUE 'N'.
001750     88  PRIOR-ENTRY-FOUND                    VALUE 'Y'.
001760
001770 01  WS-CONSOLE-MESSAGE                      PIC X(60).
001780
001790 COPY CBANKXT2.
001800
001810*****************************************************************
001820* Continuity report lines.                                      *
001830*****************************************************************
001840 01  RPT-HEADING-LINE.
001850   05  FILLER                          PIC X(2)  VALUE SPACES.
001860   05  FILLER                                PIC X(30)
001870       VALUE 'OPENING BALANCE CONTINUITY -  '.
001880   05  FILLER                                PIC X(12)
001890       VALUE 'THIS RUN -  '.
001900   05  RH-RUN-ID                             PIC X(14).
001910   05  FILLER                                PIC X(15)
001920       VALUE '  PRIOR RUN -  '.
001930   05  RH-PRIOR-RUN-ID                       PIC X(14).
001940   05  FILLER                          PIC X(45) VALUE SPACES.
001950
001960 01  RPT-SECTION-LINE.
001970   05  FILLER                          PIC X(2)  VALUE SPACES.
001980   05  RX-TITLE                              PIC X(50).
001990   05  FILLER                          PIC X(80) VALUE SPACES.
002000
002010 01  RPT-BREAK-COLUMN-LINE.
002020   05  FILLER                                PIC X(30)
002030       VALUE '  PID    ACCOUNT     CCY  PRIO'.
002040   05  FILLER                                PIC X(30)
002050       VALUE 'R CLOSING   THIS OPENING     D'.
002060   05  FILLER                                PIC X(30)
002070       VALUE 'IFFERENCE  STMT DTE  NOTE     '.
002080   05  FILLER                          PIC X(42) VALUE SPACES.
002090
002100 01  RPT-BREAK-LINE.
002110   05  FILLER                          PIC X(2)  VALUE SPACES.
002120   05  RB-PID                                PIC X(5).
002130   05  FILLER                          PIC X(2)  VALUE SPACES.
002140   05  RB-ACC-NO                             PIC X(10).
002150   05  FILLER                          PIC X(2)  VALUE SPACES.
002160   05  RB-CURR-CODE                          PIC X(3).
002170   05  FILLER                          PIC X(2)  VALUE SPACES.
002180   05  RB-PRIOR-CLOSING                      PIC Z(8)9.99-.
002190   05  FILLER                          PIC X(2)  VALUE SPACES.
002200   05  RB-THIS-OPENING                       PIC Z(8)9.99-.
002210   05  FILLER                          PIC X(2)  VALUE SPACES.
002220   05  RB-DIFFERENCE                         PIC Z(8)9.99-.
002230   05  FILLER                          PIC X(2)  VALUE SPACES.
002240   05  RB-STMT-DTE                           PIC X(8).
002250   05  FILLER                          PIC X(2)  VALUE SPACES.
002260   05  RB-NOTE                               PIC X(20).
002270   05  FILLER                          PIC X(31) VALUE SPACES.
002280
002290 01  RPT-ACCOUNT-COLUMN-LINE.
002300   05  FILLER                                PIC X(30)
002310       VALUE '  PID    ACCOUNT     CCY      '.
002320   05  FILLER                                PIC X(30)
002330       VALUE '  BALANCE  STMT DTE           '.
002340   05  FILLER                          PIC X(72) VALUE SPACES.
002350
002360 01  RPT-ACCOUNT-LINE.
002370   05  FILLER                          PIC X(2)  VALUE SPACES.
002380   05  RA-PID                                PIC X(5).
002390   05  FILLER                          PIC X(2)  VALUE SPACES.
002400   05  RA-ACC-NO                             PIC X(10).
002410   05  FILLER                          PIC X(2)  VALUE SPACES.
002420   05  RA-CURR-CODE                          PIC X(3).
002430   05  FILLER                          PIC X(2)  VALUE SPACES.
002440   05  RA-BALANCE                            PIC Z(8)9.99-.
002450   05  FILLER                          PIC X(2)  VALUE SPACES.
002460   05  RA-STMT-DTE                           PIC X(8).
002470   05  FILLER                          PIC X(83) VALUE SPACES.
002480
002490 01  RPT-TOTAL-LINE.
002500   05  FILLER                          PIC X(2)  VALUE SPACES.
002510   05  RT-LABEL                              PIC X(30).
002520   05  RT-COUNT                              PIC ZZZZZZ9.
002530   05  FILLER                          PIC X(93) VALUE SPACES.
002540
002550 PROCEDURE DIVISION.
002560*****************************************************************
002570* Load the prior cycle's closing balances, match this cycle's   *
002580* accounts against them, report the breaks, the new and the     *
002590* gone accounts and record the check on the run ledger.         *
002600*****************************************************************
002610     PERFORM REPORT-OPEN.
002620     PERFORM LOAD-PRIOR-EXTRACT.
002630     PERFORM MATCH-EXTRACT.
002640     PERFORM REPORT-NEW-ACCOUNTS.
002650     PERFORM REPORT-GONE-ACCOUNTS.
002660     PERFORM REPORT-TOTALS.
002670     PERFORM REPORT-CLOSE.
002680     PERFORM REGISTER-CONTINUITY-CHECK.
002690
002700     MOVE SPACES TO WS-CONSOLE-MESSAGE.
002710     STRING WS-MATCHED-COUNT DELIMITED BY SIZE
002720            ' accounts matched, ' DELIMITED BY SIZE
002730            WS-BREAK-COUNT DELIMITED BY SIZE
002740            ' breaks' DELIMITED BY SIZE
002750       INTO WS-CONSOLE-MESSAGE.
002760     PERFORM DISPLAY-CONSOLE-MESSAGE.
002770     MOVE 'End Of Job'
002780       TO WS-CONSOLE-MESSAGE.
002790     PERFORM DISPLAY-CONSOLE-MESSAGE.
002800
002810     IF WS-BREAK-COUNT IS GREATER THAN ZERO
002820        MOVE 4 TO RETURN-CODE
002830     ELSE
002840        MOVE 0 TO RETURN-CODE
002850     END-IF.
002860
002870     GOBACK.
002880
002890*****************************************************************
002900* Load every type '2' account off the prior cycle's extract.    *
002910* The file must carry its header, for the prior run id, and its *
002920* trailer - a part-written prior file would show every account  *
002930* past the break as new.                                        *
002940*****************************************************************
002950 LOAD-PRIOR-EXTRACT.
002960     OPEN INPUT PRIOR-EXTRACT-FILE.
002970     IF WS-PRIOR-STATUS = '00'
002980        MOVE 'PRIOREXT file opened OK'
002990          TO WS-CONSOLE-MESSAGE
003000        PERFORM DISPLAY-CONSOLE-MESSAGE
003010     ELSE
003020        MOVE 'PRIOREXT file open failure...'
003030          TO WS-CONSOLE-MESSAGE
003040        PERFORM DISPLAY-CONSOLE-MESSAGE
003050        MOVE WS-PRIOR-STATUS TO WS-IO-STATUS
003060        PERFORM DISPLAY-IO-STATUS
003070        PERFORM ABORT-PROGRAM
003080     END-IF.
003090     PERFORM PRIOR-EXTRACT-READ.
003100     IF NOT END-OF-PRIOR-EXTRACT
003110      AND XT2-TYPE IS EQUAL TO 'H'
003120        MOVE XT2-H-RUN-DATE TO WS-PRIOR-RUN-DATE
003130        MOVE XT2-H-RUN-TIME TO WS-PRIOR-RUN-TIME
003140     ELSE
003150        MOVE 'PRIOREXT has no header - run refused'
003160          TO WS-CONSOLE-MESSAGE
003170        PERFORM ABORT-PROGRAM
003180     END-IF.
003190     PERFORM UNTIL END-OF-PRIOR-EXTRACT
003200        EVALUATE TRUE
003210          WHEN XT2-TYPE IS EQUAL TO '2'
003220             PERFORM ADD-PRIOR-ENTRY
003230          WHEN XT2-TYPE IS EQUAL TO 'T'
003240             MOVE 'Y' TO WS-PRIOR-TRAILER-SW
003250          WHEN OTHER
003260             CONTINUE
003270        END-EVALUATE
003280        PERFORM PRIOR-EXTRACT-READ
003290     END-PERFORM.
003300     CLOSE PRIOR-EXTRACT-FILE.
003310     IF NOT PRIOR-TRAILER-SEEN
003320        MOVE 'PRIOREXT has no trailer - run refused'
003330          TO WS-CONSOLE-MESSAGE
003340        PERFORM ABORT-PROGRAM
003350     END-IF.
003360
003370 PRIOR-EXTRACT-READ.
003380     READ PRIOR-EXTRACT-FILE INTO XT2-RECORD-AREA
003390        AT END
003400           MOVE 'Y' TO WS-PRIOR-EOF-SW
003410     END-READ.
003420     IF NOT END-OF-PRIOR-EXTRACT
003430        IF WS-PRIOR-STATUS IS NOT EQUAL TO '00'
003440           MOVE 'PRIOREXT Error reading file ...'
003450             TO WS-CONSOLE-MESSAGE
003460           PERFORM DISPLAY-CONSOLE-MESSAGE
003470           MOVE WS-PRIOR-STATUS TO WS-IO-STATUS
003480           PERFORM DISPLAY-IO-STATUS
003490           PERFORM ABORT-PROGRAM
003500        END-IF
003510     END-IF.
003520
003530*****************************************************************
003540* Keep one prior account with the balance its statement closed  *
003550* on.                                                           *
003560*****************************************************************
003570 ADD-PRIOR-ENTRY.
003580     IF WS-PA-COUNT IS LESS THAN 5000
003590        ADD 1 TO WS-PA-COUNT
003600        ADD 1 TO WS-PRIOR-ACCOUNTS
003610        MOVE WS-PA-COUNT TO WS-PA-WORK-IX
003620        MOVE XT2-PID TO WS-PA-PID (WS-PA-WORK-IX)
003630        MOVE XT2-2-ACC-NO TO WS-PA-ACC-NO (WS-PA-WORK-IX)
003640        MOVE XT2-2-ACC-CURR-BAL
003650          TO WS-PA-CLOSING-BAL (WS-PA-WORK-IX)
003660        MOVE XT2-2-CURR-CODE TO WS-PA-CURR-CODE (WS-PA-WORK-IX)
003670        MOVE XT2-2-ACC-LAST-STMT-DTE
003680          TO WS-PA-STMT-DTE (WS-PA-WORK-IX)
003690        MOVE 'N' TO WS-PA-MATCHED-SW (WS-PA-WORK-IX)
003700     ELSE
003710        MOVE 'Prior account table full - run refused'
003720          TO WS-CONSOLE-MESSAGE
003730        PERFORM ABORT-PROGRAM
003740     END-IF.
003750
003760*****************************************************************
003770* Read this cycle's extract and match each type '2' account to  *
003780* the prior cycle. The prior run must be an earlier run than    *
003790* this one, and this file must be complete to its trailer.      *
003800*****************************************************************
003810 MATCH-EXTRACT.
003820     PERFORM EXTRACT-OPEN.
003830     PERFORM EXTRACT-READ.
003840     IF NOT END-OF-EXTRACT
003850      AND BANKXT01-H-TYPE IS EQUAL TO 'H'
003860        MOVE BANKXT01-H-RUN-DATE TO WS-EXTRACT-RUN-DATE
003870        MOVE BANKXT01-H-RUN-TIME TO WS-EXTRACT-RUN-TIME
003880     ELSE
003890        MOVE 'EXTRACT has no header - run refused'
003900          TO WS-CONSOLE-MESSAGE
003910        PERFORM ABORT-PROGRAM
003920     END-IF.
003930     IF WS-PRIOR-RUN-ID IS NOT LESS THAN WS-EXTRACT-RUN-ID
003940        MOVE 'PRIOREXT is not an earlier run - run refused'
003950          TO WS-CONSOLE-MESSAGE
003960        PERFORM ABORT-PROGRAM
003970     END-IF.
003980     PERFORM SECTION-BREAKS.
003990     PERFORM UNTIL END-OF-EXTRACT
004000        EVALUATE TRUE
004010          WHEN BANKXT01-2-TYPE IS EQUAL TO '2'
004020             PERFORM MATCH-ONE-ACCOUNT
004030          WHEN BANKXT01-T-TYPE IS EQUAL TO 'T'
004040             MOVE 'Y' TO WS-TRAILER-SW
004050          WHEN OTHER
004060             CONTINUE
004070        END-EVALUATE
004080        PERFORM EXTRACT-READ
004090     END-PERFORM.
004100     PERFORM EXTRACT-CLOSE.
004110     IF NOT EXTRACT-TRAILER-SEEN
004120        MOVE 'EXTRACT has no trailer - run refused'
004130          TO WS-CONSOLE-MESSAGE
004140        PERFORM ABORT-PROGRAM
004150     END-IF.
004160
004170*****************************************************************
004180* Match one account. Its last statement balance must equal the  *
004190* closing balance the prior cycle printed for it, in the same   *
004200* currency; anything else is a break in the statement chain.    *
004210*****************************************************************
004220 MATCH-ONE-ACCOUNT.
004230     ADD 1 TO WS-THIS-ACCOUNTS.
004240     MOVE 'N' TO WS-PA-FOUND-SW.
004250     PERFORM VARYING WS-PA-IX FROM 1 BY 1
004260       UNTIL WS-PA-IX IS GREATER THAN WS-PA-COUNT
004270                OR PRIOR-ENTRY-FOUND
004280        IF WS-PA-PID (WS-PA-IX) IS EQUAL TO BANKXT01-2-PID
004290         AND WS-PA-ACC-NO (WS-PA-IX) IS EQUAL TO
004300               BANKXT01-2-ACC-NO
004310         AND NOT PA-MATCHED (WS-PA-IX)
004320           MOVE 'Y' TO WS-PA-FOUND-SW
004330           MOVE WS-PA-IX TO WS-PA-WORK-IX
004340        END-IF
004350     END-PERFORM.
004360     IF PRIOR-ENTRY-FOUND
004370        ADD 1 TO WS-MATCHED-COUNT
004380        MOVE 'Y' TO WS-PA-MATCHED-SW (WS-PA-WORK-IX)
004390        PERFORM CHECK-OPENING-BALANCE
004400     ELSE
004410        ADD 1 TO WS-NEW-COUNT
004420     END-IF.
004430
004440 CHECK-OPENING-BALANCE.
004450     COMPUTE WS-DIFFERENCE =
004460        BANKXT01-2-ACC-LAST-STMT-BAL -
004470        WS-PA-CLOSING-BAL (WS-PA-WORK-IX).
004480     IF WS-DIFFERENCE IS NOT EQUAL TO ZERO
004490      OR BANKXT01-2-CURR-CODE IS NOT EQUAL TO
004500           WS-PA-CURR-CODE (WS-PA-WORK-IX)
004510        ADD 1 TO WS-BREAK-COUNT
004520        MOVE BANKXT01-2-PID TO RB-PID
004530        MOVE BANKXT01-2-ACC-NO TO RB-ACC-NO
004540        MOVE BANKXT01-2-CURR-CODE TO RB-CURR-CODE
004550        MOVE WS-PA-CLOSING-BAL (WS-PA-WORK-IX) TO RB-PRIOR-CLOSING
004560        MOVE BANKXT01-2-ACC-LAST-STMT-BAL TO RB-THIS-OPENING
004570        MOVE WS-DIFFERENCE TO RB-DIFFERENCE
004580        MOVE BANKXT01-2-ACC-LAST-STMT-DTE TO RB-STMT-DTE
004590        IF BANKXT01-2-CURR-CODE IS NOT EQUAL TO
004600             WS-PA-CURR-CODE (WS-PA-WORK-IX)
004610           MOVE 'CURRENCY CHANGED' TO RB-NOTE
004620        ELSE
004630           MOVE 'BALANCE BREAK' TO RB-NOTE
004640        END-IF
004650        MOVE RPT-BREAK-LINE TO CONTINUITY-REPORT-LINE
004660        PERFORM REPORT-PUT
004670     END-IF.
004680
004690*****************************************************************
004700* Heading and the breaks section, filled in as the extract is   *
004710* matched.                                                      *
004720*****************************************************************
004730 SECTION-BREAKS.
004740     MOVE WS-EXTRACT-RUN-ID TO RH-RUN-ID.
004750     MOVE WS-PRIOR-RUN-ID TO RH-PRIOR-RUN-ID.
004760     MOVE RPT-HEADING-LINE TO CONTINUITY-REPORT-LINE.
004770     PERFORM REPORT-PUT.
004780     MOVE SPACES TO CONTINUITY-REPORT-LINE.
004790     PERFORM REPORT-PUT.
004800     MOVE 'OPENING BALANCE NOT EQUAL TO PRIOR CLOSING BALANCE'
004810       TO RX-TITLE.
004820     MOVE RPT-SECTION-LINE TO CONTINUITY-REPORT-LINE.
004830     PERFORM REPORT-PUT.
004840     MOVE RPT-BREAK-COLUMN-LINE TO CONTINUITY-REPORT-LINE.
004850     PERFORM REPORT-PUT.
004860
004870*****************************************************************
004880* List the accounts on this cycle's extract that the prior      *
004890* cycle did not carry - read the extract through again, since   *
004900* only the prior cycle is held in storage.                      *
004910*****************************************************************
004920 REPORT-NEW-ACCOUNTS.
004930     MOVE SPACES TO CONTINUITY-REPORT-LINE.
004940     PERFORM REPORT-PUT.
004950     MOVE 'NEW THIS CYCLE' TO RX-TITLE.
004960     MOVE RPT-SECTION-LINE TO CONTINUITY-REPORT-LINE.
004970     PERFORM REPORT-PUT.
004980     MOVE RPT-ACCOUNT-COLUMN-LINE TO CONTINUITY-REPORT-LINE.
004990     PERFORM REPORT-PUT.
005000     IF WS-NEW-COUNT IS GREATER THAN ZERO
005010        PERFORM LIST-NEW-ACCOUNTS
005020     END-IF.
005030
005040 LIST-NEW-ACCOUNTS.
005050     PERFORM VARYING WS-PA-IX FROM 1 BY 1
005060       UNTIL WS-PA-IX IS GREATER THAN WS-PA-COUNT
005070        MOVE 'N' TO WS-PA-MATCHED-SW (WS-PA-IX)
005080     END-PERFORM.
005090     MOVE 'N' TO WS-EOF-SW.
005100     PERFORM EXTRACT-OPEN.
005110     PERFORM EXTRACT-READ.
005120     PERFORM UNTIL END-OF-EXTRACT
005130        IF BANKXT01-2-TYPE IS EQUAL TO '2'
005140           PERFORM LIST-IF-NEW
005150        END-IF
005160        PERFORM EXTRACT-READ
005170     END-PERFORM.
005180     PERFORM EXTRACT-CLOSE.
005190
005200 LIST-IF-NEW.
005210     MOVE 'N' TO WS-PA-FOUND-SW.
005220     PERFORM VARYING WS-PA-IX FROM 1 BY 1
005230       UNTIL WS-PA-IX IS GREATER THAN WS-PA-COUNT
005240                OR PRIOR-ENTRY-FOUND
005250        IF WS-PA-PID (WS-PA-IX) IS EQUAL TO BANKXT01-2-PID
005260         AND WS-PA-ACC-NO (WS-PA-IX) IS EQUAL TO
005270               BANKXT01-2-ACC-NO
005280         AND NOT PA-MATCHED (WS-PA-IX)
005290           MOVE 'Y' TO WS-PA-FOUND-SW
005300           MOVE 'Y' TO WS-PA-MATCHED-SW (WS-PA-IX)
005310        END-IF
005320     END-PERFORM.
005330     IF NOT PRIOR-ENTRY-FOUND
005340        MOVE BANKXT01-2-PID TO RA-PID
005350        MOVE BANKXT01-2-ACC-NO TO RA-ACC-NO
005360        MOVE BANKXT01-2-CURR-CODE TO RA-CURR-CODE
005370        MOVE BANKXT01-2-ACC-LAST-STMT-BAL TO RA-BALANCE
005380        MOVE BANKXT01-2-ACC-LAST-STMT-DTE TO RA-STMT-DTE
005390        MOVE RPT-ACCOUNT-LINE TO CONTINUITY-REPORT-LINE
005400        PERFORM REPORT-PUT
005410     END-IF.
005420
005430*****************************************************************
005440* List the prior cycle's accounts this cycle no longer carries, *
005450* with the balance their last statement closed on.              *
005460*****************************************************************
005470 REPORT-GONE-ACCOUNTS.
005480     MOVE SPACES TO CONTINUITY-REPORT-LINE.
005490     PERFORM REPORT-PUT.
005500     MOVE 'GONE SINCE THE PRIOR CYCLE' TO RX-TITLE.
005510     MOVE RPT-SECTION-LINE TO CONTINUITY-REPORT-LINE.
005520     PERFORM REPORT-PUT.
005530     MOVE RPT-ACCOUNT-COLUMN-LINE TO CONTINUITY-REPORT-LINE.
005540     PERFORM REPORT-PUT.
005550     PERFORM VARYING WS-PA-IX FROM 1 BY 1
005560       UNTIL WS-PA-IX IS GREATER THAN WS-PA-COUNT
005570        IF NOT PA-MATCHED (WS-PA-IX)
005580           ADD 1 TO WS-GONE-COUNT
005590           MOVE WS-PA-PID (WS-PA-IX) TO RA-PID
005600           MOVE WS-PA-ACC-NO (WS-PA-IX) TO RA-ACC-NO
005610           MOVE WS-PA-CURR-CODE (WS-PA-IX) TO RA-CURR-CODE
005620           MOVE WS-PA-CLOSING-BAL (WS-PA-IX) TO RA-BALANCE
005630           MOVE WS-PA-STMT-DTE (WS-PA-IX) TO RA-STMT-DTE
005640           MOVE RPT-ACCOUNT-LINE TO CONTINUITY-REPORT-LINE
005650           PERFORM REPORT-PUT
005660        END-IF
005670     END-PERFORM.
005680
005690 REPORT-TOTALS.
005700     MOVE SPACES TO CONTINUITY-REPORT-LINE.
005710     PERFORM REPORT-PUT.
005720     MOVE 'ACCOUNTS PRIOR CYCLE' TO RT-LABEL.
005730     MOVE WS-PRIOR-ACCOUNTS TO RT-COUNT.
005740     PERFORM REPORT-TOTAL.
005750     MOVE 'ACCOUNTS THIS CYCLE' TO RT-LABEL.
005760     MOVE WS-THIS-ACCOUNTS TO RT-COUNT.
005770     PERFORM REPORT-TOTAL.
005780     MOVE 'ACCOUNTS MATCHED' TO RT-LABEL.
005790     MOVE WS-MATCHED-COUNT TO RT-COUNT.
005800     PERFORM REPORT-TOTAL.
005810     MOVE 'CONTINUITY BREAKS' TO RT-LABEL.
005820     MOVE WS-BREAK-COUNT TO RT-COUNT.
005830     PERFORM REPORT-TOTAL.
005840     MOVE 'NEW THIS CYCLE' TO RT-LABEL.
005850     MOVE WS-NEW-COUNT TO RT-COUNT.
005860     PERFORM REPORT-TOTAL.
005870     MOVE 'GONE SINCE THE PRIOR CYCLE' TO RT-LABEL.
005880     MOVE WS-GONE-COUNT TO RT-COUNT.
005890     PERFORM REPORT-TOTAL.
005900
005910 REPORT-TOTAL.
005920     MOVE RPT-TOTAL-LINE TO CONTINUITY-REPORT-LINE.
005930     PERFORM REPORT-PUT.
005940
005950*****************************************************************
005960* Record on the ledger that this cycle's run has had its        *
005970* opening balances checked, with the prior run it was checked   *
005980* against and the new and gone counts in the parm area.         *
005990*****************************************************************
006000 REGISTER-CONTINUITY-CHECK.
006010     MOVE SPACES TO RUNLEDG-RECORD.
006020     MOVE WS-EXTRACT-RUN-DATE TO RUNLEDG-RUN-DATE.
006030     MOVE WS-EXTRACT-RUN-TIME TO RUNLEDG-RUN-TIME.
006040     MOVE WS-PROGRAM-ID TO RUNLEDG-PROGRAM.
006050     SET RUNLEDG-STATUS-CHECKED TO TRUE.
006060     STRING 'PRIOR RUN ' DELIMITED BY SIZE
006070            WS-PRIOR-RUN-ID DELIMITED BY SIZE
006080            ' NEW ' DELIMITED BY SIZE
006090            WS-NEW-COUNT DELIMITED BY SIZE
006100            ' GONE ' DELIMITED BY SIZE
006110            WS-GONE-COUNT DELIMITED BY SIZE
006120       INTO RUNLEDG-PARM.
006130     MOVE WS-MATCHED-COUNT TO RUNLEDG-COUNTER1.
006140     MOVE WS-BREAK-COUNT TO RUNLEDG-COUNTER2.
006150     ACCEPT RUNLEDG-END-DATE FROM DATE.
006160     ACCEPT RUNLEDG-END-TIME FROM TIME.
006170     OPEN EXTEND RUN-LEDGER-FILE.
006180     IF WS-LEDGER-STATUS IS NOT EQUAL TO '00'
006190      AND WS-LEDGER-STATUS IS NOT EQUAL TO '05'
006200        MOVE 'RUNLEDGR file open failure...'
006210          TO WS-CONSOLE-MESSAGE
006220        PERFORM DISPLAY-CONSOLE-MESSAGE
006230        MOVE WS-LEDGER-STATUS TO WS-IO-STATUS
006240        PERFORM DISPLAY-IO-STATUS
006250        PERFORM ABORT-PROGRAM
006260     END-IF.
006270     WRITE RUNLEDG-RECORD.
006280     IF WS-LEDGER-STATUS IS NOT EQUAL TO '00'
006290        MOVE 'RUNLEDGR Error writing file ...'
006300          TO WS-CONSOLE-MESSAGE
006310        PERFORM DISPLAY-CONSOLE-MESSAGE
006320        MOVE WS-LEDGER-STATUS TO WS-IO-STATUS
006330        PERFORM DISPLAY-IO-STATUS
006340        PERFORM ABORT-PROGRAM
006350     END-IF.
006360     CLOSE RUN-LEDGER-FILE.
006370
006380*****************************************************************
006390* Open the extract file produced by ZBNKEXT1 as input.          *
006400*****************************************************************
006410 EXTRACT-OPEN.
006420     OPEN INPUT EXTRACT-FILE.
006430     IF WS-EXTRACT-STATUS = '00'
006440        MOVE 'EXTRACT file opened OK'
006450          TO WS-CONSOLE-MESSAGE
006460        PERFORM DISPLAY-CONSOLE-MESSAGE
006470     ELSE
006480        MOVE 'EXTRACT file open failure...'
006490          TO WS-CONSOLE-MESSAGE
006500        PERFORM DISPLAY-CONSOLE-MESSAGE
006510        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
006520        PERFORM DISPLAY-IO-STATUS
006530        PERFORM ABORT-PROGRAM
006540        END-IF.
006550
006560 EXTRACT-READ.
006570     READ EXTRACT-FILE
006580        AT END
006590           MOVE 'Y' TO WS-EOF-SW
006600     END-READ.
006610     IF NOT END-OF-EXTRACT
006620        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
006630           MOVE 'EXTRACT Error reading file ...'
006640             TO WS-CONSOLE-MESSAGE
006650           PERFORM DISPLAY-CONSOLE-MESSAGE
006660           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
006670           PERFORM DISPLAY-IO-STATUS
006680           PERFORM ABORT-PROGRAM
006690        END-IF
006700     END-IF.
006710
006720 EXTRACT-CLOSE.
006730     CLOSE EXTRACT-FILE.
006740
006750*****************************************************************
006760* Open the continuity report as output.                         *
006770*****************************************************************
006780 REPORT-OPEN.
006790     OPEN OUTPUT CONTINUITY-REPORT.
006800     IF WS-REPORT-STATUS = '00'
006810        MOVE 'OBCRPT report opened OK'
006820          TO WS-CONSOLE-MESSAGE
006830        PERFORM DISPLAY-CONSOLE-MESSAGE
006840     ELSE
006850        MOVE 'OBCRPT report open failure...'
006860          TO WS-CONSOLE-MESSAGE
006870        PERFORM DISPLAY-CONSOLE-MESSAGE
006880        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
006890        PERFORM DISPLAY-IO-STATUS
006900        PERFORM ABORT-PROGRAM
006910        END-IF.
006920
006930 REPORT-PUT.
006940     WRITE CONTINUITY-REPORT-LINE.
006950     IF WS-REPORT-STATUS NOT = '00'
006960        MOVE 'OBCRPT report Error writing file ...'
006970          TO WS-CONSOLE-MESSAGE
006980        PERFORM DISPLAY-CONSOLE-MESSAGE
006990        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
007000        PERFORM DISPLAY-IO-STATUS
007010        PERFORM ABORT-PROGRAM
007020     END-IF.
007030
007040 REPORT-CLOSE.
007050     CLOSE CONTINUITY-REPORT.
007060
007070*****************************************************************
007080* Display the file status bytes. This routine will display as   *
007090* two digits if the full two byte file status is numeric. If    *
007100* second byte is non-numeric then it will be treated as a       *
007110* binary number.                                                *
007120*****************************************************************
007130 DISPLAY-IO-STATUS.
007140     IF WS-IO-STATUS NUMERIC
007150        MOVE SPACE TO WS-CONSOLE-MESSAGE
007160        STRING 'File status -' DELIMITED BY SIZE
007170               WS-IO-STATUS DELIMITED BY SIZE
007180          INTO WS-CONSOLE-MESSAGE
007190        PERFORM DISPLAY-CONSOLE-MESSAGE
007200     ELSE
007210        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
007220        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
007230        MOVE SPACE TO WS-CONSOLE-MESSAGE
007240        STRING 'File status -' DELIMITED BY SIZE
007250               WS-IO-STAT1 DELIMITED BY SIZE
007260               '/' DELIMITED BY SIZE
007270               WS-TWO-BYTES DELIMITED BY SIZE
007280          INTO WS-CONSOLE-MESSAGE
007290        PERFORM DISPLAY-CONSOLE-MESSAGE
007300     END-IF.
007310
007320*****************************************************************
007330* 'ABORT' the program.                                          *
007340* Post a message to the console and issue a STOP RUN            *
007350*****************************************************************
007360 ABORT-PROGRAM.
007370     IF WS-CONSOLE-MESSAGE NOT = SPACES
007380        PERFORM DISPLAY-CONSOLE-MESSAGE
007390     END-IF.
007400     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
007410     PERFORM DISPLAY-CONSOLE-MESSAGE.
007420     MOVE 16 TO RETURN-CODE.
007430     GOBACK.
007440
007450*****************************************************************
007460* Display a message on the console, prefixed with the program   *
007470* name so it can be picked out of a mixed job log.              *
007480*****************************************************************
007490 DISPLAY-CONSOLE-MESSAGE.
007500     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
