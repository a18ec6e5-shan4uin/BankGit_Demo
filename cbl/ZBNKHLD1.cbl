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
000130* Prgram:      ZBNKHLD1.CBL                                     *
000140* Function:    Funds-availability hold aging over the cycle     *
000150*              extract - grade every type '7' hold as within    *
000160*              policy, approaching expiry or expired but still  *
000170*              present against the cycle run date, flag holds   *
000180*              kept longer than policy allows, print the hold   *
000190*              aging report by account and write the exception  *
000200*              file deposit operations release stale holds from *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKHLD1.
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
000380     SELECT OPTIONAL HOLD-CONTROL-FILE
000390            ASSIGN       TO HLDCTL
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-CONTROL-STATUS.
000430
000440     SELECT HOLD-REPORT
000450            ASSIGN       TO HLDRPT
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-REPORT-STATUS.
000490
000500     SELECT EXCEPTION-FILE
000510            ASSIGN       TO HLDEXCP
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-EXCEPTION-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  EXTRACT-FILE
000590     RECORDING MODE IS V
000600     RECORD CONTAINS 66 TO 95 CHARACTERS.
000610 COPY CBANKXT1.
000620
000630*****************************************************************
000640* Hold policy - "MAXDAY" is the most days a hold may stay on an *
000650* account, "WARN  " the number of days before its expiry date   *
000660* a hold is reported as approaching expiry.                     *
000670*****************************************************************
000680 FD  HOLD-CONTROL-FILE
000690     RECORD CONTAINS 20 CHARACTERS.
000700 01  HOLD-CONTROL-RECORD.
000710   05  HCT-KEYWORD                           PIC X(6).
000720   05  HCT-DAYS                              PIC 9(5).
000730   05  FILLER                                PIC X(9).
000740
000750 FD  HOLD-REPORT
000760     RECORD CONTAINS 132 CHARACTERS.
000770 01  HOLD-REPORT-LINE                        PIC X(132).
000780
000790*****************************************************************
000800* Stale hold exceptions for deposit operations - one record per *
000810* hold expired but still present, held longer than policy       *
000820* allows or carrying dates that cannot be aged.                 *
000830*****************************************************************
000840 FD  EXCEPTION-FILE
000850     RECORD CONTAINS 100 CHARACTERS.
000860 01  EXCEPTION-RECORD.
000870   05  HEX-PID                               PIC X(5).
000880   05  HEX-ACC-NO                            PIC X(10).
000890   05  HEX-REASON                            PIC X(12).
000900   05  HEX-AMOUNT                            PIC 9(9)V99.
000910   05  HEX-CURR-CODE                         PIC X(3).
000920   05  HEX-PLACED-DATE                       PIC X(8).
000930   05  HEX-EXPIRY-DATE                       PIC X(8).
000940   05  HEX-DAYS-HELD                         PIC 9(5).
000950   05  HEX-DAYS-EXPIRED                      PIC 9(5).
000960   05  HEX-DESC                              PIC X(25).
000970   05  HEX-RUN-DATE                          PIC 9(6).
000980   05  FILLER                                PIC X(2).
000990
001000 WORKING-STORAGE SECTION.
001010 01  WS-MISC-STORAGE.
001020   05  WS-PROGRAM-ID                         PIC X(8)
001030       VALUE 'ZBNKHLD1'.
001040   05  WS-EXTRACT-STATUS.
001050     10  WS-EXTRACT-STAT1                    PIC X(1).
001060     10  WS-EXTRACT-STAT2                    PIC X(1).
001070
001080   05  WS-CONTROL-STATUS.
001090     10  WS-CONTROL-STAT1                    PIC X(1).
001100     10  WS-CONTROL-STAT2                    PIC X(1).
001110
001120   05  WS-REPORT-STATUS.
001130     10  WS-REPORT-STAT1                     PIC X(1).
001140     10  WS-REPORT-STAT2                     PIC X(1).
001150
001160   05  WS-EXCEPTION-STATUS.
001170     10  WS-EXCEPTION-STAT1                  PIC X(1).
001180     10  WS-EXCEPTION-STAT2                  PIC X(1).
001190
001200   05  WS-IO-STATUS.
001210     10  WS-IO-STAT1                         PIC X(1).
001220     10  WS-IO-STAT2                         PIC X(1).
001230
001240   05  WS-TWO-BYTES.
001250     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001260     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001270   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001280                                             PIC 9(1) COMP.
001290
001300   05  WS-EOF-SW                             PIC X(1)
001310       VALUE 'N'.
001320     88  END-OF-EXTRACT                       VALUE 'Y'.
001330   05  WS-CONTROL-EOF-SW                     PIC X(1)
001340       VALUE 'N'.
001350     88  CONTROL-EOF                          VALUE 'Y'.
001360   05  WS-TRAILER-SW                         PIC X(1)
001370       VALUE 'N'.
001380     88  EXTRACT-TRAILER-SEEN                 VALUE 'Y'.
001390
001400   05  WS-POLICY-DAYS                        PIC 9(5)
001410       VALUE 7.
001420   05  WS-WARN-DAYS                          PIC 9(5)
001430       VALUE 2.
001440
001450   05  WS-RUN-DATE                           PIC 9(6)
001460       VALUE ZERO.
001470   05  WS-HOLDS-SEEN                         PIC 9(7)
001480       VALUE ZERO.
001490   05  WS-WITHIN-COUNT                       PIC 9(5)
001500       VALUE ZERO.
001510   05  WS-APPROACHING-COUNT                  PIC 9(5)
001520       VALUE ZERO.
001530   05  WS-EXPIRED-COUNT                      PIC 9(5)
001540       VALUE ZERO.
001550   05  WS-OVER-POLICY-COUNT                  PIC 9(5)
001560       VALUE ZERO.
001570   05  WS-BAD-DATE-COUNT                     PIC 9(5)
001580       VALUE ZERO.
001590   05  WS-EXCEPTION-COUNT                    PIC 9(5)
001600       VALUE ZERO.
001610
001620 01  WS-DATE-WORK.
001630   05  WS-RUN-DIGITS                         PIC 9(8).
001640   05  WS-PLACED-DIGITS                      PIC 9(8).
001650   05  WS-EXPIRY-DIGITS                      PIC 9(8).
001660   05  WS-RUN-DAYNO                          PIC 9(7).
001670   05  WS-PLACED-DAYNO                       PIC 9(7).
001680   05  WS-EXPIRY-DAYNO                       PIC 9(7).
001690
001700*****************************************************************
001710* The accounts carrying holds on this cycle's extract, with the *
001720* number of holds and the total amount held on each.            *
001730*****************************************************************
001740 01  WS-ACCOUNT-TABLE.
001750   05  WS-AC-COUNT                           PIC 9(4)
001760       VALUE ZERO.
001770   05  WS-AC-ENTRY OCCURS 2000 TIMES.
001780     10  WS-AC-PID                           PIC X(5).
001790     10  WS-AC-ACC-NO                        PIC X(10).
001800     10  WS-AC-CURR-CODE                     PIC X(3).
001810     10  WS-AC-HOLDS                         PIC 9(4).
001820     10  WS-AC-AMOUNT                        PIC S9(11)V99.
001830   05  WS-AC-IX                              PIC 9(4).
001840   05  WS-AC-WORK-IX                         PIC 9(4).
001850   05  WS-AC-FOUND-SW                        PIC X(1)
001860       VALUE 'N'.
001870     88  ACCOUNT-ENTRY-FOUND                  VALUE 'Y'.
001880
001890*****************************************************************
001900* The holds on this cycle's extract, each pointing back at its  *
001910* account entry. The grade byte says how the hold stands        *
001920* against its expiry date; the policy byte whether it has been  *
001930* held longer than policy allows.                               *
001940*****************************************************************
001950 01  WS-HOLD-TABLE.
001960   05  WS-HD-COUNT                           PIC 9(4)
001970       VALUE ZERO.
001980   05  WS-HD-ENTRY OCCURS 5000 TIMES.
001990     10  WS-HD-AC-IX                         PIC 9(4).
002000     10  WS-HD-AMOUNT                        PIC S9(9)V99.
002010     10  WS-HD-PLACED-DATE                   PIC X(8).
002020     10  WS-HD-EXPIRY-DATE                   PIC X(8).
002030     10  WS-HD-DAYS-HELD                     PIC 9(5).
002040     10  WS-HD-DAYS-TO-EXPIRY                PIC S9(5).
002050     10  WS-HD-GRADE                         PIC X(1).
002060       88  HD-WITHIN-POLICY                   VALUE 'W'.
002070       88  HD-APPROACHING-EXPIRY              VALUE 'A'.
002080       88  HD-EXPIRED                         VALUE 'X'.
002090       88  HD-BAD-DATES                       VALUE 'B'.
002100     10  WS-HD-POLICY-SW                     PIC X(1).
002110       88  HD-OVER-POLICY                     VALUE 'Y'.
002120   05  WS-HD-IX                              PIC 9(4).
002130   05  WS-HD-WORK-IX                         PIC 9(4).
002140
002150*****************************************************************
002160* Holds and amount held by currency, with the part of each that *
002170* went to the exception file.                                   *
002180*****************************************************************
002190 01  WS-CURRENCY-TABLE.
002200   05  WS-CCY-COUNT                          PIC 9(2)
002210       VALUE ZERO.
002220   05  WS-CCY-ENTRY OCCURS 30 TIMES.
002230     10  WS-CCY-CODE                         PIC X(3).
002240     10  WS-CCY-HOLDS                        PIC 9(5).
002250     10  WS-CCY-AMOUNT                       PIC S9(11)V99.
002260     10  WS-CCY-EXC-HOLDS                    PIC 9(5).
002270     10  WS-CCY-EXC-AMOUNT                   PIC S9(11)V99.
002280   05  WS-CCY-IX                             PIC 9(2).
002290   05  WS-CCY-WORK-IX                        PIC 9(2).
002300   05  WS-CCY-FOUND-SW                       PIC X(1)
002310       VALUE 'N'.
002320     88  CURRENCY-ENTRY-FOUND                 VALUE 'Y'.
002330
002340 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002350
002360*****************************************************************
002370* Hold aging report lines.                                      *
002380*****************************************************************
002390 01  RPT-HEADING-LINE.
002400   05  FILLER                          PIC X(2)  VALUE SPACES.
002410   05  FILLER                                PIC X(16)
002420       VALUE 'FUNDS HOLD AGING'.
002430   05  FILLER                                PIC X(10)
002440       VALUE '  CYCLE - '.
002450   05  RH-RUN-DATE                           PIC 9(6).
002460   05  FILLER                                PIC X(16)
002470       VALUE '  POLICY DAYS - '.
002480   05  RH-POLICY-DAYS                        PIC ZZZZ9.
002490   05  FILLER                                PIC X(14)
002500       VALUE '  WARN DAYS - '.
002510   05  RH-WARN-DAYS                          PIC ZZZZ9.
002520   05  FILLER                          PIC X(58) VALUE SPACES.
002530
002540 01  RPT-SECTION-LINE.
002550   05  FILLER                          PIC X(2)  VALUE SPACES.
002560   05  RX-TITLE                              PIC X(40).
002570   05  FILLER                          PIC X(90) VALUE SPACES.
002580
002590 01  RPT-COLUMN-LINE.
002600   05  FILLER                                PIC X(30)
002610       VALUE '  PID    ACCOUNT       AMOUNT '.
002620   05  FILLER                                PIC X(30)
002630       VALUE 'HELD  CCY  PLACED    EXPIRES  '.
002640   05  FILLER                                PIC X(30)
002650       VALUE '  HELD TO EXP  GRADE          '.
002660   05  FILLER                                PIC X(30)
002670       VALUE '        POLICY                '.
002680   05  FILLER                          PIC X(12) VALUE SPACES.
002690
002700 01  RPT-DETAIL-LINE.
002710   05  FILLER                          PIC X(2)  VALUE SPACES.
002720   05  RD-PID                                PIC X(5).
002730   05  FILLER                          PIC X(2)  VALUE SPACES.
002740   05  RD-ACC-NO                             PIC X(10).
002750   05  FILLER                          PIC X(2)  VALUE SPACES.
002760   05  RD-AMOUNT                             PIC Z(8)9.99-.
002770   05  FILLER                          PIC X(2)  VALUE SPACES.
002780   05  RD-CURR-CODE                          PIC X(3).
002790   05  FILLER                          PIC X(2)  VALUE SPACES.
002800   05  RD-PLACED-DATE                        PIC X(8).
002810   05  FILLER                          PIC X(2)  VALUE SPACES.
002820   05  RD-EXPIRY-DATE                        PIC X(8).
002830   05  FILLER                          PIC X(2)  VALUE SPACES.
002840   05  RD-DAYS-HELD                          PIC ZZZZ9.
002850   05  FILLER                          PIC X(2)  VALUE SPACES.
002860   05  RD-DAYS-TO-EXPIRY                     PIC ----9.
002870   05  FILLER                          PIC X(2)  VALUE SPACES.
002880   05  RD-GRADE                              PIC X(21).
002890   05  FILLER                          PIC X(2)  VALUE SPACES.
002900   05  RD-POLICY                             PIC X(11).
002910   05  FILLER                          PIC X(23) VALUE SPACES.
002920
002930 01  RPT-ACCOUNT-LINE.
002940   05  FILLER                          PIC X(9)  VALUE SPACES.
002950   05  RA-ACC-NO                             PIC X(10).
002960   05  FILLER                          PIC X(2)  VALUE SPACES.
002970   05  RA-AMOUNT                             PIC Z(8)9.99-.
002980   05  FILLER                          PIC X(2)  VALUE SPACES.
002990   05  RA-CURR-CODE                          PIC X(3).
003000   05  FILLER                          PIC X(2)  VALUE SPACES.
003010   05  RA-HOLDS                              PIC ZZZ9.
003020   05  FILLER                                PIC X(17)
003030       VALUE ' HOLDS ON ACCOUNT'.
003040   05  FILLER                          PIC X(70) VALUE SPACES.
003050
003060 01  RPT-CURRENCY-COLUMN-LINE.
003070   05  FILLER                                PIC X(30)
003080       VALUE '  CCY  HOLDS     AMOUNT HELD '.
003090   05  FILLER                                PIC X(30)
003100       VALUE '  EXCEPTIONS  EXCEPTION AMOUNT'.
003110   05  FILLER                          PIC X(72) VALUE SPACES.
003120
003130 01  RPT-CURRENCY-LINE.
003140   05  FILLER                          PIC X(2)  VALUE SPACES.
003150   05  RC-CURR-CODE                          PIC X(3).
003160   05  FILLER                          PIC X(2)  VALUE SPACES.
003170   05  RC-HOLDS                              PIC ZZZZ9.
003180   05  FILLER                          PIC X(2)  VALUE SPACES.
003190   05  RC-AMOUNT                             PIC Z(10)9.99-.
003200   05  FILLER                          PIC X(7)  VALUE SPACES.
003210   05  RC-EXC-HOLDS                          PIC ZZZZ9.
003220   05  FILLER                          PIC X(2)  VALUE SPACES.
003230   05  RC-EXC-AMOUNT                         PIC Z(10)9.99-.
003240   05  FILLER                          PIC X(74) VALUE SPACES.
003250
003260 01  RPT-TOTAL-LINE.
003270   05  FILLER                          PIC X(2)  VALUE SPACES.
003280   05  RT-LABEL                              PIC X(30).
003290   05  RT-COUNT                              PIC ZZZZZZ9.
003300   05  FILLER                          PIC X(93) VALUE SPACES.
003310
003320 PROCEDURE DIVISION.
003330*****************************************************************
003340* Load the hold policy, grade every hold on the extract against *
003350* it while writing the exceptions, then print the report.       *
003360*****************************************************************
003370     ACCEPT WS-RUN-DATE FROM DATE.
003380     PERFORM LOAD-HOLD-CONTROLS.
003390     PERFORM EXCEPTION-OPEN.
003400     PERFORM GRADE-EXTRACT.
003410     PERFORM EXCEPTION-CLOSE.
003420     PERFORM REPORT-OPEN.
003430     PERFORM REPORT-HOLDS.
003440     PERFORM REPORT-CLOSE.
003450
003460     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003470     STRING WS-HOLDS-SEEN DELIMITED BY SIZE
003480            ' holds graded, ' DELIMITED BY SIZE
003490            WS-EXCEPTION-COUNT DELIMITED BY SIZE
003500            ' exceptions' DELIMITED BY SIZE
003510       INTO WS-CONSOLE-MESSAGE.
003520     PERFORM DISPLAY-CONSOLE-MESSAGE.
003530     MOVE 'End Of Job'
003540       TO WS-CONSOLE-MESSAGE.
003550     PERFORM DISPLAY-CONSOLE-MESSAGE.
003560
003570     IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
003580        MOVE 4 TO RETURN-CODE
003590     ELSE
003600        MOVE 0 TO RETURN-CODE
003610     END-IF.
003620
003630     GOBACK.
003640
003650*****************************************************************
003660* Load the hold policy. A missing control file leaves the       *
003670* shipped defaults standing.                                    *
003680*****************************************************************
003690 LOAD-HOLD-CONTROLS.
003700     OPEN INPUT HOLD-CONTROL-FILE.
003710     EVALUATE TRUE
003720       WHEN WS-CONTROL-STATUS IS EQUAL TO '35'
003730       WHEN WS-CONTROL-STATUS IS EQUAL TO '05'
003740          CONTINUE
003750       WHEN WS-CONTROL-STATUS IS EQUAL TO '00'
003760          PERFORM CONTROL-READ
003770          PERFORM UNTIL CONTROL-EOF
003780             IF HCT-DAYS IS NUMERIC
003790                EVALUATE HCT-KEYWORD
003800                  WHEN 'MAXDAY'
003810                     MOVE HCT-DAYS TO WS-POLICY-DAYS
003820                  WHEN 'WARN  '
003830                     MOVE HCT-DAYS TO WS-WARN-DAYS
003840                  WHEN OTHER
003850                     CONTINUE
003860                END-EVALUATE
003870             END-IF
003880             PERFORM CONTROL-READ
003890          END-PERFORM
003900          CLOSE HOLD-CONTROL-FILE
003910       WHEN OTHER
003920          MOVE 'HLDCTL file open failure...'
003930            TO WS-CONSOLE-MESSAGE
003940          PERFORM DISPLAY-CONSOLE-MESSAGE
003950          MOVE WS-CONTROL-STATUS TO WS-IO-STATUS
003960          PERFORM DISPLAY-IO-STATUS
003970          PERFORM ABORT-PROGRAM
003980     END-EVALUATE.
003990
004000 CONTROL-READ.
004010     READ HOLD-CONTROL-FILE
004020       AT END
004030          MOVE 'Y' TO WS-CONTROL-EOF-SW
004040     END-READ.
004050
004060*****************************************************************
004070* Read the extract once. The header gives the cycle run date    *
004080* the holds are aged to; the trailer proves the file was        *
004090* written to the end - without it the report would understate   *
004100* the holds outstanding.                                        *
004110*****************************************************************
004120 GRADE-EXTRACT.
004130     PERFORM EXTRACT-OPEN.
004140     PERFORM EXTRACT-READ.
004150     IF NOT END-OF-EXTRACT
004160      AND BANKXT01-H-TYPE IS EQUAL TO 'H'
004170        MOVE BANKXT01-H-RUN-DATE TO WS-RUN-DATE
004180     END-IF.
004190     MOVE WS-RUN-DATE TO WS-RUN-DIGITS (3:6).
004200     MOVE 20 TO WS-RUN-DIGITS (1:2).
004210     COMPUTE WS-RUN-DAYNO =
004220        FUNCTION INTEGER-OF-DATE (WS-RUN-DIGITS).
004230     PERFORM UNTIL END-OF-EXTRACT
004240        EVALUATE TRUE
004250          WHEN BANKXT01-7-TYPE IS EQUAL TO '7'
004260             PERFORM GRADE-ONE-HOLD
004270          WHEN BANKXT01-T-TYPE IS EQUAL TO 'T'
004280             MOVE 'Y' TO WS-TRAILER-SW
004290          WHEN OTHER
004300             CONTINUE
004310        END-EVALUATE
004320        PERFORM EXTRACT-READ
004330     END-PERFORM.
004340     PERFORM EXTRACT-CLOSE.
004350     IF NOT EXTRACT-TRAILER-SEEN
004360        MOVE 'EXTRACT has no trailer - run refused'
004370          TO WS-CONSOLE-MESSAGE
004380        PERFORM ABORT-PROGRAM
004390     END-IF.
004400
004410*****************************************************************
004420* Grade one hold. A hold whose expiry date has passed is        *
004430* expired but still present; one expiring within the warning    *
004440* window is approaching expiry. Independently of its grade a    *
004450* hold kept longer than the policy days is over policy. A hold  *
004460* whose dates cannot be aged goes straight to the exceptions.   *
004470*****************************************************************
004480 GRADE-ONE-HOLD.
004490     ADD 1 TO WS-HOLDS-SEEN.
004500     PERFORM FIND-ACCOUNT-ENTRY.
004510     PERFORM ADD-HOLD-ENTRY.
004520     MOVE WS-AC-WORK-IX TO WS-HD-AC-IX (WS-HD-WORK-IX).
004530     MOVE BANKXT01-7-AMOUNT TO WS-HD-AMOUNT (WS-HD-WORK-IX).
004540     MOVE BANKXT01-7-PLACED-DATE
004550       TO WS-HD-PLACED-DATE (WS-HD-WORK-IX).
004560     MOVE BANKXT01-7-EXPIRY-DATE
004570       TO WS-HD-EXPIRY-DATE (WS-HD-WORK-IX).
004580     ADD 1 TO WS-AC-HOLDS (WS-AC-WORK-IX).
004590     ADD BANKXT01-7-AMOUNT TO WS-AC-AMOUNT (WS-AC-WORK-IX).
004600
004610     IF BANKXT01-7-PLACED-DATE IS NUMERIC
004620      AND BANKXT01-7-PLACED-DATE IS GREATER THAN '19000000'
004630      AND BANKXT01-7-EXPIRY-DATE IS NUMERIC
004640      AND BANKXT01-7-EXPIRY-DATE IS GREATER THAN '19000000'
004650        MOVE BANKXT01-7-PLACED-DATE TO WS-PLACED-DIGITS
004660        MOVE BANKXT01-7-EXPIRY-DATE TO WS-EXPIRY-DIGITS
004670        COMPUTE WS-PLACED-DAYNO =
004680           FUNCTION INTEGER-OF-DATE (WS-PLACED-DIGITS)
004690        COMPUTE WS-EXPIRY-DAYNO =
004700           FUNCTION INTEGER-OF-DATE (WS-EXPIRY-DIGITS)
004710        IF WS-PLACED-DAYNO IS LESS THAN WS-RUN-DAYNO
004720           COMPUTE WS-HD-DAYS-HELD (WS-HD-WORK-IX) =
004730              WS-RUN-DAYNO - WS-PLACED-DAYNO
004740        END-IF
004750        COMPUTE WS-HD-DAYS-TO-EXPIRY (WS-HD-WORK-IX) =
004760           WS-EXPIRY-DAYNO - WS-RUN-DAYNO
004770        EVALUATE TRUE
004780          WHEN WS-HD-DAYS-TO-EXPIRY (WS-HD-WORK-IX) < ZERO
004790             MOVE 'X' TO WS-HD-GRADE (WS-HD-WORK-IX)
004800             ADD 1 TO WS-EXPIRED-COUNT
004810          WHEN WS-HD-DAYS-TO-EXPIRY (WS-HD-WORK-IX) NOT >
004820                 WS-WARN-DAYS
004830             MOVE 'A' TO WS-HD-GRADE (WS-HD-WORK-IX)
004840             ADD 1 TO WS-APPROACHING-COUNT
004850          WHEN OTHER
004860             MOVE 'W' TO WS-HD-GRADE (WS-HD-WORK-IX)
004870             ADD 1 TO WS-WITHIN-COUNT
004880        END-EVALUATE
004890        IF WS-HD-DAYS-HELD (WS-HD-WORK-IX) IS GREATER THAN
004900             WS-POLICY-DAYS
004910           MOVE 'Y' TO WS-HD-POLICY-SW (WS-HD-WORK-IX)
004920           ADD 1 TO WS-OVER-POLICY-COUNT
004930        END-IF
004940     ELSE
004950        MOVE 'B' TO WS-HD-GRADE (WS-HD-WORK-IX)
004960        ADD 1 TO WS-BAD-DATE-COUNT
004970        MOVE SPACES TO WS-CONSOLE-MESSAGE
004980        STRING 'Hold on ' DELIMITED BY SIZE
004990               BANKXT01-7-ACC-NO DELIMITED BY SIZE
005000               ' has no usable dates' DELIMITED BY SIZE
005010          INTO WS-CONSOLE-MESSAGE
005020        PERFORM DISPLAY-CONSOLE-MESSAGE
005030     END-IF.
005040
005050     PERFORM ADD-CURRENCY-TOTALS.
005060     IF HD-EXPIRED (WS-HD-WORK-IX)
005070      OR HD-BAD-DATES (WS-HD-WORK-IX)
005080      OR HD-OVER-POLICY (WS-HD-WORK-IX)
005090        PERFORM WRITE-EXCEPTION
005100        ADD 1 TO WS-CCY-EXC-HOLDS (WS-CCY-WORK-IX)
005110        ADD BANKXT01-7-AMOUNT
005120          TO WS-CCY-EXC-AMOUNT (WS-CCY-WORK-IX)
005130     END-IF.
005140
005150*****************************************************************
005160* Find the account entry for the type '7' record in hand,       *
005170* opening a fresh one the first time an account is seen, and    *
005180* leave its index in WS-AC-WORK-IX.                             *
005190*****************************************************************
005200 FIND-ACCOUNT-ENTRY.
005210     MOVE 'N' TO WS-AC-FOUND-SW.
005220     PERFORM VARYING WS-AC-IX FROM 1 BY 1
005230       UNTIL WS-AC-IX IS GREATER THAN WS-AC-COUNT
005240                OR ACCOUNT-ENTRY-FOUND
005250        IF WS-AC-PID (WS-AC-IX) IS EQUAL TO BANKXT01-7-PID
005260         AND WS-AC-ACC-NO (WS-AC-IX) IS EQUAL TO
005270               BANKXT01-7-ACC-NO
005280           MOVE 'Y' TO WS-AC-FOUND-SW
005290           MOVE WS-AC-IX TO WS-AC-WORK-IX
005300        END-IF
005310     END-PERFORM.
005320     IF NOT ACCOUNT-ENTRY-FOUND
005330        IF WS-AC-COUNT IS LESS THAN 2000
005340           ADD 1 TO WS-AC-COUNT
005350           MOVE WS-AC-COUNT TO WS-AC-WORK-IX
005360           MOVE BANKXT01-7-PID TO WS-AC-PID (WS-AC-WORK-IX)
005370           MOVE BANKXT01-7-ACC-NO TO WS-AC-ACC-NO (WS-AC-WORK-IX)
005380           MOVE BANKXT01-7-CURR-CODE
005390             TO WS-AC-CURR-CODE (WS-AC-WORK-IX)
005400           MOVE ZERO TO WS-AC-HOLDS (WS-AC-WORK-IX)
005410           MOVE ZERO TO WS-AC-AMOUNT (WS-AC-WORK-IX)
005420        ELSE
005430           MOVE 'Account table full - run refused'
005440             TO WS-CONSOLE-MESSAGE
005450           PERFORM ABORT-PROGRAM
005460        END-IF
005470     END-IF.
005480
005490*****************************************************************
005500* Open a fresh hold entry, leaving its index in WS-HD-WORK-IX.  *
005510*****************************************************************
005520 ADD-HOLD-ENTRY.
005530     IF WS-HD-COUNT IS LESS THAN 5000
005540        ADD 1 TO WS-HD-COUNT
005550        MOVE WS-HD-COUNT TO WS-HD-WORK-IX
005560        MOVE SPACES TO WS-HD-ENTRY (WS-HD-WORK-IX)
005570        MOVE ZERO TO WS-HD-AMOUNT (WS-HD-WORK-IX)
005580        MOVE ZERO TO WS-HD-DAYS-HELD (WS-HD-WORK-IX)
005590        MOVE ZERO TO WS-HD-DAYS-TO-EXPIRY (WS-HD-WORK-IX)
005600        MOVE 'N' TO WS-HD-POLICY-SW (WS-HD-WORK-IX)
005610     ELSE
005620        MOVE 'Hold table full - run refused'
005630          TO WS-CONSOLE-MESSAGE
005640        PERFORM ABORT-PROGRAM
005650     END-IF.
005660
005670*****************************************************************
005680* Add the hold into its currency's totals, leaving the currency *
005690* index in WS-CCY-WORK-IX.                                      *
005700*****************************************************************
005710 ADD-CURRENCY-TOTALS.
005720     MOVE 'N' TO WS-CCY-FOUND-SW.
005730     PERFORM VARYING WS-CCY-IX FROM 1 BY 1
005740       UNTIL WS-CCY-IX IS GREATER THAN WS-CCY-COUNT
005750                OR CURRENCY-ENTRY-FOUND
005760        IF WS-CCY-CODE (WS-CCY-IX) IS EQUAL TO
005770             BANKXT01-7-CURR-CODE
005780           MOVE 'Y' TO WS-CCY-FOUND-SW
005790           MOVE WS-CCY-IX TO WS-CCY-WORK-IX
005800        END-IF
005810     END-PERFORM.
005820     IF NOT CURRENCY-ENTRY-FOUND
005830        IF WS-CCY-COUNT IS LESS THAN 30
005840           ADD 1 TO WS-CCY-COUNT
005850           MOVE WS-CCY-COUNT TO WS-CCY-WORK-IX
005860           MOVE BANKXT01-7-CURR-CODE
005870             TO WS-CCY-CODE (WS-CCY-WORK-IX)
005880           MOVE ZERO TO WS-CCY-HOLDS (WS-CCY-WORK-IX)
005890           MOVE ZERO TO WS-CCY-AMOUNT (WS-CCY-WORK-IX)
005900           MOVE ZERO TO WS-CCY-EXC-HOLDS (WS-CCY-WORK-IX)
005910           MOVE ZERO TO WS-CCY-EXC-AMOUNT (WS-CCY-WORK-IX)
005920        ELSE
005930           MOVE 'Currency table full - run refused'
005940             TO WS-CONSOLE-MESSAGE
005950           PERFORM ABORT-PROGRAM
005960        END-IF
005970     END-IF.
005980     ADD 1 TO WS-CCY-HOLDS (WS-CCY-WORK-IX).
005990     ADD BANKXT01-7-AMOUNT TO WS-CCY-AMOUNT (WS-CCY-WORK-IX).
006000
006010*****************************************************************
006020* Write the stale hold exception for deposit operations.        *
006030*****************************************************************
006040 WRITE-EXCEPTION.
006050     MOVE SPACES TO EXCEPTION-RECORD.
006060     MOVE BANKXT01-7-PID TO HEX-PID.
006070     MOVE BANKXT01-7-ACC-NO TO HEX-ACC-NO.
006080     EVALUATE TRUE
006090       WHEN HD-BAD-DATES (WS-HD-WORK-IX)
006100          MOVE 'BAD DATES' TO HEX-REASON
006110       WHEN HD-EXPIRED (WS-HD-WORK-IX)
006120        AND HD-OVER-POLICY (WS-HD-WORK-IX)
006130          MOVE 'EXPIRED/OVER' TO HEX-REASON
006140       WHEN HD-EXPIRED (WS-HD-WORK-IX)
006150          MOVE 'EXPIRED' TO HEX-REASON
006160       WHEN OTHER
006170          MOVE 'OVER POLICY' TO HEX-REASON
006180     END-EVALUATE.
006190     MOVE BANKXT01-7-AMOUNT TO HEX-AMOUNT.
006200     MOVE BANKXT01-7-CURR-CODE TO HEX-CURR-CODE.
006210     MOVE BANKXT01-7-PLACED-DATE TO HEX-PLACED-DATE.
006220     MOVE BANKXT01-7-EXPIRY-DATE TO HEX-EXPIRY-DATE.
006230     MOVE WS-HD-DAYS-HELD (WS-HD-WORK-IX) TO HEX-DAYS-HELD.
006240     IF HD-EXPIRED (WS-HD-WORK-IX)
006250        COMPUTE HEX-DAYS-EXPIRED =
006260           ZERO - WS-HD-DAYS-TO-EXPIRY (WS-HD-WORK-IX)
006270     ELSE
006280        MOVE ZERO TO HEX-DAYS-EXPIRED
006290     END-IF.
006300     MOVE BANKXT01-7-DESC TO HEX-DESC.
006310     MOVE WS-RUN-DATE TO HEX-RUN-DATE.
006320     WRITE EXCEPTION-RECORD.
006330     IF WS-EXCEPTION-STATUS IS NOT EQUAL TO '00'
006340        MOVE 'HLDEXCP Error writing file ...'
006350          TO WS-CONSOLE-MESSAGE
006360        PERFORM DISPLAY-CONSOLE-MESSAGE
006370        MOVE WS-EXCEPTION-STATUS TO WS-IO-STATUS
006380        PERFORM DISPLAY-IO-STATUS
006390        PERFORM ABORT-PROGRAM
006400     END-IF.
006410     ADD 1 TO WS-EXCEPTION-COUNT.
006420
006430*****************************************************************
006440* Print the hold aging report - every hold grouped under its    *
006450* account with the account's total held, then the holds and     *
006460* amount held by currency and the grade counts.                 *
006470*****************************************************************
006480 REPORT-HOLDS.
006490     MOVE WS-RUN-DATE TO RH-RUN-DATE.
006500     MOVE WS-POLICY-DAYS TO RH-POLICY-DAYS.
006510     MOVE WS-WARN-DAYS TO RH-WARN-DAYS.
006520     MOVE RPT-HEADING-LINE TO HOLD-REPORT-LINE.
006530     PERFORM REPORT-PUT.
006540     MOVE SPACES TO HOLD-REPORT-LINE.
006550     PERFORM REPORT-PUT.
006560     MOVE 'HOLDS BY ACCOUNT' TO RX-TITLE.
006570     MOVE RPT-SECTION-LINE TO HOLD-REPORT-LINE.
006580     PERFORM REPORT-PUT.
006590     MOVE RPT-COLUMN-LINE TO HOLD-REPORT-LINE.
006600     PERFORM REPORT-PUT.
006610     PERFORM VARYING WS-AC-IX FROM 1 BY 1
006620       UNTIL WS-AC-IX IS GREATER THAN WS-AC-COUNT
006630        PERFORM VARYING WS-HD-IX FROM 1 BY 1
006640          UNTIL WS-HD-IX IS GREATER THAN WS-HD-COUNT
006650           IF WS-HD-AC-IX (WS-HD-IX) IS EQUAL TO WS-AC-IX
006660              PERFORM REPORT-DETAIL
006670           END-IF
006680        END-PERFORM
006690        MOVE WS-AC-ACC-NO (WS-AC-IX) TO RA-ACC-NO
006700        MOVE WS-AC-AMOUNT (WS-AC-IX) TO RA-AMOUNT
006710        MOVE WS-AC-CURR-CODE (WS-AC-IX) TO RA-CURR-CODE
006720        MOVE WS-AC-HOLDS (WS-AC-IX) TO RA-HOLDS
006730        MOVE RPT-ACCOUNT-LINE TO HOLD-REPORT-LINE
006740        PERFORM REPORT-PUT
006750        MOVE SPACES TO HOLD-REPORT-LINE
006760        PERFORM REPORT-PUT
006770     END-PERFORM.
006780
006790     MOVE 'HOLDS AND AMOUNT HELD BY CURRENCY' TO RX-TITLE.
006800     MOVE RPT-SECTION-LINE TO HOLD-REPORT-LINE.
006810     PERFORM REPORT-PUT.
006820     MOVE RPT-CURRENCY-COLUMN-LINE TO HOLD-REPORT-LINE.
006830     PERFORM REPORT-PUT.
006840     PERFORM VARYING WS-CCY-IX FROM 1 BY 1
006850       UNTIL WS-CCY-IX IS GREATER THAN WS-CCY-COUNT
006860        MOVE WS-CCY-CODE (WS-CCY-IX) TO RC-CURR-CODE
006870        MOVE WS-CCY-HOLDS (WS-CCY-IX) TO RC-HOLDS
006880        MOVE WS-CCY-AMOUNT (WS-CCY-IX) TO RC-AMOUNT
006890        MOVE WS-CCY-EXC-HOLDS (WS-CCY-IX) TO RC-EXC-HOLDS
006900        MOVE WS-CCY-EXC-AMOUNT (WS-CCY-IX) TO RC-EXC-AMOUNT
006910        MOVE RPT-CURRENCY-LINE TO HOLD-REPORT-LINE
006920        PERFORM REPORT-PUT
006930     END-PERFORM.
006940
006950     MOVE SPACES TO HOLD-REPORT-LINE.
006960     PERFORM REPORT-PUT.
006970     MOVE 'HOLDS ON EXTRACT' TO RT-LABEL.
006980     MOVE WS-HOLDS-SEEN TO RT-COUNT.
006990     PERFORM REPORT-TOTAL.
007000     MOVE 'ACCOUNTS WITH HOLDS' TO RT-LABEL.
007010     MOVE WS-AC-COUNT TO RT-COUNT.
007020     PERFORM REPORT-TOTAL.
007030     MOVE 'WITHIN POLICY' TO RT-LABEL.
007040     MOVE WS-WITHIN-COUNT TO RT-COUNT.
007050     PERFORM REPORT-TOTAL.
007060     MOVE 'APPROACHING EXPIRY' TO RT-LABEL.
007070     MOVE WS-APPROACHING-COUNT TO RT-COUNT.
007080     PERFORM REPORT-TOTAL.
007090     MOVE 'EXPIRED BUT STILL PRESENT' TO RT-LABEL.
007100     MOVE WS-EXPIRED-COUNT TO RT-COUNT.
007110     PERFORM REPORT-TOTAL.
007120     MOVE 'HELD LONGER THAN POLICY' TO RT-LABEL.
007130     MOVE WS-OVER-POLICY-COUNT TO RT-COUNT.
007140     PERFORM REPORT-TOTAL.
007150     MOVE 'NO USABLE DATES' TO RT-LABEL.
007160     MOVE WS-BAD-DATE-COUNT TO RT-COUNT.
007170     PERFORM REPORT-TOTAL.
007180     MOVE 'EXCEPTIONS WRITTEN' TO RT-LABEL.
007190     MOVE WS-EXCEPTION-COUNT TO RT-COUNT.
007200     PERFORM REPORT-TOTAL.
007210
007220 REPORT-DETAIL.
007230     MOVE WS-AC-PID (WS-AC-IX) TO RD-PID.
007240     MOVE WS-AC-ACC-NO (WS-AC-IX) TO RD-ACC-NO.
007250     MOVE WS-HD-AMOUNT (WS-HD-IX) TO RD-AMOUNT.
007260     MOVE WS-AC-CURR-CODE (WS-AC-IX) TO RD-CURR-CODE.
007270     MOVE WS-HD-PLACED-DATE (WS-HD-IX) TO RD-PLACED-DATE.
007280     MOVE WS-HD-EXPIRY-DATE (WS-HD-IX) TO RD-EXPIRY-DATE.
007290     MOVE WS-HD-DAYS-HELD (WS-HD-IX) TO RD-DAYS-HELD.
007300     MOVE WS-HD-DAYS-TO-EXPIRY (WS-HD-IX) TO RD-DAYS-TO-EXPIRY.
007310     EVALUATE TRUE
007320       WHEN HD-WITHIN-POLICY (WS-HD-IX)
007330          MOVE 'WITHIN POLICY' TO RD-GRADE
007340       WHEN HD-APPROACHING-EXPIRY (WS-HD-IX)
007350          MOVE 'APPROACHING EXPIRY' TO RD-GRADE
007360       WHEN HD-EXPIRED (WS-HD-IX)
007370          MOVE 'EXPIRED-STILL-PRESENT' TO RD-GRADE
007380       WHEN OTHER
007390          MOVE 'NO USABLE DATES' TO RD-GRADE
007400     END-EVALUATE.
007410     IF HD-OVER-POLICY (WS-HD-IX)
007420        MOVE 'OVER POLICY' TO RD-POLICY
007430     ELSE
007440        MOVE SPACES TO RD-POLICY
007450     END-IF.
007460     MOVE RPT-DETAIL-LINE TO HOLD-REPORT-LINE.
007470     PERFORM REPORT-PUT.
007480
007490 REPORT-TOTAL.
007500     MOVE RPT-TOTAL-LINE TO HOLD-REPORT-LINE.
007510     PERFORM REPORT-PUT.
007520
007530*****************************************************************
007540* Open the extract file produced by ZBNKEXT1 as input.          *
007550*****************************************************************
007560 EXTRACT-OPEN.
007570     OPEN INPUT EXTRACT-FILE.
007580     IF WS-EXTRACT-STATUS = '00'
007590        MOVE 'EXTRACT file opened OK'
007600          TO WS-CONSOLE-MESSAGE
007610        PERFORM DISPLAY-CONSOLE-MESSAGE
007620     ELSE
007630        MOVE 'EXTRACT file open failure...'
007640          TO WS-CONSOLE-MESSAGE
007650        PERFORM DISPLAY-CONSOLE-MESSAGE
007660        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
007670        PERFORM DISPLAY-IO-STATUS
007680        PERFORM ABORT-PROGRAM
007690        END-IF.
007700
007710 EXTRACT-READ.
007720     READ EXTRACT-FILE
007730        AT END
007740           MOVE 'Y' TO WS-EOF-SW
007750     END-READ.
007760     IF NOT END-OF-EXTRACT
007770        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
007780           MOVE 'EXTRACT Error reading file ...'
007790             TO WS-CONSOLE-MESSAGE
007800           PERFORM DISPLAY-CONSOLE-MESSAGE
007810           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
007820           PERFORM DISPLAY-IO-STATUS
007830           PERFORM ABORT-PROGRAM
007840        END-IF
007850     END-IF.
007860
007870 EXTRACT-CLOSE.
007880     CLOSE EXTRACT-FILE.
007890
007900*****************************************************************
007910* Open the stale hold exception file as output.                 *
007920*****************************************************************
007930 EXCEPTION-OPEN.
007940     OPEN OUTPUT EXCEPTION-FILE.
007950     IF WS-EXCEPTION-STATUS = '00'
007960        MOVE 'HLDEXCP file opened OK'
007970          TO WS-CONSOLE-MESSAGE
007980        PERFORM DISPLAY-CONSOLE-MESSAGE
007990     ELSE
008000        MOVE 'HLDEXCP file open failure...'
008010          TO WS-CONSOLE-MESSAGE
008020        PERFORM DISPLAY-CONSOLE-MESSAGE
008030        MOVE WS-EXCEPTION-STATUS TO WS-IO-STATUS
008040        PERFORM DISPLAY-IO-STATUS
008050        PERFORM ABORT-PROGRAM
008060        END-IF.
008070
008080 EXCEPTION-CLOSE.
008090     CLOSE EXCEPTION-FILE.
008100
008110*****************************************************************
008120* Open the hold aging report as output.                         *
008130*****************************************************************
008140 REPORT-OPEN.
008150     OPEN OUTPUT HOLD-REPORT.
008160     IF WS-REPORT-STATUS = '00'
008170        MOVE 'HLDRPT report opened OK'
008180          TO WS-CONSOLE-MESSAGE
008190        PERFORM DISPLAY-CONSOLE-MESSAGE
008200     ELSE
008210        MOVE 'HLDRPT report open failure...'
008220          TO WS-CONSOLE-MESSAGE
008230        PERFORM DISPLAY-CONSOLE-MESSAGE
008240        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008250        PERFORM DISPLAY-IO-STATUS
008260        PERFORM ABORT-PROGRAM
008270        END-IF.
008280
008290 REPORT-PUT.
008300     WRITE HOLD-REPORT-LINE.
008310     IF WS-REPORT-STATUS NOT = '00'
008320        MOVE 'HLDRPT report Error writing file ...'
008330          TO WS-CONSOLE-MESSAGE
008340        PERFORM DISPLAY-CONSOLE-MESSAGE
008350        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008360        PERFORM DISPLAY-IO-STATUS
008370        PERFORM ABORT-PROGRAM
008380     END-IF.
008390
008400 REPORT-CLOSE.
008410     CLOSE HOLD-REPORT.
008420
008430*****************************************************************
008440* Display the file status bytes. This routine will display as   *
008450* two digits if the full two byte file status is numeric. If    *
008460* second byte is non-numeric then it will be treated as a       *
008470* binary number.                                                *
008480*****************************************************************
008490 DISPLAY-IO-STATUS.
008500     IF WS-IO-STATUS NUMERIC
008510        MOVE SPACE TO WS-CONSOLE-MESSAGE
008520        STRING 'File status -' DELIMITED BY SIZE
008530               WS-IO-STATUS DELIMITED BY SIZE
008540          INTO WS-CONSOLE-MESSAGE
008550        PERFORM DISPLAY-CONSOLE-MESSAGE
008560     ELSE
008570        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
008580        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
008590        MOVE SPACE TO WS-CONSOLE-MESSAGE
008600        STRING 'File status -' DELIMITED BY SIZE
008610               WS-IO-STAT1 DELIMITED BY SIZE
008620               '/' DELIMITED BY SIZE
008630               WS-TWO-BYTES DELIMITED BY SIZE
008640          INTO WS-CONSOLE-MESSAGE
008650        PERFORM DISPLAY-CONSOLE-MESSAGE
008660     END-IF.
008670
008680*****************************************************************
008690* 'ABORT' the program.                                          *
008700* Post a message to the console and issue a STOP RUN            *
008710*****************************************************************
008720 ABORT-PROGRAM.
008730     IF WS-CONSOLE-MESSAGE NOT = SPACES
008740        PERFORM DISPLAY-CONSOLE-MESSAGE
008750     END-IF.
008760     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
008770     PERFORM DISPLAY-CONSOLE-MESSAGE.
008780     MOVE 16 TO RETURN-CODE.
008790     GOBACK.
008800
008810*****************************************************************
008820* Display a message on the console, prefixed with the program   *
008830* name so it can be picked out of a mixed job log.              *
008840*****************************************************************
008850 DISPLAY-CONSOLE-MESSAGE.
008860     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
