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
000130* Prgram:      ZBNKFXR1.CBL                                     *
000140* Function:    Month-end revaluation of foreign-currency        *
000150*              deposit balances - revalue every foreign         *
000160*              balance on the month-end extract in base at the  *
000170*              current rates against the prior month-end rates  *
000180*              off the rate history, report the gain or loss by *
000190*              currency and account and write the balanced      *
000200*              revaluation entries in the GL journal layout     *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKFXR1.
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
000380     SELECT OPTIONAL RATE-HISTORY-FILE
000390            ASSIGN       TO RATEHIST
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-RATEHIST-STATUS.
000430
000440     SELECT GL-CONTROL-FILE
000450            ASSIGN       TO GLCTL
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-CONTROL-STATUS.
000490
000500     SELECT GL-JOURNAL-FILE
000510            ASSIGN       TO FXJRNL
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-FXJRNL-STATUS.
000550
000560     SELECT REVALUATION-REPORT
000570            ASSIGN       TO FXRRPT
000580            ORGANIZATION IS SEQUENTIAL
000590            ACCESS MODE  IS SEQUENTIAL
000600            FILE STATUS  IS WS-REPORT-STATUS.
000610
000620     SELECT SORT-FILE
000630            ASSIGN       TO SRTWK01.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  EXTRACT-FILE
000680     RECORDING MODE IS V
000690     RECORD CONTAINS 66 TO 95 CHARACTERS.
000700 COPY CBANKXT1.
000710
000720*****************************************************************
000730* Exchange rate history appended by ZBNKEXT1 - one record per   *
000740* currency per run, in run order.                               *
000750*****************************************************************
000760 FD  RATE-HISTORY-FILE
000770     RECORD CONTAINS 20 CHARACTERS.
000780 01  RATE-HISTORY-RECORD.
000790   05  RH-DATE                               PIC X(8).
000800   05  RH-CURR-CODE                          PIC X(3).
000810   05  RH-RATE                               PIC 9(3)V9(6).
000820
000830*****************************************************************
000840* GL deposit control accounts - the revaluation of each balance *
000850* is posted to the control account ZBNKGLB1 proves it in, so    *
000860* the next proof at the new rates still balances.               *
000870*****************************************************************
000880 FD  GL-CONTROL-FILE
000890     RECORD CONTAINS 80 CHARACTERS.
000900 COPY CGLCTRL.
000910
000920*****************************************************************
000930* The revaluation journal - in the GL import journal layout, so *
000940* it posts with the rest of the month-end.                      *
000950*****************************************************************
000960 FD  GL-JOURNAL-FILE
000970     RECORD CONTAINS 60 CHARACTERS.
000980 COPY CGLJRNL.
000990
001000 FD  REVALUATION-REPORT
001010     RECORD CONTAINS 132 CHARACTERS.
001020 01  REVALUATION-REPORT-LINE                 PIC X(132).
001030
001040 SD  SORT-FILE
001050     RECORD CONTAINS 107 CHARACTERS.
001060 01  SORT-WORK-REC.
001070   05  SORT-CURR-CODE                        PIC X(3).
001080   05  SORT-PID                              PIC X(5).
001090   05  SORT-ACC-NO                           PIC X(10).
001100   05  SORT-ACC-DESC                         PIC X(30).
001110   05  SORT-GL-ACCOUNT                       PIC X(8).
001120   05  SORT-RESULT                           PIC X(1).
001130     88  SORT-REVALUED                        VALUE 'R'.
001140     88  SORT-NO-PRIOR-RATE                   VALUE 'P'.
001150     88  SORT-NO-CURRENT-RATE                 VALUE 'C'.
001160   05  SORT-BALANCE                          PIC S9(9)V99.
001170   05  SORT-PRIOR-BASE                       PIC S9(11)V99.
001180   05  SORT-CURRENT-BASE                     PIC S9(11)V99.
001190   05  SORT-REVALUATION                      PIC S9(11)V99.
001200
001210 WORKING-STORAGE SECTION.
001220 01  WS-MISC-STORAGE.
001230   05  WS-PROGRAM-ID                         PIC X(8)
001240       VALUE 'ZBNKFXR1'.
001250   05  WS-EXTRACT-STATUS.
001260     10  WS-EXTRACT-STAT1                    PIC X(1).
001270     10  WS-EXTRACT-STAT2                    PIC X(1).
001280
001290   05  WS-RATEHIST-STATUS.
001300     10  WS-RATEHIST-STAT1                   PIC X(1).
001310     10  WS-RATEHIST-STAT2                   PIC X(1).
001320
001330   05  WS-CONTROL-STATUS.
001340     10  WS-CONTROL-STAT1                    PIC X(1).
001350     10  WS-CONTROL-STAT2                    PIC X(1).
001360
001370   05  WS-FXJRNL-STATUS.
001380     10  WS-FXJRNL-STAT1                     PIC X(1).
001390     10  WS-FXJRNL-STAT2                     PIC X(1).
001400
001410   05  WS-REPORT-STATUS.
001420     10  WS-REPORT-STAT1                     PIC X(1).
001430     10  WS-REPORT-STAT2                     PIC X(1).
001440
001450   05  WS-IO-STATUS.
001460     10  WS-IO-STAT1                         PIC X(1).
001470     10  WS-IO-STAT2                         PIC X(1).
001480
001490   05  WS-TWO-BYTES.
001500     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001510     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001520   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001530                                             PIC 9(1) COMP.
001540
001550   05  WS-EOF-SW                             PIC X(1)
001560       VALUE 'N'.
001570     88  END-OF-EXTRACT                       VALUE 'Y'.
001580   05  WS-RATEHIST-EOF-SW                    PIC X(1)
001590       VALUE 'N'.
001600     88  RATEHIST-EOF                         VALUE 'Y'.
001610   05  WS-CONTROL-EOF-SW                     PIC X(1)
001620       VALUE 'N'.
001630     88  CONTROL-EOF                          VALUE 'Y'.
001640   05  WS-SORT-EOF-SW                        PIC X(1)
001650       VALUE 'N'.
001660     88  END-OF-SORTED-DATA                   VALUE 'Y'.
001670   05  WS-TRAILER-SW                         PIC X(1)
001680       VALUE 'N'.
001690     88  EXTRACT-TRAILER-SEEN                 VALUE 'Y'.
001692   05  WS-FULL-EXTRACT-SW                    PIC X(1)
001695       VALUE 'N'.
001697     88  FULL-EXTRACT                         VALUE 'Y'.
001700
001710   05  WS-EXTRACT-RUN-ID.
001720     10  WS-EXTRACT-RUN-DATE                 PIC 9(6)
001730         VALUE ZERO.
001740     10  WS-EXTRACT-RUN-DATE-X REDEFINES WS-EXTRACT-RUN-DATE.
001750       15  WS-EXTRACT-RUN-YYMM               PIC X(4).
001760       15  WS-EXTRACT-RUN-DD                 PIC X(2).
001770     10  WS-EXTRACT-RUN-TIME                 PIC 9(8)
001780         VALUE ZERO.
001790
001800*****************************************************************
001810* The first of the extract's month. The prior month-end rate    *
001820* for a currency is the last one the history holds from before  *
001830* it - the rate the balances were last valued at.               *
001840*****************************************************************
001850   05  WS-MONTH-START.
001860     10  WS-MONTH-START-CC                   PIC X(2)
001870         VALUE '20'.
001880     10  WS-MONTH-START-YYMM                 PIC X(4).
001890     10  WS-MONTH-START-DD                   PIC X(2)
001900         VALUE '01'.
001910
001920*****************************************************************
001930* Balances are held in base currency on the GL. Blank-currency  *
001940* balances are base currency balances and are not revalued.     *
001950*****************************************************************
001960   05  WS-BASE-CURR-CODE                     PIC X(3)
001970       VALUE 'USD'.
001980
001990   05  WS-ACCOUNTS-READ                      PIC 9(7)
002000       VALUE ZERO.
002010   05  WS-FOREIGN-COUNT                      PIC 9(7)
002020       VALUE ZERO.
002030   05  WS-REVALUED-COUNT                     PIC 9(7)
002040       VALUE ZERO.
002050   05  WS-NO-PRIOR-COUNT                     PIC 9(7)
002060       VALUE ZERO.
002070   05  WS-NO-CURRENT-COUNT                   PIC 9(7)
002080       VALUE ZERO.
002090   05  WS-UNMAPPED-COUNT                     PIC 9(7)
002100       VALUE ZERO.
002110   05  WS-CONTROL-REJECTS                    PIC 9(5)
002120       VALUE ZERO.
002130   05  WS-TOTAL-LOSS                         PIC S9(13)V99
002140       VALUE ZERO.
002150   05  WS-TOTAL-GAIN                         PIC S9(13)V99
002160       VALUE ZERO.
002170   05  WS-NET-REVALUATION                    PIC S9(13)V99
002180       VALUE ZERO.
002190   05  WS-JRNL-ENTRIES                       PIC 9(5)
002200       VALUE ZERO.
002210   05  WS-JRNL-DEBITS                        PIC 9(13)V99
002220       VALUE ZERO.
002230   05  WS-JRNL-CREDITS                       PIC 9(13)V99
002240       VALUE ZERO.
002250   05  WS-POSTED-NET                         PIC S9(13)V99
002260       VALUE ZERO.
002270   05  WS-RATE-EDIT                          PIC ZZ9.999999.
002280
002290*****************************************************************
002300* The revaluation account - the offset to every control account *
002310* posting, debited with a loss and credited with a gain. A      *
002320* balance no control entry covers is posted to the suspense     *
002330* account so the journal still balances and the gap shows.      *
002340*****************************************************************
002350   05  WS-REVALUATION-ACCOUNT                PIC X(8)
002360       VALUE 'FXREVAL '.
002370   05  WS-SUSPENSE-ACCOUNT                   PIC X(8)
002380       VALUE 'FXSUSPNS'.
002390
002400*****************************************************************
002410* Current rates off the extract's type 'R' records, which the   *
002420* extract writes behind the header ahead of any customer data.  *
002430*****************************************************************
002440 01  WS-RATE-TABLE.
002450   05  WS-RATE-COUNT                         PIC 9(2)
002460       VALUE ZERO.
002470   05  WS-RATE-ENTRY OCCURS 30 TIMES.
002480     10  WS-RATE-CURR-CODE                   PIC X(3).
002490     10  WS-RATE-VALUE                       PIC 9(3)V9(6).
002500   05  WS-RATE-IX                            PIC 9(2).
002510   05  WS-CURRENT-RATE                       PIC 9(3)V9(6).
002520   05  WS-CURRENT-RATE-SW                    PIC X(1)
002530       VALUE 'N'.
002540     88  CURRENT-RATE-FOUND                   VALUE 'Y'.
002550
002560*****************************************************************
002570* Prior month-end rates off the rate history.                   *
002580*****************************************************************
002590 01  WS-PRIOR-RATE-TABLE.
002600   05  WS-PRIOR-COUNT                        PIC 9(2)
002610       VALUE ZERO.
002620   05  WS-PRIOR-ENTRY OCCURS 30 TIMES.
002630     10  WS-PRIOR-CURR-CODE                  PIC X(3).
002640     10  WS-PRIOR-DATE                       PIC X(8).
002650     10  WS-PRIOR-VALUE                      PIC 9(3)V9(6).
002660   05  WS-PRIOR-IX                           PIC 9(2).
002670   05  WS-PRIOR-RATE                         PIC 9(3)V9(6).
002680   05  WS-PRIOR-RATE-SW                      PIC X(1)
002690       VALUE 'N'.
002700     88  PRIOR-RATE-FOUND                     VALUE 'Y'.
002710   05  WS-LOOKUP-CURR-CODE                   PIC X(3).
002720
002730*****************************************************************
002740* The "B" entries off the control file - which GL control       *
002750* account holds each description and currency.                  *
002760*****************************************************************
002770 01  WS-CONTROL-TABLE.
002780   05  WS-CT-COUNT                           PIC 9(4)
002790       VALUE ZERO.
002800   05  WS-CT-ENTRY OCCURS 500 TIMES.
002810     10  WS-CT-GL-ACCOUNT                    PIC X(8).
002820     10  WS-CT-ACC-DESC                      PIC X(30).
002830     10  WS-CT-CURR-CODE                     PIC X(3).
002840   05  WS-CT-IX                              PIC 9(4).
002850   05  WS-CT-FOUND-IX                        PIC 9(4).
002860
002870*****************************************************************
002880* The revaluation netted by GL control account and currency -   *
002890* one pair of journal entries is cut for each.                  *
002900*****************************************************************
002910 01  WS-POSTING-TABLE.
002920   05  WS-PT-COUNT                           PIC 9(4)
002930       VALUE ZERO.
002940   05  WS-PT-ENTRY OCCURS 200 TIMES.
002950     10  WS-PT-GL-ACCOUNT                    PIC X(8).
002960     10  WS-PT-CURR-CODE                     PIC X(3).
002970     10  WS-PT-AMOUNT                        PIC S9(13)V99.
002980   05  WS-PT-IX                              PIC 9(4).
002990   05  WS-PT-WORK-IX                         PIC 9(4).
003000   05  WS-PT-FOUND-SW                        PIC X(1)
003010       VALUE 'N'.
003020     88  POSTING-FOUND                        VALUE 'Y'.
003030
003040*****************************************************************
003050* Control-break key and the totals kept for each currency.      *
003060*****************************************************************
003070 01  WS-BREAK-CONTROL.
003080   05  WS-CUR-CURR-CODE                      PIC X(3)
003090       VALUE LOW-VALUES.
003100   05  WS-GROUP-OPEN-SW                      PIC X(1)
003110       VALUE 'N'.
003120     88  GROUP-IN-PROGRESS                    VALUE 'Y'.
003130
003140 01  WS-CURRENCY-TOTALS.
003150   05  WS-CCY-ACCOUNTS                       PIC 9(7).
003160   05  WS-CCY-BALANCE                        PIC S9(13)V99.
003170   05  WS-CCY-PRIOR-BASE                     PIC S9(13)V99.
003180   05  WS-CCY-CURRENT-BASE                   PIC S9(13)V99.
003190   05  WS-CCY-REVALUATION                    PIC S9(13)V99.
003200
003210 01  WS-CONSOLE-MESSAGE                      PIC X(60).
003220
003230*****************************************************************
003240* Revaluation report lines.                                     *
003250*****************************************************************
003260 01  RPT-HEADING-LINE.
003270   05  FILLER                          PIC X(2)  VALUE SPACES.
003280   05  FILLER                                PIC X(41)
003290       VALUE 'MONTH-END FOREIGN CURRENCY REVALUATION - '.
003300   05  FILLER                                PIC X(6)
003310       VALUE 'RUN - '.
003320   05  RR-RUN-ID                             PIC X(14).
003330   05  FILLER                                PIC X(28)
003340       VALUE '   PRIOR RATES DATED BEFORE '.
003350   05  RR-MONTH-START                        PIC X(8).
003360   05  FILLER                          PIC X(33) VALUE SPACES.
003370
003380 01  RPT-CURRENCY-LINE.
003390   05  FILLER                          PIC X(2)  VALUE SPACES.
003400   05  FILLER                                PIC X(9)
003410       VALUE 'CURRENCY '.
003420   05  RC-CURR-CODE                          PIC X(3).
003430   05  FILLER                                PIC X(26)
003440       VALUE '    PRIOR MONTH-END RATE  '.
003450   05  RC-PRIOR-RATE                         PIC X(10).
003460   05  FILLER                                PIC X(18)
003470       VALUE '    CURRENT RATE  '.
003480   05  RC-CURRENT-RATE                       PIC X(10).
003490   05  FILLER                          PIC X(54) VALUE SPACES.
003500
003510 01  RPT-COLUMN-LINE                         PIC X(132).
003520
003530 01  RPT-DETAIL-LINE.
003540   05  FILLER                          PIC X(2)  VALUE SPACES.
003550   05  RD-PID                                PIC X(5).
003560   05  FILLER                          PIC X(2)  VALUE SPACES.
003570   05  RD-ACC-NO                             PIC X(10).
003580   05  FILLER                          PIC X(2)  VALUE SPACES.
003590   05  RD-ACC-DESC                           PIC X(20).
003600   05  FILLER                          PIC X(2)  VALUE SPACES.
003610   05  RD-BALANCE                            PIC Z(9)9.99-.
003620   05  FILLER                          PIC X(2)  VALUE SPACES.
003630   05  RD-PRIOR-BASE                         PIC Z(9)9.99-.
003640   05  RD-PRIOR-BASE-X REDEFINES RD-PRIOR-BASE
003650                                             PIC X(14).
003660   05  FILLER                          PIC X(2)  VALUE SPACES.
003670   05  RD-CURRENT-BASE                       PIC Z(9)9.99-.
003680   05  RD-CURRENT-BASE-X REDEFINES RD-CURRENT-BASE
003690                                             PIC X(14).
003700   05  FILLER                          PIC X(2)  VALUE SPACES.
003710   05  RD-REVALUATION                        PIC Z(9)9.99-.
003720   05  RD-REVALUATION-X REDEFINES RD-REVALUATION
003730                                             PIC X(14).
003740   05  FILLER                          PIC X(2)  VALUE SPACES.
003750   05  RD-GL-ACCOUNT                         PIC X(8).
003760   05  FILLER                          PIC X(2)  VALUE SPACES.
003770   05  RD-RESULT                             PIC X(13).
003780   05  FILLER                          PIC X(2)  VALUE SPACES.
003790
003800 01  RPT-CURRENCY-TOTAL-LINE.
003810   05  FILLER                          PIC X(2)  VALUE SPACES.
003820   05  FILLER                                PIC X(6)
003830       VALUE 'TOTAL '.
003840   05  RT-CURR-CODE                          PIC X(3).
003850   05  FILLER                          PIC X(2)  VALUE SPACES.
003860   05  RT-ACCOUNTS                           PIC ZZZZZZ9.
003870   05  FILLER                                PIC X(9)
003880       VALUE ' ACCOUNTS'.
003890   05  FILLER                          PIC X(14) VALUE SPACES.
003900   05  RT-BALANCE                            PIC Z(9)9.99-.
003910   05  FILLER                          PIC X(2)  VALUE SPACES.
003920   05  RT-PRIOR-BASE                         PIC Z(9)9.99-.
003930   05  FILLER                          PIC X(2)  VALUE SPACES.
003940   05  RT-CURRENT-BASE                       PIC Z(9)9.99-.
003950   05  FILLER                          PIC X(2)  VALUE SPACES.
003960   05  RT-REVALUATION                        PIC Z(9)9.99-.
003970   05  FILLER                          PIC X(12) VALUE SPACES.
003980   05  RT-RESULT                             PIC X(13).
003990   05  FILLER                          PIC X(2)  VALUE SPACES.
004000
004010 01  RPT-SECTION-LINE.
004020   05  FILLER                          PIC X(2)  VALUE SPACES.
004030   05  RX-TITLE                              PIC X(50).
004040   05  FILLER                          PIC X(80) VALUE SPACES.
004050
004060 01  RPT-POSTING-LINE.
004070   05  FILLER                          PIC X(2)  VALUE SPACES.
004080   05  RE-ACCOUNT                            PIC X(8).
004090   05  FILLER                          PIC X(2)  VALUE SPACES.
004100   05  RE-DR-CR                              PIC X(1).
004110   05  FILLER                          PIC X(2)  VALUE SPACES.
004120   05  RE-AMOUNT                             PIC Z(11)9.99.
004130   05  FILLER                          PIC X(2)  VALUE SPACES.
004140   05  RE-DESC                               PIC X(20).
004150   05  FILLER                          PIC X(80) VALUE SPACES.
004160
004170 01  RPT-AMOUNT-LINE.
004180   05  FILLER                          PIC X(2)  VALUE SPACES.
004190   05  RA-AMOUNT-LABEL                       PIC X(34).
004200   05  RA-AMOUNT                             PIC Z(12)9.99-.
004210   05  FILLER                          PIC X(79) VALUE SPACES.
004220
004230 01  RPT-COUNT-LINE.
004240   05  FILLER                          PIC X(2)  VALUE SPACES.
004250   05  RN-COUNT-LABEL                        PIC X(34).
004260   05  RN-COUNT                              PIC ZZZZZZ9.
004270   05  FILLER                          PIC X(89) VALUE SPACES.
004280
004290 PROCEDURE DIVISION.
004300*****************************************************************
004310* Take the run id and month off the extract's header, load the  *
004320* prior month-end rates and the control accounts, then sort the *
004330* revalued foreign balances into currency and account order for *
004340* the report, cutting the journal entries as each currency      *
004345* closes. Only an ALL extract carries the whole foreign book -  *
004350* a partial one is refused with an empty journal, so part of    *
004355* the month's revaluation never reaches the GL on its own.      *
004360*****************************************************************
004370     PERFORM EXTRACT-OPEN.
004380     PERFORM EXTRACT-READ.
004390     IF NOT END-OF-EXTRACT
004400      AND BANKXT01-H-TYPE IS EQUAL TO 'H'
004410        MOVE BANKXT01-H-RUN-DATE TO WS-EXTRACT-RUN-DATE
004420        MOVE BANKXT01-H-RUN-TIME TO WS-EXTRACT-RUN-TIME
004430        MOVE WS-EXTRACT-RUN-YYMM TO WS-MONTH-START-YYMM
004432        IF BANKXT01-H-PARM (1:4) IS EQUAL TO 'ALL '
004435           MOVE 'Y' TO WS-FULL-EXTRACT-SW
004437        END-IF
004440     ELSE
004450        MOVE 'EXTRACT has no header - run refused'
004460          TO WS-CONSOLE-MESSAGE
004470        PERFORM ABORT-PROGRAM
004472     END-IF.
004475     IF NOT FULL-EXTRACT
004477        PERFORM REFUSE-PARTIAL-EXTRACT
004480     END-IF.
004490     PERFORM LOAD-PRIOR-MONTH-RATES.
004500     PERFORM LOAD-GL-CONTROLS.
004510     PERFORM REPORT-OPEN.
004520     PERFORM FXJRNL-OPEN.
004530
004540     SORT SORT-FILE
004550       ON ASCENDING KEY SORT-CURR-CODE
004560                        SORT-PID
004570                        SORT-ACC-NO
004580       INPUT PROCEDURE IS RELEASE-FOREIGN-BALANCES
004590       OUTPUT PROCEDURE IS PRINT-REVALUATION-REPORT.
004600
004610     PERFORM WRITE-JOURNAL-ENTRIES.
004620     PERFORM VERIFY-JOURNAL-BALANCE.
004630     PERFORM REPORT-TOTALS.
004640     PERFORM FXJRNL-CLOSE.
004650     PERFORM REPORT-CLOSE.
004660
004670     MOVE SPACES TO WS-CONSOLE-MESSAGE.
004680     STRING WS-REVALUED-COUNT DELIMITED BY SIZE
004690            ' balances revalued, ' DELIMITED BY SIZE
004700            WS-JRNL-ENTRIES DELIMITED BY SIZE
004710            ' journal entries' DELIMITED BY SIZE
004720       INTO WS-CONSOLE-MESSAGE.
004730     PERFORM DISPLAY-CONSOLE-MESSAGE.
004740     MOVE 'End Of Job'
004750       TO WS-CONSOLE-MESSAGE.
004760     PERFORM DISPLAY-CONSOLE-MESSAGE.
004770
004780*****************************************************************
004790* A balance left unrevalued for want of a rate, or posted to    *
004800* suspense for want of a control account, leaves the GL short   *
004810* of the month's movement and must be followed up.              *
004820*****************************************************************
004830     IF WS-NO-PRIOR-COUNT IS GREATER THAN ZERO
004840      OR WS-NO-CURRENT-COUNT IS GREATER THAN ZERO
004850      OR WS-UNMAPPED-COUNT IS GREATER THAN ZERO
004860        MOVE 4 TO RETURN-CODE
004870     ELSE
004880        MOVE 0 TO RETURN-CODE
004890     END-IF.
004900
004901     GOBACK.
004902
004903*****************************************************************
004904* A partial extract holds only some of the foreign balances, so *
004905* revaluing it would post part of the month's movement. Leave   *
004906* the journal empty, say why on the report and end with a       *
004907* warning so the month-end revaluation is rerun from an ALL     *
004908* extract.                                                      *
004909*****************************************************************
004910 REFUSE-PARTIAL-EXTRACT.
004911     PERFORM EXTRACT-CLOSE.
004912     PERFORM REPORT-OPEN.
004913     PERFORM FXJRNL-OPEN.
004914     MOVE WS-EXTRACT-RUN-ID TO RR-RUN-ID.
004915     MOVE WS-MONTH-START TO RR-MONTH-START.
004916     MOVE RPT-HEADING-LINE TO REVALUATION-REPORT-LINE.
004917     PERFORM REPORT-PUT.
004918     MOVE SPACES TO REVALUATION-REPORT-LINE.
004919     PERFORM REPORT-PUT.
004920     MOVE 'NOT REVALUED - PARTIAL EXTRACT, NOT AN ALL RUN'
004921       TO RX-TITLE.
004922     MOVE RPT-SECTION-LINE TO REVALUATION-REPORT-LINE.
004923     PERFORM REPORT-PUT.
004924     MOVE '  NO JOURNAL ENTRIES WRITTEN'
004925       TO REVALUATION-REPORT-LINE.
004926     PERFORM REPORT-PUT.
004927     PERFORM FXJRNL-CLOSE.
004928     PERFORM REPORT-CLOSE.
004929     MOVE 'EXTRACT not an ALL run - revaluation not made'
004930       TO WS-CONSOLE-MESSAGE.
004931     PERFORM DISPLAY-CONSOLE-MESSAGE.
004932     MOVE 'End Of Job'
004933       TO WS-CONSOLE-MESSAGE.
004934     PERFORM DISPLAY-CONSOLE-MESSAGE.
004935     MOVE 4 TO RETURN-CODE.
004936     GOBACK.
004937
004938*****************************************************************
004940* Load the prior month-end rates. The history is appended run   *
004950* after run, so the last record read for a currency dated       *
004960* before the first of the extract's month is the rate that      *
004970* closed the prior month. With no history on hand every foreign *
004980* balance is reported as having no prior rate.                  *
004990*****************************************************************
005000 LOAD-PRIOR-MONTH-RATES.
005010     OPEN INPUT RATE-HISTORY-FILE.
005020     EVALUATE TRUE
005030       WHEN WS-RATEHIST-STATUS IS EQUAL TO '35'
005040       WHEN WS-RATEHIST-STATUS IS EQUAL TO '05'
005050          MOVE 'No rate history on hand - nothing revalued'
005060            TO WS-CONSOLE-MESSAGE
005070          PERFORM DISPLAY-CONSOLE-MESSAGE
005080       WHEN WS-RATEHIST-STATUS IS EQUAL TO '00'
005090          PERFORM READ-RATE-HISTORY
005100          PERFORM UNTIL RATEHIST-EOF
005110             IF RH-DATE IS LESS THAN WS-MONTH-START
005120                PERFORM STORE-PRIOR-RATE
005130             END-IF
005140             PERFORM READ-RATE-HISTORY
005150          END-PERFORM
005160          CLOSE RATE-HISTORY-FILE
005170       WHEN OTHER
005180          MOVE 'RATEHIST file open failure...'
005190            TO WS-CONSOLE-MESSAGE
005200          PERFORM DISPLAY-CONSOLE-MESSAGE
005210          MOVE WS-RATEHIST-STATUS TO WS-IO-STATUS
005220          PERFORM DISPLAY-IO-STATUS
005230          PERFORM ABORT-PROGRAM
005240     END-EVALUATE.
005250
005260 READ-RATE-HISTORY.
005270     READ RATE-HISTORY-FILE
005280       AT END
005290          MOVE 'Y' TO WS-RATEHIST-EOF-SW
005300     END-READ.
005310     IF NOT RATEHIST-EOF
005320        IF WS-RATEHIST-STATUS IS NOT EQUAL TO '00'
005330           MOVE 'RATEHIST Error reading file ...'
005340             TO WS-CONSOLE-MESSAGE
005350           PERFORM DISPLAY-CONSOLE-MESSAGE
005360           MOVE WS-RATEHIST-STATUS TO WS-IO-STATUS
005370           PERFORM DISPLAY-IO-STATUS
005380           PERFORM ABORT-PROGRAM
005390        END-IF
005400     END-IF.
005410
005420 STORE-PRIOR-RATE.
005430     MOVE RH-CURR-CODE TO WS-LOOKUP-CURR-CODE.
005440     PERFORM LOOKUP-PRIOR-RATE.
005450     IF PRIOR-RATE-FOUND
005460        MOVE RH-DATE TO WS-PRIOR-DATE (WS-PRIOR-IX)
005470        MOVE RH-RATE TO WS-PRIOR-VALUE (WS-PRIOR-IX)
005480     ELSE
005490        IF WS-PRIOR-COUNT IS LESS THAN 30
005500           ADD 1 TO WS-PRIOR-COUNT
005510           MOVE RH-CURR-CODE
005520             TO WS-PRIOR-CURR-CODE (WS-PRIOR-COUNT)
005530           MOVE RH-DATE TO WS-PRIOR-DATE (WS-PRIOR-COUNT)
005540           MOVE RH-RATE TO WS-PRIOR-VALUE (WS-PRIOR-COUNT)
005550        ELSE
005560           MOVE 'Prior rate table full - run refused'
005570             TO WS-CONSOLE-MESSAGE
005580           PERFORM ABORT-PROGRAM
005590        END-IF
005600     END-IF.
005610
005620*****************************************************************
005630* Find the prior month-end rate for WS-LOOKUP-CURR-CODE,        *
005640* leaving WS-PRIOR-IX on its entry when there is one.           *
005650*****************************************************************
005660 LOOKUP-PRIOR-RATE.
005670     MOVE ZERO TO WS-PRIOR-RATE.
005680     MOVE 'N' TO WS-PRIOR-RATE-SW.
005690     MOVE 1 TO WS-PRIOR-IX.
005700     PERFORM UNTIL WS-PRIOR-IX IS GREATER THAN WS-PRIOR-COUNT
005710                   OR PRIOR-RATE-FOUND
005720        IF WS-PRIOR-CURR-CODE (WS-PRIOR-IX) IS EQUAL TO
005730             WS-LOOKUP-CURR-CODE
005740           MOVE WS-PRIOR-VALUE (WS-PRIOR-IX) TO WS-PRIOR-RATE
005750           MOVE 'Y' TO WS-PRIOR-RATE-SW
005760        ELSE
005770           ADD 1 TO WS-PRIOR-IX
005780        END-IF
005790     END-PERFORM.
005800
005810*****************************************************************
005820* Load the control accounts off the GL control file. The file   *
005830* is required - without it every revaluation would go to        *
005840* suspense. The tolerance entry is ZBNKGLB1's business.         *
005850*****************************************************************
005860 LOAD-GL-CONTROLS.
005870     OPEN INPUT GL-CONTROL-FILE.
005880     IF WS-CONTROL-STATUS = '00'
005890        MOVE 'GLCTL file opened OK'
005900          TO WS-CONSOLE-MESSAGE
005910        PERFORM DISPLAY-CONSOLE-MESSAGE
005920     ELSE
005930        MOVE 'GLCTL file open failure...'
005940          TO WS-CONSOLE-MESSAGE
005950        PERFORM DISPLAY-CONSOLE-MESSAGE
005960        MOVE WS-CONTROL-STATUS TO WS-IO-STATUS
005970        PERFORM DISPLAY-IO-STATUS
005980        PERFORM ABORT-PROGRAM
005990     END-IF.
006000     PERFORM CONTROL-READ.
006010     PERFORM UNTIL CONTROL-EOF
006020        EVALUATE TRUE
006030          WHEN GLC-BALANCE-ENTRY
006040             PERFORM ADD-CONTROL-ENTRY
006050          WHEN GLC-TOLERANCE-ENTRY
006060             CONTINUE
006070          WHEN OTHER
006080             ADD 1 TO WS-CONTROL-REJECTS
006090        END-EVALUATE
006100        PERFORM CONTROL-READ
006110     END-PERFORM.
006120     CLOSE GL-CONTROL-FILE.
006130     IF WS-CT-COUNT IS EQUAL TO ZERO
006140        MOVE 'GLCTL has no control accounts - run refused'
006150          TO WS-CONSOLE-MESSAGE
006160        PERFORM ABORT-PROGRAM
006170     END-IF.
006180
006190 CONTROL-READ.
006200     READ GL-CONTROL-FILE
006210       AT END
006220          MOVE 'Y' TO WS-CONTROL-EOF-SW
006230     END-READ.
006240     IF NOT CONTROL-EOF
006250        IF WS-CONTROL-STATUS IS NOT EQUAL TO '00'
006260           MOVE 'GLCTL Error reading file ...'
006270             TO WS-CONSOLE-MESSAGE
006280           PERFORM DISPLAY-CONSOLE-MESSAGE
006290           MOVE WS-CONTROL-STATUS TO WS-IO-STATUS
006300           PERFORM DISPLAY-IO-STATUS
006310           PERFORM ABORT-PROGRAM
006320        END-IF
006330     END-IF.
006340
006350 ADD-CONTROL-ENTRY.
006360     IF GLC-GL-ACCOUNT IS EQUAL TO SPACES
006370        ADD 1 TO WS-CONTROL-REJECTS
006380     ELSE
006390        IF WS-CT-COUNT IS LESS THAN 500
006400           ADD 1 TO WS-CT-COUNT
006410           MOVE GLC-GL-ACCOUNT TO WS-CT-GL-ACCOUNT (WS-CT-COUNT)
006420           MOVE GLC-ACC-DESC TO WS-CT-ACC-DESC (WS-CT-COUNT)
006430           MOVE GLC-CURR-CODE TO WS-CT-CURR-CODE (WS-CT-COUNT)
006440        ELSE
006450           MOVE 'Control account table full - run refused'
006460             TO WS-CONSOLE-MESSAGE
006470           PERFORM ABORT-PROGRAM
006480        END-IF
006490     END-IF.
006500
006510*****************************************************************
006520* Pass the rest of the extract, keeping the current rates and   *
006530* releasing every foreign-currency balance to the sort once it  *
006540* is revalued. The file must carry its trailer - a part-written *
006550* file would revalue short.                                     *
006560*****************************************************************
006570 RELEASE-FOREIGN-BALANCES.
006580     PERFORM EXTRACT-READ.
006590     PERFORM UNTIL END-OF-EXTRACT
006600        EVALUATE TRUE
006610          WHEN BANKXT01-R-TYPE IS EQUAL TO 'R'
006620             PERFORM STORE-RATE
006630          WHEN BANKXT01-2-TYPE IS EQUAL TO '2'
006640             ADD 1 TO WS-ACCOUNTS-READ
006650             IF BANKXT01-2-CURR-CODE IS NOT EQUAL TO SPACES
006660              AND BANKXT01-2-CURR-CODE IS NOT EQUAL TO
006670                    WS-BASE-CURR-CODE
006680                PERFORM REVALUE-ONE-BALANCE
006690             END-IF
006700          WHEN BANKXT01-T-TYPE IS EQUAL TO 'T'
006710             MOVE 'Y' TO WS-TRAILER-SW
006720          WHEN OTHER
006730             CONTINUE
006740        END-EVALUATE
006750        PERFORM EXTRACT-READ
006760     END-PERFORM.
006770     PERFORM EXTRACT-CLOSE.
006780     IF NOT EXTRACT-TRAILER-SEEN
006790        MOVE 'EXTRACT has no trailer - run refused'
006800          TO WS-CONSOLE-MESSAGE
006810        PERFORM ABORT-PROGRAM
006820     END-IF.
006830
006840 STORE-RATE.
006850     IF WS-RATE-COUNT IS LESS THAN 30
006860        ADD 1 TO WS-RATE-COUNT
006870        MOVE BANKXT01-R-CURR-CODE
006880          TO WS-RATE-CURR-CODE (WS-RATE-COUNT)
006890        MOVE BANKXT01-R-RATE TO WS-RATE-VALUE (WS-RATE-COUNT)
006900     ELSE
006910        MOVE 'Rate table full - run refused'
006920          TO WS-CONSOLE-MESSAGE
006930        PERFORM ABORT-PROGRAM
006940     END-IF.
006950
006960*****************************************************************
006970* Revalue one foreign balance - in base at the current rate     *
006980* less in base at the prior month-end rate, each rounded as the *
006990* GL would hold it. Deposit balances are owed to the customer,  *
007000* so a currency that has strengthened raises what the bank owes *
007010* in base and the revaluation is a loss; an overdrawn balance   *
007020* works the other way. A balance without both rates is still    *
007030* released, so the report shows what was left unrevalued.       *
007040*****************************************************************
007050 REVALUE-ONE-BALANCE.
007060     ADD 1 TO WS-FOREIGN-COUNT.
007070     MOVE SPACES TO SORT-WORK-REC.
007080     MOVE BANKXT01-2-CURR-CODE TO SORT-CURR-CODE.
007090     MOVE BANKXT01-2-PID TO SORT-PID.
007100     MOVE BANKXT01-2-ACC-NO TO SORT-ACC-NO.
007110     MOVE BANKXT01-2-ACC-DESC TO SORT-ACC-DESC.
007120     MOVE BANKXT01-2-ACC-CURR-BAL TO SORT-BALANCE.
007130     MOVE ZERO TO SORT-PRIOR-BASE.
007140     MOVE ZERO TO SORT-CURRENT-BASE.
007150     MOVE ZERO TO SORT-REVALUATION.
007160     MOVE BANKXT01-2-CURR-CODE TO WS-LOOKUP-CURR-CODE.
007170     PERFORM LOOKUP-CURRENT-RATE.
007180     PERFORM LOOKUP-PRIOR-RATE.
007190     EVALUATE TRUE
007200       WHEN NOT CURRENT-RATE-FOUND
007210          SET SORT-NO-CURRENT-RATE TO TRUE
007220          ADD 1 TO WS-NO-CURRENT-COUNT
007230       WHEN NOT PRIOR-RATE-FOUND
007240          SET SORT-NO-PRIOR-RATE TO TRUE
007250          ADD 1 TO WS-NO-PRIOR-COUNT
007260       WHEN OTHER
007270          SET SORT-REVALUED TO TRUE
007280          ADD 1 TO WS-REVALUED-COUNT
007290          COMPUTE SORT-PRIOR-BASE ROUNDED =
007300             BANKXT01-2-ACC-CURR-BAL * WS-PRIOR-RATE
007310          COMPUTE SORT-CURRENT-BASE ROUNDED =
007320             BANKXT01-2-ACC-CURR-BAL * WS-CURRENT-RATE
007330          COMPUTE SORT-REVALUATION =
007340             SORT-CURRENT-BASE - SORT-PRIOR-BASE
007350          PERFORM MAP-BALANCE-TO-GL
007360     END-EVALUATE.
007370     RELEASE SORT-WORK-REC.
007380
007390 LOOKUP-CURRENT-RATE.
007400     MOVE ZERO TO WS-CURRENT-RATE.
007410     MOVE 'N' TO WS-CURRENT-RATE-SW.
007420     PERFORM VARYING WS-RATE-IX FROM 1 BY 1
007430       UNTIL WS-RATE-IX IS GREATER THAN WS-RATE-COUNT
007440                OR CURRENT-RATE-FOUND
007450        IF WS-RATE-CURR-CODE (WS-RATE-IX) IS EQUAL TO
007460             WS-LOOKUP-CURR-CODE
007470           MOVE WS-RATE-VALUE (WS-RATE-IX) TO WS-CURRENT-RATE
007480           MOVE 'Y' TO WS-CURRENT-RATE-SW
007490        END-IF
007500     END-PERFORM.
007510
007520*****************************************************************
007530* The control account for a balance is the one named for its    *
007540* description and currency, failing that the one named for its  *
007550* description in every currency - as ZBNKGLB1 maps it. A        *
007560* balance no entry covers goes to suspense.                     *
007570*****************************************************************
007580 MAP-BALANCE-TO-GL.
007590     MOVE ZERO TO WS-CT-FOUND-IX.
007600     PERFORM VARYING WS-CT-IX FROM 1 BY 1
007610       UNTIL WS-CT-IX IS GREATER THAN WS-CT-COUNT
007620                OR WS-CT-FOUND-IX IS NOT EQUAL TO ZERO
007630        IF WS-CT-ACC-DESC (WS-CT-IX) IS EQUAL TO SORT-ACC-DESC
007640         AND WS-CT-CURR-CODE (WS-CT-IX) IS EQUAL TO SORT-CURR-CODE
007650           MOVE WS-CT-IX TO WS-CT-FOUND-IX
007660        END-IF
007670     END-PERFORM.
007680     IF WS-CT-FOUND-IX IS EQUAL TO ZERO
007690        PERFORM VARYING WS-CT-IX FROM 1 BY 1
007700          UNTIL WS-CT-IX IS GREATER THAN WS-CT-COUNT
007710                   OR WS-CT-FOUND-IX IS NOT EQUAL TO ZERO
007720           IF WS-CT-ACC-DESC (WS-CT-IX) IS EQUAL TO SORT-ACC-DESC
007730            AND WS-CT-CURR-CODE (WS-CT-IX) IS EQUAL TO SPACES
007740              MOVE WS-CT-IX TO WS-CT-FOUND-IX
007750           END-IF
007760        END-PERFORM
007770     END-IF.
007780     IF WS-CT-FOUND-IX IS EQUAL TO ZERO
007790        ADD 1 TO WS-UNMAPPED-COUNT
007800        MOVE WS-SUSPENSE-ACCOUNT TO SORT-GL-ACCOUNT
007810     ELSE
007820        MOVE WS-CT-GL-ACCOUNT (WS-CT-FOUND-IX) TO SORT-GL-ACCOUNT
007830     END-IF.
007840
007850*****************************************************************
007860* Print the sorted balances a currency at a time, each currency *
007870* opened with the two rates it was revalued between and closed  *
007880* with its totals.                                              *
007890*****************************************************************
007900 PRINT-REVALUATION-REPORT.
007910     MOVE WS-EXTRACT-RUN-ID TO RR-RUN-ID.
007920     MOVE WS-MONTH-START TO RR-MONTH-START.
007930     MOVE RPT-HEADING-LINE TO REVALUATION-REPORT-LINE.
007940     PERFORM REPORT-PUT.
007950     MOVE SPACES TO REVALUATION-REPORT-LINE.
007960     PERFORM REPORT-PUT.
007970     MOVE SPACES TO RPT-COLUMN-LINE.
007980     MOVE 'PID' TO RPT-COLUMN-LINE (3:3).
007990     MOVE 'ACCOUNT' TO RPT-COLUMN-LINE (10:7).
008000     MOVE 'DESCRIPTION' TO RPT-COLUMN-LINE (22:11).
008010     MOVE 'LOCAL BALANCE' TO RPT-COLUMN-LINE (44:13).
008020     MOVE 'PRIOR BASE' TO RPT-COLUMN-LINE (62:10).
008030     MOVE 'CURRENT BASE' TO RPT-COLUMN-LINE (76:12).
008040     MOVE 'REVALUATION' TO RPT-COLUMN-LINE (93:11).
008050     MOVE 'GL ACCT' TO RPT-COLUMN-LINE (108:7).
008060     MOVE 'RESULT' TO RPT-COLUMN-LINE (118:6).
008070     MOVE RPT-COLUMN-LINE TO REVALUATION-REPORT-LINE.
008080     PERFORM REPORT-PUT.
008090
008100     PERFORM RETURN-SORTED-BALANCE.
008110     IF END-OF-SORTED-DATA
008120        MOVE SPACES TO REVALUATION-REPORT-LINE
008130        PERFORM REPORT-PUT
008140        MOVE '  NO FOREIGN CURRENCY BALANCES'
008150          TO REVALUATION-REPORT-LINE
008160        PERFORM REPORT-PUT
008170     END-IF.
008180     PERFORM UNTIL END-OF-SORTED-DATA
008190        IF SORT-CURR-CODE IS NOT EQUAL TO WS-CUR-CURR-CODE
008200           IF GROUP-IN-PROGRESS
008210              PERFORM FINISH-CURRENCY-GROUP
008220           END-IF
008230           PERFORM START-CURRENCY-GROUP
008240        END-IF
008250        PERFORM PRINT-ONE-BALANCE
008260        PERFORM RETURN-SORTED-BALANCE
008270     END-PERFORM.
008280     IF GROUP-IN-PROGRESS
008290        PERFORM FINISH-CURRENCY-GROUP
008300     END-IF.
008310
008320 RETURN-SORTED-BALANCE.
008330     RETURN SORT-FILE
008340       AT END
008350          MOVE 'Y' TO WS-SORT-EOF-SW
008360     END-RETURN.
008370
008380 START-CURRENCY-GROUP.
008390     MOVE SORT-CURR-CODE TO WS-CUR-CURR-CODE.
008400     MOVE 'Y' TO WS-GROUP-OPEN-SW.
008410     INITIALIZE WS-CURRENCY-TOTALS.
008420     MOVE SORT-CURR-CODE TO WS-LOOKUP-CURR-CODE.
008430     PERFORM LOOKUP-CURRENT-RATE.
008440     PERFORM LOOKUP-PRIOR-RATE.
008450     MOVE SORT-CURR-CODE TO RC-CURR-CODE.
008460     IF PRIOR-RATE-FOUND
008470        MOVE WS-PRIOR-RATE TO WS-RATE-EDIT
008480        MOVE WS-RATE-EDIT TO RC-PRIOR-RATE
008490     ELSE
008500        MOVE '      NONE' TO RC-PRIOR-RATE
008510     END-IF.
008520     IF CURRENT-RATE-FOUND
008530        MOVE WS-CURRENT-RATE TO WS-RATE-EDIT
008540        MOVE WS-RATE-EDIT TO RC-CURRENT-RATE
008550     ELSE
008560        MOVE '      NONE' TO RC-CURRENT-RATE
008570     END-IF.
008580     MOVE SPACES TO REVALUATION-REPORT-LINE.
008590     PERFORM REPORT-PUT.
008600     MOVE RPT-CURRENCY-LINE TO REVALUATION-REPORT-LINE.
008610     PERFORM REPORT-PUT.
008620
008630 PRINT-ONE-BALANCE.
008640     MOVE SORT-PID TO RD-PID.
008650     MOVE SORT-ACC-NO TO RD-ACC-NO.
008660     MOVE SORT-ACC-DESC TO RD-ACC-DESC.
008670     MOVE SORT-BALANCE TO RD-BALANCE.
008680     MOVE SORT-GL-ACCOUNT TO RD-GL-ACCOUNT.
008690     EVALUATE TRUE
008700       WHEN SORT-NO-CURRENT-RATE
008710          MOVE SPACES TO RD-PRIOR-BASE-X
008720          MOVE SPACES TO RD-CURRENT-BASE-X
008730          MOVE SPACES TO RD-REVALUATION-X
008740          MOVE 'NO RATE' TO RD-RESULT
008750       WHEN SORT-NO-PRIOR-RATE
008760          MOVE SPACES TO RD-PRIOR-BASE-X
008770          MOVE SPACES TO RD-CURRENT-BASE-X
008780          MOVE SPACES TO RD-REVALUATION-X
008790          MOVE 'NO PRIOR RATE' TO RD-RESULT
008800       WHEN OTHER
008810          MOVE SORT-PRIOR-BASE TO RD-PRIOR-BASE
008820          MOVE SORT-CURRENT-BASE TO RD-CURRENT-BASE
008830          MOVE SORT-REVALUATION TO RD-REVALUATION
008840          EVALUATE TRUE
008850            WHEN SORT-REVALUATION IS GREATER THAN ZERO
008860               MOVE 'LOSS' TO RD-RESULT
008870            WHEN SORT-REVALUATION IS LESS THAN ZERO
008880               MOVE 'GAIN' TO RD-RESULT
008890            WHEN OTHER
008900               MOVE 'NONE' TO RD-RESULT
008910          END-EVALUATE
008920          ADD 1 TO WS-CCY-ACCOUNTS
008930          ADD SORT-BALANCE TO WS-CCY-BALANCE
008940          ADD SORT-PRIOR-BASE TO WS-CCY-PRIOR-BASE
008950          ADD SORT-CURRENT-BASE TO WS-CCY-CURRENT-BASE
008960          ADD SORT-REVALUATION TO WS-CCY-REVALUATION
008970          PERFORM ADD-TO-POSTING
008980     END-EVALUATE.
008990     MOVE RPT-DETAIL-LINE TO REVALUATION-REPORT-LINE.
009000     PERFORM REPORT-PUT.
009010
009020*****************************************************************
009030* Close a currency - its totals over the balances revalued, and *
009040* its net result rolled into the report's loss or gain.         *
009050*****************************************************************
009060 FINISH-CURRENCY-GROUP.
009070     MOVE WS-CUR-CURR-CODE TO RT-CURR-CODE.
009080     MOVE WS-CCY-ACCOUNTS TO RT-ACCOUNTS.
009090     MOVE WS-CCY-BALANCE TO RT-BALANCE.
009100     MOVE WS-CCY-PRIOR-BASE TO RT-PRIOR-BASE.
009110     MOVE WS-CCY-CURRENT-BASE TO RT-CURRENT-BASE.
009120     MOVE WS-CCY-REVALUATION TO RT-REVALUATION.
009130     EVALUATE TRUE
009140       WHEN WS-CCY-ACCOUNTS IS EQUAL TO ZERO
009150          MOVE 'NOT REVALUED' TO RT-RESULT
009160       WHEN WS-CCY-REVALUATION IS GREATER THAN ZERO
009170          MOVE 'NET LOSS' TO RT-RESULT
009180          ADD WS-CCY-REVALUATION TO WS-TOTAL-LOSS
009190       WHEN WS-CCY-REVALUATION IS LESS THAN ZERO
009200          MOVE 'NET GAIN' TO RT-RESULT
009210          SUBTRACT WS-CCY-REVALUATION FROM WS-TOTAL-GAIN
009220       WHEN OTHER
009230          MOVE 'NONE' TO RT-RESULT
009240     END-EVALUATE.
009250     ADD WS-CCY-REVALUATION TO WS-NET-REVALUATION.
009260     MOVE RPT-CURRENCY-TOTAL-LINE TO REVALUATION-REPORT-LINE.
009270     PERFORM REPORT-PUT.
009280     MOVE 'N' TO WS-GROUP-OPEN-SW.
009290
009300*****************************************************************
009310* Net one balance's revaluation into its control account and    *
009320* currency.                                                     *
009330*****************************************************************
009340 ADD-TO-POSTING.
009350     MOVE 'N' TO WS-PT-FOUND-SW.
009360     PERFORM VARYING WS-PT-IX FROM 1 BY 1
009370       UNTIL WS-PT-IX IS GREATER THAN WS-PT-COUNT
009380                OR POSTING-FOUND
009390        IF WS-PT-GL-ACCOUNT (WS-PT-IX) IS EQUAL TO SORT-GL-ACCOUNT
009400         AND WS-PT-CURR-CODE (WS-PT-IX) IS EQUAL TO SORT-CURR-CODE
009410           MOVE 'Y' TO WS-PT-FOUND-SW
009420           MOVE WS-PT-IX TO WS-PT-WORK-IX
009430        END-IF
009440     END-PERFORM.
009450     IF NOT POSTING-FOUND
009460        IF WS-PT-COUNT IS LESS THAN 200
009470           ADD 1 TO WS-PT-COUNT
009480           MOVE WS-PT-COUNT TO WS-PT-WORK-IX
009490           MOVE SORT-GL-ACCOUNT
009500             TO WS-PT-GL-ACCOUNT (WS-PT-WORK-IX)
009510           MOVE SORT-CURR-CODE TO WS-PT-CURR-CODE (WS-PT-WORK-IX)
009520           MOVE ZERO TO WS-PT-AMOUNT (WS-PT-WORK-IX)
009530        ELSE
009540           MOVE 'Posting table full - run refused'
009550             TO WS-CONSOLE-MESSAGE
009560           PERFORM ABORT-PROGRAM
009570        END-IF
009580     END-IF.
009590     ADD SORT-REVALUATION TO WS-PT-AMOUNT (WS-PT-WORK-IX).
009600
009610*****************************************************************
009620* Cut the balanced entries, a pair for each control account and *
009630* currency that moved - a loss debits the revaluation account   *
009640* and credits the control account with the added liability; a   *
009650* gain debits the control account and credits the revaluation   *
009660* account.                                                      *
009670*****************************************************************
009680 WRITE-JOURNAL-ENTRIES.
009690     MOVE SPACES TO REVALUATION-REPORT-LINE.
009700     PERFORM REPORT-PUT.
009710     MOVE 'REVALUATION JOURNAL ENTRIES' TO RX-TITLE.
009720     MOVE RPT-SECTION-LINE TO REVALUATION-REPORT-LINE.
009730     PERFORM REPORT-PUT.
009740     MOVE SPACES TO RPT-COLUMN-LINE.
009750     MOVE 'GL ACCT' TO RPT-COLUMN-LINE (3:7).
009760     MOVE 'DR/CR' TO RPT-COLUMN-LINE (11:5).
009770     MOVE 'AMOUNT' TO RPT-COLUMN-LINE (25:6).
009780     MOVE 'DESCRIPTION' TO RPT-COLUMN-LINE (33:11).
009790     MOVE RPT-COLUMN-LINE TO REVALUATION-REPORT-LINE.
009800     PERFORM REPORT-PUT.
009810     PERFORM VARYING WS-PT-IX FROM 1 BY 1
009820       UNTIL WS-PT-IX IS GREATER THAN WS-PT-COUNT
009830        ADD WS-PT-AMOUNT (WS-PT-IX) TO WS-POSTED-NET
009840        EVALUATE TRUE
009850          WHEN WS-PT-AMOUNT (WS-PT-IX) IS GREATER THAN ZERO
009860             MOVE SPACES TO GL-JOURNAL-RECORD
009870             STRING 'FX REVAL LOSS ' DELIMITED BY SIZE
009880                    WS-PT-CURR-CODE (WS-PT-IX) DELIMITED BY SIZE
009890               INTO GLJ-DESC
009900             MOVE WS-PT-AMOUNT (WS-PT-IX) TO GLJ-AMOUNT
009910             MOVE WS-REVALUATION-ACCOUNT TO GLJ-ACCOUNT
009920             MOVE 'D' TO GLJ-DR-CR
009930             PERFORM WRITE-ONE-ENTRY
009940             MOVE WS-PT-GL-ACCOUNT (WS-PT-IX) TO GLJ-ACCOUNT
009950             MOVE 'C' TO GLJ-DR-CR
009960             PERFORM WRITE-ONE-ENTRY
009970          WHEN WS-PT-AMOUNT (WS-PT-IX) IS LESS THAN ZERO
009980             MOVE SPACES TO GL-JOURNAL-RECORD
009990             STRING 'FX REVAL GAIN ' DELIMITED BY SIZE
010000                    WS-PT-CURR-CODE (WS-PT-IX) DELIMITED BY SIZE
010010               INTO GLJ-DESC
010020             COMPUTE GLJ-AMOUNT = ZERO - WS-PT-AMOUNT (WS-PT-IX)
010030             MOVE WS-PT-GL-ACCOUNT (WS-PT-IX) TO GLJ-ACCOUNT
010040             MOVE 'D' TO GLJ-DR-CR
010050             PERFORM WRITE-ONE-ENTRY
010060             MOVE WS-REVALUATION-ACCOUNT TO GLJ-ACCOUNT
010070             MOVE 'C' TO GLJ-DR-CR
010080             PERFORM WRITE-ONE-ENTRY
010090          WHEN OTHER
010100             CONTINUE
010110        END-EVALUATE
010120     END-PERFORM.
010130     IF WS-JRNL-ENTRIES IS EQUAL TO ZERO
010140        MOVE '  NONE' TO REVALUATION-REPORT-LINE
010150        PERFORM REPORT-PUT
010160     END-IF.
010170
010180 WRITE-ONE-ENTRY.
010190     MOVE WS-EXTRACT-RUN-ID TO GLJ-RUN-ID.
010200     WRITE GL-JOURNAL-RECORD.
010210     IF WS-FXJRNL-STATUS IS NOT EQUAL TO '00'
010220        MOVE 'FXJRNL Error writing file ...'
010230          TO WS-CONSOLE-MESSAGE
010240        PERFORM DISPLAY-CONSOLE-MESSAGE
010250        MOVE WS-FXJRNL-STATUS TO WS-IO-STATUS
010260        PERFORM DISPLAY-IO-STATUS
010270        PERFORM ABORT-PROGRAM
010280     END-IF.
010290     ADD 1 TO WS-JRNL-ENTRIES.
010300     IF GLJ-DEBIT
010310        ADD GLJ-AMOUNT TO WS-JRNL-DEBITS
010320     ELSE
010330        ADD GLJ-AMOUNT TO WS-JRNL-CREDITS
010340     END-IF.
010350     MOVE GLJ-ACCOUNT TO RE-ACCOUNT.
010360     MOVE GLJ-DR-CR TO RE-DR-CR.
010370     MOVE GLJ-AMOUNT TO RE-AMOUNT.
010380     MOVE GLJ-DESC TO RE-DESC.
010390     MOVE RPT-POSTING-LINE TO REVALUATION-REPORT-LINE.
010400     PERFORM REPORT-PUT.
010410
010420*****************************************************************
010430* The journal must balance and must carry the whole of the net  *
010440* revaluation. A failure here abends with the journal           *
010450* unreleased - the step return code stops the GL import behind  *
010460* it.                                                           *
010470*****************************************************************
010480 VERIFY-JOURNAL-BALANCE.
010490     IF WS-JRNL-DEBITS IS NOT EQUAL TO WS-JRNL-CREDITS
010500        MOVE 'FX journal out of balance - not released'
010510          TO WS-CONSOLE-MESSAGE
010520        PERFORM ABORT-PROGRAM
010530     END-IF.
010540     IF WS-POSTED-NET IS NOT EQUAL TO WS-NET-REVALUATION
010550        MOVE 'FX journal disagrees with report - not released'
010560          TO WS-CONSOLE-MESSAGE
010570        PERFORM ABORT-PROGRAM
010580     END-IF.
010590
010600 REPORT-TOTALS.
010610     MOVE SPACES TO REVALUATION-REPORT-LINE.
010620     PERFORM REPORT-PUT.
010630     MOVE 'TOTAL REVALUATION LOSS' TO RA-AMOUNT-LABEL.
010640     MOVE WS-TOTAL-LOSS TO RA-AMOUNT.
010650     PERFORM REPORT-AMOUNT-TOTAL.
010660     MOVE 'TOTAL REVALUATION GAIN' TO RA-AMOUNT-LABEL.
010670     MOVE WS-TOTAL-GAIN TO RA-AMOUNT.
010680     PERFORM REPORT-AMOUNT-TOTAL.
010690     MOVE 'NET REVALUATION (LOSS +)' TO RA-AMOUNT-LABEL.
010700     MOVE WS-NET-REVALUATION TO RA-AMOUNT.
010710     PERFORM REPORT-AMOUNT-TOTAL.
010720     MOVE 'JOURNAL DEBITS' TO RA-AMOUNT-LABEL.
010730     MOVE WS-JRNL-DEBITS TO RA-AMOUNT.
010740     PERFORM REPORT-AMOUNT-TOTAL.
010750     MOVE 'JOURNAL CREDITS' TO RA-AMOUNT-LABEL.
010760     MOVE WS-JRNL-CREDITS TO RA-AMOUNT.
010770     PERFORM REPORT-AMOUNT-TOTAL.
010780     MOVE SPACES TO REVALUATION-REPORT-LINE.
010790     PERFORM REPORT-PUT.
010800     MOVE 'ACCOUNTS READ' TO RN-COUNT-LABEL.
010810     MOVE WS-ACCOUNTS-READ TO RN-COUNT.
010820     PERFORM REPORT-COUNT-TOTAL.
010830     MOVE 'FOREIGN CURRENCY BALANCES' TO RN-COUNT-LABEL.
010840     MOVE WS-FOREIGN-COUNT TO RN-COUNT.
010850     PERFORM REPORT-COUNT-TOTAL.
010860     MOVE 'BALANCES REVALUED' TO RN-COUNT-LABEL.
010870     MOVE WS-REVALUED-COUNT TO RN-COUNT.
010880     PERFORM REPORT-COUNT-TOTAL.
010890     MOVE 'NOT REVALUED - NO PRIOR RATE' TO RN-COUNT-LABEL.
010900     MOVE WS-NO-PRIOR-COUNT TO RN-COUNT.
010910     PERFORM REPORT-COUNT-TOTAL.
010920     MOVE 'NOT REVALUED - NO RATE ON EXTRACT' TO RN-COUNT-LABEL.
010930     MOVE WS-NO-CURRENT-COUNT TO RN-COUNT.
010940     PERFORM REPORT-COUNT-TOTAL.
010950     MOVE 'POSTED TO SUSPENSE - NO GL CONTROL' TO RN-COUNT-LABEL.
010960     MOVE WS-UNMAPPED-COUNT TO RN-COUNT.
010970     PERFORM REPORT-COUNT-TOTAL.
010980     MOVE 'JOURNAL ENTRIES WRITTEN' TO RN-COUNT-LABEL.
010990     MOVE WS-JRNL-ENTRIES TO RN-COUNT.
011000     PERFORM REPORT-COUNT-TOTAL.
011010     MOVE 'GLCTL ENTRIES REFUSED' TO RN-COUNT-LABEL.
011020     MOVE WS-CONTROL-REJECTS TO RN-COUNT.
011030     PERFORM REPORT-COUNT-TOTAL.
011040
011050 REPORT-AMOUNT-TOTAL.
011060     MOVE RPT-AMOUNT-LINE TO REVALUATION-REPORT-LINE.
011070     PERFORM REPORT-PUT.
011080
011090 REPORT-COUNT-TOTAL.
011100     MOVE RPT-COUNT-LINE TO REVALUATION-REPORT-LINE.
011110     PERFORM REPORT-PUT.
011120
011130*****************************************************************
011140* Open the extract file produced by ZBNKEXT1 as input.          *
011150*****************************************************************
011160 EXTRACT-OPEN.
011170     OPEN INPUT EXTRACT-FILE.
011180     IF WS-EXTRACT-STATUS = '00'
011190        MOVE 'EXTRACT file opened OK'
011200          TO WS-CONSOLE-MESSAGE
011210        PERFORM DISPLAY-CONSOLE-MESSAGE
011220     ELSE
011230        MOVE 'EXTRACT file open failure...'
011240          TO WS-CONSOLE-MESSAGE
011250        PERFORM DISPLAY-CONSOLE-MESSAGE
011260        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
011270        PERFORM DISPLAY-IO-STATUS
011280        PERFORM ABORT-PROGRAM
011290        END-IF.
011300
011310 EXTRACT-READ.
011320     READ EXTRACT-FILE
011330        AT END
011340           MOVE 'Y' TO WS-EOF-SW
011350     END-READ.
011360     IF NOT END-OF-EXTRACT
011370        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
011380           MOVE 'EXTRACT Error reading file ...'
011390             TO WS-CONSOLE-MESSAGE
011400           PERFORM DISPLAY-CONSOLE-MESSAGE
011410           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
011420           PERFORM DISPLAY-IO-STATUS
011430           PERFORM ABORT-PROGRAM
011440        END-IF
011450     END-IF.
011460
011470 EXTRACT-CLOSE.
011480     CLOSE EXTRACT-FILE.
011490
011500 FXJRNL-OPEN.
011510     OPEN OUTPUT GL-JOURNAL-FILE.
011520     IF WS-FXJRNL-STATUS IS NOT EQUAL TO '00'
011530        MOVE 'FXJRNL file open failure...'
011540          TO WS-CONSOLE-MESSAGE
011550        PERFORM DISPLAY-CONSOLE-MESSAGE
011560        MOVE WS-FXJRNL-STATUS TO WS-IO-STATUS
011570        PERFORM DISPLAY-IO-STATUS
011580        PERFORM ABORT-PROGRAM
011590     END-IF.
011600
011610 FXJRNL-CLOSE.
011620     CLOSE GL-JOURNAL-FILE.
011630
011640*****************************************************************
011650* Open the revaluation report as output.                        *
011660*****************************************************************
011670 REPORT-OPEN.
011680     OPEN OUTPUT REVALUATION-REPORT.
011690     IF WS-REPORT-STATUS = '00'
011700        MOVE 'FXRRPT report opened OK'
011710          TO WS-CONSOLE-MESSAGE
011720        PERFORM DISPLAY-CONSOLE-MESSAGE
011730     ELSE
011740        MOVE 'FXRRPT report open failure...'
011750          TO WS-CONSOLE-MESSAGE
011760        PERFORM DISPLAY-CONSOLE-MESSAGE
011770        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
011780        PERFORM DISPLAY-IO-STATUS
011790        PERFORM ABORT-PROGRAM
011800        END-IF.
011810
011820 REPORT-PUT.
011830     WRITE REVALUATION-REPORT-LINE.
011840     IF WS-REPORT-STATUS NOT = '00'
011850        MOVE 'FXRRPT report Error writing file ...'
011860          TO WS-CONSOLE-MESSAGE
011870        PERFORM DISPLAY-CONSOLE-MESSAGE
011880        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
011890        PERFORM DISPLAY-IO-STATUS
011900        PERFORM ABORT-PROGRAM
011910     END-IF.
011920
011930 REPORT-CLOSE.
011940     CLOSE REVALUATION-REPORT.
011950
011960*****************************************************************
011970* Display the file status bytes. This routine will display as   *
011980* two digits if the full two byte file status is numeric. If    *
011990* second byte is non-numeric then it will be treated as a       *
012000* binary number.                                                *
012010*****************************************************************
012020 DISPLAY-IO-STATUS.
012030     IF WS-IO-STATUS NUMERIC
012040        MOVE SPACE TO WS-CONSOLE-MESSAGE
012050        STRING 'File status -' DELIMITED BY SIZE
012060               WS-IO-STATUS DELIMITED BY SIZE
012070          INTO WS-CONSOLE-MESSAGE
012080        PERFORM DISPLAY-CONSOLE-MESSAGE
012090     ELSE
012100        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
012110        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
012120        MOVE SPACE TO WS-CONSOLE-MESSAGE
012130        STRING 'File status -' DELIMITED BY SIZE
012140               WS-IO-STAT1 DELIMITED BY SIZE
012150               '/' DELIMITED BY SIZE
012160               WS-TWO-BYTES DELIMITED BY SIZE
012170          INTO WS-CONSOLE-MESSAGE
012180        PERFORM DISPLAY-CONSOLE-MESSAGE
012190     END-IF.
012200
012210*****************************************************************
012220* 'ABORT' the program.                                          *
012230* Post a message to the console and issue a STOP RUN            *
012240*****************************************************************
012250 ABORT-PROGRAM.
012260     IF WS-CONSOLE-MESSAGE NOT = SPACES
012270        PERFORM DISPLAY-CONSOLE-MESSAGE
012280     END-IF.
012290     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
012300     PERFORM DISPLAY-CONSOLE-MESSAGE.
012310     MOVE 16 TO RETURN-CODE.
012320     GOBACK.
012330
012340*****************************************************************
012350* Display a message on the console, prefixed with the program   *
012360* name so it can be picked out of a mixed job log.              *
012370*****************************************************************
012380 DISPLAY-CONSOLE-MESSAGE.
012390     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
