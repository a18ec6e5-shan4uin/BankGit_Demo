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
000130* Prgram:      ZBNKGLB1.CBL                                     *
000140* Function:    Deposit subledger to GL balancing proof - total  *
000150*              the extract's account balances by description    *
000160*              and currency, convert them to base at the run's  *
000170*              rates, prove each GL deposit control account     *
000180*              against them within tolerance, record the proof  *
000190*              on the shared run ledger and raise an alert when *
000200*              the deposits are out of balance                  *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKGLB1.
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
000380     SELECT GL-CONTROL-FILE
000390            ASSIGN       TO GLCTL
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-CONTROL-STATUS.
000430
000440     SELECT OPTIONAL RUN-LEDGER-FILE
000450            ASSIGN       TO RUNLEDGR
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-LEDGER-STATUS.
000490
000500     SELECT BALANCING-REPORT
000510            ASSIGN       TO GLBRPT
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
000640* GL deposit control balances as at the cycle date, with the    *
000650* tolerance the proof is allowed.                               *
000660*****************************************************************
000670 FD  GL-CONTROL-FILE
000680     RECORD CONTAINS 80 CHARACTERS.
000690 COPY CGLCTRL.
000700
000710*****************************************************************
000720* Shared run ledger - the proof is recorded against this        *
000730* cycle's run id so ZBNKREC1 can see it before it reconciles.   *
000740*****************************************************************
000750 FD  RUN-LEDGER-FILE
000760     RECORD CONTAINS 120 CHARACTERS.
000770 COPY CRUNLEDG.
000780
000790 FD  BALANCING-REPORT
000800     RECORD CONTAINS 132 CHARACTERS.
000810 01  BALANCING-REPORT-LINE                   PIC X(132).
000820
000830 WORKING-STORAGE SECTION.
000840 01  WS-MISC-STORAGE.
000850   05  WS-PROGRAM-ID                         PIC X(8)
000860       VALUE 'ZBNKGLB1'.
000870   05  WS-EXTRACT-STATUS.
000880     10  WS-EXTRACT-STAT1                    PIC X(1).
000890     10  WS-EXTRACT-STAT2                    PIC X(1).
000900
000910   05  WS-CONTROL-STATUS.
000920     10  WS-CONTROL-STAT1                    PIC X(1).
000930     10  WS-CONTROL-STAT2                    PIC X(1).
000940
000950   05  WS-LEDGER-STATUS.
000960     10  WS-LEDGER-STAT1                     PIC X(1).
000970     10  WS-LEDGER-STAT2                     PIC X(1).
000980
000990   05  WS-REPORT-STATUS.
001000     10  WS-REPORT-STAT1                     PIC X(1).
001010     10  WS-REPORT-STAT2                     PIC X(1).
001020
001030   05  WS-IO-STATUS.
001040     10  WS-IO-STAT1                         PIC X(1).
001050     10  WS-IO-STAT2                         PIC X(1).
001060
001070   05  WS-TWO-BYTES.
001080     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001090     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001100   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001110                                             PIC 9(1) COMP.
001120
001130   05  WS-EOF-SW                             PIC X(1)
001140       VALUE 'N'.
001150     88  END-OF-EXTRACT                       VALUE 'Y'.
001160   05  WS-CONTROL-EOF-SW                     PIC X(1)
001170       VALUE 'N'.
001180     88  CONTROL-EOF                          VALUE 'Y'.
001190   05  WS-TRAILER-SW                         PIC X(1)
001200       VALUE 'N'.
001210     88  EXTRACT-TRAILER-SEEN                 VALUE 'Y'.
001212   05  WS-FULL-EXTRACT-SW                    PIC X(1)
001215       VALUE 'N'.
001217     88  FULL-EXTRACT                         VALUE 'Y'.
001220
001230   05  WS-EXTRACT-RUN-ID.
001240     10  WS-EXTRACT-RUN-DATE                 PIC 9(6)
001250         VALUE ZERO.
001260     10  WS-EXTRACT-RUN-TIME                 PIC 9(8)
001270         VALUE ZERO.
001280
001290*****************************************************************
001300* The tolerance, in base currency, within which a control       *
001310* account still counts as in balance. A "T" entry on the        *
001320* control file overrides it.                                    *
001330*****************************************************************
001340   05  WS-TOLERANCE                          PIC 9(9)V99
001350       VALUE 1.00.
001360
001370   05  WS-ACCOUNTS-READ                      PIC 9(7)
001380       VALUE ZERO.
001390   05  WS-CONTROL-REJECTS                    PIC 9(5)
001400       VALUE ZERO.
001410   05  WS-UNMAPPED-COUNT                     PIC 9(5)
001420       VALUE ZERO.
001430   05  WS-SLICES-AT-PAR                      PIC 9(5)
001440       VALUE ZERO.
001450   05  WS-GL-PROVED-COUNT                    PIC 9(5)
001460       VALUE ZERO.
001470   05  WS-OUT-OF-BALANCE-COUNT               PIC 9(5)
001480       VALUE ZERO.
001490   05  WS-SUBLEDGER-TOTAL                    PIC S9(13)V99
001500       VALUE ZERO.
001510   05  WS-CONTROL-TOTAL                      PIC S9(13)V99
001520       VALUE ZERO.
001530   05  WS-NET-DIFFERENCE                     PIC S9(13)V99
001540       VALUE ZERO.
001550   05  WS-DIFFERENCE                         PIC S9(13)V99.
001560   05  WS-ABS-DIFFERENCE                     PIC 9(13)V99.
001570   05  WS-NET-DIFF-EDIT                      PIC Z(12)9.99-.
001580   05  WS-TOLERANCE-EDIT                     PIC Z(8)9.99.
001590
001600*****************************************************************
001610* Exchange rates off the extract's type 'R' records, which the  *
001620* extract writes behind the header ahead of any customer data.  *
001630*****************************************************************
001640 01  WS-RATE-TABLE.
001650   05  WS-RATE-COUNT                         PIC 9(2)
001660       VALUE ZERO.
001670   05  WS-RATE-ENTRY OCCURS 30 TIMES.
001680     10  WS-RATE-CURR-CODE                   PIC X(3).
001690     10  WS-RATE-VALUE                       PIC 9(3)V9(6).
001700   05  WS-RATE-IX                            PIC 9(2).
001710   05  WS-RATE-LOOKUP-RATE                   PIC 9(3)V9(6).
001720   05  WS-RATE-FOUND-SW                      PIC X(1)
001730       VALUE 'N'.
001740     88  RATE-FOUND                           VALUE 'Y'.
001750
001760*****************************************************************
001770* The "B" entries off the control file - which GL control       *
001780* account holds each description and currency, and the balance  *
001790* the GL shows for it.                                          *
001800*****************************************************************
001810 01  WS-CONTROL-TABLE.
001820   05  WS-CT-COUNT                           PIC 9(4)
001830       VALUE ZERO.
001840   05  WS-CT-ENTRY OCCURS 500 TIMES.
001850     10  WS-CT-GL-ACCOUNT                    PIC X(8).
001860     10  WS-CT-ACC-DESC                      PIC X(30).
001870     10  WS-CT-CURR-CODE                     PIC X(3).
001880     10  WS-CT-AMOUNT                        PIC S9(11)V99.
001890   05  WS-CT-IX                              PIC 9(4).
001900   05  WS-CT-FOUND-IX                        PIC 9(4).
001910
001920*****************************************************************
001930* The subledger - the extract's type '2' balances totalled by   *
001940* account description and currency, then converted to base and  *
001950* assigned to the GL control account that holds them.           *
001960*****************************************************************
001970 01  WS-SLICE-TABLE.
001980   05  WS-SL-COUNT                           PIC 9(4)
001990       VALUE ZERO.
002000   05  WS-SL-ENTRY OCCURS 500 TIMES.
002010     10  WS-SL-ACC-DESC                      PIC X(30).
002020     10  WS-SL-CURR-CODE                     PIC X(3).
002030     10  WS-SL-ACCOUNTS                      PIC 9(7).
002040     10  WS-SL-LOCAL                         PIC S9(13)V99.
002050     10  WS-SL-RATE                          PIC 9(3)V9(6).
002060     10  WS-SL-BASE                          PIC S9(13)V99.
002070     10  WS-SL-GL-ACCOUNT                    PIC X(8).
002080     10  WS-SL-NOTE                          PIC X(14).
002090   05  WS-SL-IX                              PIC 9(4).
002100   05  WS-SL-WORK-IX                         PIC 9(4).
002110   05  WS-SL-FOUND-SW                        PIC X(1)
002120       VALUE 'N'.
002130     88  SLICE-FOUND                          VALUE 'Y'.
002140
002150*****************************************************************
002160* One entry per GL control account, in control file order, with *
002170* the subledger and GL sides of the proof. Balances no control  *
002180* entry covers are gathered under UNMAPPED.                     *
002190*****************************************************************
002200 01  WS-GL-TABLE.
002210   05  WS-GA-COUNT                           PIC 9(4)
002220       VALUE ZERO.
002230   05  WS-GA-ENTRY OCCURS 200 TIMES.
002240     10  WS-GA-GL-ACCOUNT                    PIC X(8).
002250     10  WS-GA-SUBLEDGER                     PIC S9(13)V99.
002260     10  WS-GA-CONTROL                       PIC S9(13)V99.
002270   05  WS-GA-IX                              PIC 9(4).
002280   05  WS-GA-WORK-IX                         PIC 9(4).
002290   05  WS-GA-KEY                             PIC X(8).
002300   05  WS-GA-FOUND-SW                        PIC X(1)
002310       VALUE 'N'.
002320     88  GL-ACCOUNT-FOUND                     VALUE 'Y'.
002330
002340 01  WS-ALERT-COMMAREA.
002350 COPY CALERTD.
002360
002370 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002380
002390*****************************************************************
002400* Balancing report lines.                                       *
002410*****************************************************************
002420 01  RPT-HEADING-LINE.
002430   05  FILLER                          PIC X(2)  VALUE SPACES.
002440   05  FILLER                                PIC X(42)
002450       VALUE 'DEPOSIT SUBLEDGER TO GL BALANCING PROOF - '.
002460   05  FILLER                                PIC X(6)
002470       VALUE 'RUN - '.
002480   05  RH-RUN-ID                             PIC X(14).
002490   05  FILLER                                PIC X(15)
002500       VALUE '   TOLERANCE - '.
002510   05  RH-TOLERANCE                          PIC Z(8)9.99.
002520   05  FILLER                          PIC X(41) VALUE SPACES.
002530
002540 01  RPT-SECTION-LINE.
002550   05  FILLER                          PIC X(2)  VALUE SPACES.
002560   05  RX-TITLE                              PIC X(50).
002570   05  FILLER                          PIC X(80) VALUE SPACES.
002580
002590 01  RPT-SLICE-COLUMN-LINE.
002600   05  FILLER                                PIC X(30)
002610       VALUE '  ACCOUNT DESCRIPTION         '.
002620   05  FILLER                                PIC X(30)
002630       VALUE '    CCY  ACCOUNTS     LOCAL BA'.
002640   05  FILLER                                PIC X(30)
002650       VALUE 'LANCE       RATE        BASE B'.
002660   05  FILLER                                PIC X(30)
002670       VALUE 'ALANCE  GL ACCT   NOTE        '.
002680   05  FILLER                          PIC X(12) VALUE SPACES.
002690
002700 01  RPT-SLICE-LINE.
002710   05  FILLER                          PIC X(2)  VALUE SPACES.
002720   05  RS-ACC-DESC                           PIC X(30).
002730   05  FILLER                          PIC X(2)  VALUE SPACES.
002740   05  RS-CURR-CODE                          PIC X(3).
002750   05  FILLER                          PIC X(2)  VALUE SPACES.
002760   05  RS-ACCOUNTS                           PIC ZZZZZZ9.
002770   05  FILLER                          PIC X(2)  VALUE SPACES.
002780   05  RS-LOCAL                              PIC Z(12)9.99-.
002790   05  FILLER                          PIC X(2)  VALUE SPACES.
002800   05  RS-RATE                               PIC ZZ9.999999.
002810   05  FILLER                          PIC X(2)  VALUE SPACES.
002820   05  RS-BASE                               PIC Z(12)9.99-.
002830   05  FILLER                          PIC X(2)  VALUE SPACES.
002840   05  RS-GL-ACCOUNT                         PIC X(8).
002850   05  FILLER                          PIC X(2)  VALUE SPACES.
002860   05  RS-NOTE                               PIC X(14).
002870   05  FILLER                          PIC X(10) VALUE SPACES.
002880
002890 01  RPT-PROOF-COLUMN-LINE.
002900   05  FILLER                                PIC X(30)
002910       VALUE '  GL ACCT           SUBLEDGER '.
002920   05  FILLER                                PIC X(30)
002930       VALUE '        GL CONTROL        DIFF'.
002940   05  FILLER                                PIC X(30)
002950       VALUE 'ERENCE   RESULT               '.
002960   05  FILLER                          PIC X(42) VALUE SPACES.
002970
002980 01  RPT-PROOF-LINE.
002990   05  FILLER                          PIC X(2)  VALUE SPACES.
003000   05  RP-GL-ACCOUNT                         PIC X(8).
003010   05  FILLER                          PIC X(2)  VALUE SPACES.
003020   05  RP-SUBLEDGER                          PIC Z(12)9.99-.
003030   05  FILLER                          PIC X(2)  VALUE SPACES.
003040   05  RP-CONTROL                            PIC Z(12)9.99-.
003050   05  FILLER                          PIC X(2)  VALUE SPACES.
003060   05  RP-DIFFERENCE                         PIC Z(12)9.99-.
003070   05  FILLER                          PIC X(2)  VALUE SPACES.
003080   05  RP-RESULT                             PIC X(20).
003090   05  FILLER                          PIC X(43) VALUE SPACES.
003100
003110 01  RPT-AMOUNT-LINE.
003120   05  FILLER                          PIC X(2)  VALUE SPACES.
003130   05  RT-AMOUNT-LABEL                       PIC X(34).
003140   05  RT-AMOUNT                             PIC Z(12)9.99-.
003150   05  FILLER                          PIC X(79) VALUE SPACES.
003160
003170 01  RPT-COUNT-LINE.
003180   05  FILLER                          PIC X(2)  VALUE SPACES.
003190   05  RT-COUNT-LABEL                        PIC X(34).
003200   05  RT-COUNT                              PIC ZZZZZZ9.
003210   05  FILLER                          PIC X(89) VALUE SPACES.
003220
003230 PROCEDURE DIVISION.
003240*****************************************************************
003250* Load the GL control balances, total the extract's balances by *
003260* description and currency, prove each control account against  *
003270* them and record the proof on the run ledger.                  *
003280*****************************************************************
003290     PERFORM LOAD-GL-CONTROLS.
003300     PERFORM REPORT-OPEN.
003310     PERFORM TOTAL-EXTRACT.
003320     PERFORM REPORT-SUBLEDGER.
003330     PERFORM PROVE-GL-ACCOUNTS.
003340     PERFORM REPORT-TOTALS.
003350     PERFORM REPORT-CLOSE.
003355     IF FULL-EXTRACT
003360        PERFORM REGISTER-BALANCING-PROOF
003365     END-IF.
003370
003380     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003390     STRING WS-GL-PROVED-COUNT DELIMITED BY SIZE
003400            ' GL accounts proved, ' DELIMITED BY SIZE
003410            WS-OUT-OF-BALANCE-COUNT DELIMITED BY SIZE
003420            ' out of balance' DELIMITED BY SIZE
003430       INTO WS-CONSOLE-MESSAGE.
003440     PERFORM DISPLAY-CONSOLE-MESSAGE.
003450     MOVE 'End Of Job'
003460       TO WS-CONSOLE-MESSAGE.
003470     PERFORM DISPLAY-CONSOLE-MESSAGE.
003480
003490*****************************************************************
003500* Deposits out of balance with the GL must reach somebody       *
003505* before the cycle is reconciled, not wait for month end. An    *
003510* extract that is not an ALL run proves nothing and is only     *
003515* flagged with RC 4.                                            *
003520*****************************************************************
003528     EVALUATE TRUE
003536       WHEN WS-OUT-OF-BALANCE-COUNT IS GREATER THAN ZERO
003544          MOVE WS-PROGRAM-ID TO ALERT-PROGRAM
003552          SET ALERT-SEVERITY-CRITICAL TO TRUE
003560          MOVE 'GLBALNCE' TO ALERT-CODE
003568          MOVE 'Deposits out of balance with the GL'
003576            TO ALERT-TEXT
003584          CALL 'ZBNKALT1' USING WS-ALERT-COMMAREA
003592          MOVE 8 TO RETURN-CODE
003600       WHEN NOT FULL-EXTRACT
003608          MOVE 4 TO RETURN-CODE
003616       WHEN OTHER
003624          MOVE 0 TO RETURN-CODE
003632     END-EVALUATE.
003640
003650     GOBACK.
003660
003670*****************************************************************
003680* Load the GL control balances. The file is required - a proof  *
003690* with nothing to prove against would pass every account. Each  *
003700* control account is entered in the proof table as it is first  *
003710* named, so the proof reports in control file order.            *
003720*****************************************************************
003730 LOAD-GL-CONTROLS.
003740     OPEN INPUT GL-CONTROL-FILE.
003750     IF WS-CONTROL-STATUS = '00'
003760        MOVE 'GLCTL file opened OK'
003770          TO WS-CONSOLE-MESSAGE
003780        PERFORM DISPLAY-CONSOLE-MESSAGE
003790     ELSE
003800        MOVE 'GLCTL file open failure...'
003810          TO WS-CONSOLE-MESSAGE
003820        PERFORM DISPLAY-CONSOLE-MESSAGE
003830        MOVE WS-CONTROL-STATUS TO WS-IO-STATUS
003840        PERFORM DISPLAY-IO-STATUS
003850        PERFORM ABORT-PROGRAM
003860     END-IF.
003870     PERFORM CONTROL-READ.
003880     PERFORM UNTIL CONTROL-EOF
003890        EVALUATE TRUE
003900          WHEN GLC-BALANCE-ENTRY
003910             PERFORM ADD-CONTROL-ENTRY
003920          WHEN GLC-TOLERANCE-ENTRY
003930             IF GLC-AMOUNT IS NUMERIC
003940              AND GLC-AMOUNT IS NOT LESS THAN ZERO
003950                MOVE GLC-AMOUNT TO WS-TOLERANCE
003960             ELSE
003970                ADD 1 TO WS-CONTROL-REJECTS
003980             END-IF
003990          WHEN OTHER
004000             ADD 1 TO WS-CONTROL-REJECTS
004010        END-EVALUATE
004020        PERFORM CONTROL-READ
004030     END-PERFORM.
004040     CLOSE GL-CONTROL-FILE.
004050     IF WS-CT-COUNT IS EQUAL TO ZERO
004060        MOVE 'GLCTL has no control balances - run refused'
004070          TO WS-CONSOLE-MESSAGE
004080        PERFORM ABORT-PROGRAM
004090     END-IF.
004100
004110 CONTROL-READ.
004120     READ GL-CONTROL-FILE
004130       AT END
004140          MOVE 'Y' TO WS-CONTROL-EOF-SW
004150     END-READ.
004160     IF NOT CONTROL-EOF
004170        IF WS-CONTROL-STATUS IS NOT EQUAL TO '00'
004180           MOVE 'GLCTL Error reading file ...'
004190             TO WS-CONSOLE-MESSAGE
004200           PERFORM DISPLAY-CONSOLE-MESSAGE
004210           MOVE WS-CONTROL-STATUS TO WS-IO-STATUS
004220           PERFORM DISPLAY-IO-STATUS
004230           PERFORM ABORT-PROGRAM
004240        END-IF
004250     END-IF.
004260
004270*****************************************************************
004280* Keep one control balance. An entry with no control account or *
004290* an unreadable balance is refused on the console and left out, *
004300* so the balances it should have covered show as UNMAPPED.      *
004310*****************************************************************
004320 ADD-CONTROL-ENTRY.
004330     IF GLC-GL-ACCOUNT IS EQUAL TO SPACES
004340      OR GLC-AMOUNT IS NOT NUMERIC
004350        ADD 1 TO WS-CONTROL-REJECTS
004360        MOVE SPACES TO WS-CONSOLE-MESSAGE
004370        STRING 'GLCTL entry refused - ' DELIMITED BY SIZE
004380               GLC-ACC-DESC DELIMITED BY SIZE
004390               ' ' DELIMITED BY SIZE
004400               GLC-CURR-CODE DELIMITED BY SIZE
004410          INTO WS-CONSOLE-MESSAGE
004420        PERFORM DISPLAY-CONSOLE-MESSAGE
004430     ELSE
004440        IF WS-CT-COUNT IS LESS THAN 500
004450           ADD 1 TO WS-CT-COUNT
004460           MOVE GLC-GL-ACCOUNT TO WS-CT-GL-ACCOUNT (WS-CT-COUNT)
004470           MOVE GLC-ACC-DESC TO WS-CT-ACC-DESC (WS-CT-COUNT)
004480           MOVE GLC-CURR-CODE TO WS-CT-CURR-CODE (WS-CT-COUNT)
004490           MOVE GLC-AMOUNT TO WS-CT-AMOUNT (WS-CT-COUNT)
004500           MOVE GLC-GL-ACCOUNT TO WS-GA-KEY
004510           PERFORM FIND-GL-ACCOUNT
004520           ADD GLC-AMOUNT TO WS-GA-CONTROL (WS-GA-WORK-IX)
004530           ADD GLC-AMOUNT TO WS-CONTROL-TOTAL
004540        ELSE
004550           MOVE 'Control balance table full - run refused'
004560             TO WS-CONSOLE-MESSAGE
004570           PERFORM ABORT-PROGRAM
004580        END-IF
004590     END-IF.
004600
004610*****************************************************************
004620* Find the proof table entry for the control account in         *
004630* WS-GA-KEY, starting a new one at zero if it is not there yet. *
004640*****************************************************************
004650 FIND-GL-ACCOUNT.
004660     MOVE 'N' TO WS-GA-FOUND-SW.
004670     PERFORM VARYING WS-GA-IX FROM 1 BY 1
004680       UNTIL WS-GA-IX IS GREATER THAN WS-GA-COUNT
004690                OR GL-ACCOUNT-FOUND
004700        IF WS-GA-GL-ACCOUNT (WS-GA-IX) IS EQUAL TO WS-GA-KEY
004710           MOVE 'Y' TO WS-GA-FOUND-SW
004720           MOVE WS-GA-IX TO WS-GA-WORK-IX
004730        END-IF
004740     END-PERFORM.
004750     IF NOT GL-ACCOUNT-FOUND
004760        IF WS-GA-COUNT IS LESS THAN 200
004770           ADD 1 TO WS-GA-COUNT
004780           MOVE WS-GA-COUNT TO WS-GA-WORK-IX
004790           MOVE WS-GA-KEY TO WS-GA-GL-ACCOUNT (WS-GA-WORK-IX)
004800           MOVE ZERO TO WS-GA-SUBLEDGER (WS-GA-WORK-IX)
004810           MOVE ZERO TO WS-GA-CONTROL (WS-GA-WORK-IX)
004820        ELSE
004830           MOVE 'GL account table full - run refused'
004840             TO WS-CONSOLE-MESSAGE
004850           PERFORM ABORT-PROGRAM
004860        END-IF
004870     END-IF.
004880
004890*****************************************************************
004900* Pass the extract, keeping the run's rates and totalling every *
004910* type '2' current balance into its description and currency.   *
004920* The file must carry its header, for the run id the proof is   *
004930* recorded against, and its trailer - a part-written file would *
004936* prove short. Only an extract ZBNKEXT1 cut with ALL holds      *
004943* every account; the header's run parameter says which it is.   *
004950*****************************************************************
004960 TOTAL-EXTRACT.
004970     PERFORM EXTRACT-OPEN.
004980     PERFORM EXTRACT-READ.
004990     IF NOT END-OF-EXTRACT
005000      AND BANKXT01-H-TYPE IS EQUAL TO 'H'
005010        MOVE BANKXT01-H-RUN-DATE TO WS-EXTRACT-RUN-DATE
005020        MOVE BANKXT01-H-RUN-TIME TO WS-EXTRACT-RUN-TIME
005021        IF BANKXT01-H-PARM (1:4) IS EQUAL TO 'ALL '
005022           MOVE 'Y' TO WS-FULL-EXTRACT-SW
005023        ELSE
005025           MOVE 'EXTRACT not an ALL run - GL proof not made'
005026             TO WS-CONSOLE-MESSAGE
005027           PERFORM DISPLAY-CONSOLE-MESSAGE
005028        END-IF
005030     ELSE
005040        MOVE 'EXTRACT has no header - run refused'
005050          TO WS-CONSOLE-MESSAGE
005060        PERFORM ABORT-PROGRAM
005070     END-IF.
005080     PERFORM UNTIL END-OF-EXTRACT
005090        EVALUATE TRUE
005100          WHEN BANKXT01-R-TYPE IS EQUAL TO 'R'
005110             PERFORM STORE-RATE
005120          WHEN BANKXT01-2-TYPE IS EQUAL TO '2'
005130             PERFORM ADD-ACCOUNT-BALANCE
005140          WHEN BANKXT01-T-TYPE IS EQUAL TO 'T'
005150             MOVE 'Y' TO WS-TRAILER-SW
005160          WHEN OTHER
005170             CONTINUE
005180        END-EVALUATE
005190        PERFORM EXTRACT-READ
005200     END-PERFORM.
005210     PERFORM EXTRACT-CLOSE.
005220     IF NOT EXTRACT-TRAILER-SEEN
005230        MOVE 'EXTRACT has no trailer - run refused'
005240          TO WS-CONSOLE-MESSAGE
005250        PERFORM ABORT-PROGRAM
005260     END-IF.
005270     PERFORM VARYING WS-SL-IX FROM 1 BY 1
005280       UNTIL WS-SL-IX IS GREATER THAN WS-SL-COUNT
005290        PERFORM CONVERT-SUBLEDGER-SLICE
005300     END-PERFORM.
005310
005320 STORE-RATE.
005330     IF WS-RATE-COUNT IS LESS THAN 30
005340        ADD 1 TO WS-RATE-COUNT
005350        MOVE BANKXT01-R-CURR-CODE
005360          TO WS-RATE-CURR-CODE (WS-RATE-COUNT)
005370        MOVE BANKXT01-R-RATE TO WS-RATE-VALUE (WS-RATE-COUNT)
005380     ELSE
005390        MOVE 'Rate table full - run refused'
005400          TO WS-CONSOLE-MESSAGE
005410        PERFORM ABORT-PROGRAM
005420     END-IF.
005430
005440 ADD-ACCOUNT-BALANCE.
005450     ADD 1 TO WS-ACCOUNTS-READ.
005460     MOVE 'N' TO WS-SL-FOUND-SW.
005470     PERFORM VARYING WS-SL-IX FROM 1 BY 1
005480       UNTIL WS-SL-IX IS GREATER THAN WS-SL-COUNT
005490                OR SLICE-FOUND
005500        IF WS-SL-ACC-DESC (WS-SL-IX) IS EQUAL TO
005510             BANKXT01-2-ACC-DESC
005520         AND WS-SL-CURR-CODE (WS-SL-IX) IS EQUAL TO
005530               BANKXT01-2-CURR-CODE
005540           MOVE 'Y' TO WS-SL-FOUND-SW
005550           MOVE WS-SL-IX TO WS-SL-WORK-IX
005560        END-IF
005570     END-PERFORM.
005580     IF NOT SLICE-FOUND
005590        IF WS-SL-COUNT IS LESS THAN 500
005600           ADD 1 TO WS-SL-COUNT
005610           MOVE WS-SL-COUNT TO WS-SL-WORK-IX
005620           MOVE BANKXT01-2-ACC-DESC
005630             TO WS-SL-ACC-DESC (WS-SL-WORK-IX)
005640           MOVE BANKXT01-2-CURR-CODE
005650             TO WS-SL-CURR-CODE (WS-SL-WORK-IX)
005660           MOVE ZERO TO WS-SL-ACCOUNTS (WS-SL-WORK-IX)
005670           MOVE ZERO TO WS-SL-LOCAL (WS-SL-WORK-IX)
005680           MOVE SPACES TO WS-SL-NOTE (WS-SL-WORK-IX)
005690        ELSE
005700           MOVE 'Subledger table full - run refused'
005710             TO WS-CONSOLE-MESSAGE
005720           PERFORM ABORT-PROGRAM
005730        END-IF
005740     END-IF.
005750     ADD 1 TO WS-SL-ACCOUNTS (WS-SL-WORK-IX).
005760     ADD BANKXT01-2-ACC-CURR-BAL TO WS-SL-LOCAL (WS-SL-WORK-IX).
005770
005780*****************************************************************
005790* Convert one description and currency total to base at the     *
005800* run's rate - totalled first and converted once, so the proof  *
005810* does not carry an account-by-account rounding drift - and     *
005820* post it to the control account that holds it.                 *
005830*****************************************************************
005840 CONVERT-SUBLEDGER-SLICE.
005850     PERFORM LOOKUP-CURRENCY-RATE.
005860     MOVE WS-RATE-LOOKUP-RATE TO WS-SL-RATE (WS-SL-IX).
005870     COMPUTE WS-SL-BASE (WS-SL-IX) ROUNDED =
005880        WS-SL-LOCAL (WS-SL-IX) * WS-RATE-LOOKUP-RATE.
005890     ADD WS-SL-BASE (WS-SL-IX) TO WS-SUBLEDGER-TOTAL.
005900     PERFORM MAP-SLICE-TO-GL.
005910     MOVE WS-SL-GL-ACCOUNT (WS-SL-IX) TO WS-GA-KEY.
005920     PERFORM FIND-GL-ACCOUNT.
005930     ADD WS-SL-BASE (WS-SL-IX) TO WS-GA-SUBLEDGER (WS-GA-WORK-IX).
005940
005950*****************************************************************
005960* Find the base-currency rate for the total's currency. A blank *
005970* or base currency converts at par, as does one the extract has *
005980* no rate for - that is noted against the total and counted so  *
005990* the rate gap can be chased.                                   *
006000*****************************************************************
006010 LOOKUP-CURRENCY-RATE.
006020     MOVE 1.000000 TO WS-RATE-LOOKUP-RATE.
006030     MOVE 'N' TO WS-RATE-FOUND-SW.
006040     PERFORM VARYING WS-RATE-IX FROM 1 BY 1
006050       UNTIL WS-RATE-IX IS GREATER THAN WS-RATE-COUNT
006060                OR RATE-FOUND
006070        IF WS-RATE-CURR-CODE (WS-RATE-IX) IS EQUAL TO
006080             WS-SL-CURR-CODE (WS-SL-IX)
006090           MOVE WS-RATE-VALUE (WS-RATE-IX)
006100             TO WS-RATE-LOOKUP-RATE
006110           MOVE 'Y' TO WS-RATE-FOUND-SW
006120        END-IF
006130     END-PERFORM.
006140     IF NOT RATE-FOUND
006150      AND WS-SL-CURR-CODE (WS-SL-IX) IS NOT EQUAL TO SPACES
006160        ADD 1 TO WS-SLICES-AT-PAR
006170        MOVE 'AT PAR-NO RATE' TO WS-SL-NOTE (WS-SL-IX)
006180     END-IF.
006190
006200*****************************************************************
006210* The control account for a total is the one named for its      *
006220* description and currency, failing that the one named for its  *
006230* description in every currency. A total no entry covers is     *
006240* held under UNMAPPED, which the GL cannot balance.             *
006250*****************************************************************
006260 MAP-SLICE-TO-GL.
006270     MOVE ZERO TO WS-CT-FOUND-IX.
006280     PERFORM VARYING WS-CT-IX FROM 1 BY 1
006290       UNTIL WS-CT-IX IS GREATER THAN WS-CT-COUNT
006300                OR WS-CT-FOUND-IX IS NOT EQUAL TO ZERO
006310        IF WS-CT-ACC-DESC (WS-CT-IX) IS EQUAL TO
006320             WS-SL-ACC-DESC (WS-SL-IX)
006330         AND WS-CT-CURR-CODE (WS-CT-IX) IS EQUAL TO
006340               WS-SL-CURR-CODE (WS-SL-IX)
006350           MOVE WS-CT-IX TO WS-CT-FOUND-IX
006360        END-IF
006370     END-PERFORM.
006380     IF WS-CT-FOUND-IX IS EQUAL TO ZERO
006390        PERFORM VARYING WS-CT-IX FROM 1 BY 1
006400          UNTIL WS-CT-IX IS GREATER THAN WS-CT-COUNT
006410                   OR WS-CT-FOUND-IX IS NOT EQUAL TO ZERO
006420           IF WS-CT-ACC-DESC (WS-CT-IX) IS EQUAL TO
006430                WS-SL-ACC-DESC (WS-SL-IX)
006440            AND WS-CT-CURR-CODE (WS-CT-IX) IS EQUAL TO SPACES
006450              MOVE WS-CT-IX TO WS-CT-FOUND-IX
006460           END-IF
006470        END-PERFORM
006480     END-IF.
006490     IF WS-CT-FOUND-IX IS EQUAL TO ZERO
006500        ADD 1 TO WS-UNMAPPED-COUNT
006510        MOVE 'UNMAPPED' TO WS-SL-GL-ACCOUNT (WS-SL-IX)
006520        IF WS-SL-NOTE (WS-SL-IX) IS EQUAL TO SPACES
006530           MOVE 'NO GL CONTROL' TO WS-SL-NOTE (WS-SL-IX)
006540        END-IF
006550     ELSE
006560        MOVE WS-CT-GL-ACCOUNT (WS-CT-FOUND-IX)
006570          TO WS-SL-GL-ACCOUNT (WS-SL-IX)
006580     END-IF.
006590
006600*****************************************************************
006610* Heading and the subledger section - every description and     *
006620* currency with its account count, its total in its own         *
006630* currency, the rate it was converted at and the control        *
006640* account it was proved in.                                     *
006650*****************************************************************
006660 REPORT-SUBLEDGER.
006670     MOVE WS-EXTRACT-RUN-ID TO RH-RUN-ID.
006680     MOVE WS-TOLERANCE TO RH-TOLERANCE.
006690     MOVE RPT-HEADING-LINE TO BALANCING-REPORT-LINE.
006700     PERFORM REPORT-PUT.
006710     MOVE SPACES TO BALANCING-REPORT-LINE.
006720     PERFORM REPORT-PUT.
006730     MOVE 'SUBLEDGER BY ACCOUNT DESCRIPTION AND CURRENCY'
006740       TO RX-TITLE.
006750     MOVE RPT-SECTION-LINE TO BALANCING-REPORT-LINE.
006760     PERFORM REPORT-PUT.
006770     MOVE RPT-SLICE-COLUMN-LINE TO BALANCING-REPORT-LINE.
006780     PERFORM REPORT-PUT.
006790     PERFORM VARYING WS-SL-IX FROM 1 BY 1
006800       UNTIL WS-SL-IX IS GREATER THAN WS-SL-COUNT
006810        MOVE WS-SL-ACC-DESC (WS-SL-IX) TO RS-ACC-DESC
006820        MOVE WS-SL-CURR-CODE (WS-SL-IX) TO RS-CURR-CODE
006830        MOVE WS-SL-ACCOUNTS (WS-SL-IX) TO RS-ACCOUNTS
006840        MOVE WS-SL-LOCAL (WS-SL-IX) TO RS-LOCAL
006850        MOVE WS-SL-RATE (WS-SL-IX) TO RS-RATE
006860        MOVE WS-SL-BASE (WS-SL-IX) TO RS-BASE
006870        MOVE WS-SL-GL-ACCOUNT (WS-SL-IX) TO RS-GL-ACCOUNT
006880        MOVE WS-SL-NOTE (WS-SL-IX) TO RS-NOTE
006890        MOVE RPT-SLICE-LINE TO BALANCING-REPORT-LINE
006900        PERFORM REPORT-PUT
006910     END-PERFORM.
006920
006930*****************************************************************
006940* Prove each control account - the subledger in base against    *
006950* the GL balance. A difference no larger than the tolerance     *
006960* still passes, but is shown as such so it is not forgotten.    *
006962* The subledger off a partial extract is short of every account *
006965* it left out, so nothing is proved from it; the accounts are   *
006967* listed NOT PROVED and the run is not recorded on the ledger.  *
006970*****************************************************************
006980 PROVE-GL-ACCOUNTS.
006990     MOVE SPACES TO BALANCING-REPORT-LINE.
007000     PERFORM REPORT-PUT.
007010     MOVE 'PROOF BY GL CONTROL ACCOUNT' TO RX-TITLE.
007020     MOVE RPT-SECTION-LINE TO BALANCING-REPORT-LINE.
007030     PERFORM REPORT-PUT.
007031     IF NOT FULL-EXTRACT
007032        MOVE 'NOT PROVED - PARTIAL EXTRACT, NOT AN ALL RUN'
007034          TO RX-TITLE
007035        MOVE RPT-SECTION-LINE TO BALANCING-REPORT-LINE
007037        PERFORM REPORT-PUT
007038     END-IF.
007040     MOVE RPT-PROOF-COLUMN-LINE TO BALANCING-REPORT-LINE.
007050     PERFORM REPORT-PUT.
007060     PERFORM VARYING WS-GA-IX FROM 1 BY 1
007070       UNTIL WS-GA-IX IS GREATER THAN WS-GA-COUNT
007080        PERFORM PROVE-ONE-GL-ACCOUNT
007090     END-PERFORM.
007100
007110 PROVE-ONE-GL-ACCOUNT.
007115     IF FULL-EXTRACT
007120        ADD 1 TO WS-GL-PROVED-COUNT
007125     END-IF.
007130     COMPUTE WS-DIFFERENCE =
007140        WS-GA-SUBLEDGER (WS-GA-IX) - WS-GA-CONTROL (WS-GA-IX).
007150     ADD WS-DIFFERENCE TO WS-NET-DIFFERENCE.
007160     IF WS-DIFFERENCE IS LESS THAN ZERO
007170        COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
007180     ELSE
007190        MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
007200     END-IF.
007210     EVALUATE TRUE
007213       WHEN NOT FULL-EXTRACT
007216          MOVE 'NOT PROVED' TO RP-RESULT
007220       WHEN WS-DIFFERENCE IS EQUAL TO ZERO
007230          MOVE 'IN BALANCE' TO RP-RESULT
007240       WHEN WS-ABS-DIFFERENCE IS NOT GREATER THAN WS-TOLERANCE
007250          MOVE 'WITHIN TOLERANCE' TO RP-RESULT
007260       WHEN OTHER
007270          ADD 1 TO WS-OUT-OF-BALANCE-COUNT
007280          MOVE 'OUT OF BALANCE' TO RP-RESULT
007290     END-EVALUATE.
007300     MOVE WS-GA-GL-ACCOUNT (WS-GA-IX) TO RP-GL-ACCOUNT.
007310     MOVE WS-GA-SUBLEDGER (WS-GA-IX) TO RP-SUBLEDGER.
007320     MOVE WS-GA-CONTROL (WS-GA-IX) TO RP-CONTROL.
007330     MOVE WS-DIFFERENCE TO RP-DIFFERENCE.
007340     MOVE RPT-PROOF-LINE TO BALANCING-REPORT-LINE.
007350     PERFORM REPORT-PUT.
007360
007370 REPORT-TOTALS.
007380     MOVE SPACES TO BALANCING-REPORT-LINE.
007390     PERFORM REPORT-PUT.
007400     MOVE 'SUBLEDGER TOTAL IN BASE' TO RT-AMOUNT-LABEL.
007410     MOVE WS-SUBLEDGER-TOTAL TO RT-AMOUNT.
007420     PERFORM REPORT-AMOUNT-TOTAL.
007430     MOVE 'GL CONTROL TOTAL' TO RT-AMOUNT-LABEL.
007440     MOVE WS-CONTROL-TOTAL TO RT-AMOUNT.
007450     PERFORM REPORT-AMOUNT-TOTAL.
007460     MOVE 'NET DIFFERENCE' TO RT-AMOUNT-LABEL.
007470     MOVE WS-NET-DIFFERENCE TO RT-AMOUNT.
007480     PERFORM REPORT-AMOUNT-TOTAL.
007490     MOVE SPACES TO BALANCING-REPORT-LINE.
007500     PERFORM REPORT-PUT.
007510     MOVE 'ACCOUNTS TOTALLED' TO RT-COUNT-LABEL.
007520     MOVE WS-ACCOUNTS-READ TO RT-COUNT.
007530     PERFORM REPORT-COUNT-TOTAL.
007540     MOVE 'GL CONTROL ACCOUNTS PROVED' TO RT-COUNT-LABEL.
007550     MOVE WS-GL-PROVED-COUNT TO RT-COUNT.
007560     PERFORM REPORT-COUNT-TOTAL.
007570     MOVE 'GL CONTROL ACCOUNTS OUT OF BALANCE' TO RT-COUNT-LABEL.
007580     MOVE WS-OUT-OF-BALANCE-COUNT TO RT-COUNT.
007590     PERFORM REPORT-COUNT-TOTAL.
007600     MOVE 'TOTALS WITH NO GL CONTROL' TO RT-COUNT-LABEL.
007610     MOVE WS-UNMAPPED-COUNT TO RT-COUNT.
007620     PERFORM REPORT-COUNT-TOTAL.
007630     MOVE 'TOTALS AT PAR - NO RATE ON EXTRACT' TO RT-COUNT-LABEL.
007640     MOVE WS-SLICES-AT-PAR TO RT-COUNT.
007650     PERFORM REPORT-COUNT-TOTAL.
007660     MOVE 'GLCTL ENTRIES REFUSED' TO RT-COUNT-LABEL.
007670     MOVE WS-CONTROL-REJECTS TO RT-COUNT.
007680     PERFORM REPORT-COUNT-TOTAL.
007690
007700 REPORT-AMOUNT-TOTAL.
007710     MOVE RPT-AMOUNT-LINE TO BALANCING-REPORT-LINE.
007720     PERFORM REPORT-PUT.
007730
007740 REPORT-COUNT-TOTAL.
007750     MOVE RPT-COUNT-LINE TO BALANCING-REPORT-LINE.
007760     PERFORM REPORT-PUT.
007770
007780*****************************************************************
007790* Record the proof on the ledger against this cycle's run id,   *
007800* with the control accounts proved and those out of balance.    *
007810* ZBNKREC1 will not reconcile a run whose latest proof is out   *
007820* of balance.                                                   *
007830*****************************************************************
007840 REGISTER-BALANCING-PROOF.
007850     MOVE SPACES TO RUNLEDG-RECORD.
007860     MOVE WS-EXTRACT-RUN-DATE TO RUNLEDG-RUN-DATE.
007870     MOVE WS-EXTRACT-RUN-TIME TO RUNLEDG-RUN-TIME.
007880     MOVE WS-PROGRAM-ID TO RUNLEDG-PROGRAM.
007890     SET RUNLEDG-STATUS-PROVED TO TRUE.
007900     MOVE WS-NET-DIFFERENCE TO WS-NET-DIFF-EDIT.
007910     MOVE WS-TOLERANCE TO WS-TOLERANCE-EDIT.
007920     STRING 'NET DIFFERENCE ' DELIMITED BY SIZE
007930            WS-NET-DIFF-EDIT DELIMITED BY SIZE
007940            ' TOLERANCE ' DELIMITED BY SIZE
007950            WS-TOLERANCE-EDIT DELIMITED BY SIZE
007960       INTO RUNLEDG-PARM.
007970     MOVE WS-GL-PROVED-COUNT TO RUNLEDG-COUNTER1.
007980     MOVE WS-OUT-OF-BALANCE-COUNT TO RUNLEDG-COUNTER2.
007990     ACCEPT RUNLEDG-END-DATE FROM DATE.
008000     ACCEPT RUNLEDG-END-TIME FROM TIME.
008010     OPEN EXTEND RUN-LEDGER-FILE.
008020     IF WS-LEDGER-STATUS IS NOT EQUAL TO '00'
008030      AND WS-LEDGER-STATUS IS NOT EQUAL TO '05'
008040        MOVE 'RUNLEDGR file open failure...'
008050          TO WS-CONSOLE-MESSAGE
008060        PERFORM DISPLAY-CONSOLE-MESSAGE
008070        MOVE WS-LEDGER-STATUS TO WS-IO-STATUS
008080        PERFORM DISPLAY-IO-STATUS
008090        PERFORM ABORT-PROGRAM
008100     END-IF.
008110     WRITE RUNLEDG-RECORD.
008120     IF WS-LEDGER-STATUS IS NOT EQUAL TO '00'
008130        MOVE 'RUNLEDGR Error writing file ...'
008140          TO WS-CONSOLE-MESSAGE
008150        PERFORM DISPLAY-CONSOLE-MESSAGE
008160        MOVE WS-LEDGER-STATUS TO WS-IO-STATUS
008170        PERFORM DISPLAY-IO-STATUS
008180        PERFORM ABORT-PROGRAM
008190     END-IF.
008200     CLOSE RUN-LEDGER-FILE.
008210
008220*****************************************************************
008230* Open the extract file produced by ZBNKEXT1 as input.          *
008240*****************************************************************
008250 EXTRACT-OPEN.
008260     OPEN INPUT EXTRACT-FILE.
008270     IF WS-EXTRACT-STATUS = '00'
008280        MOVE 'EXTRACT file opened OK'
008290          TO WS-CONSOLE-MESSAGE
008300        PERFORM DISPLAY-CONSOLE-MESSAGE
008310     ELSE
008320        MOVE 'EXTRACT file open failure...'
008330          TO WS-CONSOLE-MESSAGE
008340        PERFORM DISPLAY-CONSOLE-MESSAGE
008350        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
008360        PERFORM DISPLAY-IO-STATUS
008370        PERFORM ABORT-PROGRAM
008380        END-IF.
008390
008400 EXTRACT-READ.
008410     READ EXTRACT-FILE
008420        AT END
008430           MOVE 'Y' TO WS-EOF-SW
008440     END-READ.
008450     IF NOT END-OF-EXTRACT
008460        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
008470           MOVE 'EXTRACT Error reading file ...'
008480             TO WS-CONSOLE-MESSAGE
008490           PERFORM DISPLAY-CONSOLE-MESSAGE
008500           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
008510           PERFORM DISPLAY-IO-STATUS
008520           PERFORM ABORT-PROGRAM
008530        END-IF
008540     END-IF.
008550
008560 EXTRACT-CLOSE.
008570     CLOSE EXTRACT-FILE.
008580
008590*****************************************************************
008600* Open the balancing report as output.                          *
008610*****************************************************************
008620 REPORT-OPEN.
008630     OPEN OUTPUT BALANCING-REPORT.
008640     IF WS-REPORT-STATUS = '00'
008650        MOVE 'GLBRPT report opened OK'
008660          TO WS-CONSOLE-MESSAGE
008670        PERFORM DISPLAY-CONSOLE-MESSAGE
008680     ELSE
008690        MOVE 'GLBRPT report open failure...'
008700          TO WS-CONSOLE-MESSAGE
008710        PERFORM DISPLAY-CONSOLE-MESSAGE
008720        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008730        PERFORM DISPLAY-IO-STATUS
008740        PERFORM ABORT-PROGRAM
008750        END-IF.
008760
008770 REPORT-PUT.
008780     WRITE BALANCING-REPORT-LINE.
008790     IF WS-REPORT-STATUS NOT = '00'
008800        MOVE 'GLBRPT report Error writing file ...'
008810          TO WS-CONSOLE-MESSAGE
008820        PERFORM DISPLAY-CONSOLE-MESSAGE
008830        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008840        PERFORM DISPLAY-IO-STATUS
008850        PERFORM ABORT-PROGRAM
008860     END-IF.
008870
008880 REPORT-CLOSE.
008890     CLOSE BALANCING-REPORT.
008900
008910*****************************************************************
008920* Display the file status bytes. This routine will display as   *
008930* two digits if the full two byte file status is numeric. If    *
008940* second byte is non-numeric then it will be treated as a       *
008950* binary number.                                                *
008960*****************************************************************
008970 DISPLAY-IO-STATUS.
008980     IF WS-IO-STATUS NUMERIC
008990        MOVE SPACE TO WS-CONSOLE-MESSAGE
009000        STRING 'File status -' DELIMITED BY SIZE
009010               WS-IO-STATUS DELIMITED BY SIZE
009020          INTO WS-CONSOLE-MESSAGE
009030        PERFORM DISPLAY-CONSOLE-MESSAGE
009040     ELSE
009050        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
009060        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
009070        MOVE SPACE TO WS-CONSOLE-MESSAGE
009080        STRING 'File status -' DELIMITED BY SIZE
009090               WS-IO-STAT1 DELIMITED BY SIZE
009100               '/' DELIMITED BY SIZE
009110               WS-TWO-BYTES DELIMITED BY SIZE
009120          INTO WS-CONSOLE-MESSAGE
009130        PERFORM DISPLAY-CONSOLE-MESSAGE
009140     END-IF.
009150
009160*****************************************************************
009170* 'ABORT' the program.                                          *
009180* Post a message to the console and issue a STOP RUN            *
009190*****************************************************************
009200 ABORT-PROGRAM.
009210     IF WS-CONSOLE-MESSAGE NOT = SPACES
009220        PERFORM DISPLAY-CONSOLE-MESSAGE
009230     END-IF.
009240     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
009250     PERFORM DISPLAY-CONSOLE-MESSAGE.
009260     MOVE 16 TO RETURN-CODE.
009270     GOBACK.
009280
009290*****************************************************************
009300* Display a message on the console, prefixed with the program   *
009310* name so it can be picked out of a mixed job log.              *
009320*****************************************************************
009330 DISPLAY-CONSOLE-MESSAGE.
009340     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
