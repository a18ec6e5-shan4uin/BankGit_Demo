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
000130* Prgram:      ZBNKRLP1.CBL                                     *
000140* Function:    Customer relationship profitability - join the   *
000150*              cycle's balances and loans off the extract with  *
000160*              the fee and interest registers per PID, work out *
000170*              each customer's net revenue, rank and band the   *
000180*              customers, print the relationship report and     *
000190*              write the delimited relationship manager feed    *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.
000230     ZBNKRLP1.
000240 DATE-WRITTEN.
000250     September 2026.
000260 DATE-COMPILED.
000270     Today.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT   SECTION.
000300   FILE-CONTROL.
000310     SELECT EXTRACT-FILE
000320            ASSIGN       TO EXTRACT
000330            ORGANIZATION IS SEQUENTIAL
000340            ACCESS MODE  IS SEQUENTIAL
000350            FILE STATUS  IS WS-EXTRACT-STATUS.
000360
000370     SELECT FEE-REGISTER-FILE
000380            ASSIGN       TO FEEREG
000390            ORGANIZATION IS SEQUENTIAL
000400            ACCESS MODE  IS SEQUENTIAL
000410            FILE STATUS  IS WS-FEEREG-STATUS.
000420
000430     SELECT OPTIONAL INT-REGISTER-FILE
000440            ASSIGN       TO INTREG
000450            ORGANIZATION IS SEQUENTIAL
000460            ACCESS MODE  IS SEQUENTIAL
000470            FILE STATUS  IS WS-INTREG-STATUS.
000480
000490     SELECT OPTIONAL RELATIONSHIP-CONTROL-FILE
000500            ASSIGN       TO RLPCTL
000510            ORGANIZATION IS SEQUENTIAL
000520            ACCESS MODE  IS SEQUENTIAL
000530            FILE STATUS  IS WS-CONTROL-STATUS.
000540
000550     SELECT RELATIONSHIP-REPORT
000560            ASSIGN       TO RLPRPT
000570            ORGANIZATION IS SEQUENTIAL
000580            ACCESS MODE  IS SEQUENTIAL
000590            FILE STATUS  IS WS-REPORT-STATUS.
000600
000610     SELECT RELATIONSHIP-FEED
000620            ASSIGN       TO RLPFEED
000630            ORGANIZATION IS SEQUENTIAL
000640            ACCESS MODE  IS SEQUENTIAL
000650            FILE STATUS  IS WS-FEED-STATUS.
000660
000670     SELECT SORT-FILE
000680            ASSIGN       TO SRTWK01.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  EXTRACT-FILE
000730     RECORDING MODE IS V
000740     RECORD CONTAINS 66 TO 95 CHARACTERS.
000750 COPY CBANKXT1.
000760
000770*****************************************************************
000780* Fee register written by ZBNKEXT1 - one record per customer    *
000787* assessed a charge, a memo record per fee waived, one record   *
000793* per prior-cycle fee reversed, closed with a TOTAL record.     *
000800*****************************************************************
000810 FD  FEE-REGISTER-FILE
000820     RECORD CONTAINS 100 CHARACTERS.
000830 COPY CFEEREG.
000840
000850*****************************************************************
000860* Interest register written by ZBNKEXT1 - one record per        *
000870* customer credited deposit interest, closed with a TOTAL       *
000880* record. Not every cycle credits interest, so the file is      *
000890* optional.                                                     *
000900*****************************************************************
000910 FD  INT-REGISTER-FILE
000920     RECORD CONTAINS 19 CHARACTERS.
000930 COPY CINTREG.
000940
000950*****************************************************************
000960* Banding control - "TOPPCT" is the percentage of customers,    *
000970* best net revenue first, banded as top relationships.          *
000980*****************************************************************
000990 FD  RELATIONSHIP-CONTROL-FILE
001000     RECORD CONTAINS 20 CHARACTERS.
001010 01  RELATIONSHIP-CONTROL-RECORD.
001020   05  RCT-KEYWORD                           PIC X(6).
001030   05  RCT-VALUE                             PIC 9(5).
001040   05  FILLER                                PIC X(9).
001050
001060 FD  RELATIONSHIP-REPORT
001070     RECORD CONTAINS 132 CHARACTERS.
001080 01  RELATIONSHIP-REPORT-LINE                PIC X(132).
001090
001100*****************************************************************
001110* Relationship manager feed - a column heading row then one     *
001120* '|' delimited row per customer in rank order, amounts signed  *
001130* and in base currency.                                         *
001140*****************************************************************
001150 FD  RELATIONSHIP-FEED
001160     RECORD CONTAINS 150 CHARACTERS.
001170 01  RELATIONSHIP-FEED-LINE                  PIC X(150).
001180
001190 SD  SORT-FILE.
001200 01  SORT-WORK-REC.
001210   05  SORT-NET-REVENUE                      PIC S9(11)V99.
001220   05  SORT-PID                              PIC X(5).
001230   05  SORT-CUS-IX                           PIC 9(4).
001240
001250 WORKING-STORAGE SECTION.
001260 01  WS-MISC-STORAGE.
001270   05  WS-PROGRAM-ID                         PIC X(8)
001280       VALUE 'ZBNKRLP1'.
001290   05  WS-EXTRACT-STATUS.
001300     10  WS-EXTRACT-STAT1                    PIC X(1).
001310     10  WS-EXTRACT-STAT2                    PIC X(1).
001320
001330   05  WS-FEEREG-STATUS.
001340     10  WS-FEEREG-STAT1                     PIC X(1).
001350     10  WS-FEEREG-STAT2                     PIC X(1).
001360
001370   05  WS-INTREG-STATUS.
001380     10  WS-INTREG-STAT1                     PIC X(1).
001390     10  WS-INTREG-STAT2                     PIC X(1).
001400
001410   05  WS-CONTROL-STATUS.
001420     10  WS-CONTROL-STAT1                    PIC X(1).
001430     10  WS-CONTROL-STAT2                    PIC X(1).
001440
001450   05  WS-REPORT-STATUS.
001460     10  WS-REPORT-STAT1                     PIC X(1).
001470     10  WS-REPORT-STAT2                     PIC X(1).
001480
001490   05  WS-FEED-STATUS.
001500     10  WS-FEED-STAT1                       PIC X(1).
001510     10  WS-FEED-STAT2                       PIC X(1).
001520
001530   05  WS-IO-STATUS.
001540     10  WS-IO-STAT1                         PIC X(1).
001550     10  WS-IO-STAT2                         PIC X(1).
001560
001570   05  WS-TWO-BYTES.
001580     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001590     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001600   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001610                                             PIC 9(1) COMP.
001620
001630   05  WS-EOF-SW                             PIC X(1)
001640       VALUE 'N'.
001650     88  END-OF-EXTRACT                       VALUE 'Y'.
001660   05  WS-FEEREG-EOF-SW                      PIC X(1)
001670       VALUE 'N'.
001680     88  FEEREG-EOF                           VALUE 'Y'.
001690   05  WS-INTREG-EOF-SW                      PIC X(1)
001700       VALUE 'N'.
001710     88  INTREG-EOF                           VALUE 'Y'.
001720   05  WS-CONTROL-EOF-SW                     PIC X(1)
001730       VALUE 'N'.
001740     88  CONTROL-EOF                          VALUE 'Y'.
001750   05  WS-SORT-EOF-SW                        PIC X(1)
001760       VALUE 'N'.
001770     88  END-OF-SORTED-DATA                   VALUE 'Y'.
001780   05  WS-TRAILER-SW                         PIC X(1)
001790       VALUE 'N'.
001800     88  EXTRACT-TRAILER-SEEN                 VALUE 'Y'.
001810
001820   05  WS-RUN-DATE                           PIC 9(6)
001830       VALUE ZERO.
001840   05  WS-TOP-PERCENT                        PIC 9(5)
001850       VALUE 5.
001860   05  WS-TOP-COUNT                          PIC 9(5)
001870       VALUE ZERO.
001880   05  WS-RANK                               PIC 9(5)
001890       VALUE ZERO.
001900   05  WS-BASE-AMOUNT                        PIC S9(11)V99.
001910   05  WS-LOAN-INTEREST                      PIC S9(9)V99.
001920
001930*****************************************************************
001940* The customers for the cycle - everything the extract and the  *
001950* two registers say about each PID, in base currency.           *
001960*****************************************************************
001970 01  WS-CUSTOMER-TABLE.
001980   05  WS-CUS-COUNT                          PIC 9(4)
001990       VALUE ZERO.
002000   05  WS-CUS-ENTRY OCCURS 5000 TIMES.
002010     10  WS-CUS-PID                          PIC X(5).
002020     10  WS-CUS-NAME                         PIC X(20).
002030     10  WS-CUS-ACCOUNTS                     PIC 9(4).
002040     10  WS-CUS-LOANS                        PIC 9(4).
002050     10  WS-CUS-DEPOSITS                     PIC S9(11)V99.
002060     10  WS-CUS-PRINCIPAL                    PIC S9(11)V99.
002070     10  WS-CUS-LOAN-INTEREST                PIC S9(9)V99.
002080     10  WS-CUS-FEES                         PIC S9(9)V99.
002090     10  WS-CUS-INTEREST-PAID                PIC S9(9)V99.
002100     10  WS-CUS-NET-REVENUE                  PIC S9(11)V99.
002110   05  WS-CUS-IX                             PIC 9(4).
002120   05  WS-CUS-WORK-IX                        PIC 9(4).
002130   05  WS-CUS-CHECK-PID                      PIC X(5).
002140   05  WS-CUS-FOUND-SW                       PIC X(1)
002150       VALUE 'N'.
002160     88  CUSTOMER-ENTRY-FOUND                 VALUE 'Y'.
002170
002180*****************************************************************
002190* Exchange rates off the extract's type 'R' records. An unknown *
002200* currency converts at par so its balances are not lost.        *
002210*****************************************************************
002220 01  WS-RATE-TABLE.
002230   05  WS-RATE-COUNT                         PIC 9(2)
002240       VALUE ZERO.
002250   05  WS-RATE-ENTRY OCCURS 30 TIMES.
002260     10  WS-RATE-CURR-CODE                   PIC X(3).
002270     10  WS-RATE-VALUE                       PIC 9(3)V9(6).
002280   05  WS-RATE-IX                            PIC 9(2).
002290   05  WS-RATE-LOOKUP-RATE                   PIC 9(3)V9(6).
002300
002310*****************************************************************
002320* Customers and net revenue by band - 1 top, 2 middle, 3 loss.  *
002330*****************************************************************
002340 01  WS-BAND-TOTALS.
002350   05  WS-BND-ENTRY OCCURS 3 TIMES.
002360     10  WS-BND-CUSTOMERS                    PIC 9(5).
002370     10  WS-BND-DEPOSITS                     PIC S9(13)V99.
002380     10  WS-BND-PRINCIPAL                    PIC S9(13)V99.
002390     10  WS-BND-FEES                         PIC S9(11)V99.
002400     10  WS-BND-INTEREST-PAID                PIC S9(11)V99.
002410     10  WS-BND-NET-REVENUE                  PIC S9(13)V99.
002420   05  WS-BND-IX                             PIC 9(1).
002430
002440 01  WS-BAND-NAMES.
002450   05  FILLER                                PIC X(6)
002460       VALUE 'TOP   '.
002470   05  FILLER                                PIC X(6)
002480       VALUE 'MIDDLE'.
002490   05  FILLER                                PIC X(6)
002500       VALUE 'LOSS  '.
002510 01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
002520   05  WS-BAND-NAME                          PIC X(6)
002530       OCCURS 3 TIMES.
002540
002550 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002560
002570*****************************************************************
002580* Feed row work fields - signed display amounts.                *
002590*****************************************************************
002600 01  WS-FEED-WORK.
002610   05  FD-RANK                               PIC 9(5).
002620   05  FD-DEPOSITS                           PIC +9(11).99.
002630   05  FD-PRINCIPAL                          PIC +9(11).99.
002640   05  FD-LOAN-INTEREST                      PIC +9(9).99.
002650   05  FD-FEES                               PIC +9(9).99.
002660   05  FD-INTEREST-PAID                      PIC +9(9).99.
002670   05  FD-NET-REVENUE                        PIC +9(11).99.
002672   05  FD-DELIMITER                          PIC X(1)
002673       VALUE '|'.
002674   05  FD-HEADING-ROW.
002675     10  FILLER                              PIC X(43)
002676         VALUE 'RANK|BAND|PID|NAME|DEPOSITS|LOAN PRINCIPAL|'.
002677     10  FILLER                              PIC X(33)
002678         VALUE 'LOAN INTEREST|FEES|INTEREST PAID|'.
002679     10  FILLER                              PIC X(17)
002680         VALUE 'NET REVENUE|CYCLE'.
002685
002690*****************************************************************
002700* Relationship report lines.                                    *
002710*****************************************************************
002720 01  RPT-HEADING-LINE.
002730   05  FILLER                          PIC X(2)  VALUE SPACES.
002740   05  FILLER                                PIC X(36)
002750       VALUE 'CUSTOMER RELATIONSHIP PROFITABILITY'.
002760   05  FILLER                                PIC X(10)
002770       VALUE '  CYCLE - '.
002780   05  RH-RUN-DATE                           PIC 9(6).
002790   05  FILLER                                PIC X(14)
002800       VALUE '  TOP BAND - '.
002810   05  RH-TOP-PERCENT                        PIC ZZ9.
002820   05  FILLER                                PIC X(1)
002830       VALUE '%'.
002840   05  FILLER                          PIC X(60) VALUE SPACES.
002850
002860 01  RPT-SECTION-LINE.
002870   05  FILLER                          PIC X(2)  VALUE SPACES.
002880   05  RX-TITLE                              PIC X(50).
002890   05  FILLER                          PIC X(80) VALUE SPACES.
002900
002910 01  RPT-COLUMN-LINE.
002920   05  FILLER                                PIC X(30)
002930       VALUE '   RANK  PID    NAME          '.
002940   05  FILLER                                PIC X(30)
002950       VALUE '          DEPOSITS  LOAN PRINC'.
002960   05  FILLER                                PIC X(30)
002970       VALUE 'IPAL LOAN INTEREST          FE'.
002980   05  FILLER                                PIC X(30)
002990       VALUE 'ES    INT PAID    NET REVENUE '.
003000   05  FILLER                                PIC X(12)
003010       VALUE ' BAND       '.
003020
003030 01  RPT-DETAIL-LINE.
003040   05  FILLER                          PIC X(2)  VALUE SPACES.
003050   05  RD-RANK                               PIC ZZZZ9.
003060   05  FILLER                          PIC X(2)  VALUE SPACES.
003070   05  RD-PID                                PIC X(5).
003080   05  FILLER                          PIC X(2)  VALUE SPACES.
003090   05  RD-NAME                               PIC X(16).
003100   05  FILLER                          PIC X(2)  VALUE SPACES.
003110   05  RD-DEPOSITS                           PIC Z(10)9.99-.
003120   05  FILLER                          PIC X(1)  VALUE SPACES.
003130   05  RD-PRINCIPAL                          PIC Z(10)9.99-.
003140   05  FILLER                          PIC X(1)  VALUE SPACES.
003150   05  RD-LOAN-INTEREST                      PIC Z(8)9.99-.
003160   05  FILLER                          PIC X(1)  VALUE SPACES.
003170   05  RD-FEES                               PIC Z(8)9.99-.
003180   05  FILLER                          PIC X(1)  VALUE SPACES.
003190   05  RD-INTEREST-PAID                      PIC Z(6)9.99-.
003200   05  FILLER                          PIC X(1)  VALUE SPACES.
003210   05  RD-NET-REVENUE                        PIC Z(9)9.99-.
003220   05  FILLER                          PIC X(2)  VALUE SPACES.
003230   05  RD-BAND                               PIC X(6).
003240   05  FILLER                          PIC X(4)  VALUE SPACES.
003250
003260 01  RPT-BAND-COLUMN-LINE.
003270   05  FILLER                                PIC X(30)
003280       VALUE '  BAND    CUSTOMERS          D'.
003290   05  FILLER                                PIC X(30)
003300       VALUE 'EPOSITS    LOAN PRINCIPAL     '.
003310   05  FILLER                                PIC X(30)
003320       VALUE '       FEES        INT PAID   '.
003330   05  FILLER                                PIC X(30)
003340       VALUE '    NET REVENUE               '.
003350   05  FILLER                          PIC X(12) VALUE SPACES.
003360
003370 01  RPT-BAND-LINE.
003380   05  FILLER                          PIC X(2)  VALUE SPACES.
003390   05  RB-BAND                               PIC X(6).
003400   05  FILLER                          PIC X(2)  VALUE SPACES.
003410   05  RB-CUSTOMERS                          PIC ZZZZZZZZ9.
003420   05  FILLER                          PIC X(2)  VALUE SPACES.
003430   05  RB-DEPOSITS                           PIC Z(12)9.99-.
003440   05  FILLER                          PIC X(1)  VALUE SPACES.
003450   05  RB-PRINCIPAL                          PIC Z(12)9.99-.
003460   05  FILLER                          PIC X(1)  VALUE SPACES.
003470   05  RB-FEES                               PIC Z(10)9.99-.
003480   05  FILLER                          PIC X(1)  VALUE SPACES.
003490   05  RB-INTEREST-PAID                      PIC Z(10)9.99-.
003500   05  FILLER                          PIC X(1)  VALUE SPACES.
003510   05  RB-NET-REVENUE                        PIC Z(12)9.99-.
003520   05  FILLER                          PIC X(23) VALUE SPACES.
003530
003540 PROCEDURE DIVISION.
003550*****************************************************************
003560* Gather every customer's figures, rank them by net revenue     *
003570* through the sort and print and feed them in rank order.       *
003580*****************************************************************
003590     ACCEPT WS-RUN-DATE FROM DATE.
003600     PERFORM LOAD-RELATIONSHIP-CONTROLS.
003610     PERFORM COLLECT-EXTRACT.
003620     PERFORM COLLECT-FEE-REGISTER.
003630     PERFORM COLLECT-INT-REGISTER.
003640     PERFORM WORK-OUT-NET-REVENUE.
003650
003660     PERFORM REPORT-OPEN.
003670     PERFORM FEED-OPEN.
003680     PERFORM VARYING WS-BND-IX FROM 1 BY 1
003690       UNTIL WS-BND-IX IS GREATER THAN 3
003700        MOVE ZERO TO WS-BND-CUSTOMERS (WS-BND-IX)
003710        MOVE ZERO TO WS-BND-DEPOSITS (WS-BND-IX)
003720        MOVE ZERO TO WS-BND-PRINCIPAL (WS-BND-IX)
003730        MOVE ZERO TO WS-BND-FEES (WS-BND-IX)
003740        MOVE ZERO TO WS-BND-INTEREST-PAID (WS-BND-IX)
003750        MOVE ZERO TO WS-BND-NET-REVENUE (WS-BND-IX)
003760     END-PERFORM.
003770     SORT SORT-FILE
003780       ON DESCENDING KEY SORT-NET-REVENUE
003790       ON ASCENDING KEY SORT-PID
003800       INPUT PROCEDURE IS RELEASE-CUSTOMERS
003810       OUTPUT PROCEDURE IS RANK-AND-REPORT.
003820     PERFORM REPORT-BANDS.
003830     PERFORM FEED-CLOSE.
003840     PERFORM REPORT-CLOSE.
003850
003860     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003870     STRING WS-CUS-COUNT DELIMITED BY SIZE
003880            ' customers ranked, ' DELIMITED BY SIZE
003890            WS-BND-CUSTOMERS (3) DELIMITED BY SIZE
003900            ' loss-making' DELIMITED BY SIZE
003910       INTO WS-CONSOLE-MESSAGE.
003920     PERFORM DISPLAY-CONSOLE-MESSAGE.
003930     MOVE 'End Of Job'
003940       TO WS-CONSOLE-MESSAGE.
003950     PERFORM DISPLAY-CONSOLE-MESSAGE.
003960
003970     MOVE 0 TO RETURN-CODE.
003980
003990     GOBACK.
004000
004010*****************************************************************
004020* Load the banding control. A missing control file leaves the   *
004030* shipped default standing.                                     *
004040*****************************************************************
004050 LOAD-RELATIONSHIP-CONTROLS.
004060     OPEN INPUT RELATIONSHIP-CONTROL-FILE.
004070     EVALUATE TRUE
004080       WHEN WS-CONTROL-STATUS IS EQUAL TO '35'
004090       WHEN WS-CONTROL-STATUS IS EQUAL TO '05'
004100          CONTINUE
004110       WHEN WS-CONTROL-STATUS IS EQUAL TO '00'
004120          PERFORM CONTROL-READ
004130          PERFORM UNTIL CONTROL-EOF
004140             IF RCT-VALUE IS NUMERIC
004150                EVALUATE RCT-KEYWORD
004160                  WHEN 'TOPPCT'
004170                     IF RCT-VALUE IS GREATER THAN ZERO
004180                      AND RCT-VALUE IS NOT GREATER THAN 100
004190                        MOVE RCT-VALUE TO WS-TOP-PERCENT
004200                     END-IF
004210                  WHEN OTHER
004220                     CONTINUE
004230                END-EVALUATE
004240             END-IF
004250             PERFORM CONTROL-READ
004260          END-PERFORM
004270          CLOSE RELATIONSHIP-CONTROL-FILE
004280       WHEN OTHER
004290          MOVE 'RLPCTL file open failure...'
004300            TO WS-CONSOLE-MESSAGE
004310          PERFORM DISPLAY-CONSOLE-MESSAGE
004320          MOVE WS-CONTROL-STATUS TO WS-IO-STATUS
004330          PERFORM DISPLAY-IO-STATUS
004340          PERFORM ABORT-PROGRAM
004350     END-EVALUATE.
004360
004370 CONTROL-READ.
004380     READ RELATIONSHIP-CONTROL-FILE
004390       AT END
004400          MOVE 'Y' TO WS-CONTROL-EOF-SW
004410     END-READ.
004420
004430*****************************************************************
004440* Read the extract once - names off the type '1' records,       *
004450* credit balances off the type '2' records converted at the     *
004460* run's rates, and loan principal off the type 'L' records with *
004470* a month's interest on it at the loan's annual rate.           *
004480*****************************************************************
004490 COLLECT-EXTRACT.
004500     PERFORM EXTRACT-OPEN.
004510     PERFORM EXTRACT-READ.
004520     IF NOT END-OF-EXTRACT
004530      AND BANKXT01-H-TYPE IS EQUAL TO 'H'
004540        MOVE BANKXT01-H-RUN-DATE TO WS-RUN-DATE
004550     END-IF.
004560     PERFORM UNTIL END-OF-EXTRACT
004570        EVALUATE TRUE
004580          WHEN BANKXT01-R-TYPE IS EQUAL TO 'R'
004590             PERFORM STORE-RATE
004600          WHEN BANKXT01-1-TYPE IS EQUAL TO '1'
004610             MOVE BANKXT01-1-PID TO WS-CUS-CHECK-PID
004620             PERFORM FIND-CUSTOMER-ENTRY
004630             MOVE BANKXT01-1-NAME TO WS-CUS-NAME (WS-CUS-WORK-IX)
004640          WHEN BANKXT01-2-TYPE IS EQUAL TO '2'
004650             MOVE BANKXT01-2-PID TO WS-CUS-CHECK-PID
004660             PERFORM FIND-CUSTOMER-ENTRY
004670             PERFORM LOOKUP-CURRENCY-RATE
004680             COMPUTE WS-BASE-AMOUNT ROUNDED =
004690                BANKXT01-2-ACC-CURR-BAL * WS-RATE-LOOKUP-RATE
004700             ADD 1 TO WS-CUS-ACCOUNTS (WS-CUS-WORK-IX)
004710             IF WS-BASE-AMOUNT IS GREATER THAN ZERO
004712                ADD WS-BASE-AMOUNT
004715                  TO WS-CUS-DEPOSITS (WS-CUS-WORK-IX)
004717             END-IF
004720          WHEN BANKXT01-L-TYPE IS EQUAL TO 'L'
004730             MOVE BANKXT01-L-PID TO WS-CUS-CHECK-PID
004740             PERFORM FIND-CUSTOMER-ENTRY
004750             COMPUTE WS-LOAN-INTEREST ROUNDED =
004760                BANKXT01-L-PRINCIPAL * BANKXT01-L-RATE / 1200
004770             ADD 1 TO WS-CUS-LOANS (WS-CUS-WORK-IX)
004780             ADD BANKXT01-L-PRINCIPAL
004790               TO WS-CUS-PRINCIPAL (WS-CUS-WORK-IX)
004800             ADD WS-LOAN-INTEREST
004810               TO WS-CUS-LOAN-INTEREST (WS-CUS-WORK-IX)
004820          WHEN BANKXT01-T-TYPE IS EQUAL TO 'T'
004830             MOVE 'Y' TO WS-TRAILER-SW
004840          WHEN OTHER
004850             CONTINUE
004860        END-EVALUATE
004870        PERFORM EXTRACT-READ
004880     END-PERFORM.
004890     PERFORM EXTRACT-CLOSE.
004900     IF NOT EXTRACT-TRAILER-SEEN
004910        MOVE 'EXTRACT has no trailer - run refused'
004920          TO WS-CONSOLE-MESSAGE
004930        PERFORM ABORT-PROGRAM
004940     END-IF.
004950
004960*****************************************************************
004970* Keep the rate off a type 'R' record.                          *
004980*****************************************************************
004990 STORE-RATE.
005000     IF WS-RATE-COUNT IS LESS THAN 30
005010        ADD 1 TO WS-RATE-COUNT
005020        MOVE BANKXT01-R-CURR-CODE
005025          TO WS-RATE-CURR-CODE (WS-RATE-COUNT)
005030        MOVE BANKXT01-R-RATE TO WS-RATE-VALUE (WS-RATE-COUNT)
005040     END-IF.
005050
005060*****************************************************************
005070* Find the rate for the type '2' record's currency.             *
005080*****************************************************************
005090 LOOKUP-CURRENCY-RATE.
005100     MOVE 1.000000 TO WS-RATE-LOOKUP-RATE.
005110     PERFORM VARYING WS-RATE-IX FROM 1 BY 1
005120       UNTIL WS-RATE-IX IS GREATER THAN WS-RATE-COUNT
005130        IF WS-RATE-CURR-CODE (WS-RATE-IX) IS EQUAL TO
005140             BANKXT01-2-CURR-CODE
005150           MOVE WS-RATE-VALUE (WS-RATE-IX)
005160             TO WS-RATE-LOOKUP-RATE
005170        END-IF
005180     END-PERFORM.
005190
005200*****************************************************************
005210* Find the customer entry for WS-CUS-CHECK-PID, opening a fresh *
005220* one the first time a PID is seen, and leave its index in      *
005230* WS-CUS-WORK-IX.                                               *
005240*****************************************************************
005250 FIND-CUSTOMER-ENTRY.
005260     MOVE 'N' TO WS-CUS-FOUND-SW.
005270     PERFORM VARYING WS-CUS-IX FROM 1 BY 1
005280       UNTIL WS-CUS-IX IS GREATER THAN WS-CUS-COUNT
005290                OR CUSTOMER-ENTRY-FOUND
005300        IF WS-CUS-PID (WS-CUS-IX) IS EQUAL TO WS-CUS-CHECK-PID
005310           MOVE 'Y' TO WS-CUS-FOUND-SW
005320           MOVE WS-CUS-IX TO WS-CUS-WORK-IX
005330        END-IF
005340     END-PERFORM.
005350     IF NOT CUSTOMER-ENTRY-FOUND
005360        IF WS-CUS-COUNT IS LESS THAN 5000
005370           ADD 1 TO WS-CUS-COUNT
005380           MOVE WS-CUS-COUNT TO WS-CUS-WORK-IX
005390           MOVE WS-CUS-CHECK-PID TO WS-CUS-PID (WS-CUS-WORK-IX)
005400           MOVE SPACES TO WS-CUS-NAME (WS-CUS-WORK-IX)
005410           MOVE ZERO TO WS-CUS-ACCOUNTS (WS-CUS-WORK-IX)
005420           MOVE ZERO TO WS-CUS-LOANS (WS-CUS-WORK-IX)
005430           MOVE ZERO TO WS-CUS-DEPOSITS (WS-CUS-WORK-IX)
005440           MOVE ZERO TO WS-CUS-PRINCIPAL (WS-CUS-WORK-IX)
005450           MOVE ZERO TO WS-CUS-LOAN-INTEREST (WS-CUS-WORK-IX)
005460           MOVE ZERO TO WS-CUS-FEES (WS-CUS-WORK-IX)
005470           MOVE ZERO TO WS-CUS-INTEREST-PAID (WS-CUS-WORK-IX)
005480           MOVE ZERO TO WS-CUS-NET-REVENUE (WS-CUS-WORK-IX)
005490        ELSE
005500           MOVE 'Customer table full - run refused'
005510             TO WS-CONSOLE-MESSAGE
005520           PERFORM ABORT-PROGRAM
005530        END-IF
005540     END-IF.
005550
005560*****************************************************************
005566* Add each customer's fees off the fee register, less any fee   *
005572* reversed back to them this cycle. Waiver entries are memos of *
005578* fees never charged, and the TOTAL record is ZBNKGLJ1's        *
005584* business; both are passed over here.                          *
005590*****************************************************************
005600 COLLECT-FEE-REGISTER.
005610     OPEN INPUT FEE-REGISTER-FILE.
005620     IF WS-FEEREG-STATUS IS NOT EQUAL TO '00'
005630        MOVE 'FEEREG file open failure...'
005640          TO WS-CONSOLE-MESSAGE
005650        PERFORM DISPLAY-CONSOLE-MESSAGE
005660        MOVE WS-FEEREG-STATUS TO WS-IO-STATUS
005670        PERFORM DISPLAY-IO-STATUS
005680        PERFORM ABORT-PROGRAM
005690     END-IF.
005700     PERFORM FEEREG-READ.
005710     PERFORM UNTIL FEEREG-EOF
005714        EVALUATE TRUE
005718          WHEN FEE-REG-PID IS EQUAL TO 'TOTAL'
005722          WHEN FEE-REG-WAIVER
005726             CONTINUE
005730          WHEN FEE-REG-REVERSAL
005734             MOVE FEE-REG-PID TO WS-CUS-CHECK-PID
005738             PERFORM FIND-CUSTOMER-ENTRY
005742             SUBTRACT FEE-REG-TOTAL-FEE
005746               FROM WS-CUS-FEES (WS-CUS-WORK-IX)
005750          WHEN OTHER
005754             MOVE FEE-REG-PID TO WS-CUS-CHECK-PID
005758             PERFORM FIND-CUSTOMER-ENTRY
005762             ADD FEE-REG-TOTAL-FEE TO WS-CUS-FEES (WS-CUS-WORK-IX)
005766        END-EVALUATE
005770        PERFORM FEEREG-READ
005780     END-PERFORM.
005790     CLOSE FEE-REGISTER-FILE.
005800
005810 FEEREG-READ.
005820     READ FEE-REGISTER-FILE
005830       AT END
005840          MOVE 'Y' TO WS-FEEREG-EOF-SW
005850     END-READ.
005860
005870*****************************************************************
005880* Add each customer's deposit interest off the interest         *
005890* register, when this cycle credited any.                       *
005900*****************************************************************
005910 COLLECT-INT-REGISTER.
005920     OPEN INPUT INT-REGISTER-FILE.
005930     EVALUATE TRUE
005940       WHEN WS-INTREG-STATUS IS EQUAL TO '35'
005950       WHEN WS-INTREG-STATUS IS EQUAL TO '05'
005960          CONTINUE
005970       WHEN WS-INTREG-STATUS IS EQUAL TO '00'
005980          PERFORM INTREG-READ
005990          PERFORM UNTIL INTREG-EOF
006000             IF INT-REG-PID IS NOT EQUAL TO 'TOTAL'
006010                MOVE INT-REG-PID TO WS-CUS-CHECK-PID
006020                PERFORM FIND-CUSTOMER-ENTRY
006030                ADD INT-REG-AMOUNT
006040                  TO WS-CUS-INTEREST-PAID (WS-CUS-WORK-IX)
006050             END-IF
006060             PERFORM INTREG-READ
006070          END-PERFORM
006080          CLOSE INT-REGISTER-FILE
006090       WHEN OTHER
006100          MOVE 'INTREG file open failure...'
006110            TO WS-CONSOLE-MESSAGE
006120          PERFORM DISPLAY-CONSOLE-MESSAGE
006130          MOVE WS-INTREG-STATUS TO WS-IO-STATUS
006140          PERFORM DISPLAY-IO-STATUS
006150          PERFORM ABORT-PROGRAM
006160     END-EVALUATE.
006170
006180 INTREG-READ.
006190     READ INT-REGISTER-FILE
006200       AT END
006210          MOVE 'Y' TO WS-INTREG-EOF-SW
006220     END-READ.
006230
006240*****************************************************************
006250* Net revenue is what the customer earned the bank this cycle - *
006260* fees charged and loan interest - less the deposit interest    *
006270* paid out. The top band is the given percentage of customers,  *
006280* rounded up, and never empty while there are customers.        *
006290*****************************************************************
006300 WORK-OUT-NET-REVENUE.
006310     PERFORM VARYING WS-CUS-IX FROM 1 BY 1
006320       UNTIL WS-CUS-IX IS GREATER THAN WS-CUS-COUNT
006330        COMPUTE WS-CUS-NET-REVENUE (WS-CUS-IX) =
006340           WS-CUS-FEES (WS-CUS-IX)
006350           + WS-CUS-LOAN-INTEREST (WS-CUS-IX)
006360           - WS-CUS-INTEREST-PAID (WS-CUS-IX)
006370     END-PERFORM.
006380     COMPUTE WS-TOP-COUNT =
006390        (WS-CUS-COUNT * WS-TOP-PERCENT + 99) / 100.
006400     IF WS-TOP-COUNT IS EQUAL TO ZERO
006410      AND WS-CUS-COUNT IS GREATER THAN ZERO
006420        MOVE 1 TO WS-TOP-COUNT
006430     END-IF.
006440
006450*****************************************************************
006460* Sort input - one record per customer keyed on net revenue.    *
006470*****************************************************************
006480 RELEASE-CUSTOMERS.
006490     PERFORM VARYING WS-CUS-IX FROM 1 BY 1
006500       UNTIL WS-CUS-IX IS GREATER THAN WS-CUS-COUNT
006510        MOVE WS-CUS-NET-REVENUE (WS-CUS-IX) TO SORT-NET-REVENUE
006520        MOVE WS-CUS-PID (WS-CUS-IX) TO SORT-PID
006530        MOVE WS-CUS-IX TO SORT-CUS-IX
006540        RELEASE SORT-WORK-REC
006550     END-PERFORM.
006560
006570*****************************************************************
006580* Sort output - take the customers back best first, rank and    *
006590* band each one and print and feed it. A customer losing the    *
006600* bank money is loss-making whatever its rank; the top band     *
006610* only takes customers that earn.                               *
006620*****************************************************************
006630 RANK-AND-REPORT.
006640     MOVE WS-RUN-DATE TO RH-RUN-DATE.
006650     MOVE WS-TOP-PERCENT TO RH-TOP-PERCENT.
006660     MOVE RPT-HEADING-LINE TO RELATIONSHIP-REPORT-LINE.
006670     PERFORM REPORT-PUT.
006680     MOVE SPACES TO RELATIONSHIP-REPORT-LINE.
006690     PERFORM REPORT-PUT.
006700     MOVE 'CUSTOMERS BY NET REVENUE' TO RX-TITLE.
006710     MOVE RPT-SECTION-LINE TO RELATIONSHIP-REPORT-LINE.
006720     PERFORM REPORT-PUT.
006730     MOVE RPT-COLUMN-LINE TO RELATIONSHIP-REPORT-LINE.
006740     PERFORM REPORT-PUT.
006750
006770     MOVE FD-HEADING-ROW TO RELATIONSHIP-FEED-LINE.
006820     PERFORM FEED-PUT.
006830
006840     PERFORM RETURN-SORTED-CUSTOMER.
006850     PERFORM UNTIL END-OF-SORTED-DATA
006860        ADD 1 TO WS-RANK
006870        MOVE SORT-CUS-IX TO WS-CUS-IX
006880        EVALUATE TRUE
006890          WHEN WS-CUS-NET-REVENUE (WS-CUS-IX) IS LESS THAN ZERO
006900             MOVE 3 TO WS-BND-IX
006910          WHEN WS-RANK IS NOT GREATER THAN WS-TOP-COUNT
006920           AND WS-CUS-NET-REVENUE (WS-CUS-IX) IS GREATER THAN ZERO
006930             MOVE 1 TO WS-BND-IX
006940          WHEN OTHER
006950             MOVE 2 TO WS-BND-IX
006960        END-EVALUATE
006970        PERFORM ADD-BAND-TOTALS
006980        PERFORM REPORT-DETAIL
006990        PERFORM FEED-DETAIL
007000        PERFORM RETURN-SORTED-CUSTOMER
007010     END-PERFORM.
007020
007030 RETURN-SORTED-CUSTOMER.
007040     RETURN SORT-FILE
007050       AT END
007060          MOVE 'Y' TO WS-SORT-EOF-SW
007070     END-RETURN.
007080
007090 ADD-BAND-TOTALS.
007100     ADD 1 TO WS-BND-CUSTOMERS (WS-BND-IX).
007110     ADD WS-CUS-DEPOSITS (WS-CUS-IX)
007115       TO WS-BND-DEPOSITS (WS-BND-IX).
007120     ADD WS-CUS-PRINCIPAL (WS-CUS-IX)
007130       TO WS-BND-PRINCIPAL (WS-BND-IX).
007140     ADD WS-CUS-FEES (WS-CUS-IX) TO WS-BND-FEES (WS-BND-IX).
007150     ADD WS-CUS-INTEREST-PAID (WS-CUS-IX)
007160       TO WS-BND-INTEREST-PAID (WS-BND-IX).
007170     ADD WS-CUS-NET-REVENUE (WS-CUS-IX)
007180       TO WS-BND-NET-REVENUE (WS-BND-IX).
007190
007200 REPORT-DETAIL.
007210     MOVE WS-RANK TO RD-RANK.
007220     MOVE WS-CUS-PID (WS-CUS-IX) TO RD-PID.
007230     MOVE WS-CUS-NAME (WS-CUS-IX) TO RD-NAME.
007240     MOVE WS-CUS-DEPOSITS (WS-CUS-IX) TO RD-DEPOSITS.
007250     MOVE WS-CUS-PRINCIPAL (WS-CUS-IX) TO RD-PRINCIPAL.
007260     MOVE WS-CUS-LOAN-INTEREST (WS-CUS-IX) TO RD-LOAN-INTEREST.
007270     MOVE WS-CUS-FEES (WS-CUS-IX) TO RD-FEES.
007280     MOVE WS-CUS-INTEREST-PAID (WS-CUS-IX) TO RD-INTEREST-PAID.
007290     MOVE WS-CUS-NET-REVENUE (WS-CUS-IX) TO RD-NET-REVENUE.
007300     MOVE WS-BAND-NAME (WS-BND-IX) TO RD-BAND.
007310     MOVE RPT-DETAIL-LINE TO RELATIONSHIP-REPORT-LINE.
007320     PERFORM REPORT-PUT.
007330
007340 FEED-DETAIL.
007350     MOVE WS-RANK TO FD-RANK.
007360     MOVE WS-CUS-DEPOSITS (WS-CUS-IX) TO FD-DEPOSITS.
007370     MOVE WS-CUS-PRINCIPAL (WS-CUS-IX) TO FD-PRINCIPAL.
007380     MOVE WS-CUS-LOAN-INTEREST (WS-CUS-IX) TO FD-LOAN-INTEREST.
007390     MOVE WS-CUS-FEES (WS-CUS-IX) TO FD-FEES.
007400     MOVE WS-CUS-INTEREST-PAID (WS-CUS-IX) TO FD-INTEREST-PAID.
007410     MOVE WS-CUS-NET-REVENUE (WS-CUS-IX) TO FD-NET-REVENUE.
007420     MOVE SPACES TO RELATIONSHIP-FEED-LINE.
007430     STRING FD-RANK DELIMITED BY SIZE
007440            FD-DELIMITER DELIMITED BY SIZE
007450            WS-BAND-NAME (WS-BND-IX) DELIMITED BY SPACE
007460            FD-DELIMITER DELIMITED BY SIZE
007470            WS-CUS-PID (WS-CUS-IX) DELIMITED BY SIZE
007480            FD-DELIMITER DELIMITED BY SIZE
007490            WS-CUS-NAME (WS-CUS-IX) DELIMITED BY SIZE
007500            FD-DELIMITER DELIMITED BY SIZE
007510            FD-DEPOSITS DELIMITED BY SIZE
007520            FD-DELIMITER DELIMITED BY SIZE
007530            FD-PRINCIPAL DELIMITED BY SIZE
007540            FD-DELIMITER DELIMITED BY SIZE
007550            FD-LOAN-INTEREST DELIMITED BY SIZE
007560            FD-DELIMITER DELIMITED BY SIZE
007570            FD-FEES DELIMITED BY SIZE
007580            FD-DELIMITER DELIMITED BY SIZE
007590            FD-INTEREST-PAID DELIMITED BY SIZE
007600            FD-DELIMITER DELIMITED BY SIZE
007610            FD-NET-REVENUE DELIMITED BY SIZE
007620            FD-DELIMITER DELIMITED BY SIZE
007630            WS-RUN-DATE DELIMITED BY SIZE
007640       INTO RELATIONSHIP-FEED-LINE.
007650     PERFORM FEED-PUT.
007660
007670*****************************************************************
007680* Print the customers and figures by band.                      *
007690*****************************************************************
007700 REPORT-BANDS.
007710     MOVE SPACES TO RELATIONSHIP-REPORT-LINE.
007720     PERFORM REPORT-PUT.
007730     MOVE 'CUSTOMERS AND FIGURES BY BAND' TO RX-TITLE.
007740     MOVE RPT-SECTION-LINE TO RELATIONSHIP-REPORT-LINE.
007750     PERFORM REPORT-PUT.
007760     MOVE RPT-BAND-COLUMN-LINE TO RELATIONSHIP-REPORT-LINE.
007770     PERFORM REPORT-PUT.
007780     PERFORM VARYING WS-BND-IX FROM 1 BY 1
007790       UNTIL WS-BND-IX IS GREATER THAN 3
007800        MOVE WS-BAND-NAME (WS-BND-IX) TO RB-BAND
007810        MOVE WS-BND-CUSTOMERS (WS-BND-IX) TO RB-CUSTOMERS
007820        MOVE WS-BND-DEPOSITS (WS-BND-IX) TO RB-DEPOSITS
007830        MOVE WS-BND-PRINCIPAL (WS-BND-IX) TO RB-PRINCIPAL
007840        MOVE WS-BND-FEES (WS-BND-IX) TO RB-FEES
007850        MOVE WS-BND-INTEREST-PAID (WS-BND-IX) TO RB-INTEREST-PAID
007860        MOVE WS-BND-NET-REVENUE (WS-BND-IX) TO RB-NET-REVENUE
007870        MOVE RPT-BAND-LINE TO RELATIONSHIP-REPORT-LINE
007880        PERFORM REPORT-PUT
007890     END-PERFORM.
007900
007910*****************************************************************
007920* Open the extract file produced by ZBNKEXT1 as input.          *
007930*****************************************************************
007940 EXTRACT-OPEN.
007950     OPEN INPUT EXTRACT-FILE.
007960     IF WS-EXTRACT-STATUS = '00'
007970        MOVE 'EXTRACT file opened OK'
007980          TO WS-CONSOLE-MESSAGE
007990        PERFORM DISPLAY-CONSOLE-MESSAGE
008000     ELSE
008010        MOVE 'EXTRACT file open failure...'
008020          TO WS-CONSOLE-MESSAGE
008030        PERFORM DISPLAY-CONSOLE-MESSAGE
008040        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
008050        PERFORM DISPLAY-IO-STATUS
008060        PERFORM ABORT-PROGRAM
008070        END-IF.
008080
008090 EXTRACT-READ.
008100     READ EXTRACT-FILE
008110        AT END
008120           MOVE 'Y' TO WS-EOF-SW
008130     END-READ.
008140     IF NOT END-OF-EXTRACT
008150        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
008160           MOVE 'EXTRACT Error reading file ...'
008170             TO WS-CONSOLE-MESSAGE
008180           PERFORM DISPLAY-CONSOLE-MESSAGE
008190           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
008200           PERFORM DISPLAY-IO-STATUS
008210           PERFORM ABORT-PROGRAM
008220        END-IF
008230     END-IF.
008240
008250 EXTRACT-CLOSE.
008260     CLOSE EXTRACT-FILE.
008270
008280*****************************************************************
008290* Open the relationship report as output.                       *
008300*****************************************************************
008310 REPORT-OPEN.
008320     OPEN OUTPUT RELATIONSHIP-REPORT.
008330     IF WS-REPORT-STATUS = '00'
008340        MOVE 'RLPRPT report opened OK'
008350          TO WS-CONSOLE-MESSAGE
008360        PERFORM DISPLAY-CONSOLE-MESSAGE
008370     ELSE
008380        MOVE 'RLPRPT report open failure...'
008390          TO WS-CONSOLE-MESSAGE
008400        PERFORM DISPLAY-CONSOLE-MESSAGE
008410        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008420        PERFORM DISPLAY-IO-STATUS
008430        PERFORM ABORT-PROGRAM
008440        END-IF.
008450
008460 REPORT-PUT.
008470     WRITE RELATIONSHIP-REPORT-LINE.
008480     IF WS-REPORT-STATUS NOT = '00'
008490        MOVE 'RLPRPT report Error writing file ...'
008500          TO WS-CONSOLE-MESSAGE
008510        PERFORM DISPLAY-CONSOLE-MESSAGE
008520        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008530        PERFORM DISPLAY-IO-STATUS
008540        PERFORM ABORT-PROGRAM
008550     END-IF.
008560
008570 REPORT-CLOSE.
008580     CLOSE RELATIONSHIP-REPORT.
008590
008600*****************************************************************
008610* Open the relationship manager feed as output.                 *
008620*****************************************************************
008630 FEED-OPEN.
008640     OPEN OUTPUT RELATIONSHIP-FEED.
008650     IF WS-FEED-STATUS = '00'
008660        MOVE 'RLPFEED file opened OK'
008670          TO WS-CONSOLE-MESSAGE
008680        PERFORM DISPLAY-CONSOLE-MESSAGE
008690     ELSE
008700        MOVE 'RLPFEED file open failure...'
008710          TO WS-CONSOLE-MESSAGE
008720        PERFORM DISPLAY-CONSOLE-MESSAGE
008730        MOVE WS-FEED-STATUS TO WS-IO-STATUS
008740        PERFORM DISPLAY-IO-STATUS
008750        PERFORM ABORT-PROGRAM
008760        END-IF.
008770
008780 FEED-PUT.
008790     WRITE RELATIONSHIP-FEED-LINE.
008800     IF WS-FEED-STATUS NOT = '00'
008810        MOVE 'RLPFEED Error writing file ...'
008820          TO WS-CONSOLE-MESSAGE
008830        PERFORM DISPLAY-CONSOLE-MESSAGE
008840        MOVE WS-FEED-STATUS TO WS-IO-STATUS
008850        PERFORM DISPLAY-IO-STATUS
008860        PERFORM ABORT-PROGRAM
008870     END-IF.
008880
008890 FEED-CLOSE.
008900     CLOSE RELATIONSHIP-FEED.
008910
008920*****************************************************************
008930* Display the file status bytes. This routine will display as   *
008940* two digits if the full two byte file status is numeric. If    *
008950* second byte is non-numeric then it will be treated as a       *
008960* binary number.                                                *
008970*****************************************************************
008980 DISPLAY-IO-STATUS.
008990     IF WS-IO-STATUS NUMERIC
009000        MOVE SPACE TO WS-CONSOLE-MESSAGE
009010        STRING 'File status -' DELIMITED BY SIZE
009020               WS-IO-STATUS DELIMITED BY SIZE
009030          INTO WS-CONSOLE-MESSAGE
009040        PERFORM DISPLAY-CONSOLE-MESSAGE
009050     ELSE
009060        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
009070        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
009080        MOVE SPACE TO WS-CONSOLE-MESSAGE
009090        STRING 'File status -' DELIMITED BY SIZE
009100               WS-IO-STAT1 DELIMITED BY SIZE
009110               '/' DELIMITED BY SIZE
009120               WS-TWO-BYTES DELIMITED BY SIZE
009130          INTO WS-CONSOLE-MESSAGE
009140        PERFORM DISPLAY-CONSOLE-MESSAGE
009150     END-IF.
009160
009170*****************************************************************
009180* 'ABORT' the program.                                          *
009190* Post a message to the console and issue a STOP RUN            *
009200*****************************************************************
009210 ABORT-PROGRAM.
009220     IF WS-CONSOLE-MESSAGE NOT = SPACES
009230        PERFORM DISPLAY-CONSOLE-MESSAGE
009240     END-IF.
009250     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
009260     PERFORM DISPLAY-CONSOLE-MESSAGE.
009270     MOVE 16 TO RETURN-CODE.
009280     GOBACK.
009290
009300*****************************************************************
009310* Display a message on the console, prefixed with the program   *
009320* name so it can be picked out of a mixed job log.              *
009330*****************************************************************
009340 DISPLAY-CONSOLE-MESSAGE.
009350     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
