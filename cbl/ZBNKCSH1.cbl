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
000130* Prgram:      ZBNKCSH1.CBL                                     *
000140* Function:    Large cash transaction aggregation - total each  *
000150*              customer's cash in and cash out per business day *
000160*              across all their accounts, in base currency,     *
000170*              write every customer-day over the reporting      *
000180*              threshold to the regulator's filing feed and the *
000190*              filing report, and list the customers who keep   *
000200*              coming in just under the threshold on the        *
000210*              structuring watch list                           *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.
000250     ZBNKCSH1.
000260 DATE-WRITTEN.
000270     September 2026.
000280 DATE-COMPILED.
000290     Today.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT   SECTION.
000320   FILE-CONTROL.
000330     SELECT EXTRACT-FILE
000340            ASSIGN       TO EXTRACT
000350            ORGANIZATION IS SEQUENTIAL
000360            ACCESS MODE  IS SEQUENTIAL
000370            FILE STATUS  IS WS-EXTRACT-STATUS.
000380
000390     SELECT OPTIONAL CASH-CONTROL-FILE
000400            ASSIGN       TO CSHCTL
000410            ORGANIZATION IS SEQUENTIAL
000420            ACCESS MODE  IS SEQUENTIAL
000430            FILE STATUS  IS WS-CONTROL-STATUS.
000440
000450     SELECT CASH-FILING-FILE
000460            ASSIGN       TO CSHFILE
000470            ORGANIZATION IS SEQUENTIAL
000480            ACCESS MODE  IS SEQUENTIAL
000490            FILE STATUS  IS WS-FILING-STATUS.
000500
000510     SELECT CASH-REPORT
000520            ASSIGN       TO CSHRPT
000530            ORGANIZATION IS SEQUENTIAL
000540            ACCESS MODE  IS SEQUENTIAL
000550            FILE STATUS  IS WS-REPORT-STATUS.
000560
000570     SELECT STRUCTURING-REPORT
000580            ASSIGN       TO CSHSTRC
000590            ORGANIZATION IS SEQUENTIAL
000600            ACCESS MODE  IS SEQUENTIAL
000610            FILE STATUS  IS WS-WATCH-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  EXTRACT-FILE
000660     RECORDING MODE IS V
000670     RECORD CONTAINS 66 TO 95 CHARACTERS.
000680 COPY CBANKXT1.
000690
000700*****************************************************************
000710* Filing thresholds - "AMT   " is the reporting threshold for a *
000720* customer's cash in or cash out on one business day, "NEARPC"  *
000730* the percentage of it from which a day counts as just under,   *
000740* "DAYS  " the number of such days in the cycle that puts the   *
000750* customer on the structuring watch list.                       *
000760*****************************************************************
000770 FD  CASH-CONTROL-FILE
000780     RECORD CONTAINS 20 CHARACTERS.
000790 01  CASH-CONTROL-RECORD.
000800   05  CCT-KEYWORD                           PIC X(6).
000810   05  CCT-AMOUNT                            PIC 9(9)V99.
000820   05  FILLER                                PIC X(3).
000830
000840 FD  CASH-FILING-FILE
000850     RECORD CONTAINS 150 CHARACTERS.
000860 COPY CCSHFIL.
000870
000880 FD  CASH-REPORT
000890     RECORD CONTAINS 132 CHARACTERS.
000900 01  CASH-REPORT-LINE                        PIC X(132).
000910
000920 FD  STRUCTURING-REPORT
000930     RECORD CONTAINS 132 CHARACTERS.
000940 01  STRUCTURING-REPORT-LINE                 PIC X(132).
000950
000960 WORKING-STORAGE SECTION.
000970 01  WS-MISC-STORAGE.
000980   05  WS-PROGRAM-ID                         PIC X(8)
000990       VALUE 'ZBNKCSH1'.
001000   05  WS-EXTRACT-STATUS.
001010     10  WS-EXTRACT-STAT1                    PIC X(1).
001020     10  WS-EXTRACT-STAT2                    PIC X(1).
001030
001040   05  WS-CONTROL-STATUS.
001050     10  WS-CONTROL-STAT1                    PIC X(1).
001060     10  WS-CONTROL-STAT2                    PIC X(1).
001070
001080   05  WS-FILING-STATUS.
001090     10  WS-FILING-STAT1                     PIC X(1).
001100     10  WS-FILING-STAT2                     PIC X(1).
001110
001120   05  WS-REPORT-STATUS.
001130     10  WS-REPORT-STAT1                     PIC X(1).
001140     10  WS-REPORT-STAT2                     PIC X(1).
001150
001160   05  WS-WATCH-STATUS.
001170     10  WS-WATCH-STAT1                      PIC X(1).
001180     10  WS-WATCH-STAT2                      PIC X(1).
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
001360
001370   05  WS-RUN-DATE                           PIC 9(6)
001380       VALUE ZERO.
001390   05  WS-CASH-ITEMS                         PIC 9(7)
001400       VALUE ZERO.
001410   05  WS-ITEMS-AT-PAR                       PIC 9(7)
001420       VALUE ZERO.
001430   05  WS-FILING-COUNT                       PIC 9(6)
001440       VALUE ZERO.
001450   05  WS-WATCH-COUNT                        PIC 9(5)
001460       VALUE ZERO.
001470   05  WS-TOTAL-FILED-IN                     PIC 9(13)V99
001480       VALUE ZERO.
001490   05  WS-TOTAL-FILED-OUT                    PIC 9(13)V99
001500       VALUE ZERO.
001510   05  WS-CASH-TALLY                         PIC 9(3).
001520   05  WS-UPPER-DESC                         PIC X(30).
001530
001540*****************************************************************
001550* Filing thresholds with the shipped defaults, and the lower    *
001560* edge of the just-under band worked out from them.             *
001570*****************************************************************
001580 01  WS-THRESHOLDS.
001590   05  WS-AMT-THRESHOLD                      PIC 9(9)V99
001600       VALUE 10000.00.
001610   05  WS-NEAR-PERCENT                       PIC 9(3)
001620       VALUE 90.
001630   05  WS-NEAR-DAYS-LIMIT                    PIC 9(3)
001640       VALUE 2.
001650   05  WS-NEAR-FLOOR                         PIC 9(9)V99.
001660
001670*****************************************************************
001680* Exchange rates off the extract's type 'R' records, which the  *
001690* extract writes behind the header ahead of any customer data.  *
001700*****************************************************************
001710 01  WS-RATE-TABLE.
001720   05  WS-RATE-COUNT                         PIC 9(2)
001730       VALUE ZERO.
001740   05  WS-RATE-ENTRY OCCURS 30 TIMES.
001750     10  WS-RATE-CURR-CODE                   PIC X(3).
001760     10  WS-RATE-VALUE                       PIC 9(3)V9(6).
001770   05  WS-RATE-IX                            PIC 9(2).
001780   05  WS-RATE-LOOKUP-RATE                   PIC 9(3)V9(6).
001790   05  WS-RATE-FOUND-SW                      PIC X(1)
001800       VALUE 'N'.
001810     88  RATE-FOUND                           VALUE 'Y'.
001820
001822*****************************************************************
001824* Name and address off each customer's type '1' record. The     *
001826* extract writes every customer's type '1' record ahead of any  *
001828* cash item, so they are held by PID until their items arrive.  *
001830*****************************************************************
001831 01  WS-CUSTOMER-TABLE.
001832   05  WS-CTB-COUNT                          PIC 9(4)
001833       VALUE ZERO.
001834   05  WS-CTB-ENTRY OCCURS 5000 TIMES.
001835     10  WS-CTB-PID                          PIC X(5).
001836     10  WS-CTB-NAME                         PIC X(20).
001837     10  WS-CTB-ADDR1                        PIC X(20).
001838     10  WS-CTB-ADDR2                        PIC X(20).
001839     10  WS-CTB-STATE                        PIC X(3).
001840     10  WS-CTB-CNTRY                        PIC X(3).
001841     10  WS-CTB-PST-CDE                      PIC X(8).
001842   05  WS-CTB-IX                             PIC 9(4).
001843   05  WS-CTB-FOUND-SW                       PIC X(1)
001844       VALUE 'N'.
001845     88  CUSTOMER-ENTRY-FOUND                 VALUE 'Y'.
001846
001847*****************************************************************
001848* The customer in hand, named from the customer table, and the  *
001849* days just under the threshold seen for them so far.           *
001850*****************************************************************
001870 01  WS-CUSTOMER-STATE.
001880   05  WS-CUS-PID                            PIC X(5)
001890       VALUE LOW-VALUES.
001900   05  WS-CUS-NAME                           PIC X(20).
001910   05  WS-CUS-ADDR1                          PIC X(20).
001920   05  WS-CUS-ADDR2                          PIC X(20).
001930   05  WS-CUS-STATE                          PIC X(3).
001940   05  WS-CUS-CNTRY                          PIC X(3).
001950   05  WS-CUS-PST-CDE                        PIC X(8).
001960   05  WS-CUS-NEAR-DAYS                      PIC 9(3).
001970   05  WS-CUS-NEAR-TOTAL                     PIC 9(11)V99.
001980   05  WS-CUS-NEAR-HIGH                      PIC 9(11)V99.
001990   05  WS-CUS-NEAR-LAST                      PIC X(10).
002000
002010*****************************************************************
002020* Control-break state over the cash items, which arrive grouped *
002030* by customer in timestamp order - the business day being       *
002040* totalled and the accounts it touched.                         *
002050*****************************************************************
002060 01  WS-DAY-STATE.
002070   05  WS-DAY-DATE                           PIC X(10)
002080       VALUE LOW-VALUES.
002090   05  WS-DAY-CASH-IN                        PIC 9(11)V99.
002100   05  WS-DAY-CASH-OUT                       PIC 9(11)V99.
002110   05  WS-DAY-ITEMS                          PIC 9(5).
002120   05  WS-DAY-CONVERTED                      PIC X(1).
002130   05  WS-DAY-ACC-COUNT                      PIC 9(3).
002140   05  WS-DAY-ACC-NO OCCURS 50 TIMES         PIC X(10).
002150   05  WS-DAY-ACC-IX                         PIC 9(3).
002160   05  WS-DAY-ACC-FOUND-SW                   PIC X(1).
002170     88  DAY-ACCOUNT-FOUND                    VALUE 'Y'.
002180   05  WS-ITEM-BASE                          PIC S9(11)V99.
002190   05  WS-DAY-HIGH                           PIC 9(11)V99.
002200
002210 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002220
002230*****************************************************************
002240* Filing report lines.                                          *
002250*****************************************************************
002260 01  RPT-HEADING-LINE.
002270   05  FILLER                          PIC X(2)  VALUE SPACES.
002280   05  RH-TITLE                              PIC X(40).
002290   05  FILLER                                PIC X(10)
002300       VALUE '  CYCLE - '.
002310   05  RH-RUN-DATE                           PIC 9(6).
002320   05  FILLER                                PIC X(15)
002330       VALUE '  THRESHOLD - '.
002340   05  RH-THRESHOLD                          PIC Z(8)9.99.
002350   05  FILLER                          PIC X(47) VALUE SPACES.
002360
002370 01  RPT-BAND-LINE.
002380   05  FILLER                                PIC X(30)
002390       VALUE '  JUST UNDER - DAYS WITH CASH '.
002400   05  FILLER                                PIC X(6)
002410       VALUE ' FROM '.
002420   05  RB-NEAR-FLOOR                         PIC Z(8)9.99.
002430   05  FILLER                                PIC X(29)
002440       VALUE ' UP TO THE THRESHOLD - LISTED'.
002450   05  FILLER                                PIC X(6)
002460       VALUE ' FROM '.
002470   05  RB-NEAR-DAYS                          PIC ZZ9.
002480   05  FILLER                                PIC X(6)
002490       VALUE ' DAYS '.
002500   05  FILLER                          PIC X(40) VALUE SPACES.
002510
002520 01  RPT-COLUMN-LINE                         PIC X(132).
002530
002540 01  RPT-FILING-LINE.
002550   05  FILLER                          PIC X(2)  VALUE SPACES.
002560   05  RF-PID                                PIC X(5).
002570   05  FILLER                          PIC X(2)  VALUE SPACES.
002580   05  RF-NAME                               PIC X(20).
002590   05  FILLER                          PIC X(2)  VALUE SPACES.
002600   05  RF-DATE                               PIC X(10).
002610   05  FILLER                          PIC X(2)  VALUE SPACES.
002620   05  RF-CASH-IN                            PIC Z(10)9.99.
002630   05  FILLER                          PIC X(2)  VALUE SPACES.
002640   05  RF-CASH-OUT                           PIC Z(10)9.99.
002650   05  FILLER                          PIC X(2)  VALUE SPACES.
002660   05  RF-ACCOUNTS                           PIC ZZ9.
002670   05  FILLER                          PIC X(2)  VALUE SPACES.
002680   05  RF-ITEMS                              PIC ZZZZ9.
002690   05  FILLER                          PIC X(2)  VALUE SPACES.
002700   05  RF-CONVERTED                          PIC X(9).
002710   05  FILLER                          PIC X(35) VALUE SPACES.
002720
002730 01  RPT-WATCH-LINE.
002740   05  FILLER                          PIC X(2)  VALUE SPACES.
002750   05  RW-PID                                PIC X(5).
002760   05  FILLER                          PIC X(2)  VALUE SPACES.
002770   05  RW-NAME                               PIC X(20).
002780   05  FILLER                          PIC X(2)  VALUE SPACES.
002790   05  RW-NEAR-DAYS                          PIC ZZ9.
002800   05  FILLER                          PIC X(2)  VALUE SPACES.
002810   05  RW-NEAR-TOTAL                         PIC Z(10)9.99.
002820   05  FILLER                          PIC X(2)  VALUE SPACES.
002830   05  RW-NEAR-HIGH                          PIC Z(10)9.99.
002840   05  FILLER                          PIC X(2)  VALUE SPACES.
002850   05  RW-NEAR-LAST                          PIC X(10).
002860   05  FILLER                          PIC X(54) VALUE SPACES.
002870
002880 01  RPT-COUNT-LINE.
002890   05  FILLER                          PIC X(2)  VALUE SPACES.
002900   05  RT-LABEL                              PIC X(40).
002910   05  RT-COUNT                              PIC Z(6)9.
002920   05  FILLER                          PIC X(83) VALUE SPACES.
002930
002940 01  RPT-AMOUNT-LINE.
002950   05  FILLER                          PIC X(2)  VALUE SPACES.
002960   05  RA-LABEL                              PIC X(40).
002970   05  RA-AMOUNT                             PIC Z(12)9.99.
002980   05  FILLER                          PIC X(73) VALUE SPACES.
002990
003000 PROCEDURE DIVISION.
003010*****************************************************************
003020* Load the thresholds, total the cash on the extract customer   *
003030* by customer and day, then close the feed with its trailer and *
003040* both reports with their totals.                               *
003050*****************************************************************
003060     PERFORM LOAD-CASH-CONTROLS.
003070     PERFORM FILING-OPEN.
003080     PERFORM REPORT-OPEN.
003090     PERFORM WATCH-OPEN.
003100     PERFORM AGGREGATE-EXTRACT.
003110     PERFORM WRITE-FILING-TRAILER.
003120     PERFORM REPORT-TOTALS.
003130     PERFORM FILING-CLOSE.
003140     PERFORM REPORT-CLOSE.
003150     PERFORM WATCH-CLOSE.
003160
003170     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003180     STRING WS-FILING-COUNT DELIMITED BY SIZE
003190            ' customer-days filed, ' DELIMITED BY SIZE
003200            WS-WATCH-COUNT DELIMITED BY SIZE
003210            ' on watch list' DELIMITED BY SIZE
003220       INTO WS-CONSOLE-MESSAGE.
003230     PERFORM DISPLAY-CONSOLE-MESSAGE.
003240     MOVE 'End Of Job'
003250       TO WS-CONSOLE-MESSAGE.
003260     PERFORM DISPLAY-CONSOLE-MESSAGE.
003270
003280     IF WS-FILING-COUNT IS GREATER THAN ZERO
003290      OR WS-WATCH-COUNT IS GREATER THAN ZERO
003300        MOVE 4 TO RETURN-CODE
003310     ELSE
003320        MOVE 0 TO RETURN-CODE
003330     END-IF.
003340
003350     GOBACK.
003360
003370*****************************************************************
003380* Load the filing thresholds. A missing control file leaves the *
003390* shipped defaults standing.                                    *
003400*****************************************************************
003410 LOAD-CASH-CONTROLS.
003420     OPEN INPUT CASH-CONTROL-FILE.
003430     EVALUATE TRUE
003440       WHEN WS-CONTROL-STATUS IS EQUAL TO '35'
003450       WHEN WS-CONTROL-STATUS IS EQUAL TO '05'
003460          CONTINUE
003470       WHEN WS-CONTROL-STATUS IS EQUAL TO '00'
003480          PERFORM CONTROL-READ
003490          PERFORM UNTIL CONTROL-EOF
003500             IF CCT-AMOUNT IS NUMERIC
003510                EVALUATE CCT-KEYWORD
003520                  WHEN 'AMT   '
003530                     MOVE CCT-AMOUNT TO WS-AMT-THRESHOLD
003540                  WHEN 'NEARPC'
003550                     IF CCT-AMOUNT IS NOT LESS THAN 1
003560                      AND CCT-AMOUNT IS LESS THAN 100
003570                        MOVE CCT-AMOUNT TO WS-NEAR-PERCENT
003580                     END-IF
003590                  WHEN 'DAYS  '
003600                     IF CCT-AMOUNT IS NOT LESS THAN 1
003610                        MOVE CCT-AMOUNT TO WS-NEAR-DAYS-LIMIT
003620                     END-IF
003630                  WHEN OTHER
003640                     CONTINUE
003650                END-EVALUATE
003660             END-IF
003670             PERFORM CONTROL-READ
003680          END-PERFORM
003690          CLOSE CASH-CONTROL-FILE
003700       WHEN OTHER
003710          MOVE 'CSHCTL file open failure...'
003720            TO WS-CONSOLE-MESSAGE
003730          PERFORM DISPLAY-CONSOLE-MESSAGE
003740          MOVE WS-CONTROL-STATUS TO WS-IO-STATUS
003750          PERFORM DISPLAY-IO-STATUS
003760          PERFORM ABORT-PROGRAM
003770     END-EVALUATE.
003780     COMPUTE WS-NEAR-FLOOR ROUNDED =
003790        WS-AMT-THRESHOLD * WS-NEAR-PERCENT / 100.
003800
003810 CONTROL-READ.
003820     READ CASH-CONTROL-FILE
003830       AT END
003840          MOVE 'Y' TO WS-CONTROL-EOF-SW
003850     END-READ.
003860
003870*****************************************************************
003880* Pass the extract. The header opens the feed, each type '1'    *
003890* record is held in the customer table, and each cash item is   *
003900* added into its customer's business day.                       *
003910*****************************************************************
003920 AGGREGATE-EXTRACT.
003930     PERFORM EXTRACT-OPEN.
003940     PERFORM EXTRACT-READ.
003950     IF NOT END-OF-EXTRACT
003960      AND BANKXT01-H-TYPE IS EQUAL TO 'H'
003970        MOVE BANKXT01-H-RUN-DATE TO WS-RUN-DATE
003980     END-IF.
003990     PERFORM WRITE-FILING-HEADER.
004000     PERFORM WRITE-REPORT-HEADINGS.
004010     PERFORM UNTIL END-OF-EXTRACT
004020        EVALUATE TRUE
004030          WHEN BANKXT01-R-TYPE IS EQUAL TO 'R'
004040             PERFORM STORE-RATE
004050          WHEN BANKXT01-1-TYPE IS EQUAL TO '1'
004080             PERFORM STORE-CUSTOMER
004090          WHEN BANKXT01-3-TYPE IS EQUAL TO '3'
004100             PERFORM CHECK-CASH-ITEM
004110          WHEN OTHER
004120             CONTINUE
004130        END-EVALUATE
004140        PERFORM EXTRACT-READ
004150     END-PERFORM.
004160     PERFORM CLOSE-CURRENT-DAY.
004170     PERFORM CLOSE-CURRENT-CUSTOMER.
004180     PERFORM EXTRACT-CLOSE.
004190
004200 STORE-RATE.
004210     IF WS-RATE-COUNT IS LESS THAN 30
004220        ADD 1 TO WS-RATE-COUNT
004230        MOVE BANKXT01-R-CURR-CODE
004240          TO WS-RATE-CURR-CODE (WS-RATE-COUNT)
004250        MOVE BANKXT01-R-RATE TO WS-RATE-VALUE (WS-RATE-COUNT)
004260     ELSE
004270        MOVE 'Rate table full - run refused'
004280          TO WS-CONSOLE-MESSAGE
004290        PERFORM ABORT-PROGRAM
004300     END-IF.
004310
004320 STORE-CUSTOMER.
004322     IF WS-CTB-COUNT IS LESS THAN 5000
004324        ADD 1 TO WS-CTB-COUNT
004326        MOVE BANKXT01-1-PID TO WS-CTB-PID (WS-CTB-COUNT)
004328        MOVE BANKXT01-1-NAME TO WS-CTB-NAME (WS-CTB-COUNT)
004330        MOVE BANKXT01-1-ADDR1 TO WS-CTB-ADDR1 (WS-CTB-COUNT)
004332        MOVE BANKXT01-1-ADDR2 TO WS-CTB-ADDR2 (WS-CTB-COUNT)
004334        MOVE BANKXT01-1-STATE TO WS-CTB-STATE (WS-CTB-COUNT)
004336        MOVE BANKXT01-1-CNTRY TO WS-CTB-CNTRY (WS-CTB-COUNT)
004338        MOVE BANKXT01-1-PST-CDE
004340          TO WS-CTB-PST-CDE (WS-CTB-COUNT)
004342     ELSE
004344        MOVE 'Customer table full - run refused'
004346          TO WS-CONSOLE-MESSAGE
004348        PERFORM ABORT-PROGRAM
004350     END-IF.
004352
004354*****************************************************************
004356* Start the customer whose cash item is in hand, with the name  *
004358* and address held off their type '1' record - left blank for   *
004360* a PID the extract gave no type '1' record for.                *
004362*****************************************************************
004364 START-CUSTOMER.
004366     MOVE SPACES TO WS-CUSTOMER-STATE.
004368     MOVE BANKXT01-3-PID TO WS-CUS-PID.
004370     MOVE 'N' TO WS-CTB-FOUND-SW.
004372     PERFORM VARYING WS-CTB-IX FROM 1 BY 1
004374       UNTIL WS-CTB-IX IS GREATER THAN WS-CTB-COUNT
004376                OR CUSTOMER-ENTRY-FOUND
004378        IF WS-CTB-PID (WS-CTB-IX) IS EQUAL TO WS-CUS-PID
004380           MOVE 'Y' TO WS-CTB-FOUND-SW
004382           MOVE WS-CTB-NAME (WS-CTB-IX) TO WS-CUS-NAME
004384           MOVE WS-CTB-ADDR1 (WS-CTB-IX) TO WS-CUS-ADDR1
004386           MOVE WS-CTB-ADDR2 (WS-CTB-IX) TO WS-CUS-ADDR2
004388           MOVE WS-CTB-STATE (WS-CTB-IX) TO WS-CUS-STATE
004390           MOVE WS-CTB-CNTRY (WS-CTB-IX) TO WS-CUS-CNTRY
004392           MOVE WS-CTB-PST-CDE (WS-CTB-IX) TO WS-CUS-PST-CDE
004394        END-IF
004396     END-PERFORM.
004398     MOVE ZERO TO WS-CUS-NEAR-DAYS.
004400     MOVE ZERO TO WS-CUS-NEAR-TOTAL.
004402     MOVE ZERO TO WS-CUS-NEAR-HIGH.
004440
004450*****************************************************************
004460* A transaction is cash when its description says so. Anything  *
004470* else is left to ZBNKVEL1.                                     *
004480*****************************************************************
004490 CHECK-CASH-ITEM.
004500     MOVE BANKXT01-3-DESC TO WS-UPPER-DESC.
004510     INSPECT WS-UPPER-DESC
004520       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
004530               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
004540     MOVE ZERO TO WS-CASH-TALLY.
004550     INSPECT WS-UPPER-DESC
004560       TALLYING WS-CASH-TALLY FOR ALL 'CASH'.
004570     IF WS-CASH-TALLY IS GREATER THAN ZERO
004580        PERFORM ADD-CASH-ITEM
004590     END-IF.
004600
004610 ADD-CASH-ITEM.
004620     ADD 1 TO WS-CASH-ITEMS.
004630     IF BANKXT01-3-PID IS NOT EQUAL TO WS-CUS-PID
004640        PERFORM CLOSE-CURRENT-DAY
004650        PERFORM CLOSE-CURRENT-CUSTOMER
004660        PERFORM START-CUSTOMER
004710     END-IF.
004720     IF BANKXT01-3-TIMESTAMP (1:10) IS NOT EQUAL TO WS-DAY-DATE
004730        PERFORM CLOSE-CURRENT-DAY
004740        MOVE BANKXT01-3-TIMESTAMP (1:10) TO WS-DAY-DATE
004750        MOVE ZERO TO WS-DAY-CASH-IN
004760        MOVE ZERO TO WS-DAY-CASH-OUT
004770        MOVE ZERO TO WS-DAY-ITEMS
004780        MOVE ZERO TO WS-DAY-ACC-COUNT
004790        MOVE 'N' TO WS-DAY-CONVERTED
004800     END-IF.
004810     ADD 1 TO WS-DAY-ITEMS.
004820     PERFORM LOOKUP-CURRENCY-RATE.
004830     COMPUTE WS-ITEM-BASE ROUNDED =
004840        BANKXT01-3-AMOUNT * WS-RATE-LOOKUP-RATE.
004850     IF WS-RATE-LOOKUP-RATE IS NOT EQUAL TO 1
004860        MOVE 'Y' TO WS-DAY-CONVERTED
004870     END-IF.
004880     IF WS-ITEM-BASE IS LESS THAN ZERO
004890        SUBTRACT WS-ITEM-BASE FROM WS-DAY-CASH-OUT
004900     ELSE
004910        ADD WS-ITEM-BASE TO WS-DAY-CASH-IN
004920     END-IF.
004930     MOVE 'N' TO WS-DAY-ACC-FOUND-SW.
004940     PERFORM VARYING WS-DAY-ACC-IX FROM 1 BY 1
004950       UNTIL WS-DAY-ACC-IX IS GREATER THAN WS-DAY-ACC-COUNT
004960                OR DAY-ACCOUNT-FOUND
004970        IF WS-DAY-ACC-NO (WS-DAY-ACC-IX) IS EQUAL TO
004980             BANKXT01-3-ACC-NO
004990           MOVE 'Y' TO WS-DAY-ACC-FOUND-SW
005000        END-IF
005010     END-PERFORM.
005020     IF NOT DAY-ACCOUNT-FOUND
005030      AND WS-DAY-ACC-COUNT IS LESS THAN 50
005040        ADD 1 TO WS-DAY-ACC-COUNT
005050        MOVE BANKXT01-3-ACC-NO TO WS-DAY-ACC-NO (WS-DAY-ACC-COUNT)
005060     END-IF.
005070
005080*****************************************************************
005090* Find the base-currency rate for the item's currency. A blank  *
005100* or base currency converts at par, as does one the extract has *
005110* no rate for - those are counted for the report so the rate    *
005120* gap can be chased.                                            *
005130*****************************************************************
005140 LOOKUP-CURRENCY-RATE.
005150     MOVE 1.000000 TO WS-RATE-LOOKUP-RATE.
005160     MOVE 'N' TO WS-RATE-FOUND-SW.
005170     PERFORM VARYING WS-RATE-IX FROM 1 BY 1
005180       UNTIL WS-RATE-IX IS GREATER THAN WS-RATE-COUNT
005190                OR RATE-FOUND
005200        IF WS-RATE-CURR-CODE (WS-RATE-IX) IS EQUAL TO
005210             BANKXT01-3-CURR-CODE
005220           MOVE WS-RATE-VALUE (WS-RATE-IX)
005230             TO WS-RATE-LOOKUP-RATE
005240           MOVE 'Y' TO WS-RATE-FOUND-SW
005250        END-IF
005260     END-PERFORM.
005270     IF NOT RATE-FOUND
005280      AND BANKXT01-3-CURR-CODE IS NOT EQUAL TO SPACES
005290        ADD 1 TO WS-ITEMS-AT-PAR
005300     END-IF.
005310
005320*****************************************************************
005330* Close the business day just finished. Cash in or cash out     *
005340* over the threshold is filed; a day that comes within the      *
005350* just-under band without passing it is counted against the     *
005360* customer for the structuring watch list.                      *
005370*****************************************************************
005380 CLOSE-CURRENT-DAY.
005390     IF WS-DAY-DATE IS NOT EQUAL TO LOW-VALUES
005400        IF WS-DAY-CASH-IN IS GREATER THAN WS-AMT-THRESHOLD
005410         OR WS-DAY-CASH-OUT IS GREATER THAN WS-AMT-THRESHOLD
005420           PERFORM FILE-CUSTOMER-DAY
005430        ELSE
005440           IF WS-DAY-CASH-IN IS NOT LESS THAN WS-NEAR-FLOOR
005450            OR WS-DAY-CASH-OUT IS NOT LESS THAN WS-NEAR-FLOOR
005460              IF WS-DAY-CASH-IN IS GREATER THAN WS-DAY-CASH-OUT
005470                 MOVE WS-DAY-CASH-IN TO WS-DAY-HIGH
005480              ELSE
005490                 MOVE WS-DAY-CASH-OUT TO WS-DAY-HIGH
005500              END-IF
005510              ADD 1 TO WS-CUS-NEAR-DAYS
005520              ADD WS-DAY-HIGH TO WS-CUS-NEAR-TOTAL
005530              IF WS-DAY-HIGH IS GREATER THAN WS-CUS-NEAR-HIGH
005540                 MOVE WS-DAY-HIGH TO WS-CUS-NEAR-HIGH
005550              END-IF
005560              MOVE WS-DAY-DATE TO WS-CUS-NEAR-LAST
005570           END-IF
005580        END-IF
005590     END-IF.
005600     MOVE LOW-VALUES TO WS-DAY-DATE.
005610
005620 FILE-CUSTOMER-DAY.
005630     ADD 1 TO WS-FILING-COUNT.
005640     ADD WS-DAY-CASH-IN TO WS-TOTAL-FILED-IN.
005650     ADD WS-DAY-CASH-OUT TO WS-TOTAL-FILED-OUT.
005660     MOVE SPACES TO CASH-FILING-DETAIL.
005670     MOVE 'D' TO CSF-D-REC-TYPE.
005680     MOVE WS-FILING-COUNT TO CSF-D-SEQUENCE.
005690     STRING WS-DAY-DATE (1:4) DELIMITED BY SIZE
005700            WS-DAY-DATE (6:2) DELIMITED BY SIZE
005710            WS-DAY-DATE (9:2) DELIMITED BY SIZE
005720       INTO CSF-D-BUSINESS-DATE.
005730     MOVE WS-CUS-PID TO CSF-D-PID.
005740     MOVE WS-CUS-NAME TO CSF-D-NAME.
005750     MOVE WS-CUS-ADDR1 TO CSF-D-ADDR1.
005760     MOVE WS-CUS-ADDR2 TO CSF-D-ADDR2.
005770     MOVE WS-CUS-STATE TO CSF-D-STATE.
005780     MOVE WS-CUS-CNTRY TO CSF-D-CNTRY.
005790     MOVE WS-CUS-PST-CDE TO CSF-D-PST-CDE.
005800     MOVE WS-DAY-CASH-IN TO CSF-D-CASH-IN.
005810     MOVE WS-DAY-CASH-OUT TO CSF-D-CASH-OUT.
005820     MOVE WS-DAY-ACC-COUNT TO CSF-D-ACCOUNTS.
005830     MOVE WS-DAY-ITEMS TO CSF-D-ITEMS.
005840     MOVE WS-DAY-CONVERTED TO CSF-D-CONVERTED.
005850     WRITE CASH-FILING-DETAIL.
005860     PERFORM CHECK-FILING-WRITE.
005870
005880     MOVE WS-CUS-PID TO RF-PID.
005890     MOVE WS-CUS-NAME TO RF-NAME.
005900     MOVE WS-DAY-DATE TO RF-DATE.
005910     MOVE WS-DAY-CASH-IN TO RF-CASH-IN.
005920     MOVE WS-DAY-CASH-OUT TO RF-CASH-OUT.
005930     MOVE WS-DAY-ACC-COUNT TO RF-ACCOUNTS.
005940     MOVE WS-DAY-ITEMS TO RF-ITEMS.
005950     IF WS-DAY-CONVERTED IS EQUAL TO 'Y'
005960        MOVE 'CONVERTED' TO RF-CONVERTED
005970     ELSE
005980        MOVE SPACES TO RF-CONVERTED
005990     END-IF.
006000     MOVE RPT-FILING-LINE TO CASH-REPORT-LINE.
006010     PERFORM REPORT-PUT.
006020
006030*****************************************************************
006040* Close the customer just finished - enough days just under the *
006050* threshold puts them on the structuring watch list.            *
006060*****************************************************************
006070 CLOSE-CURRENT-CUSTOMER.
006080     IF WS-CUS-PID IS NOT EQUAL TO LOW-VALUES
006090      AND WS-CUS-NEAR-DAYS IS NOT LESS THAN WS-NEAR-DAYS-LIMIT
006100        ADD 1 TO WS-WATCH-COUNT
006110        MOVE WS-CUS-PID TO RW-PID
006120        MOVE WS-CUS-NAME TO RW-NAME
006130        MOVE WS-CUS-NEAR-DAYS TO RW-NEAR-DAYS
006140        MOVE WS-CUS-NEAR-TOTAL TO RW-NEAR-TOTAL
006150        MOVE WS-CUS-NEAR-HIGH TO RW-NEAR-HIGH
006160        MOVE WS-CUS-NEAR-LAST TO RW-NEAR-LAST
006170        MOVE RPT-WATCH-LINE TO STRUCTURING-REPORT-LINE
006180        PERFORM WATCH-PUT
006190     END-IF.
006200     MOVE ZERO TO WS-CUS-NEAR-DAYS.
006210
006220*****************************************************************
006230* Feed header and trailer - the trailer carries the count and   *
006240* totals the regulator balances the details against.            *
006250*****************************************************************
006260 WRITE-FILING-HEADER.
006270     MOVE SPACES TO CASH-FILING-HEADER.
006280     MOVE 'H' TO CSF-H-REC-TYPE.
006290     MOVE 'CASHFILE' TO CSF-H-FILE-ID.
006300     MOVE WS-RUN-DATE TO CSF-H-RUN-DATE.
006310     MOVE WS-AMT-THRESHOLD TO CSF-H-THRESHOLD.
006320     WRITE CASH-FILING-HEADER.
006330     PERFORM CHECK-FILING-WRITE.
006340
006350 WRITE-FILING-TRAILER.
006360     MOVE SPACES TO CASH-FILING-TRAILER.
006370     MOVE 'T' TO CSF-T-REC-TYPE.
006380     MOVE WS-FILING-COUNT TO CSF-T-DETAIL-COUNT.
006390     MOVE WS-TOTAL-FILED-IN TO CSF-T-TOTAL-IN.
006400     MOVE WS-TOTAL-FILED-OUT TO CSF-T-TOTAL-OUT.
006410     WRITE CASH-FILING-TRAILER.
006420     PERFORM CHECK-FILING-WRITE.
006430
006440 CHECK-FILING-WRITE.
006450     IF WS-FILING-STATUS IS NOT EQUAL TO '00'
006460        MOVE 'CSHFILE Error writing file ...'
006470          TO WS-CONSOLE-MESSAGE
006480        PERFORM DISPLAY-CONSOLE-MESSAGE
006490        MOVE WS-FILING-STATUS TO WS-IO-STATUS
006500        PERFORM DISPLAY-IO-STATUS
006510        PERFORM ABORT-PROGRAM
006520     END-IF.
006530
006540*****************************************************************
006550* Report headings, once the extract header has given the cycle. *
006560*****************************************************************
006570 WRITE-REPORT-HEADINGS.
006580     MOVE WS-RUN-DATE TO RH-RUN-DATE.
006590     MOVE WS-AMT-THRESHOLD TO RH-THRESHOLD.
006600     MOVE 'LARGE CASH TRANSACTION FILINGS' TO RH-TITLE.
006610     MOVE RPT-HEADING-LINE TO CASH-REPORT-LINE.
006620     PERFORM REPORT-PUT.
006630     MOVE SPACES TO CASH-REPORT-LINE.
006640     PERFORM REPORT-PUT.
006650     MOVE SPACES TO RPT-COLUMN-LINE.
006660     MOVE 'PID' TO RPT-COLUMN-LINE (3:3).
006670     MOVE 'CUSTOMER NAME' TO RPT-COLUMN-LINE (10:13).
006680     MOVE 'BUS. DATE' TO RPT-COLUMN-LINE (32:9).
006690     MOVE 'CASH IN' TO RPT-COLUMN-LINE (52:7).
006700     MOVE 'CASH OUT' TO RPT-COLUMN-LINE (67:8).
006710     MOVE 'ACCTS' TO RPT-COLUMN-LINE (76:5).
006720     MOVE 'ITEMS' TO RPT-COLUMN-LINE (83:5).
006730     MOVE RPT-COLUMN-LINE TO CASH-REPORT-LINE.
006740     PERFORM REPORT-PUT.
006750
006760     MOVE 'STRUCTURING WATCH LIST' TO RH-TITLE.
006770     MOVE RPT-HEADING-LINE TO STRUCTURING-REPORT-LINE.
006780     PERFORM WATCH-PUT.
006790     MOVE SPACES TO STRUCTURING-REPORT-LINE.
006800     MOVE WS-NEAR-FLOOR TO RB-NEAR-FLOOR.
006810     MOVE WS-NEAR-DAYS-LIMIT TO RB-NEAR-DAYS.
006820     MOVE RPT-BAND-LINE TO STRUCTURING-REPORT-LINE.
006830     PERFORM WATCH-PUT.
006840     MOVE SPACES TO STRUCTURING-REPORT-LINE.
006850     PERFORM WATCH-PUT.
006860     MOVE SPACES TO RPT-COLUMN-LINE.
006870     MOVE 'PID' TO RPT-COLUMN-LINE (3:3).
006880     MOVE 'CUSTOMER NAME' TO RPT-COLUMN-LINE (10:13).
006890     MOVE 'DAYS' TO RPT-COLUMN-LINE (31:4).
006900     MOVE 'DAYS TOTAL' TO RPT-COLUMN-LINE (42:10).
006910     MOVE 'HIGHEST DAY' TO RPT-COLUMN-LINE (57:11).
006920     MOVE 'LAST DAY' TO RPT-COLUMN-LINE (70:8).
006930     MOVE RPT-COLUMN-LINE TO STRUCTURING-REPORT-LINE.
006940     PERFORM WATCH-PUT.
006950
006960*****************************************************************
006970* Totals for both reports.                                      *
006980*****************************************************************
006990 REPORT-TOTALS.
007000     IF WS-FILING-COUNT IS EQUAL TO ZERO
007010        MOVE '  NONE' TO CASH-REPORT-LINE
007020        PERFORM REPORT-PUT
007030     END-IF.
007040     MOVE SPACES TO CASH-REPORT-LINE.
007050     PERFORM REPORT-PUT.
007060     MOVE 'CASH ITEMS AGGREGATED' TO RT-LABEL.
007070     MOVE WS-CASH-ITEMS TO RT-COUNT.
007080     MOVE RPT-COUNT-LINE TO CASH-REPORT-LINE.
007090     PERFORM REPORT-PUT.
007100     MOVE 'ITEMS AT PAR - NO RATE ON EXTRACT' TO RT-LABEL.
007110     MOVE WS-ITEMS-AT-PAR TO RT-COUNT.
007120     MOVE RPT-COUNT-LINE TO CASH-REPORT-LINE.
007130     PERFORM REPORT-PUT.
007140     MOVE 'CUSTOMER-DAYS FILED' TO RT-LABEL.
007150     MOVE WS-FILING-COUNT TO RT-COUNT.
007160     MOVE RPT-COUNT-LINE TO CASH-REPORT-LINE.
007170     PERFORM REPORT-PUT.
007180     MOVE 'CASH IN FILED' TO RA-LABEL.
007190     MOVE WS-TOTAL-FILED-IN TO RA-AMOUNT.
007200     MOVE RPT-AMOUNT-LINE TO CASH-REPORT-LINE.
007210     PERFORM REPORT-PUT.
007220     MOVE 'CASH OUT FILED' TO RA-LABEL.
007230     MOVE WS-TOTAL-FILED-OUT TO RA-AMOUNT.
007240     MOVE RPT-AMOUNT-LINE TO CASH-REPORT-LINE.
007250     PERFORM REPORT-PUT.
007260
007270     IF WS-WATCH-COUNT IS EQUAL TO ZERO
007280        MOVE '  NONE' TO STRUCTURING-REPORT-LINE
007290        PERFORM WATCH-PUT
007300     END-IF.
007310     MOVE SPACES TO STRUCTURING-REPORT-LINE.
007320     PERFORM WATCH-PUT.
007330     MOVE 'CUSTOMERS ON THE WATCH LIST' TO RT-LABEL.
007340     MOVE WS-WATCH-COUNT TO RT-COUNT.
007350     MOVE RPT-COUNT-LINE TO STRUCTURING-REPORT-LINE.
007360     PERFORM WATCH-PUT.
007370
007380*****************************************************************
007390* Open the extract file produced by ZBNKEXT1 as input.          *
007400*****************************************************************
007410 EXTRACT-OPEN.
007420     OPEN INPUT EXTRACT-FILE.
007430     IF WS-EXTRACT-STATUS = '00'
007440        MOVE 'EXTRACT file opened OK'
007450          TO WS-CONSOLE-MESSAGE
007460        PERFORM DISPLAY-CONSOLE-MESSAGE
007470     ELSE
007480        MOVE 'EXTRACT file open failure...'
007490          TO WS-CONSOLE-MESSAGE
007500        PERFORM DISPLAY-CONSOLE-MESSAGE
007510        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
007520        PERFORM DISPLAY-IO-STATUS
007530        PERFORM ABORT-PROGRAM
007540        END-IF.
007550
007560 EXTRACT-READ.
007570     READ EXTRACT-FILE
007580        AT END
007590           MOVE 'Y' TO WS-EOF-SW
007600     END-READ.
007610     IF NOT END-OF-EXTRACT
007620        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
007630           MOVE 'EXTRACT Error reading file ...'
007640             TO WS-CONSOLE-MESSAGE
007650           PERFORM DISPLAY-CONSOLE-MESSAGE
007660           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
007670           PERFORM DISPLAY-IO-STATUS
007680           PERFORM ABORT-PROGRAM
007690        END-IF
007700     END-IF.
007710
007720 EXTRACT-CLOSE.
007730     CLOSE EXTRACT-FILE.
007740
007750*****************************************************************
007760* Open the filing feed as output.                               *
007770*****************************************************************
007780 FILING-OPEN.
007790     OPEN OUTPUT CASH-FILING-FILE.
007800     IF WS-FILING-STATUS IS NOT EQUAL TO '00'
007810        MOVE 'CSHFILE file open failure...'
007820          TO WS-CONSOLE-MESSAGE
007830        PERFORM DISPLAY-CONSOLE-MESSAGE
007840        MOVE WS-FILING-STATUS TO WS-IO-STATUS
007850        PERFORM DISPLAY-IO-STATUS
007860        PERFORM ABORT-PROGRAM
007870     END-IF.
007880
007890 FILING-CLOSE.
007900     CLOSE CASH-FILING-FILE.
007910
007920*****************************************************************
007930* Open the filing report as output.                             *
007940*****************************************************************
007950 REPORT-OPEN.
007960     OPEN OUTPUT CASH-REPORT.
007970     IF WS-REPORT-STATUS = '00'
007980        MOVE 'CSHRPT report opened OK'
007990          TO WS-CONSOLE-MESSAGE
008000        PERFORM DISPLAY-CONSOLE-MESSAGE
008010     ELSE
008020        MOVE 'CSHRPT report open failure...'
008030          TO WS-CONSOLE-MESSAGE
008040        PERFORM DISPLAY-CONSOLE-MESSAGE
008050        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008060        PERFORM DISPLAY-IO-STATUS
008070        PERFORM ABORT-PROGRAM
008080        END-IF.
008090
008100 REPORT-PUT.
008110     WRITE CASH-REPORT-LINE.
008120     IF WS-REPORT-STATUS NOT = '00'
008130        MOVE 'CSHRPT report Error writing file ...'
008140          TO WS-CONSOLE-MESSAGE
008150        PERFORM DISPLAY-CONSOLE-MESSAGE
008160        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008170        PERFORM DISPLAY-IO-STATUS
008180        PERFORM ABORT-PROGRAM
008190     END-IF.
008200
008210 REPORT-CLOSE.
008220     CLOSE CASH-REPORT.
008230
008240*****************************************************************
008250* Open the structuring watch list as output.                    *
008260*****************************************************************
008270 WATCH-OPEN.
008280     OPEN OUTPUT STRUCTURING-REPORT.
008290     IF WS-WATCH-STATUS IS NOT EQUAL TO '00'
008300        MOVE 'CSHSTRC report open failure...'
008310          TO WS-CONSOLE-MESSAGE
008320        PERFORM DISPLAY-CONSOLE-MESSAGE
008330        MOVE WS-WATCH-STATUS TO WS-IO-STATUS
008340        PERFORM DISPLAY-IO-STATUS
008350        PERFORM ABORT-PROGRAM
008360     END-IF.
008370
008380 WATCH-PUT.
008390     WRITE STRUCTURING-REPORT-LINE.
008400     IF WS-WATCH-STATUS NOT = '00'
008410        MOVE 'CSHSTRC report Error writing file ...'
008420          TO WS-CONSOLE-MESSAGE
008430        PERFORM DISPLAY-CONSOLE-MESSAGE
008440        MOVE WS-WATCH-STATUS TO WS-IO-STATUS
008450        PERFORM DISPLAY-IO-STATUS
008460        PERFORM ABORT-PROGRAM
008470     END-IF.
008480
008490 WATCH-CLOSE.
008500     CLOSE STRUCTURING-REPORT.
008510
008520*****************************************************************
008530* Display the file status bytes. This routine will display as   *
008540* two digits if the full two byte file status is numeric. If    *
008550* second byte is non-numeric then it will be treated as a       *
008560* binary number.                                                *
008570*****************************************************************
008580 DISPLAY-IO-STATUS.
008590     IF WS-IO-STATUS NUMERIC
008600        MOVE SPACE TO WS-CONSOLE-MESSAGE
008610        STRING 'File status -' DELIMITED BY SIZE
008620               WS-IO-STATUS DELIMITED BY SIZE
008630          INTO WS-CONSOLE-MESSAGE
008640        PERFORM DISPLAY-CONSOLE-MESSAGE
008650     ELSE
008660        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
008670        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
008680        MOVE SPACE TO WS-CONSOLE-MESSAGE
008690        STRING 'File status -' DELIMITED BY SIZE
008700               WS-IO-STAT1 DELIMITED BY SIZE
008710               '/' DELIMITED BY SIZE
008720               WS-TWO-BYTES DELIMITED BY SIZE
008730          INTO WS-CONSOLE-MESSAGE
008740        PERFORM DISPLAY-CONSOLE-MESSAGE
008750     END-IF.
008760
008770*****************************************************************
008780* 'ABORT' the program.                                          *
008790* Post a message to the console and issue a STOP RUN            *
008800*****************************************************************
008810 ABORT-PROGRAM.
008820     IF WS-CONSOLE-MESSAGE NOT = SPACES
008830        PERFORM DISPLAY-CONSOLE-MESSAGE
008840     END-IF.
008850     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
008860     PERFORM DISPLAY-CONSOLE-MESSAGE.
008870     MOVE 16 TO RETURN-CODE.
008880     GOBACK.
008890
008900*****************************************************************
008910* Display a message on the console, prefixed with the program   *
008920* name so it can be picked out of a mixed job log.              *
008930*****************************************************************
008940 DISPLAY-CONSOLE-MESSAGE.
008950     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
