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
000130* Prgram:      ZBNKFSX1.CBL                                     *
000140* Function:    Cross-check the Fileshare ACCOUNT-FILE against   *
000150*              the type '1' customer records on the cycle       *
000160*              extract - match the two on the normalised name,  *
000170*              report the customers found on one side only and  *
000180*              those whose address differs, and write the       *
000190*              discrepancy file address maintenance works from  *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.
000230     ZBNKFSX1.
000240 DATE-WRITTEN.
000250     October 2026.
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
000370     SELECT FILESHARE-ACCOUNT-FILE
000380            ASSIGN       TO BANK10
000390            ORGANIZATION IS SEQUENTIAL
000400            ACCESS MODE  IS SEQUENTIAL
000410            FILE STATUS  IS WS-FSACCT-STATUS.
000420
000430     SELECT DISCREPANCY-FILE
000440            ASSIGN       TO FSXDISC
000450            ORGANIZATION IS SEQUENTIAL
000460            ACCESS MODE  IS SEQUENTIAL
000470            FILE STATUS  IS WS-DISC-STATUS.
000480
000490     SELECT CROSSCHECK-REPORT
000500            ASSIGN       TO FSXRPT
000510            ORGANIZATION IS SEQUENTIAL
000520            ACCESS MODE  IS SEQUENTIAL
000530            FILE STATUS  IS WS-REPORT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  EXTRACT-FILE
000580     RECORDING MODE IS V
000590     RECORD CONTAINS 66 TO 95 CHARACTERS.
000600 COPY CBANKXT1.
000610
000620*****************************************************************
000630* The Fileshare ACCOUNT-FILE FLSHRTST reports on and FLSHRMNT   *
000640* maintains - account records with their products after them.   *
000650*****************************************************************
000660 FD  FILESHARE-ACCOUNT-FILE
000670     RECORD CONTAINS 74 CHARACTERS.
000680 01  FS-ACCOUNT-RECORD.
000690 COPY CFLSHAR.
000700 01  FS-PRODUCT-RECORD.
000710 COPY CFLSHPR.
000720
000730 FD  DISCREPANCY-FILE
000740     RECORD CONTAINS 120 CHARACTERS.
000750 COPY CFSXDSC.
000760
000770 FD  CROSSCHECK-REPORT
000780     RECORD CONTAINS 132 CHARACTERS.
000790 01  CROSSCHECK-REPORT-LINE                  PIC X(132).
000800
000810 WORKING-STORAGE SECTION.
000820 01  WS-MISC-STORAGE.
000830   05  WS-PROGRAM-ID                         PIC X(8)
000840       VALUE 'ZBNKFSX1'.
000850   05  WS-EXTRACT-STATUS.
000860     10  WS-EXTRACT-STAT1                    PIC X(1).
000870     10  WS-EXTRACT-STAT2                    PIC X(1).
000880
000890   05  WS-FSACCT-STATUS.
000900     10  WS-FSACCT-STAT1                     PIC X(1).
000910     10  WS-FSACCT-STAT2                     PIC X(1).
000920
000930   05  WS-DISC-STATUS.
000940     10  WS-DISC-STAT1                       PIC X(1).
000950     10  WS-DISC-STAT2                       PIC X(1).
000960
000970   05  WS-REPORT-STATUS.
000980     10  WS-REPORT-STAT1                     PIC X(1).
000990     10  WS-REPORT-STAT2                     PIC X(1).
001000
001010   05  WS-IO-STATUS.
001020     10  WS-IO-STAT1                         PIC X(1).
001030     10  WS-IO-STAT2                         PIC X(1).
001040
001050   05  WS-TWO-BYTES.
001060     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001070     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001080   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001090                                             PIC 9(1) COMP.
001100
001110   05  WS-EOF-SW                             PIC X(1)
001120       VALUE 'N'.
001130     88  END-OF-EXTRACT                       VALUE 'Y'.
001140   05  WS-FSACCT-EOF-SW                      PIC X(1)
001150       VALUE 'N'.
001160     88  FSACCT-EOF                           VALUE 'Y'.
001170   05  WS-TRAILER-SW                         PIC X(1)
001180       VALUE 'N'.
001190     88  EXTRACT-TRAILER-SEEN                 VALUE 'Y'.
001193   05  WS-FULL-EXTRACT-SW                    PIC X(1)
001194       VALUE 'N'.
001195     88  FULL-EXTRACT                         VALUE 'Y'.
001200
001210   05  WS-RUN-DATE                           PIC 9(6)
001220       VALUE ZERO.
001230
001240   05  WS-FS-RECORDS-READ                    PIC 9(7)
001250       VALUE ZERO.
001260   05  WS-FS-PRODUCTS                        PIC 9(5)
001270       VALUE ZERO.
001280   05  WS-FS-UNTYPED                         PIC 9(5)
001290       VALUE ZERO.
001300   05  WS-CUSTOMERS-READ                     PIC 9(5)
001310       VALUE ZERO.
001320   05  WS-MATCHED-COUNT                      PIC 9(5)
001330       VALUE ZERO.
001340   05  WS-MATCHED-SHORT-COUNT                PIC 9(5)
001350       VALUE ZERO.
001360   05  WS-BANK-ONLY-COUNT                    PIC 9(5)
001370       VALUE ZERO.
001380   05  WS-FS-ONLY-COUNT                      PIC 9(5)
001390       VALUE ZERO.
001400   05  WS-ADDR-DIFF-COUNT                    PIC 9(5)
001410       VALUE ZERO.
001420   05  WS-DISC-COUNT                         PIC 9(5)
001430       VALUE ZERO.
001440
001450*****************************************************************
001460* Every Fileshare account, with its name and address already    *
001470* normalised for matching, and whether a bank customer has      *
001480* claimed it yet.                                               *
001490*****************************************************************
001500 01  WS-FS-TABLE.
001510   05  WS-FS-COUNT                           PIC 9(4)
001520       VALUE ZERO.
001530   05  WS-FS-ENTRY OCCURS 3000 TIMES.
001540     10  WS-FS-NAME                          PIC X(19).
001550     10  WS-FS-ADDRESS                       PIC X(20).
001560     10  WS-FS-POSITION                      PIC 9(7).
001570     10  WS-FS-NORM-NAME                     PIC X(30).
001580     10  WS-FS-NORM-LEN                      PIC 9(2).
001590     10  WS-FS-NORM-ADDR                     PIC X(30).
001600     10  WS-FS-MATCHED-SW                    PIC X(1).
001610       88  FS-ENTRY-MATCHED                   VALUE 'Y'.
001620   05  WS-FS-IX                              PIC 9(4).
001630   05  WS-FS-WORK-IX                         PIC 9(4).
001640   05  WS-FS-FOUND-SW                        PIC X(1)
001650       VALUE 'N'.
001660     88  FS-ENTRY-FOUND                       VALUE 'Y'.
001670
001680*****************************************************************
001690* The bank customer being matched, normalised.                  *
001700*****************************************************************
001710 01  WS-CUSTOMER-WORK.
001720   05  WS-CUS-PID                            PIC X(5).
001730   05  WS-CUS-NAME                           PIC X(20).
001740   05  WS-CUS-ADDRESS                        PIC X(20).
001750   05  WS-CUS-NORM-NAME                      PIC X(30).
001760   05  WS-CUS-NORM-LEN                       PIC 9(2).
001770   05  WS-CUS-NORM-ADDR                      PIC X(30).
001780
001790*****************************************************************
001800* Normalising - upper case, then letters and digits only, so    *
001810* spacing and punctuation differences do not hide a match.      *
001820*****************************************************************
001830 01  WS-NORMALISE-WORK.
001840   05  WS-NORM-IN                            PIC X(30).
001850   05  WS-NORM-OUT                           PIC X(30).
001860   05  WS-NORM-LEN                           PIC 9(2).
001870   05  WS-NORM-IX                            PIC 9(2).
001880   05  WS-NORM-CHAR                          PIC X(1).
001890
001900 01  WS-CONSOLE-MESSAGE                      PIC X(60).
001910
001920*****************************************************************
001930* Cross-check report lines.                                     *
001940*****************************************************************
001950 01  RPT-HEADING-LINE.
001960   05  FILLER                          PIC X(2)  VALUE SPACES.
001970   05  FILLER                                PIC X(40)
001980       VALUE 'FILESHARE / CUSTOMER MASTER CROSS-CHECK'.
001990   05  FILLER                                PIC X(10)
002000       VALUE '  CYCLE - '.
002010   05  RH-RUN-DATE                           PIC 9(6).
002020   05  FILLER                          PIC X(74) VALUE SPACES.
002030
002040 01  RPT-SECTION-LINE.
002050   05  FILLER                          PIC X(2)  VALUE SPACES.
002060   05  RX-TITLE                              PIC X(50).
002070   05  FILLER                          PIC X(80) VALUE SPACES.
002080
002090 01  RPT-COLUMN-LINE.
002100   05  FILLER                                PIC X(30)
002110       VALUE '  PID    BANK NAME            '.
002120   05  FILLER                                PIC X(30)
002130       VALUE 'BANK ADDRESS          FILESHAR'.
002140   05  FILLER                                PIC X(30)
002150       VALUE 'E NAME      FILESHARE ADDRESS '.
002160   05  FILLER                                PIC X(30)
002170       VALUE '    POSITION PROBLEM          '.
002180   05  FILLER                          PIC X(12) VALUE SPACES.
002190
002200 01  RPT-DETAIL-LINE.
002210   05  FILLER                          PIC X(2)  VALUE SPACES.
002220   05  RD-PID                                PIC X(5).
002230   05  FILLER                          PIC X(2)  VALUE SPACES.
002240   05  RD-BANK-NAME                          PIC X(20).
002250   05  FILLER                          PIC X(1)  VALUE SPACES.
002260   05  RD-BANK-ADDRESS                       PIC X(20).
002270   05  FILLER                          PIC X(2)  VALUE SPACES.
002280   05  RD-FS-NAME                            PIC X(19).
002290   05  FILLER                          PIC X(1)  VALUE SPACES.
002300   05  RD-FS-ADDRESS                         PIC X(20).
002310   05  FILLER                          PIC X(2)  VALUE SPACES.
002320   05  RD-FS-POSITION                        PIC Z(7).
002330   05  FILLER                          PIC X(2)  VALUE SPACES.
002340   05  RD-PROBLEM                            PIC X(20).
002350   05  FILLER                          PIC X(9)  VALUE SPACES.
002360
002370 01  RPT-TOTAL-LINE.
002380   05  FILLER                          PIC X(2)  VALUE SPACES.
002390   05  RT-LABEL                              PIC X(40).
002400   05  RT-COUNT                              PIC ZZZZZZ9.
002410   05  FILLER                          PIC X(83) VALUE SPACES.
002420
002430 PROCEDURE DIVISION.
002440*****************************************************************
002450* Take in the whole Fileshare file first; each bank customer is *
002460* then matched against it as the extract goes by, and what is   *
002470* left unclaimed at the end is on the Fileshare side only.      *
002480*****************************************************************
002490     ACCEPT WS-RUN-DATE FROM DATE.
002500     PERFORM LOAD-FILESHARE-ACCOUNTS.
002510
002520     PERFORM REPORT-OPEN.
002530     PERFORM DISCREPANCY-OPEN.
002540     PERFORM MATCH-BANK-CUSTOMERS.
002550     PERFORM REPORT-FILESHARE-ONLY.
002560     PERFORM DISCREPANCY-CLOSE.
002570     PERFORM REPORT-TOTALS.
002580     PERFORM REPORT-CLOSE.
002590
002600     MOVE SPACES TO WS-CONSOLE-MESSAGE.
002610     STRING WS-MATCHED-COUNT DELIMITED BY SIZE
002620            ' matched, ' DELIMITED BY SIZE
002630            WS-DISC-COUNT DELIMITED BY SIZE
002640            ' discrepancies written' DELIMITED BY SIZE
002650       INTO WS-CONSOLE-MESSAGE.
002660     PERFORM DISPLAY-CONSOLE-MESSAGE.
002670     MOVE 'End Of Job'
002680       TO WS-CONSOLE-MESSAGE.
002690     PERFORM DISPLAY-CONSOLE-MESSAGE.
002700
002710     IF WS-DISC-COUNT IS GREATER THAN ZERO
002720        MOVE 4 TO RETURN-CODE
002730     ELSE
002740        MOVE 0 TO RETURN-CODE
002750     END-IF.
002760
002770     GOBACK.
002780
002790*****************************************************************
002800* Load the account ('1') records of the Fileshare file. Product *
002810* records belong to the account before them and play no part;   *
002820* records of neither type are FLSHRTST's rejects and are only   *
002830* counted. Cross-checking against an empty file would report    *
002840* every customer as missing, so that refuses the run.           *
002850*****************************************************************
002860 LOAD-FILESHARE-ACCOUNTS.
002870     OPEN INPUT FILESHARE-ACCOUNT-FILE.
002880     IF WS-FSACCT-STATUS IS NOT EQUAL TO '00'
002890        MOVE 'BANK10 file open failure...'
002900          TO WS-CONSOLE-MESSAGE
002910        PERFORM DISPLAY-CONSOLE-MESSAGE
002920        MOVE WS-FSACCT-STATUS TO WS-IO-STATUS
002930        PERFORM DISPLAY-IO-STATUS
002940        PERFORM ABORT-PROGRAM
002950     END-IF.
002960     PERFORM FSACCT-READ.
002970     PERFORM UNTIL FSACCT-EOF
002980        EVALUATE AR-RECORD-TYPE
002990          WHEN '1'
003000             PERFORM STORE-FILESHARE-ACCOUNT
003010          WHEN '2'
003020             ADD 1 TO WS-FS-PRODUCTS
003030          WHEN OTHER
003040             ADD 1 TO WS-FS-UNTYPED
003050        END-EVALUATE
003060        PERFORM FSACCT-READ
003070     END-PERFORM.
003080     CLOSE FILESHARE-ACCOUNT-FILE.
003090     IF WS-FS-COUNT IS EQUAL TO ZERO
003100        MOVE 'BANK10 has no account records - run refused'
003110          TO WS-CONSOLE-MESSAGE
003120        PERFORM ABORT-PROGRAM
003130     END-IF.
003140
003150 FSACCT-READ.
003160     READ FILESHARE-ACCOUNT-FILE
003170       AT END
003180          MOVE 'Y' TO WS-FSACCT-EOF-SW
003190     END-READ.
003200     IF NOT FSACCT-EOF
003210        IF WS-FSACCT-STATUS IS NOT EQUAL TO '00'
003220           MOVE 'BANK10 Error reading file ...'
003230             TO WS-CONSOLE-MESSAGE
003240           PERFORM DISPLAY-CONSOLE-MESSAGE
003250           MOVE WS-FSACCT-STATUS TO WS-IO-STATUS
003260           PERFORM DISPLAY-IO-STATUS
003270           PERFORM ABORT-PROGRAM
003280        END-IF
003290        ADD 1 TO WS-FS-RECORDS-READ
003300     END-IF.
003310
003320 STORE-FILESHARE-ACCOUNT.
003330     IF WS-FS-COUNT IS NOT LESS THAN 3000
003340        MOVE 'Fileshare account table full - run refused'
003350          TO WS-CONSOLE-MESSAGE
003360        PERFORM ABORT-PROGRAM
003370     END-IF.
003380     ADD 1 TO WS-FS-COUNT.
003390     MOVE AR-NAME TO WS-FS-NAME (WS-FS-COUNT).
003400     MOVE AR-ADDRESS TO WS-FS-ADDRESS (WS-FS-COUNT).
003410     MOVE WS-FS-RECORDS-READ TO WS-FS-POSITION (WS-FS-COUNT).
003420     MOVE 'N' TO WS-FS-MATCHED-SW (WS-FS-COUNT).
003430     MOVE AR-NAME TO WS-NORM-IN.
003440     PERFORM NORMALISE-TEXT.
003450     MOVE WS-NORM-OUT TO WS-FS-NORM-NAME (WS-FS-COUNT).
003460     MOVE WS-NORM-LEN TO WS-FS-NORM-LEN (WS-FS-COUNT).
003470     MOVE AR-ADDRESS TO WS-NORM-IN.
003480     PERFORM NORMALISE-TEXT.
003490     MOVE WS-NORM-OUT TO WS-FS-NORM-ADDR (WS-FS-COUNT).
003500
003510*****************************************************************
003520* Match every type '1' customer on the extract to a Fileshare   *
003530* account and compare the first address line. Only an extract   *
003533* ZBNKEXT1 cut with ALL holds every customer; the header's run  *
003536* parameter says which this one is.                             *
003540*****************************************************************
003550 MATCH-BANK-CUSTOMERS.
003560     PERFORM EXTRACT-OPEN.
003570     PERFORM EXTRACT-READ.
003580     IF NOT END-OF-EXTRACT
003590      AND BANKXT01-H-TYPE IS EQUAL TO 'H'
003600        MOVE BANKXT01-H-RUN-DATE TO WS-RUN-DATE
003603        IF BANKXT01-H-PARM (1:4) IS EQUAL TO 'ALL '
003606           MOVE 'Y' TO WS-FULL-EXTRACT-SW
003609        END-IF
003610     END-IF.
003620
003630     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003640     MOVE RPT-HEADING-LINE TO CROSSCHECK-REPORT-LINE.
003650     PERFORM REPORT-PUT.
003660     MOVE SPACES TO CROSSCHECK-REPORT-LINE.
003670     PERFORM REPORT-PUT.
003680     MOVE 'BANK CUSTOMERS - MISSING OR ADDRESS DIFFERS'
003690       TO RX-TITLE.
003700     MOVE RPT-SECTION-LINE TO CROSSCHECK-REPORT-LINE.
003710     PERFORM REPORT-PUT.
003720     MOVE RPT-COLUMN-LINE TO CROSSCHECK-REPORT-LINE.
003730     PERFORM REPORT-PUT.
003740
003750     PERFORM UNTIL END-OF-EXTRACT
003760        EVALUATE TRUE
003770          WHEN BANKXT01-1-TYPE IS EQUAL TO '1'
003780             ADD 1 TO WS-CUSTOMERS-READ
003790             PERFORM MATCH-ONE-CUSTOMER
003800          WHEN BANKXT01-T-TYPE IS EQUAL TO 'T'
003810             MOVE 'Y' TO WS-TRAILER-SW
003820          WHEN OTHER
003830             CONTINUE
003840        END-EVALUATE
003850        PERFORM EXTRACT-READ
003860     END-PERFORM.
003870     PERFORM EXTRACT-CLOSE.
003880     IF NOT EXTRACT-TRAILER-SEEN
003890        MOVE 'EXTRACT has no trailer - run refused'
003900          TO WS-CONSOLE-MESSAGE
003910        PERFORM ABORT-PROGRAM
003920     END-IF.
003930     IF WS-BANK-ONLY-COUNT + WS-ADDR-DIFF-COUNT IS EQUAL TO ZERO
003940        MOVE 'NONE' TO RX-TITLE
003950        MOVE RPT-SECTION-LINE TO CROSSCHECK-REPORT-LINE
003960        PERFORM REPORT-PUT
003970     END-IF.
003980
003990 MATCH-ONE-CUSTOMER.
004000     MOVE BANKXT01-1-PID TO WS-CUS-PID.
004010     MOVE BANKXT01-1-NAME TO WS-CUS-NAME.
004020     MOVE BANKXT01-1-ADDR1 TO WS-CUS-ADDRESS.
004030     MOVE BANKXT01-1-NAME TO WS-NORM-IN.
004040     PERFORM NORMALISE-TEXT.
004050     MOVE WS-NORM-OUT TO WS-CUS-NORM-NAME.
004060     MOVE WS-NORM-LEN TO WS-CUS-NORM-LEN.
004070     MOVE BANKXT01-1-ADDR1 TO WS-NORM-IN.
004080     PERFORM NORMALISE-TEXT.
004090     MOVE WS-NORM-OUT TO WS-CUS-NORM-ADDR.
004100     PERFORM FIND-FILESHARE-ACCOUNT.
004110     IF NOT FS-ENTRY-FOUND
004120        ADD 1 TO WS-BANK-ONLY-COUNT
004130        MOVE SPACES TO FILESHARE-DISCREPANCY-RECORD
004140        MOVE 'B' TO FSX-TYPE
004150        MOVE ZERO TO FSX-FS-POSITION
004160        PERFORM WRITE-DISCREPANCY
004170     ELSE
004180        MOVE 'Y' TO WS-FS-MATCHED-SW (WS-FS-WORK-IX)
004190        ADD 1 TO WS-MATCHED-COUNT
004200        IF WS-CUS-NORM-ADDR IS NOT EQUAL TO
004210              WS-FS-NORM-ADDR (WS-FS-WORK-IX)
004220           ADD 1 TO WS-ADDR-DIFF-COUNT
004230           MOVE SPACES TO FILESHARE-DISCREPANCY-RECORD
004240           MOVE 'A' TO FSX-TYPE
004250           MOVE WS-FS-NAME (WS-FS-WORK-IX) TO FSX-FS-NAME
004260           MOVE WS-FS-ADDRESS (WS-FS-WORK-IX) TO FSX-FS-ADDRESS
004270           MOVE WS-FS-POSITION (WS-FS-WORK-IX) TO FSX-FS-POSITION
004280           PERFORM WRITE-DISCREPANCY
004290        END-IF
004300     END-IF.
004310
004320*****************************************************************
004330* Find the first unclaimed Fileshare account for the customer   *
004340* and leave its index in WS-FS-WORK-IX. The names must be equal *
004350* once normalised; a Fileshare name that fills all nineteen     *
004360* places may have lost the end of a longer bank name, so one    *
004370* that starts the bank name also matches.                       *
004380*****************************************************************
004390 FIND-FILESHARE-ACCOUNT.
004400     MOVE 'N' TO WS-FS-FOUND-SW.
004410     IF WS-CUS-NORM-LEN IS GREATER THAN ZERO
004420        PERFORM VARYING WS-FS-IX FROM 1 BY 1
004430          UNTIL WS-FS-IX IS GREATER THAN WS-FS-COUNT
004440                   OR FS-ENTRY-FOUND
004450           IF NOT FS-ENTRY-MATCHED (WS-FS-IX)
004460              IF WS-FS-NORM-NAME (WS-FS-IX) IS EQUAL TO
004470                    WS-CUS-NORM-NAME
004480                 MOVE 'Y' TO WS-FS-FOUND-SW
004490                 MOVE WS-FS-IX TO WS-FS-WORK-IX
004500              END-IF
004510           END-IF
004520        END-PERFORM
004530        IF NOT FS-ENTRY-FOUND
004540           PERFORM VARYING WS-FS-IX FROM 1 BY 1
004550             UNTIL WS-FS-IX IS GREATER THAN WS-FS-COUNT
004560                      OR FS-ENTRY-FOUND
004570              IF NOT FS-ENTRY-MATCHED (WS-FS-IX)
004580               AND WS-FS-NAME (WS-FS-IX) (19:1) IS NOT EQUAL TO
004590                     SPACE
004600               AND WS-FS-NORM-LEN (WS-FS-IX) IS GREATER THAN ZERO
004610               AND WS-FS-NORM-LEN (WS-FS-IX) IS LESS THAN
004620                     WS-CUS-NORM-LEN
004630                 IF WS-FS-NORM-NAME (WS-FS-IX)
004640                      (1:WS-FS-NORM-LEN (WS-FS-IX)) IS EQUAL TO
004650                    WS-CUS-NORM-NAME (1:WS-FS-NORM-LEN (WS-FS-IX))
004660                    MOVE 'Y' TO WS-FS-FOUND-SW
004670                    MOVE WS-FS-IX TO WS-FS-WORK-IX
004680                    ADD 1 TO WS-MATCHED-SHORT-COUNT
004690                 END-IF
004700              END-IF
004710           END-PERFORM
004720        END-IF
004730     END-IF.
004740
004750*****************************************************************
004760* Every Fileshare account no bank customer claimed. When the    *
004763* extract was cut for a cycle or a list of customers, the rest  *
004766* of the bank's customers are simply not on it, so the section  *
004769* is left out rather than report them all as missing.           *
004770*****************************************************************
004780 REPORT-FILESHARE-ONLY.
004790     MOVE SPACES TO CROSSCHECK-REPORT-LINE.
004800     PERFORM REPORT-PUT.
004810     MOVE 'FILESHARE ACCOUNTS - NO BANK CUSTOMER' TO RX-TITLE.
004820     MOVE RPT-SECTION-LINE TO CROSSCHECK-REPORT-LINE.
004830     PERFORM REPORT-PUT.
004831     IF NOT FULL-EXTRACT
004832        MOVE 'NOT CHECKED - EXTRACT NOT AN ALL RUN' TO RX-TITLE
004833        MOVE RPT-SECTION-LINE TO CROSSCHECK-REPORT-LINE
004834        PERFORM REPORT-PUT
004835     ELSE
004836        PERFORM REPORT-FILESHARE-ONLY-LIST
004837     END-IF.
004838
004839 REPORT-FILESHARE-ONLY-LIST.
004840     MOVE RPT-COLUMN-LINE TO CROSSCHECK-REPORT-LINE.
004850     PERFORM REPORT-PUT.
004860     PERFORM VARYING WS-FS-IX FROM 1 BY 1
004870       UNTIL WS-FS-IX IS GREATER THAN WS-FS-COUNT
004880        IF NOT FS-ENTRY-MATCHED (WS-FS-IX)
004890           ADD 1 TO WS-FS-ONLY-COUNT
004900           MOVE SPACES TO FILESHARE-DISCREPANCY-RECORD
004910           MOVE 'F' TO FSX-TYPE
004920           MOVE SPACES TO WS-CUS-PID
004930                          WS-CUS-NAME
004940                          WS-CUS-ADDRESS
004950           MOVE WS-FS-NAME (WS-FS-IX) TO FSX-FS-NAME
004960           MOVE WS-FS-ADDRESS (WS-FS-IX) TO FSX-FS-ADDRESS
004970           MOVE WS-FS-POSITION (WS-FS-IX) TO FSX-FS-POSITION
004980           PERFORM WRITE-DISCREPANCY
004990        END-IF
005000     END-PERFORM.
005010     IF WS-FS-ONLY-COUNT IS EQUAL TO ZERO
005020        MOVE 'NONE' TO RX-TITLE
005030        MOVE RPT-SECTION-LINE TO CROSSCHECK-REPORT-LINE
005040        PERFORM REPORT-PUT
005050     END-IF.
005060
005070*****************************************************************
005080* Finish the discrepancy record from the customer in hand,      *
005090* write it and put the same on the report.                      *
005100*****************************************************************
005110 WRITE-DISCREPANCY.
005120     MOVE WS-RUN-DATE TO FSX-RUN-DATE.
005130     MOVE WS-CUS-PID TO FSX-PID.
005140     MOVE WS-CUS-NAME TO FSX-BANK-NAME.
005150     MOVE WS-CUS-ADDRESS TO FSX-BANK-ADDRESS.
005160     WRITE FILESHARE-DISCREPANCY-RECORD.
005170     IF WS-DISC-STATUS IS NOT EQUAL TO '00'
005180        MOVE 'FSXDISC Error writing file ...'
005190          TO WS-CONSOLE-MESSAGE
005200        PERFORM DISPLAY-CONSOLE-MESSAGE
005210        MOVE WS-DISC-STATUS TO WS-IO-STATUS
005220        PERFORM DISPLAY-IO-STATUS
005230        PERFORM ABORT-PROGRAM
005240     END-IF.
005250     ADD 1 TO WS-DISC-COUNT.
005260     MOVE FSX-PID TO RD-PID.
005270     MOVE FSX-BANK-NAME TO RD-BANK-NAME.
005280     MOVE FSX-BANK-ADDRESS TO RD-BANK-ADDRESS.
005290     MOVE FSX-FS-NAME TO RD-FS-NAME.
005300     MOVE FSX-FS-ADDRESS TO RD-FS-ADDRESS.
005310     MOVE FSX-FS-POSITION TO RD-FS-POSITION.
005320     EVALUATE TRUE
005330       WHEN FSX-BANK-ONLY
005340          MOVE 'NOT ON FILESHARE' TO RD-PROBLEM
005350       WHEN FSX-FILESHARE-ONLY
005360          MOVE 'NO BANK CUSTOMER' TO RD-PROBLEM
005370       WHEN OTHER
005380          MOVE 'ADDRESS DIFFERS' TO RD-PROBLEM
005390     END-EVALUATE.
005400     MOVE RPT-DETAIL-LINE TO CROSSCHECK-REPORT-LINE.
005410     PERFORM REPORT-PUT.
005420
005430*****************************************************************
005440* Counts for the run.                                           *
005450*****************************************************************
005460 REPORT-TOTALS.
005470     MOVE SPACES TO CROSSCHECK-REPORT-LINE.
005480     PERFORM REPORT-PUT.
005490     MOVE 'TOTALS' TO RX-TITLE.
005500     MOVE RPT-SECTION-LINE TO CROSSCHECK-REPORT-LINE.
005510     PERFORM REPORT-PUT.
005520     MOVE 'FILESHARE RECORDS READ' TO RT-LABEL.
005530     MOVE WS-FS-RECORDS-READ TO RT-COUNT.
005540     PERFORM REPORT-TOTAL-LINE.
005550     MOVE '  ACCOUNT RECORDS' TO RT-LABEL.
005560     MOVE WS-FS-COUNT TO RT-COUNT.
005570     PERFORM REPORT-TOTAL-LINE.
005580     MOVE '  PRODUCT RECORDS' TO RT-LABEL.
005590     MOVE WS-FS-PRODUCTS TO RT-COUNT.
005600     PERFORM REPORT-TOTAL-LINE.
005610     MOVE '  OTHER RECORDS - NOT CHECKED' TO RT-LABEL.
005620     MOVE WS-FS-UNTYPED TO RT-COUNT.
005630     PERFORM REPORT-TOTAL-LINE.
005640     MOVE 'BANK CUSTOMERS READ' TO RT-LABEL.
005650     MOVE WS-CUSTOMERS-READ TO RT-COUNT.
005660     PERFORM REPORT-TOTAL-LINE.
005670     MOVE 'MATCHED ON NAME' TO RT-LABEL.
005680     MOVE WS-MATCHED-COUNT TO RT-COUNT.
005690     PERFORM REPORT-TOTAL-LINE.
005700     MOVE '  ON A SHORTENED FILESHARE NAME' TO RT-LABEL.
005710     MOVE WS-MATCHED-SHORT-COUNT TO RT-COUNT.
005720     PERFORM REPORT-TOTAL-LINE.
005730     MOVE '  ADDRESS DIFFERS' TO RT-LABEL.
005740     MOVE WS-ADDR-DIFF-COUNT TO RT-COUNT.
005750     PERFORM REPORT-TOTAL-LINE.
005760     MOVE 'BANK CUSTOMERS NOT ON FILESHARE' TO RT-LABEL.
005770     MOVE WS-BANK-ONLY-COUNT TO RT-COUNT.
005780     PERFORM REPORT-TOTAL-LINE.
005790     MOVE 'FILESHARE ACCOUNTS WITH NO CUSTOMER' TO RT-LABEL.
005800     MOVE WS-FS-ONLY-COUNT TO RT-COUNT.
005810     PERFORM REPORT-TOTAL-LINE.
005820     MOVE 'DISCREPANCIES WRITTEN' TO RT-LABEL.
005830     MOVE WS-DISC-COUNT TO RT-COUNT.
005840     PERFORM REPORT-TOTAL-LINE.
005850
005860 REPORT-TOTAL-LINE.
005870     MOVE RPT-TOTAL-LINE TO CROSSCHECK-REPORT-LINE.
005880     PERFORM REPORT-PUT.
005890
005900*****************************************************************
005910* Reduce WS-NORM-IN to upper-case letters and digits, packed to *
005920* the left of WS-NORM-OUT, with their count in WS-NORM-LEN.     *
005930*****************************************************************
005940 NORMALISE-TEXT.
005950     INSPECT WS-NORM-IN
005960       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
005970               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
005980     MOVE SPACES TO WS-NORM-OUT.
005990     MOVE ZERO TO WS-NORM-LEN.
006000     PERFORM VARYING WS-NORM-IX FROM 1 BY 1
006010       UNTIL WS-NORM-IX IS GREATER THAN 30
006020        MOVE WS-NORM-IN (WS-NORM-IX:1) TO WS-NORM-CHAR
006030        IF (WS-NORM-CHAR IS NOT LESS THAN 'A'
006040            AND WS-NORM-CHAR IS NOT GREATER THAN 'Z')
006050         OR WS-NORM-CHAR IS NUMERIC
006060           ADD 1 TO WS-NORM-LEN
006070           MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-NORM-LEN:1)
006080        END-IF
006090     END-PERFORM.
006100
006110*****************************************************************
006120* Open the extract file produced by ZBNKEXT1 as input.          *
006130*****************************************************************
006140 EXTRACT-OPEN.
006150     OPEN INPUT EXTRACT-FILE.
006160     IF WS-EXTRACT-STATUS = '00'
006170        MOVE 'EXTRACT file opened OK'
006180          TO WS-CONSOLE-MESSAGE
006190        PERFORM DISPLAY-CONSOLE-MESSAGE
006200     ELSE
006210        MOVE 'EXTRACT file open failure...'
006220          TO WS-CONSOLE-MESSAGE
006230        PERFORM DISPLAY-CONSOLE-MESSAGE
006240        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
006250        PERFORM DISPLAY-IO-STATUS
006260        PERFORM ABORT-PROGRAM
006270        END-IF.
006280
006290 EXTRACT-READ.
006300     READ EXTRACT-FILE
006310        AT END
006320           MOVE 'Y' TO WS-EOF-SW
006330     END-READ.
006340     IF NOT END-OF-EXTRACT
006350        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
006360           MOVE 'EXTRACT Error reading file ...'
006370             TO WS-CONSOLE-MESSAGE
006380           PERFORM DISPLAY-CONSOLE-MESSAGE
006390           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
006400           PERFORM DISPLAY-IO-STATUS
006410           PERFORM ABORT-PROGRAM
006420        END-IF
006430     END-IF.
006440
006450 EXTRACT-CLOSE.
006460     CLOSE EXTRACT-FILE.
006470
006480*****************************************************************
006490* The discrepancy file address maintenance works through.       *
006500*****************************************************************
006510 DISCREPANCY-OPEN.
006520     OPEN OUTPUT DISCREPANCY-FILE.
006530     IF WS-DISC-STATUS IS NOT EQUAL TO '00'
006540        MOVE 'FSXDISC file open failure...'
006550          TO WS-CONSOLE-MESSAGE
006560        PERFORM DISPLAY-CONSOLE-MESSAGE
006570        MOVE WS-DISC-STATUS TO WS-IO-STATUS
006580        PERFORM DISPLAY-IO-STATUS
006590        PERFORM ABORT-PROGRAM
006600     END-IF.
006610
006620 DISCREPANCY-CLOSE.
006630     CLOSE DISCREPANCY-FILE.
006640
006650*****************************************************************
006660* Open the cross-check report as output.                        *
006670*****************************************************************
006680 REPORT-OPEN.
006690     OPEN OUTPUT CROSSCHECK-REPORT.
006700     IF WS-REPORT-STATUS = '00'
006710        MOVE 'FSXRPT report opened OK'
006720          TO WS-CONSOLE-MESSAGE
006730        PERFORM DISPLAY-CONSOLE-MESSAGE
006740     ELSE
006750        MOVE 'FSXRPT report open failure...'
006760          TO WS-CONSOLE-MESSAGE
006770        PERFORM DISPLAY-CONSOLE-MESSAGE
006780        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
006790        PERFORM DISPLAY-IO-STATUS
006800        PERFORM ABORT-PROGRAM
006810     END-IF.
006820
006830 REPORT-PUT.
006840     WRITE CROSSCHECK-REPORT-LINE.
006850     IF WS-REPORT-STATUS NOT = '00'
006860        MOVE 'FSXRPT report Error writing file ...'
006870          TO WS-CONSOLE-MESSAGE
006880        PERFORM DISPLAY-CONSOLE-MESSAGE
006890        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
006900        PERFORM DISPLAY-IO-STATUS
006910        PERFORM ABORT-PROGRAM
006920     END-IF.
006930
006940 REPORT-CLOSE.
006950     CLOSE CROSSCHECK-REPORT.
006960
006970*****************************************************************
006980* Display the file status bytes. This routine will display as   *
006990* two digits if the full two byte file status is numeric. If    *
007000* second byte is non-numeric then it will be treated as a       *
007010* binary number.                                                *
007020*****************************************************************
007030 DISPLAY-IO-STATUS.
007040     IF WS-IO-STATUS NUMERIC
007050        MOVE SPACE TO WS-CONSOLE-MESSAGE
007060        STRING 'File status -' DELIMITED BY SIZE
007070               WS-IO-STATUS DELIMITED BY SIZE
007080          INTO WS-CONSOLE-MESSAGE
007090        PERFORM DISPLAY-CONSOLE-MESSAGE
007100     ELSE
007110        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
007120        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
007130        MOVE SPACE TO WS-CONSOLE-MESSAGE
007140        STRING 'File status -' DELIMITED BY SIZE
007150               WS-IO-STAT1 DELIMITED BY SIZE
007160               '/' DELIMITED BY SIZE
007170               WS-TWO-BYTES DELIMITED BY SIZE
007180          INTO WS-CONSOLE-MESSAGE
007190        PERFORM DISPLAY-CONSOLE-MESSAGE
007200     END-IF.
007210
007220*****************************************************************
007230* 'ABORT' the program.                                          *
007240* Post a message to the console and issue a STOP RUN            *
007250*****************************************************************
007260 ABORT-PROGRAM.
007270     IF WS-CONSOLE-MESSAGE NOT = SPACES
007280        PERFORM DISPLAY-CONSOLE-MESSAGE
007290     END-IF.
007300     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
007310     PERFORM DISPLAY-CONSOLE-MESSAGE.
007320     MOVE 16 TO RETURN-CODE.
007330     GOBACK.
007340
007350*****************************************************************
007360* Display a message on the console, prefixed with the program   *
007370* name so it can be picked out of a mixed job log.              *
007380*****************************************************************
007390 DISPLAY-CONSOLE-MESSAGE.
007400     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
