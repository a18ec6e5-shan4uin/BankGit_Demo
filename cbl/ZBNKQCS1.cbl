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
000130* Prgram:      ZBNKQCS1.CBL                                     *
000140* Function:    Pull the statement quality-control sample off    *
000150*              the print stream before it goes to the vendor -  *
000160*              every Nth statement plus every statement with a  *
000170*              foreign-currency account, household grouping, a  *
000180*              loan section, a service charge, pending items or *
000190*              a marketing message - into the QC print file,    *
000200*              and open the cycle's sign-off register for them  *
000203*              - in whatever language ZBNKSTM1 printed each     *
000207*              statement                                        *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKQCS1.
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
000380     SELECT STATEMENT-FILE
000390            ASSIGN       TO STMTPRT
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-STMT-STATUS.
000430
000440     SELECT OPTIONAL MESSAGE-FILE
000450            ASSIGN       TO MSGFILE
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-MSGFILE-STATUS.
000490
000500     SELECT OPTIONAL QC-CONTROL-FILE
000510            ASSIGN       TO QCCTL
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-CONTROL-STATUS.
000550
000560     SELECT QC-PRINT-FILE
000570            ASSIGN       TO QCPRT
000580            ORGANIZATION IS SEQUENTIAL
000590            ACCESS MODE  IS SEQUENTIAL
000600            FILE STATUS  IS WS-QCPRT-STATUS.
000610
000620     SELECT QC-REGISTER-FILE
000630            ASSIGN       TO QCREG
000640            ORGANIZATION IS SEQUENTIAL
000650            ACCESS MODE  IS SEQUENTIAL
000660            FILE STATUS  IS WS-QCREG-STATUS.
000670
000671     SELECT OPTIONAL STATEMENT-LITERAL-FILE
000673            ASSIGN       TO STMTLIT
000674            ORGANIZATION IS SEQUENTIAL
000676            ACCESS MODE  IS SEQUENTIAL
000677            FILE STATUS  IS WS-STMTLIT-STATUS.
000679
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  EXTRACT-FILE
000710     RECORDING MODE IS V
000720     RECORD CONTAINS 66 TO 95 CHARACTERS.
000730 COPY CBANKXT1.
000740
000750*****************************************************************
000760* The print stream written by ZBNKSTM1.                         *
000770*****************************************************************
000780 FD  STATEMENT-FILE
000790     RECORD CONTAINS 132 CHARACTERS.
000800 01  STATEMENT-LINE                          PIC X(132).
000810
000820*****************************************************************
000830* Statement marketing messages, as ZBNKSTM1 merges them - a     *
000840* statement line carrying one of these texts is a message.      *
000850*****************************************************************
000860 FD  MESSAGE-FILE
000870     RECORD CONTAINS 92 CHARACTERS.
000880 01  MESSAGE-RECORD.
000890   05  MSG-STATE                             PIC X(3).
000900   05  MSG-ACC-KEY                           PIC X(10).
000910   05  MSG-START-DATE                        PIC X(8).
000920   05  MSG-STOP-DATE                         PIC X(8).
000930   05  MSG-TEXT                              PIC X(60).
000935   05  MSG-LANGUAGE                          PIC X(2).
000940   05  FILLER                                PIC X(1).
000950
000960*****************************************************************
000970* Sampling control - "EVERY " sets N, the interval at which     *
000980* statements are sampled whatever their content.                *
000990*****************************************************************
001000 FD  QC-CONTROL-FILE
001010     RECORD CONTAINS 20 CHARACTERS.
001020 01  QC-CONTROL-RECORD.
001030   05  QCC-KEYWORD                           PIC X(6).
001040   05  QCC-VALUE                             PIC 9(5).
001050   05  FILLER                                PIC X(9).
001060
001070 FD  QC-PRINT-FILE
001080     RECORD CONTAINS 132 CHARACTERS.
001090 01  QC-PRINT-LINE                           PIC X(132).
001100
001110 FD  QC-REGISTER-FILE
001120     RECORD CONTAINS 80 CHARACTERS.
001130 COPY CQCREG.
001140
001141*****************************************************************
001142* ZBNKSTM1's translation table, for the statement literals in   *
001143* every language the print stream may carry.                    *
001144*****************************************************************
001146 FD  STATEMENT-LITERAL-FILE
001147     RECORD CONTAINS 80 CHARACTERS.
001148 COPY CSTMLIT.
001149
001150 WORKING-STORAGE SECTION.
001160 01  WS-MISC-STORAGE.
001170   05  WS-PROGRAM-ID                         PIC X(8)
001180       VALUE 'ZBNKQCS1'.
001190   05  WS-EXTRACT-STATUS.
001200     10  WS-EXTRACT-STAT1                    PIC X(1).
001210     10  WS-EXTRACT-STAT2                    PIC X(1).
001220
001230   05  WS-STMT-STATUS.
001240     10  WS-STMT-STAT1                       PIC X(1).
001250     10  WS-STMT-STAT2                       PIC X(1).
001260
001270   05  WS-MSGFILE-STATUS.
001280     10  WS-MSGFILE-STAT1                    PIC X(1).
001290     10  WS-MSGFILE-STAT2                    PIC X(1).
001300
001310   05  WS-CONTROL-STATUS.
001320     10  WS-CONTROL-STAT1                    PIC X(1).
001330     10  WS-CONTROL-STAT2                    PIC X(1).
001340
001350   05  WS-QCPRT-STATUS.
001360     10  WS-QCPRT-STAT1                      PIC X(1).
001370     10  WS-QCPRT-STAT2                      PIC X(1).
001380
001390   05  WS-QCREG-STATUS.
001400     10  WS-QCREG-STAT1                      PIC X(1).
001410     10  WS-QCREG-STAT2                      PIC X(1).
001420
001422   05  WS-STMTLIT-STATUS.
001423     10  WS-STMTLIT-STAT1                    PIC X(1).
001425     10  WS-STMTLIT-STAT2                    PIC X(1).
001427
001430   05  WS-IO-STATUS.
001440     10  WS-IO-STAT1                         PIC X(1).
001450     10  WS-IO-STAT2                         PIC X(1).
001460
001470   05  WS-TWO-BYTES.
001480     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001490     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001500   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001510                                             PIC 9(1) COMP.
001520
001530   05  WS-EOF-SW                             PIC X(1)
001540       VALUE 'N'.
001550     88  END-OF-EXTRACT                       VALUE 'Y'.
001560   05  WS-STMT-EOF-SW                        PIC X(1)
001570       VALUE 'N'.
001580     88  END-OF-PRINT-STREAM                  VALUE 'Y'.
001590   05  WS-MSG-EOF-SW                         PIC X(1)
001600       VALUE 'N'.
001610     88  MESSAGE-FILE-EOF                     VALUE 'Y'.
001620   05  WS-CONTROL-EOF-SW                     PIC X(1)
001630       VALUE 'N'.
001640     88  CONTROL-EOF                          VALUE 'Y'.
001650   05  WS-STMT-OPEN-SW                       PIC X(1)
001660       VALUE 'N'.
001670     88  STATEMENT-IN-PROGRESS                VALUE 'Y'.
001680   05  WS-COPY-SW                            PIC X(1)
001690       VALUE 'N'.
001700     88  COPYING-STATEMENT                    VALUE 'Y'.
001710   05  WS-BANNER-HELD-SW                     PIC X(1)
001720       VALUE 'N'.
001730     88  BANNER-HELD                          VALUE 'Y'.
001740   05  WS-FOUND-SW                           PIC X(1)
001750       VALUE 'N'.
001760     88  ENTRY-FOUND                          VALUE 'Y'.
001770
001780   05  WS-EXTRACT-RUN-ID.
001790     10  WS-EXTRACT-RUN-DATE                 PIC 9(6)
001800         VALUE ZERO.
001810     10  WS-EXTRACT-RUN-TIME                 PIC 9(8)
001820         VALUE ZERO.
001830
001840*****************************************************************
001850* The sampling interval - every Nth statement on the print      *
001860* stream is sampled whatever its content. A "EVERY " entry on   *
001870* the control file overrides it.                                *
001880*****************************************************************
001890   05  WS-INTERVAL                           PIC 9(5)
001900       VALUE 50.
001910   05  WS-BASE-CURR-CODE                     PIC X(3)
001920       VALUE 'USD'.
001930
001940   05  WS-STMT-COUNT                         PIC 9(5)
001950       VALUE ZERO.
001960   05  WS-PAGE-COUNT                         PIC 9(7)
001970       VALUE ZERO.
001980   05  WS-QC-LINES                           PIC 9(7)
001990       VALUE ZERO.
002000   05  WS-QUOTIENT                           PIC 9(5).
002010   05  WS-REMAINDER                          PIC 9(5).
002020   05  WS-WORK-PID                           PIC X(5).
002030   05  WS-HELD-BANNER                        PIC X(132).
002040   05  WS-REASON-TEXT                        PIC X(80).
002050   05  WS-REASON-PTR                         PIC 9(3).
002060
002070*****************************************************************
002078* The fee line's total when no charge was made, and what the    *
002086* line just read is - the banner, heading and section lines of  *
002094* the ZBNKSTM1 statement are recognised in any language by      *
002102* CLASSIFY-STATEMENT-LINE.                                      *
002110*****************************************************************
002140   05  WS-NO-FEE-TEXT                        PIC X(10)
002150       VALUE '      0.00'.
002151   05  WS-TRY-KIND                           PIC X(1).
002152   05  WS-LINE-KIND                          PIC X(1).
002153     88  LINE-IS-BANNER                       VALUE 'B'.
002154     88  LINE-IS-CUSTOMER                     VALUE 'C'.
002156     88  LINE-IS-END                          VALUE 'E'.
002157     88  LINE-IS-HH-MEMBER                    VALUE 'M'.
002158     88  LINE-IS-HH-SUMMARY                   VALUE 'S'.
002159     88  LINE-IS-LOAN-HEAD                    VALUE 'L'.
002160     88  LINE-IS-PENDING-HEAD                 VALUE 'P'.
002161     88  LINE-IS-FEE                          VALUE 'F'.
002162     88  LINE-IS-OTHER                        VALUE ' '.
002163
002164*****************************************************************
002166* The banner, heading and section texts in every language, by   *
002167* which the statement's lines are recognised.                   *
002168*****************************************************************
002169 01  WS-STMT-MARKERS.
002170   05  WS-LIT-EOF-SW                         PIC X(1)
002171       VALUE 'N'.
002172     88  LITERAL-FILE-EOF                    VALUE 'Y'.
002173   05  WS-MKR-COUNT                          PIC 9(2)
002174       VALUE ZERO.
002176   05  WS-MKR-ENTRY OCCURS 60 TIMES.
002177     10  WS-MKR-KEY                          PIC X(16).
002178     10  WS-MKR-TEXT                         PIC X(40).
002179   05  WS-MKR-IX                             PIC 9(2).
002180   05  WS-MKR-WANTED                         PIC X(16).
002181   05  WS-MKR-SLICE                          PIC X(40).
002182   05  WS-MKR-MATCH-SW                       PIC X(1)
002183       VALUE 'N'.
002184     88  MARKER-MATCHED                      VALUE 'Y'.
002186
002188*****************************************************************
002189* The statement being scanned - its PID, page count and the     *
002190* reasons it qualifies for the sample.                          *
002200*****************************************************************
002210 01  WS-STATEMENT-STATE.
002220   05  WS-STMT-PID                           PIC X(5)
002230       VALUE LOW-VALUES.
002240   05  WS-STMT-PAGES                         PIC 9(4).
002250   05  WS-STMT-REASONS.
002260     10  WS-STMT-RSN-INTERVAL                PIC X(1).
002270     10  WS-STMT-RSN-CURRENCY                PIC X(1).
002280     10  WS-STMT-RSN-HOUSEHOLD               PIC X(1).
002290     10  WS-STMT-RSN-LOAN                    PIC X(1).
002300     10  WS-STMT-RSN-FEE                     PIC X(1).
002310     10  WS-STMT-RSN-PENDING                 PIC X(1).
002320     10  WS-STMT-RSN-MESSAGE                 PIC X(1).
002330
002340*****************************************************************
002350* PIDs holding an account in a currency other than base, off    *
002360* the extract's type '2' records.                               *
002370*****************************************************************
002380 01  WS-CURRENCY-PID-TABLE.
002390   05  WS-CP-COUNT                           PIC 9(4)
002400       VALUE ZERO.
002410   05  WS-CP-PID OCCURS 2000 TIMES           PIC X(5).
002420   05  WS-CP-IX                              PIC 9(4).
002430
002440*****************************************************************
002450* Marketing message texts off the message file.                 *
002460*****************************************************************
002470 01  WS-MESSAGE-TABLE.
002480   05  WS-MT-COUNT                           PIC 9(2)
002490       VALUE ZERO.
002500   05  WS-MT-TEXT OCCURS 50 TIMES            PIC X(60).
002510   05  WS-MT-IX                              PIC 9(2).
002520
002530*****************************************************************
002540* The statements sampled, in print stream order.                *
002550*****************************************************************
002560 01  WS-SAMPLE-TABLE.
002570   05  WS-SM-COUNT                           PIC 9(4)
002580       VALUE ZERO.
002590   05  WS-SM-ENTRY OCCURS 2000 TIMES.
002600     10  WS-SM-PID                           PIC X(5).
002610     10  WS-SM-PAGES                         PIC 9(4).
002620     10  WS-SM-REASONS                       PIC X(7).
002630   05  WS-SM-IX                              PIC 9(4).
002640   05  WS-SM-NEXT-IX                         PIC 9(4).
002650
002660 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002670
002680*****************************************************************
002690* Separator printed ahead of each statement on the QC print     *
002700* file, naming why it was sampled.                              *
002710*****************************************************************
002720 01  QC-SEPARATOR-LINE.
002730   05  FILLER                                PIC X(14)
002740       VALUE '*** QC SAMPLE '.
002750   05  QS-SAMPLE-NO                          PIC ZZZZ9.
002760   05  FILLER                                PIC X(8)
002770       VALUE '   PID  '.
002780   05  QS-PID                                PIC X(5).
002790   05  FILLER                                PIC X(8)
002800       VALUE '   RUN  '.
002810   05  QS-RUN-ID                             PIC X(14).
002820   05  FILLER                                PIC X(3)
002830       VALUE '   '.
002840   05  QS-REASONS                            PIC X(75).
002850
002860 PROCEDURE DIVISION.
002870*****************************************************************
002880* Note the PIDs with foreign-currency accounts and the message  *
002890* texts, scan the print stream once to decide the sample, then  *
002900* again to copy the sampled statements to the QC print file,    *
002910* and open the sign-off register with every one unreviewed.     *
002920*****************************************************************
002930     PERFORM LOAD-QC-CONTROLS.
002940     PERFORM COLLECT-CURRENCY-PIDS.
002950     PERFORM LOAD-MESSAGE-TEXTS.
002955     PERFORM LOAD-STATEMENT-MARKERS.
002960     PERFORM SELECT-SAMPLE.
002970     PERFORM COPY-SAMPLE.
002980     PERFORM WRITE-REGISTER.
002990
003000     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003010     STRING WS-SM-COUNT DELIMITED BY SIZE
003020            ' of ' DELIMITED BY SIZE
003030            WS-STMT-COUNT DELIMITED BY SIZE
003040            ' statements sampled for QC review' DELIMITED BY SIZE
003050       INTO WS-CONSOLE-MESSAGE.
003060     PERFORM DISPLAY-CONSOLE-MESSAGE.
003070     MOVE 'End Of Job'
003080       TO WS-CONSOLE-MESSAGE.
003090     PERFORM DISPLAY-CONSOLE-MESSAGE.
003100
003110     MOVE 0 TO RETURN-CODE.
003120
003130     GOBACK.
003140
003150*****************************************************************
003160* Read the sampling interval off the control file, if there is  *
003170* one. An interval of zero would sample nothing by count and is *
003180* refused.                                                      *
003190*****************************************************************
003200 LOAD-QC-CONTROLS.
003210     OPEN INPUT QC-CONTROL-FILE.
003220     EVALUATE TRUE
003230       WHEN WS-CONTROL-STATUS IS EQUAL TO '35'
003240       WHEN WS-CONTROL-STATUS IS EQUAL TO '05'
003250          CONTINUE
003260       WHEN WS-CONTROL-STATUS IS EQUAL TO '00'
003270          PERFORM CONTROL-READ
003280          PERFORM UNTIL CONTROL-EOF
003290             IF QCC-KEYWORD IS EQUAL TO 'EVERY '
003300                IF QCC-VALUE IS NUMERIC
003310                 AND QCC-VALUE IS GREATER THAN ZERO
003320                   MOVE QCC-VALUE TO WS-INTERVAL
003330                ELSE
003340                   MOVE 'QCCTL interval refused - default kept'
003350                     TO WS-CONSOLE-MESSAGE
003360                   PERFORM DISPLAY-CONSOLE-MESSAGE
003370                END-IF
003380             END-IF
003390             PERFORM CONTROL-READ
003400          END-PERFORM
003410          CLOSE QC-CONTROL-FILE
003420       WHEN OTHER
003430          MOVE 'QCCTL file open failure...'
003440            TO WS-CONSOLE-MESSAGE
003450          PERFORM DISPLAY-CONSOLE-MESSAGE
003460          MOVE WS-CONTROL-STATUS TO WS-IO-STATUS
003470          PERFORM DISPLAY-IO-STATUS
003480          PERFORM ABORT-PROGRAM
003490     END-EVALUATE.
003500
003510 CONTROL-READ.
003520     READ QC-CONTROL-FILE
003530       AT END
003540          MOVE 'Y' TO WS-CONTROL-EOF-SW
003550     END-READ.
003560
003570*****************************************************************
003580* Take the run id off the extract's header and note every PID   *
003590* with an account in a currency other than base - the print     *
003600* stream does not show an account's currency.                   *
003610*****************************************************************
003620 COLLECT-CURRENCY-PIDS.
003630     PERFORM EXTRACT-OPEN.
003640     PERFORM EXTRACT-READ.
003650     IF NOT END-OF-EXTRACT
003660      AND BANKXT01-H-TYPE IS EQUAL TO 'H'
003670        MOVE BANKXT01-H-RUN-DATE TO WS-EXTRACT-RUN-DATE
003680        MOVE BANKXT01-H-RUN-TIME TO WS-EXTRACT-RUN-TIME
003690     ELSE
003700        MOVE 'EXTRACT has no header - run refused'
003710          TO WS-CONSOLE-MESSAGE
003720        PERFORM ABORT-PROGRAM
003730     END-IF.
003740     PERFORM UNTIL END-OF-EXTRACT
003750        IF BANKXT01-2-TYPE IS EQUAL TO '2'
003760         AND BANKXT01-2-CURR-CODE IS NOT EQUAL TO SPACES
003770         AND BANKXT01-2-CURR-CODE IS NOT EQUAL TO
003780               WS-BASE-CURR-CODE
003790           MOVE BANKXT01-2-PID TO WS-WORK-PID
003800           PERFORM FIND-CURRENCY-PID
003810           IF NOT ENTRY-FOUND
003820              IF WS-CP-COUNT IS LESS THAN 2000
003830                 ADD 1 TO WS-CP-COUNT
003840                 MOVE BANKXT01-2-PID TO WS-CP-PID (WS-CP-COUNT)
003850              ELSE
003860                 MOVE 'Currency PID table full - run refused'
003870                   TO WS-CONSOLE-MESSAGE
003880                 PERFORM ABORT-PROGRAM
003890              END-IF
003900           END-IF
003910        END-IF
003920        PERFORM EXTRACT-READ
003930     END-PERFORM.
003940     PERFORM EXTRACT-CLOSE.
003950
003960 FIND-CURRENCY-PID.
003970     MOVE 'N' TO WS-FOUND-SW.
003980     PERFORM VARYING WS-CP-IX FROM 1 BY 1
003990       UNTIL WS-CP-IX IS GREATER THAN WS-CP-COUNT
004000                OR ENTRY-FOUND
004010        IF WS-CP-PID (WS-CP-IX) IS EQUAL TO WS-WORK-PID
004020           MOVE 'Y' TO WS-FOUND-SW
004030        END-IF
004040     END-PERFORM.
004050
004060*****************************************************************
004070* Load the message texts. Every text on the file is taken,      *
004080* whatever its dates - a message printed outside its dates is   *
004090* exactly what the sample is for.                               *
004100*****************************************************************
004110 LOAD-MESSAGE-TEXTS.
004120     OPEN INPUT MESSAGE-FILE.
004130     EVALUATE TRUE
004140       WHEN WS-MSGFILE-STATUS IS EQUAL TO '35'
004150       WHEN WS-MSGFILE-STATUS IS EQUAL TO '05'
004160          CONTINUE
004170       WHEN WS-MSGFILE-STATUS IS EQUAL TO '00'
004180          PERFORM READ-MESSAGE-RECORD
004190          PERFORM UNTIL MESSAGE-FILE-EOF
004200             IF MSG-TEXT IS NOT EQUAL TO SPACES
004210              AND WS-MT-COUNT IS LESS THAN 50
004220                ADD 1 TO WS-MT-COUNT
004230                MOVE MSG-TEXT TO WS-MT-TEXT (WS-MT-COUNT)
004240             END-IF
004250             PERFORM READ-MESSAGE-RECORD
004260          END-PERFORM
004270          CLOSE MESSAGE-FILE
004280       WHEN OTHER
004290          MOVE 'MSGFILE file open failure...'
004300            TO WS-CONSOLE-MESSAGE
004310          PERFORM DISPLAY-CONSOLE-MESSAGE
004320          MOVE WS-MSGFILE-STATUS TO WS-IO-STATUS
004330          PERFORM DISPLAY-IO-STATUS
004340          PERFORM ABORT-PROGRAM
004350     END-EVALUATE.
004360
004370 READ-MESSAGE-RECORD.
004380     READ MESSAGE-FILE
004390       AT END
004400          MOVE 'Y' TO WS-MSG-EOF-SW
004410     END-READ.
004420
004430*****************************************************************
004440* First pass of the print stream. A page is recognised by its   *
004450* banner line; a statement by the first page heading carrying a *
004460* PID different from the one before it, as ZBNKTRN1 counts      *
004470* them. Each line is checked for the features that put a        *
004480* statement in the sample.                                      *
004490*****************************************************************
004500 SELECT-SAMPLE.
004510     PERFORM STATEMENT-OPEN.
004520     PERFORM STATEMENT-READ.
004530     PERFORM UNTIL END-OF-PRINT-STREAM
004535        PERFORM CLASSIFY-STATEMENT-LINE
004540        EVALUATE TRUE
004550          WHEN LINE-IS-BANNER
004560             ADD 1 TO WS-PAGE-COUNT
004570          WHEN LINE-IS-CUSTOMER
004580             IF STATEMENT-LINE (20:5) IS EQUAL TO WS-STMT-PID
004590                ADD 1 TO WS-STMT-PAGES
004600             ELSE
004610                IF STATEMENT-IN-PROGRESS
004620                   PERFORM FINISH-STATEMENT
004630                END-IF
004640                PERFORM START-STATEMENT
004650             END-IF
004660          WHEN STATEMENT-IN-PROGRESS
004670             PERFORM CHECK-STATEMENT-LINE
004680          WHEN OTHER
004690             CONTINUE
004700        END-EVALUATE
004710        PERFORM STATEMENT-READ
004720     END-PERFORM.
004730     IF STATEMENT-IN-PROGRESS
004740        PERFORM FINISH-STATEMENT
004750     END-IF.
004760     PERFORM STATEMENT-CLOSE.
004770
004780 START-STATEMENT.
004790     MOVE STATEMENT-LINE (20:5) TO WS-STMT-PID.
004800     MOVE 1 TO WS-STMT-PAGES.
004810     MOVE SPACES TO WS-STMT-REASONS.
004820     MOVE 'Y' TO WS-STMT-OPEN-SW.
004830     MOVE WS-STMT-PID TO WS-WORK-PID.
004840     PERFORM FIND-CURRENCY-PID.
004850     IF ENTRY-FOUND
004860        MOVE 'Y' TO WS-STMT-RSN-CURRENCY
004870     END-IF.
004880
004881*****************************************************************
004882* Say what the line just read is - a page banner, a customer    *
004883* heading, the end line or one of the section lines a feature   *
004884* is recognised by - matching it against the statement's text   *
004885* in every language.                                            *
004887*****************************************************************
004888 CLASSIFY-STATEMENT-LINE.
004889     MOVE SPACE TO WS-LINE-KIND.
004890     MOVE 'TITLE' TO WS-MKR-WANTED.
004891     MOVE STATEMENT-LINE (11:33) TO WS-MKR-SLICE.
004892     MOVE 'B' TO WS-TRY-KIND.
004893     PERFORM TRY-LINE-KIND.
004894     MOVE 'CUSTOMER' TO WS-MKR-WANTED.
004895     MOVE STATEMENT-LINE (11:9) TO WS-MKR-SLICE.
004896     MOVE 'C' TO WS-TRY-KIND.
004897     PERFORM TRY-LINE-KIND.
004899     MOVE 'END' TO WS-MKR-WANTED.
004900     MOVE STATEMENT-LINE (3:26) TO WS-MKR-SLICE.
004901     MOVE 'E' TO WS-TRY-KIND.
004902     PERFORM TRY-LINE-KIND.
004903     MOVE 'HH-MEMBER' TO WS-MKR-WANTED.
004904     MOVE STATEMENT-LINE (3:20) TO WS-MKR-SLICE.
004905     MOVE 'M' TO WS-TRY-KIND.
004906     PERFORM TRY-LINE-KIND.
004907     MOVE 'HH-MEMBERS' TO WS-MKR-WANTED.
004908     MOVE STATEMENT-LINE (3:21) TO WS-MKR-SLICE.
004909     MOVE 'S' TO WS-TRY-KIND.
004911     PERFORM TRY-LINE-KIND.
004912     MOVE 'LOAN-HEAD' TO WS-MKR-WANTED.
004913     MOVE STATEMENT-LINE (3:13) TO WS-MKR-SLICE.
004914     MOVE 'L' TO WS-TRY-KIND.
004915     PERFORM TRY-LINE-KIND.
004916     MOVE 'PENDING-HEAD' TO WS-MKR-WANTED.
004917     MOVE STATEMENT-LINE (3:30) TO WS-MKR-SLICE.
004918     MOVE 'P' TO WS-TRY-KIND.
004919     PERFORM TRY-LINE-KIND.
004920     MOVE 'SERVICE-CHARGES' TO WS-MKR-WANTED.
004921     MOVE STATEMENT-LINE (3:20) TO WS-MKR-SLICE.
004923     MOVE 'F' TO WS-TRY-KIND.
004924     PERFORM TRY-LINE-KIND.
004925
004926 TRY-LINE-KIND.
004927     IF LINE-IS-OTHER
004928        PERFORM CHECK-STATEMENT-MARKER
004929        IF MARKER-MATCHED
004930           MOVE WS-TRY-KIND TO WS-LINE-KIND
004931        END-IF
004932     END-IF.
004933
004935*****************************************************************
004936* Look for the features on one statement line. A household      *
004937* member's accounts ride on the head's statement, so a member   *
004938* with a foreign-currency account counts against it too.        *
004939*****************************************************************
004940 CHECK-STATEMENT-LINE.
004950     EVALUATE TRUE
004965       WHEN LINE-IS-HH-MEMBER
004980          MOVE 'Y' TO WS-STMT-RSN-HOUSEHOLD
004990          MOVE STATEMENT-LINE (23:5) TO WS-WORK-PID
005000          PERFORM FIND-CURRENCY-PID
005010          IF ENTRY-FOUND
005020             MOVE 'Y' TO WS-STMT-RSN-CURRENCY
005030          END-IF
005045       WHEN LINE-IS-HH-SUMMARY
005060          MOVE 'Y' TO WS-STMT-RSN-HOUSEHOLD
005070       WHEN LINE-IS-LOAN-HEAD
005080          MOVE 'Y' TO WS-STMT-RSN-LOAN
005095       WHEN LINE-IS-PENDING-HEAD
005110          MOVE 'Y' TO WS-STMT-RSN-PENDING
005120       WHEN LINE-IS-FEE
005130          IF STATEMENT-LINE (66:10) IS NOT EQUAL TO WS-NO-FEE-TEXT
005140             MOVE 'Y' TO WS-STMT-RSN-FEE
005150          END-IF
005160       WHEN OTHER
005170          PERFORM VARYING WS-MT-IX FROM 1 BY 1
005180            UNTIL WS-MT-IX IS GREATER THAN WS-MT-COUNT
005190             IF STATEMENT-LINE (3:60) IS EQUAL TO
005200                  WS-MT-TEXT (WS-MT-IX)
005210                MOVE 'Y' TO WS-STMT-RSN-MESSAGE
005220             END-IF
005230          END-PERFORM
005240     END-EVALUATE.
005250
005260*****************************************************************
005270* Close a statement - it is sampled if it falls on the interval *
005280* or shows any of the features.                                 *
005290*****************************************************************
005300 FINISH-STATEMENT.
005310     ADD 1 TO WS-STMT-COUNT.
005320     DIVIDE WS-STMT-COUNT BY WS-INTERVAL
005330       GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
005340     IF WS-REMAINDER IS EQUAL TO ZERO
005350        MOVE 'Y' TO WS-STMT-RSN-INTERVAL
005360     END-IF.
005370     IF WS-STMT-REASONS IS NOT EQUAL TO SPACES
005380        IF WS-SM-COUNT IS LESS THAN 2000
005390           ADD 1 TO WS-SM-COUNT
005400           MOVE WS-STMT-PID TO WS-SM-PID (WS-SM-COUNT)
005410           MOVE WS-STMT-PAGES TO WS-SM-PAGES (WS-SM-COUNT)
005420           MOVE WS-STMT-REASONS TO WS-SM-REASONS (WS-SM-COUNT)
005430        ELSE
005440           MOVE 'Sample table full - run refused'
005450             TO WS-CONSOLE-MESSAGE
005460           PERFORM ABORT-PROGRAM
005470        END-IF
005480     END-IF.
005490     MOVE 'N' TO WS-STMT-OPEN-SW.
005500
005510*****************************************************************
005520* Second pass - copy each sampled statement to the QC print     *
005530* file exactly as it stands on the print stream, behind a       *
005540* separator naming why it was picked. A page banner is held     *
005550* until the heading behind it shows whose page it is, and the   *
005560* copy stops at the statement's end line so the presort         *
005570* markers between statements are left out.                      *
005580*****************************************************************
005590 COPY-SAMPLE.
005600     PERFORM QCPRT-OPEN.
005610     MOVE 'N' TO WS-STMT-EOF-SW.
005620     MOVE LOW-VALUES TO WS-STMT-PID.
005630     MOVE 1 TO WS-SM-NEXT-IX.
005640     PERFORM STATEMENT-OPEN.
005650     PERFORM STATEMENT-READ.
005660     PERFORM UNTIL END-OF-PRINT-STREAM
005665        PERFORM CLASSIFY-STATEMENT-LINE
005670        EVALUATE TRUE
005680          WHEN LINE-IS-BANNER
005690             MOVE STATEMENT-LINE TO WS-HELD-BANNER
005700             MOVE 'Y' TO WS-BANNER-HELD-SW
005710          WHEN LINE-IS-CUSTOMER
005720             IF STATEMENT-LINE (20:5) IS NOT EQUAL TO WS-STMT-PID
005730                MOVE STATEMENT-LINE (20:5) TO WS-STMT-PID
005740                PERFORM CHECK-STATEMENT-SAMPLED
005750             END-IF
005760             IF COPYING-STATEMENT
005770              AND BANNER-HELD
005780                MOVE WS-HELD-BANNER TO QC-PRINT-LINE
005790                PERFORM QCPRT-PUT
005800             END-IF
005810             MOVE 'N' TO WS-BANNER-HELD-SW
005820             IF COPYING-STATEMENT
005830                MOVE STATEMENT-LINE TO QC-PRINT-LINE
005840                PERFORM QCPRT-PUT
005850             END-IF
005860          WHEN COPYING-STATEMENT
005870             MOVE STATEMENT-LINE TO QC-PRINT-LINE
005880             PERFORM QCPRT-PUT
005895             IF LINE-IS-END
005910                MOVE 'N' TO WS-COPY-SW
005920             END-IF
005930          WHEN OTHER
005940             CONTINUE
005950        END-EVALUATE
005960        PERFORM STATEMENT-READ
005970     END-PERFORM.
005980     PERFORM STATEMENT-CLOSE.
005990     IF WS-SM-COUNT IS EQUAL TO ZERO
006000        MOVE '*** NO STATEMENTS SAMPLED' TO QC-PRINT-LINE
006010        PERFORM QCPRT-PUT
006020     END-IF.
006030     PERFORM QCPRT-CLOSE.
006040
006050*****************************************************************
006060* The sample table is in print stream order, so a new statement *
006070* is sampled only if it is the next one the table holds.        *
006080*****************************************************************
006090 CHECK-STATEMENT-SAMPLED.
006100     MOVE 'N' TO WS-COPY-SW.
006110     IF WS-SM-NEXT-IX IS NOT GREATER THAN WS-SM-COUNT
006120        IF WS-SM-PID (WS-SM-NEXT-IX) IS EQUAL TO WS-STMT-PID
006130           MOVE 'Y' TO WS-COPY-SW
006140           MOVE WS-SM-NEXT-IX TO WS-SM-IX
006150           PERFORM WRITE-SEPARATOR
006160           ADD 1 TO WS-SM-NEXT-IX
006170        END-IF
006180     END-IF.
006190
006200 WRITE-SEPARATOR.
006210     MOVE WS-SM-IX TO QS-SAMPLE-NO.
006220     MOVE WS-SM-PID (WS-SM-IX) TO QS-PID.
006230     MOVE WS-EXTRACT-RUN-ID TO QS-RUN-ID.
006240     MOVE WS-SM-REASONS (WS-SM-IX) TO WS-STMT-REASONS.
006250     MOVE SPACES TO WS-REASON-TEXT.
006260     MOVE 1 TO WS-REASON-PTR.
006270     IF WS-STMT-RSN-INTERVAL IS EQUAL TO 'Y'
006280        STRING 'INTERVAL ' DELIMITED BY SIZE
006290          INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
006300     END-IF.
006310     IF WS-STMT-RSN-CURRENCY IS EQUAL TO 'Y'
006320        STRING 'CURRENCY ' DELIMITED BY SIZE
006330          INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
006340     END-IF.
006350     IF WS-STMT-RSN-HOUSEHOLD IS EQUAL TO 'Y'
006360        STRING 'HOUSEHOLD ' DELIMITED BY SIZE
006370          INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
006380     END-IF.
006390     IF WS-STMT-RSN-LOAN IS EQUAL TO 'Y'
006400        STRING 'LOAN ' DELIMITED BY SIZE
006410          INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
006420     END-IF.
006430     IF WS-STMT-RSN-FEE IS EQUAL TO 'Y'
006440        STRING 'SERVICE-CHARGE ' DELIMITED BY SIZE
006450          INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
006460     END-IF.
006470     IF WS-STMT-RSN-PENDING IS EQUAL TO 'Y'
006480        STRING 'PENDING ' DELIMITED BY SIZE
006490          INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
006500     END-IF.
006510     IF WS-STMT-RSN-MESSAGE IS EQUAL TO 'Y'
006520        STRING 'MESSAGE ' DELIMITED BY SIZE
006530          INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
006540     END-IF.
006550     MOVE WS-REASON-TEXT TO QS-REASONS.
006560     MOVE SPACES TO QC-PRINT-LINE.
006570     PERFORM QCPRT-PUT.
006580     MOVE QC-SEPARATOR-LINE TO QC-PRINT-LINE.
006590     PERFORM QCPRT-PUT.
006600
006610*****************************************************************
006620* Open the cycle's sign-off register - the header, then one     *
006630* unreviewed entry per sampled statement. The register is       *
006640* rewritten each time the sample is pulled, so a print stream   *
006650* that is rerun must be reviewed afresh.                        *
006660*****************************************************************
006670 WRITE-REGISTER.
006680     OPEN OUTPUT QC-REGISTER-FILE.
006690     IF WS-QCREG-STATUS IS NOT EQUAL TO '00'
006700        MOVE 'QCREG file open failure...'
006710          TO WS-CONSOLE-MESSAGE
006720        PERFORM DISPLAY-CONSOLE-MESSAGE
006730        MOVE WS-QCREG-STATUS TO WS-IO-STATUS
006740        PERFORM DISPLAY-IO-STATUS
006750        PERFORM ABORT-PROGRAM
006760     END-IF.
006770     MOVE SPACES TO QC-REGISTER-RECORD.
006780     SET QCR-REC-HEADER TO TRUE.
006790     MOVE WS-EXTRACT-RUN-ID TO QCR-RUN-ID.
006800     MOVE WS-STMT-COUNT TO QCR-STMT-COUNT.
006810     MOVE WS-INTERVAL TO QCR-INTERVAL.
006820     MOVE WS-SM-COUNT TO QCR-SAMPLE-COUNT.
006830     PERFORM QCREG-PUT.
006840     PERFORM VARYING WS-SM-IX FROM 1 BY 1
006850       UNTIL WS-SM-IX IS GREATER THAN WS-SM-COUNT
006860        MOVE SPACES TO QC-REGISTER-RECORD
006870        SET QCR-REC-DETAIL TO TRUE
006880        MOVE WS-EXTRACT-RUN-ID TO QCR-RUN-ID
006890        MOVE WS-SM-PID (WS-SM-IX) TO QCR-PID
006900        MOVE WS-SM-REASONS (WS-SM-IX) TO QCR-REASONS
006910        MOVE WS-SM-PAGES (WS-SM-IX) TO QCR-PAGES
006920        SET QCR-UNREVIEWED TO TRUE
006930        MOVE ZERO TO QCR-REVIEW-DATE
006940        PERFORM QCREG-PUT
006950     END-PERFORM.
006960     CLOSE QC-REGISTER-FILE.
006970
006980 QCREG-PUT.
006990     WRITE QC-REGISTER-RECORD.
007000     IF WS-QCREG-STATUS IS NOT EQUAL TO '00'
007010        MOVE 'QCREG Error writing file ...'
007020          TO WS-CONSOLE-MESSAGE
007030        PERFORM DISPLAY-CONSOLE-MESSAGE
007040        MOVE WS-QCREG-STATUS TO WS-IO-STATUS
007050        PERFORM DISPLAY-IO-STATUS
007060        PERFORM ABORT-PROGRAM
007070     END-IF.
007080
007090*****************************************************************
007100* Open the extract file produced by ZBNKEXT1 as input.          *
007110*****************************************************************
007120 EXTRACT-OPEN.
007130     OPEN INPUT EXTRACT-FILE.
007140     IF WS-EXTRACT-STATUS = '00'
007150        MOVE 'EXTRACT file opened OK'
007160          TO WS-CONSOLE-MESSAGE
007170        PERFORM DISPLAY-CONSOLE-MESSAGE
007180     ELSE
007190        MOVE 'EXTRACT file open failure...'
007200          TO WS-CONSOLE-MESSAGE
007210        PERFORM DISPLAY-CONSOLE-MESSAGE
007220        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
007230        PERFORM DISPLAY-IO-STATUS
007240        PERFORM ABORT-PROGRAM
007250        END-IF.
007260
007270 EXTRACT-READ.
007280     READ EXTRACT-FILE
007290        AT END
007300           MOVE 'Y' TO WS-EOF-SW
007310     END-READ.
007320     IF NOT END-OF-EXTRACT
007330        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
007340           MOVE 'EXTRACT Error reading file ...'
007350             TO WS-CONSOLE-MESSAGE
007360           PERFORM DISPLAY-CONSOLE-MESSAGE
007370           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
007380           PERFORM DISPLAY-IO-STATUS
007390           PERFORM ABORT-PROGRAM
007400        END-IF
007410     END-IF.
007420
007430 EXTRACT-CLOSE.
007440     CLOSE EXTRACT-FILE.
007450
007460 STATEMENT-OPEN.
007470     OPEN INPUT STATEMENT-FILE.
007480     IF WS-STMT-STATUS IS NOT EQUAL TO '00'
007490        MOVE 'STMTPRT file open failure...'
007500          TO WS-CONSOLE-MESSAGE
007510        PERFORM DISPLAY-CONSOLE-MESSAGE
007520        MOVE WS-STMT-STATUS TO WS-IO-STATUS
007530        PERFORM DISPLAY-IO-STATUS
007540        PERFORM ABORT-PROGRAM
007550     END-IF.
007560
007570 STATEMENT-READ.
007580     READ STATEMENT-FILE
007590       AT END
007600          MOVE 'Y' TO WS-STMT-EOF-SW
007610     END-READ.
007620     IF NOT END-OF-PRINT-STREAM
007630        IF WS-STMT-STATUS IS NOT EQUAL TO '00'
007640           MOVE 'STMTPRT Error reading file ...'
007650             TO WS-CONSOLE-MESSAGE
007660           PERFORM DISPLAY-CONSOLE-MESSAGE
007670           MOVE WS-STMT-STATUS TO WS-IO-STATUS
007680           PERFORM DISPLAY-IO-STATUS
007690           PERFORM ABORT-PROGRAM
007700        END-IF
007710     END-IF.
007720
007730 STATEMENT-CLOSE.
007740     CLOSE STATEMENT-FILE.
007750
007760*****************************************************************
007770* Open the QC print file as output.                             *
007780*****************************************************************
007790 QCPRT-OPEN.
007800     OPEN OUTPUT QC-PRINT-FILE.
007810     IF WS-QCPRT-STATUS = '00'
007820        MOVE 'QCPRT file opened OK'
007830          TO WS-CONSOLE-MESSAGE
007840        PERFORM DISPLAY-CONSOLE-MESSAGE
007850     ELSE
007860        MOVE 'QCPRT file open failure...'
007870          TO WS-CONSOLE-MESSAGE
007880        PERFORM DISPLAY-CONSOLE-MESSAGE
007890        MOVE WS-QCPRT-STATUS TO WS-IO-STATUS
007900        PERFORM DISPLAY-IO-STATUS
007910        PERFORM ABORT-PROGRAM
007920        END-IF.
007930
007940 QCPRT-PUT.
007950     WRITE QC-PRINT-LINE.
007960     IF WS-QCPRT-STATUS NOT = '00'
007970        MOVE 'QCPRT Error writing file ...'
007980          TO WS-CONSOLE-MESSAGE
007990        PERFORM DISPLAY-CONSOLE-MESSAGE
008000        MOVE WS-QCPRT-STATUS TO WS-IO-STATUS
008010        PERFORM DISPLAY-IO-STATUS
008020        PERFORM ABORT-PROGRAM
008030     END-IF.
008040     ADD 1 TO WS-QC-LINES.
008050
008060 QCPRT-CLOSE.
008070     CLOSE QC-PRINT-FILE.
008080
008081*****************************************************************
008082* Load the statement texts the print stream is recognised by -  *
008083* the English ones ZBNKSTM1 prints by default, and each         *
008084* language's from the translation table when one is supplied.   *
008085*****************************************************************
008086 LOAD-STATEMENT-MARKERS.
008087     MOVE 'TITLE' TO WS-MKR-WANTED.
008088     MOVE 'B A N K   S T A T E M E N T' TO WS-MKR-SLICE.
008089     PERFORM ADD-STATEMENT-MARKER.
008090     MOVE 'CUSTOMER' TO WS-MKR-WANTED.
008091     MOVE 'CUSTOMER ' TO WS-MKR-SLICE.
008092     PERFORM ADD-STATEMENT-MARKER.
008093     MOVE 'END' TO WS-MKR-WANTED.
008094     MOVE '***  END OF STATEMENT  ***' TO WS-MKR-SLICE.
008095     PERFORM ADD-STATEMENT-MARKER.
008096     MOVE 'HH-MEMBER' TO WS-MKR-WANTED.
008097     MOVE 'HOUSEHOLD MEMBER -  ' TO WS-MKR-SLICE.
008098     PERFORM ADD-STATEMENT-MARKER.
008099     MOVE 'HH-MEMBERS' TO WS-MKR-WANTED.
008100     MOVE 'HOUSEHOLD MEMBERS -  ' TO WS-MKR-SLICE.
008101     PERFORM ADD-STATEMENT-MARKER.
008102     MOVE 'LOAN-HEAD' TO WS-MKR-WANTED.
008103     MOVE 'LOAN ACCOUNTS' TO WS-MKR-SLICE.
008104     PERFORM ADD-STATEMENT-MARKER.
008105     MOVE 'PENDING-HEAD' TO WS-MKR-WANTED.
008106     MOVE 'PENDING ACTIVITY (NOT POSTED)' TO WS-MKR-SLICE.
008108     PERFORM ADD-STATEMENT-MARKER.
008109     MOVE 'SERVICE-CHARGES' TO WS-MKR-WANTED.
008110     MOVE 'SERVICE CHARGES  -  ' TO WS-MKR-SLICE.
008111     PERFORM ADD-STATEMENT-MARKER.
008112     OPEN INPUT STATEMENT-LITERAL-FILE.
008113     EVALUATE TRUE
008114       WHEN WS-STMTLIT-STATUS IS EQUAL TO '35'
008115       WHEN WS-STMTLIT-STATUS IS EQUAL TO '05'
008116          CONTINUE
008117       WHEN WS-STMTLIT-STATUS IS EQUAL TO '00'
008118          PERFORM READ-LITERAL-RECORD
008119          PERFORM UNTIL LITERAL-FILE-EOF
008120             IF LIT-FIXED-LITERAL
008121                IF LIT-KEY IS EQUAL TO 'TITLE'
008122               OR LIT-KEY IS EQUAL TO 'CUSTOMER'
008123               OR LIT-KEY IS EQUAL TO 'END'
008124               OR LIT-KEY IS EQUAL TO 'HH-MEMBER'
008125               OR LIT-KEY IS EQUAL TO 'HH-MEMBERS'
008126               OR LIT-KEY IS EQUAL TO 'LOAN-HEAD'
008127               OR LIT-KEY IS EQUAL TO 'PENDING-HEAD'
008128               OR LIT-KEY IS EQUAL TO 'SERVICE-CHARGES'
008129                   MOVE LIT-KEY TO WS-MKR-WANTED
008130                   MOVE LIT-TEXT TO WS-MKR-SLICE
008131                   PERFORM ADD-STATEMENT-MARKER
008132                END-IF
008133             END-IF
008134             PERFORM READ-LITERAL-RECORD
008135          END-PERFORM
008136          CLOSE STATEMENT-LITERAL-FILE
008137       WHEN OTHER
008138          MOVE 'STMTLIT file open failure...'
008139            TO WS-CONSOLE-MESSAGE
008140          PERFORM DISPLAY-CONSOLE-MESSAGE
008141          MOVE WS-STMTLIT-STATUS TO WS-IO-STATUS
008142          PERFORM DISPLAY-IO-STATUS
008143          PERFORM ABORT-PROGRAM
008144     END-EVALUATE.
008145
008146 READ-LITERAL-RECORD.
008147     READ STATEMENT-LITERAL-FILE
008148       AT END
008149          MOVE 'Y' TO WS-LIT-EOF-SW
008150     END-READ.
008151
008152 ADD-STATEMENT-MARKER.
008153     IF WS-MKR-COUNT IS LESS THAN 60
008154        ADD 1 TO WS-MKR-COUNT
008155        MOVE WS-MKR-WANTED TO WS-MKR-KEY (WS-MKR-COUNT)
008156        MOVE WS-MKR-SLICE TO WS-MKR-TEXT (WS-MKR-COUNT)
008157     ELSE
008158        MOVE 'Statement marker table full - entry ignored'
008159          TO WS-CONSOLE-MESSAGE
008160        PERFORM DISPLAY-CONSOLE-MESSAGE
008161     END-IF.
008162
008164*****************************************************************
008165* Is the slice of the line just read the wanted literal in any  *
008166* language?                                                     *
008167*****************************************************************
008168 CHECK-STATEMENT-MARKER.
008169     MOVE 'N' TO WS-MKR-MATCH-SW.
008170     PERFORM VARYING WS-MKR-IX FROM 1 BY 1
008171       UNTIL WS-MKR-IX IS GREATER THAN WS-MKR-COUNT
008172             OR MARKER-MATCHED
008173        IF WS-MKR-KEY (WS-MKR-IX) IS EQUAL TO WS-MKR-WANTED
008174         AND WS-MKR-TEXT (WS-MKR-IX) IS EQUAL TO WS-MKR-SLICE
008175           MOVE 'Y' TO WS-MKR-MATCH-SW
008176        END-IF
008177     END-PERFORM.
008178
008180*****************************************************************
008181* Display the file status bytes. This routine will display as   *
008182* two digits if the full two byte file status is numeric. If    *
008183* second byte is non-numeric then it will be treated as a       *
008184* binary number.                                                *
008185*****************************************************************
008186 DISPLAY-IO-STATUS.
008187     IF WS-IO-STATUS NUMERIC
008188        MOVE SPACE TO WS-CONSOLE-MESSAGE
008189        STRING 'File status -' DELIMITED BY SIZE
008190               WS-IO-STATUS DELIMITED BY SIZE
008200          INTO WS-CONSOLE-MESSAGE
008210        PERFORM DISPLAY-CONSOLE-MESSAGE
008220     ELSE
008230        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
008240        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
008250        MOVE SPACE TO WS-CONSOLE-MESSAGE
008260        STRING 'File status -' DELIMITED BY SIZE
008270               WS-IO-STAT1 DELIMITED BY SIZE
008280               '/' DELIMITED BY SIZE
008290               WS-TWO-BYTES DELIMITED BY SIZE
008300          INTO WS-CONSOLE-MESSAGE
008310        PERFORM DISPLAY-CONSOLE-MESSAGE
008320     END-IF.
008330
008340*****************************************************************
008350* 'ABORT' the program.                                          *
008360* Post a message to the console and issue a STOP RUN            *
008370*****************************************************************
008380 ABORT-PROGRAM.
008390     IF WS-CONSOLE-MESSAGE NOT = SPACES
008400        PERFORM DISPLAY-CONSOLE-MESSAGE
008410     END-IF.
008420     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
008430     PERFORM DISPLAY-CONSOLE-MESSAGE.
008440     MOVE 16 TO RETURN-CODE.
008450     GOBACK.
008460
008470*****************************************************************
008480* Display a message on the console, prefixed with the program   *
008490* name so it can be picked out of a mixed job log.              *
008500*****************************************************************
008510 DISPLAY-CONSOLE-MESSAGE.
008520     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
