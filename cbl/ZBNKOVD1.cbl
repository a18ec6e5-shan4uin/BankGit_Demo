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
000130* Prgram:      ZBNKOVD1.CBL                                     *
000140* Function:    Overdraft aging over the cycle extract - pick    *
000150*              out every type '2' account with a negative       *
000160*              balance, age it against the overdraft history    *
000170*              carried from earlier cycles, print the           *
000180*              collections report by aging bucket and currency  *
000190*              and cut the first, second and final letter       *
000200*              notice file                                      *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKOVD1.
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
000380     SELECT OPTIONAL HISTORY-FILE
000390            ASSIGN       TO OVDHIST
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-HISTORY-STATUS.
000430
000440     SELECT NEW-HISTORY-FILE
000450            ASSIGN       TO OVDHNEW
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-HISTNEW-STATUS.
000490
000500     SELECT OVERDRAFT-REPORT
000510            ASSIGN       TO OVDRPT
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-REPORT-STATUS.
000550
000560     SELECT NOTICE-FILE
000570            ASSIGN       TO OVDNOTE
000580            ORGANIZATION IS SEQUENTIAL
000590            ACCESS MODE  IS SEQUENTIAL
000600            FILE STATUS  IS WS-NOTICE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  EXTRACT-FILE
000650     RECORDING MODE IS V
000660     RECORD CONTAINS 66 TO 95 CHARACTERS.
000670 COPY CBANKXT1.
000680
000690*****************************************************************
000700* Overdraft history carried cycle to cycle - one record per     *
000710* account still overdrawn at the end of the last cycle, with    *
000720* the consecutive cycles it has been overdrawn, the cycle it    *
000730* first went overdrawn, the last cycle that aged it, the amount *
000740* overdrawn and the highest letter already sent (1 first,       *
000750* 2 second, 3 final). An account back in credit is dropped.     *
000760*****************************************************************
000770 FD  HISTORY-FILE
000780     RECORD CONTAINS 60 CHARACTERS.
000790 01  HISTORY-RECORD.
000800   05  OVH-PID                               PIC X(5).
000810   05  OVH-ACC-NO                            PIC X(10).
000820   05  OVH-CURR-CODE                         PIC X(3).
000830   05  OVH-CYCLES                            PIC 9(3).
000840   05  OVH-FIRST-DATE                        PIC 9(6).
000850   05  OVH-LAST-DATE                         PIC 9(6).
000860   05  OVH-OVERDRAWN                         PIC 9(9)V99.
000870   05  OVH-LETTER                            PIC 9(1).
000880   05  FILLER                                PIC X(15).
000890
000900 FD  NEW-HISTORY-FILE
000910     RECORD CONTAINS 60 CHARACTERS.
000920 01  NEW-HISTORY-RECORD                      PIC X(60).
000930
000940 FD  OVERDRAFT-REPORT
000950     RECORD CONTAINS 132 CHARACTERS.
000960 01  OVERDRAFT-REPORT-LINE                   PIC X(132).
000970
000980*****************************************************************
000990* Letter notice file for the mailing run - one record per       *
001000* account whose overdraft has reached a letter it has not yet   *
001010* been sent, with the name and address off the type '1' record. *
001020*****************************************************************
001030 FD  NOTICE-FILE
001040     RECORD CONTAINS 130 CHARACTERS.
001050 01  NOTICE-RECORD.
001060   05  ONT-PID                               PIC X(5).
001070   05  ONT-ACC-NO                            PIC X(10).
001080   05  ONT-LETTER                            PIC X(6).
001090   05  ONT-CYCLES                            PIC 9(3).
001100   05  ONT-FIRST-DATE                        PIC 9(6).
001110   05  ONT-RUN-DATE                          PIC 9(6).
001120   05  ONT-OVERDRAWN                         PIC 9(9)V99.
001130   05  ONT-CURR-CODE                         PIC X(3).
001140   05  ONT-NAME                              PIC X(20).
001150   05  ONT-ADDR1                             PIC X(20).
001160   05  ONT-ADDR2                             PIC X(20).
001170   05  ONT-STATE                             PIC X(3).
001180   05  ONT-CNTRY                             PIC X(3).
001190   05  ONT-PST-CDE                           PIC X(8).
001200   05  FILLER                                PIC X(6).
001210
001220 WORKING-STORAGE SECTION.
001230 01  WS-MISC-STORAGE.
001240   05  WS-PROGRAM-ID                         PIC X(8)
001250       VALUE 'ZBNKOVD1'.
001260   05  WS-EXTRACT-STATUS.
001270     10  WS-EXTRACT-STAT1                    PIC X(1).
001280     10  WS-EXTRACT-STAT2                    PIC X(1).
001290
001300   05  WS-HISTORY-STATUS.
001310     10  WS-HISTORY-STAT1                    PIC X(1).
001320     10  WS-HISTORY-STAT2                    PIC X(1).
001330
001340   05  WS-HISTNEW-STATUS.
001350     10  WS-HISTNEW-STAT1                    PIC X(1).
001360     10  WS-HISTNEW-STAT2                    PIC X(1).
001370
001380   05  WS-REPORT-STATUS.
001390     10  WS-REPORT-STAT1                     PIC X(1).
001400     10  WS-REPORT-STAT2                     PIC X(1).
001410
001420   05  WS-NOTICE-STATUS.
001430     10  WS-NOTICE-STAT1                     PIC X(1).
001440     10  WS-NOTICE-STAT2                     PIC X(1).
001450
001460   05  WS-IO-STATUS.
001470     10  WS-IO-STAT1                         PIC X(1).
001480     10  WS-IO-STAT2                         PIC X(1).
001490
001500   05  WS-TWO-BYTES.
001510     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001520     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001530   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001540                                             PIC 9(1) COMP.
001550
001560   05  WS-EOF-SW                             PIC X(1)
001570       VALUE 'N'.
001580     88  END-OF-EXTRACT                       VALUE 'Y'.
001590   05  WS-HISTORY-EOF-SW                     PIC X(1)
001600       VALUE 'N'.
001610     88  HISTORY-EOF                          VALUE 'Y'.
001620   05  WS-TRAILER-SW                         PIC X(1)
001630       VALUE 'N'.
001640     88  EXTRACT-TRAILER-SEEN                 VALUE 'Y'.
001650
001660   05  WS-RUN-DATE                           PIC 9(6)
001670       VALUE ZERO.
001680   05  WS-ACCOUNTS-SEEN                      PIC 9(7)
001690       VALUE ZERO.
001700   05  WS-OVERDRAWN-COUNT                    PIC 9(5)
001710       VALUE ZERO.
001720   05  WS-CURED-COUNT                        PIC 9(5)
001730       VALUE ZERO.
001740   05  WS-CARRIED-COUNT                      PIC 9(5)
001750       VALUE ZERO.
001760   05  WS-NOTICE-COUNT                       PIC 9(5)
001770       VALUE ZERO.
001780   05  WS-FINAL-COUNT                        PIC 9(5)
001790       VALUE ZERO.
001800   05  WS-HISTORY-WRITTEN                    PIC 9(5)
001810       VALUE ZERO.
001820
001830*****************************************************************
001840* Name and address off the latest type '1' record - the extract *
001850* writes it ahead of the customer's type '2' accounts, so it is *
001860* on hand when an account needs a letter.                       *
001870*****************************************************************
001880 01  WS-CUSTOMER-HOLD.
001890   05  WS-HOLD-PID                           PIC X(5)
001900       VALUE SPACES.
001910   05  WS-HOLD-NAME                          PIC X(20).
001920   05  WS-HOLD-ADDR1                         PIC X(20).
001930   05  WS-HOLD-ADDR2                         PIC X(20).
001940   05  WS-HOLD-STATE                         PIC X(3).
001950   05  WS-HOLD-CNTRY                         PIC X(3).
001960   05  WS-HOLD-PST-CDE                       PIC X(8).
001970
001980*****************************************************************
001990* Overdraft history loaded off OVDHIST plus the accounts that   *
002000* went overdrawn this cycle. The state byte says what this      *
002010* cycle's extract made of the account; the note byte says what  *
002020* the report should remark on.                                  *
002030*****************************************************************
002040 01  WS-OVERDRAFT-TABLE.
002050   05  WS-OVD-COUNT                          PIC 9(4)
002060       VALUE ZERO.
002070   05  WS-OVD-ENTRY OCCURS 5000 TIMES.
002080     10  WS-OVD-PID                          PIC X(5).
002090     10  WS-OVD-ACC-NO                       PIC X(10).
002100     10  WS-OVD-CURR-CODE                    PIC X(3).
002110     10  WS-OVD-CYCLES                       PIC 9(3).
002120     10  WS-OVD-FIRST-DATE                   PIC 9(6).
002130     10  WS-OVD-LAST-DATE                    PIC 9(6).
002140     10  WS-OVD-OVERDRAWN                    PIC 9(9)V99.
002150     10  WS-OVD-LETTER                       PIC 9(1).
002160     10  WS-OVD-BUCKET                       PIC 9(1).
002170     10  WS-OVD-STATE                        PIC X(1).
002180       88  OVD-OVERDRAWN-NOW                  VALUE 'O'.
002190       88  OVD-BACK-IN-CREDIT                 VALUE 'C'.
002200       88  OVD-NOT-ON-EXTRACT                 VALUE 'N'.
002210     10  WS-OVD-NOTE                         PIC X(1).
002220       88  OVD-LETTER-CUT                     VALUE 'L'.
002230       88  OVD-AGED-ALREADY                   VALUE 'A'.
002240   05  WS-OVD-IX                             PIC 9(4).
002250   05  WS-OVD-WORK-IX                        PIC 9(4).
002260   05  WS-OVD-CHECK-PID                      PIC X(5).
002270   05  WS-OVD-CHECK-ACC                      PIC X(10).
002280   05  WS-OVD-FOUND-SW                       PIC X(1)
002290       VALUE 'N'.
002300     88  OVERDRAFT-ENTRY-FOUND                VALUE 'Y'.
002310   05  WS-OVD-LETTER-DUE                     PIC 9(1).
002320   05  WS-OVD-LETTER-IX                      PIC 9(1).
002330
002340*****************************************************************
002350* Collections totals by currency and aging bucket for the       *
002360* accounts overdrawn on this cycle's extract.                   *
002370*****************************************************************
002380 01  WS-CURRENCY-TABLE.
002390   05  WS-CCY-COUNT                          PIC 9(2)
002400       VALUE ZERO.
002410   05  WS-CCY-ENTRY OCCURS 30 TIMES.
002420     10  WS-CCY-CODE                         PIC X(3).
002430     10  WS-CCY-BUCKET OCCURS 3 TIMES.
002440       15  WS-CCY-ACCOUNTS                   PIC 9(5).
002450       15  WS-CCY-AMOUNT                     PIC 9(11)V99.
002460   05  WS-CCY-IX                             PIC 9(2).
002470   05  WS-CCY-WORK-IX                        PIC 9(2).
002480   05  WS-CCY-FOUND-SW                       PIC X(1)
002490       VALUE 'N'.
002500     88  CURRENCY-ENTRY-FOUND                 VALUE 'Y'.
002510   05  WS-BKT-IX                             PIC 9(1).
002520
002530 01  WS-BUCKET-NAMES.
002540   05  FILLER                                PIC X(10)
002550       VALUE '1 CYCLE   '.
002560   05  FILLER                                PIC X(10)
002570       VALUE '2 CYCLES  '.
002580   05  FILLER                                PIC X(10)
002590       VALUE '3+ CYCLES '.
002600 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
002610   05  WS-BUCKET-NAME                        PIC X(10)
002620       OCCURS 3 TIMES.
002630
002640 01  WS-LETTER-NAMES.
002650   05  FILLER                                PIC X(6)
002660       VALUE 'FIRST '.
002670   05  FILLER                                PIC X(6)
002680       VALUE 'SECOND'.
002690   05  FILLER                                PIC X(6)
002700       VALUE 'FINAL '.
002710 01  WS-LETTER-NAME-TABLE REDEFINES WS-LETTER-NAMES.
002720   05  WS-LETTER-NAME                        PIC X(6)
002730       OCCURS 3 TIMES.
002740
002750 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002760
002770*****************************************************************
002780* Collections report lines.                                     *
002790*****************************************************************
002800 01  RPT-HEADING-LINE.
002810   05  FILLER                          PIC X(2)  VALUE SPACES.
002820   05  FILLER                                PIC X(36)
002830       VALUE 'OVERDRAFT AGING - COLLECTIONS REPORT'.
002840   05  FILLER                                PIC X(10)
002850       VALUE '  CYCLE - '.
002860   05  RH-RUN-DATE                           PIC 9(6).
002870   05  FILLER                          PIC X(78) VALUE SPACES.
002880
002890 01  RPT-SECTION-LINE.
002900   05  FILLER                          PIC X(2)  VALUE SPACES.
002910   05  RX-TITLE                              PIC X(40).
002920   05  FILLER                          PIC X(90) VALUE SPACES.
002930
002940 01  RPT-COLUMN-LINE.
002950   05  FILLER                                PIC X(30)
002960       VALUE '  PID    ACCOUNT     CCY  CYC '.
002970   05  FILLER                                PIC X(30)
002980       VALUE ' FIRST      OVERDRAWN  LETTER '.
002990   05  FILLER                                PIC X(5)
003000       VALUE ' NOTE'.
003010   05  FILLER                          PIC X(67) VALUE SPACES.
003020
003030 01  RPT-DETAIL-LINE.
003040   05  FILLER                          PIC X(2)  VALUE SPACES.
003050   05  RD-PID                                PIC X(5).
003060   05  FILLER                          PIC X(2)  VALUE SPACES.
003070   05  RD-ACC-NO                             PIC X(10).
003080   05  FILLER                          PIC X(2)  VALUE SPACES.
003090   05  RD-CURR-CODE                          PIC X(3).
003100   05  FILLER                          PIC X(2)  VALUE SPACES.
003110   05  RD-CYCLES                             PIC ZZ9.
003120   05  FILLER                          PIC X(2)  VALUE SPACES.
003130   05  RD-FIRST-DATE                         PIC 9(6).
003140   05  FILLER                          PIC X(2)  VALUE SPACES.
003150   05  RD-OVERDRAWN                          PIC Z(8)9.99.
003160   05  FILLER                          PIC X(2)  VALUE SPACES.
003170   05  RD-LETTER                             PIC X(6).
003180   05  FILLER                          PIC X(2)  VALUE SPACES.
003190   05  RD-NOTE                               PIC X(30).
003200   05  FILLER                          PIC X(41) VALUE SPACES.
003210
003220 01  RPT-CURRENCY-COLUMN-LINE.
003230   05  FILLER                                PIC X(40)
003240       VALUE '  CCY  BUCKET   ACCOUNTS       OVERDRAWN'.
003250   05  FILLER                          PIC X(92) VALUE SPACES.
003260
003270 01  RPT-CURRENCY-LINE.
003280   05  FILLER                          PIC X(2)  VALUE SPACES.
003290   05  RC-CURR-CODE                          PIC X(3).
003300   05  FILLER                          PIC X(2)  VALUE SPACES.
003310   05  RC-BUCKET                             PIC X(10).
003320   05  FILLER                          PIC X(2)  VALUE SPACES.
003330   05  RC-ACCOUNTS                           PIC ZZZZ9.
003340   05  FILLER                          PIC X(2)  VALUE SPACES.
003350   05  RC-AMOUNT                             PIC Z(10)9.99.
003360   05  FILLER                          PIC X(92) VALUE SPACES.
003370
003380 01  RPT-TOTAL-LINE.
003390   05  FILLER                          PIC X(2)  VALUE SPACES.
003400   05  RT-LABEL                              PIC X(30).
003410   05  RT-COUNT                              PIC ZZZZZZ9.
003420   05  FILLER                          PIC X(93) VALUE SPACES.
003430
003440 PROCEDURE DIVISION.
003450*****************************************************************
003460* Load the overdraft history, age every type '2' account on the *
003470* extract against it, then carry the still-overdrawn accounts   *
003480* forward, print the collections report and close the notices.  *
003490*****************************************************************
003500     ACCEPT WS-RUN-DATE FROM DATE.
003510     PERFORM LOAD-OVERDRAFT-HISTORY.
003520     PERFORM NOTICE-OPEN.
003530     PERFORM AGE-EXTRACT.
003540     PERFORM NOTICE-CLOSE.
003550     PERFORM WRITE-NEW-HISTORY.
003560     PERFORM REPORT-OPEN.
003570     PERFORM REPORT-AGING.
003580     PERFORM REPORT-CLOSE.
003590
003600     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003610     STRING WS-OVERDRAWN-COUNT DELIMITED BY SIZE
003620            ' accounts overdrawn, ' DELIMITED BY SIZE
003630            WS-NOTICE-COUNT DELIMITED BY SIZE
003640            ' letters cut' DELIMITED BY SIZE
003650       INTO WS-CONSOLE-MESSAGE.
003660     PERFORM DISPLAY-CONSOLE-MESSAGE.
003670     MOVE 'End Of Job'
003680       TO WS-CONSOLE-MESSAGE.
003690     PERFORM DISPLAY-CONSOLE-MESSAGE.
003700
003710     IF WS-FINAL-COUNT IS GREATER THAN ZERO
003720        MOVE 4 TO RETURN-CODE
003730     ELSE
003740        MOVE 0 TO RETURN-CODE
003750     END-IF.
003760
003770     GOBACK.
003780
003790*****************************************************************
003800* Load the overdraft history. The first cycle has none - every  *
003810* overdrawn account then simply starts at one cycle. Until this *
003820* cycle's extract says otherwise each account is taken as not   *
003830* on the extract.                                               *
003840*****************************************************************
003850 LOAD-OVERDRAFT-HISTORY.
003860     OPEN INPUT HISTORY-FILE.
003870     EVALUATE TRUE
003880       WHEN WS-HISTORY-STATUS IS EQUAL TO '35'
003890       WHEN WS-HISTORY-STATUS IS EQUAL TO '05'
003900          MOVE 'No overdraft history - first cycle assumed'
003910            TO WS-CONSOLE-MESSAGE
003920          PERFORM DISPLAY-CONSOLE-MESSAGE
003930       WHEN WS-HISTORY-STATUS IS EQUAL TO '00'
003940          PERFORM HISTORY-READ
003950          PERFORM UNTIL HISTORY-EOF
003960             PERFORM ADD-OVERDRAFT-ENTRY
003970             MOVE OVH-PID TO WS-OVD-PID (WS-OVD-WORK-IX)
003980             MOVE OVH-ACC-NO TO WS-OVD-ACC-NO (WS-OVD-WORK-IX)
003990             MOVE OVH-CURR-CODE
004000               TO WS-OVD-CURR-CODE (WS-OVD-WORK-IX)
004010             MOVE OVH-CYCLES TO WS-OVD-CYCLES (WS-OVD-WORK-IX)
004020             MOVE OVH-FIRST-DATE
004030               TO WS-OVD-FIRST-DATE (WS-OVD-WORK-IX)
004040             MOVE OVH-LAST-DATE
004050               TO WS-OVD-LAST-DATE (WS-OVD-WORK-IX)
004060             MOVE OVH-OVERDRAWN
004070               TO WS-OVD-OVERDRAWN (WS-OVD-WORK-IX)
004080             MOVE OVH-LETTER TO WS-OVD-LETTER (WS-OVD-WORK-IX)
004090             PERFORM SET-ENTRY-BUCKET
004100             PERFORM HISTORY-READ
004110          END-PERFORM
004120          CLOSE HISTORY-FILE
004130       WHEN OTHER
004140          MOVE 'OVDHIST file open failure...'
004150            TO WS-CONSOLE-MESSAGE
004160          PERFORM DISPLAY-CONSOLE-MESSAGE
004170          MOVE WS-HISTORY-STATUS TO WS-IO-STATUS
004180          PERFORM DISPLAY-IO-STATUS
004190          PERFORM ABORT-PROGRAM
004200     END-EVALUATE.
004210
004220 HISTORY-READ.
004230     READ HISTORY-FILE
004240       AT END
004250          MOVE 'Y' TO WS-HISTORY-EOF-SW
004260     END-READ.
004270
004280*****************************************************************
004290* Find the history entry for the account held in                *
004300* WS-OVD-CHECK-PID / WS-OVD-CHECK-ACC, leaving its index in     *
004310* WS-OVD-WORK-IX.                                               *
004320*****************************************************************
004330 FIND-OVERDRAFT-ENTRY.
004340     MOVE 'N' TO WS-OVD-FOUND-SW.
004350     PERFORM VARYING WS-OVD-IX FROM 1 BY 1
004360       UNTIL WS-OVD-IX IS GREATER THAN WS-OVD-COUNT
004370                OR OVERDRAFT-ENTRY-FOUND
004380        IF WS-OVD-PID (WS-OVD-IX) IS EQUAL TO WS-OVD-CHECK-PID
004390         AND WS-OVD-ACC-NO (WS-OVD-IX) IS EQUAL TO
004400               WS-OVD-CHECK-ACC
004410           MOVE 'Y' TO WS-OVD-FOUND-SW
004420           MOVE WS-OVD-IX TO WS-OVD-WORK-IX
004430        END-IF
004440     END-PERFORM.
004450
004460*****************************************************************
004470* Open a fresh history entry, leaving its index in              *
004480* WS-OVD-WORK-IX.                                               *
004490*****************************************************************
004500 ADD-OVERDRAFT-ENTRY.
004510     IF WS-OVD-COUNT IS LESS THAN 5000
004520        ADD 1 TO WS-OVD-COUNT
004530        MOVE WS-OVD-COUNT TO WS-OVD-WORK-IX
004540        MOVE SPACES TO WS-OVD-ENTRY (WS-OVD-WORK-IX)
004550        MOVE ZERO TO WS-OVD-CYCLES (WS-OVD-WORK-IX)
004560        MOVE ZERO TO WS-OVD-FIRST-DATE (WS-OVD-WORK-IX)
004570        MOVE ZERO TO WS-OVD-LAST-DATE (WS-OVD-WORK-IX)
004580        MOVE ZERO TO WS-OVD-OVERDRAWN (WS-OVD-WORK-IX)
004590        MOVE ZERO TO WS-OVD-LETTER (WS-OVD-WORK-IX)
004600        MOVE 1 TO WS-OVD-BUCKET (WS-OVD-WORK-IX)
004610        MOVE 'N' TO WS-OVD-STATE (WS-OVD-WORK-IX)
004620     ELSE
004630        MOVE 'Overdraft table full - run refused'
004640          TO WS-CONSOLE-MESSAGE
004650        PERFORM ABORT-PROGRAM
004660     END-IF.
004670
004680*****************************************************************
004690* Aging bucket off the consecutive cycles overdrawn - 1, 2, 3+. *
004700*****************************************************************
004710 SET-ENTRY-BUCKET.
004720     IF WS-OVD-CYCLES (WS-OVD-WORK-IX) IS GREATER THAN 2
004730        MOVE 3 TO WS-OVD-BUCKET (WS-OVD-WORK-IX)
004740     ELSE
004750        IF WS-OVD-CYCLES (WS-OVD-WORK-IX) IS LESS THAN 1
004760           MOVE 1 TO WS-OVD-BUCKET (WS-OVD-WORK-IX)
004770        ELSE
004780           MOVE WS-OVD-CYCLES (WS-OVD-WORK-IX)
004790             TO WS-OVD-BUCKET (WS-OVD-WORK-IX)
004800        END-IF
004810     END-IF.
004820
004830*****************************************************************
004840* Read the extract once. The header gives the cycle run date    *
004850* that the aging counts in; the trailer proves the file was     *
004860* written to the end - without it the history is not replaced.  *
004870*****************************************************************
004880 AGE-EXTRACT.
004890     PERFORM EXTRACT-OPEN.
004900     PERFORM EXTRACT-READ.
004910     PERFORM UNTIL END-OF-EXTRACT
004920        EVALUATE TRUE
004930          WHEN BANKXT01-H-TYPE IS EQUAL TO 'H'
004940             MOVE BANKXT01-H-RUN-DATE TO WS-RUN-DATE
004950          WHEN BANKXT01-1-TYPE IS EQUAL TO '1'
004960             MOVE BANKXT01-1-PID TO WS-HOLD-PID
004970             MOVE BANKXT01-1-NAME TO WS-HOLD-NAME
004980             MOVE BANKXT01-1-ADDR1 TO WS-HOLD-ADDR1
004990             MOVE BANKXT01-1-ADDR2 TO WS-HOLD-ADDR2
005000             MOVE BANKXT01-1-STATE TO WS-HOLD-STATE
005010             MOVE BANKXT01-1-CNTRY TO WS-HOLD-CNTRY
005020             MOVE BANKXT01-1-PST-CDE TO WS-HOLD-PST-CDE
005030          WHEN BANKXT01-2-TYPE IS EQUAL TO '2'
005040             PERFORM AGE-ONE-ACCOUNT
005050          WHEN BANKXT01-T-TYPE IS EQUAL TO 'T'
005060             MOVE 'Y' TO WS-TRAILER-SW
005070          WHEN OTHER
005080             CONTINUE
005090        END-EVALUATE
005100        PERFORM EXTRACT-READ
005110     END-PERFORM.
005120     PERFORM EXTRACT-CLOSE.
005130     IF NOT EXTRACT-TRAILER-SEEN
005140        MOVE 'EXTRACT has no trailer - run refused'
005150          TO WS-CONSOLE-MESSAGE
005160        PERFORM ABORT-PROGRAM
005170     END-IF.
005180
005190*****************************************************************
005200* One account off the extract. Overdrawn - age it (opening an   *
005210* entry if it has just gone overdrawn). Back in credit with an  *
005220* entry on the history - mark it for dropping.                  *
005230*****************************************************************
005240 AGE-ONE-ACCOUNT.
005250     ADD 1 TO WS-ACCOUNTS-SEEN.
005260     MOVE BANKXT01-2-PID TO WS-OVD-CHECK-PID.
005270     MOVE BANKXT01-2-ACC-NO TO WS-OVD-CHECK-ACC.
005280     PERFORM FIND-OVERDRAFT-ENTRY.
005290     IF BANKXT01-2-ACC-CURR-BAL IS LESS THAN ZERO
005300        IF NOT OVERDRAFT-ENTRY-FOUND
005310           PERFORM ADD-OVERDRAFT-ENTRY
005320           MOVE BANKXT01-2-PID TO WS-OVD-PID (WS-OVD-WORK-IX)
005330           MOVE BANKXT01-2-ACC-NO
005340             TO WS-OVD-ACC-NO (WS-OVD-WORK-IX)
005350           MOVE WS-RUN-DATE
005360             TO WS-OVD-FIRST-DATE (WS-OVD-WORK-IX)
005370        END-IF
005380        PERFORM AGE-OVERDRAWN-ACCOUNT
005390     ELSE
005400        IF OVERDRAFT-ENTRY-FOUND
005410           MOVE 'C' TO WS-OVD-STATE (WS-OVD-WORK-IX)
005420           MOVE BANKXT01-2-CURR-CODE
005430             TO WS-OVD-CURR-CODE (WS-OVD-WORK-IX)
005440           MOVE ZERO TO WS-OVD-OVERDRAWN (WS-OVD-WORK-IX)
005450           ADD 1 TO WS-CURED-COUNT
005460        END-IF
005470     END-IF.
005480
005490*****************************************************************
005500* Age an overdrawn account by one cycle - unless this cycle has *
005510* already aged it, when the extract is being run through again. *
005520* A letter goes out whenever the bucket reaches a letter the    *
005530* account has not yet been sent.                                *
005540*****************************************************************
005550 AGE-OVERDRAWN-ACCOUNT.
005560     ADD 1 TO WS-OVERDRAWN-COUNT.
005570     MOVE 'O' TO WS-OVD-STATE (WS-OVD-WORK-IX).
005580     IF WS-OVD-LAST-DATE (WS-OVD-WORK-IX) IS EQUAL TO
005590          WS-RUN-DATE
005600        MOVE 'A' TO WS-OVD-NOTE (WS-OVD-WORK-IX)
005610     ELSE
005620        IF WS-OVD-CYCLES (WS-OVD-WORK-IX) IS LESS THAN 999
005630           ADD 1 TO WS-OVD-CYCLES (WS-OVD-WORK-IX)
005640        END-IF
005650        MOVE WS-RUN-DATE TO WS-OVD-LAST-DATE (WS-OVD-WORK-IX)
005660     END-IF.
005670     COMPUTE WS-OVD-OVERDRAWN (WS-OVD-WORK-IX) =
005680        ZERO - BANKXT01-2-ACC-CURR-BAL.
005690     MOVE BANKXT01-2-CURR-CODE
005700       TO WS-OVD-CURR-CODE (WS-OVD-WORK-IX).
005710     PERFORM SET-ENTRY-BUCKET.
005720     PERFORM ADD-CURRENCY-TOTALS.
005730     MOVE WS-OVD-BUCKET (WS-OVD-WORK-IX) TO WS-OVD-LETTER-DUE.
005740     IF WS-OVD-LETTER-DUE IS GREATER THAN
005750          WS-OVD-LETTER (WS-OVD-WORK-IX)
005760        PERFORM WRITE-NOTICE
005770        MOVE WS-OVD-LETTER-DUE TO WS-OVD-LETTER (WS-OVD-WORK-IX)
005780        MOVE 'L' TO WS-OVD-NOTE (WS-OVD-WORK-IX)
005790     END-IF.
005800
005810*****************************************************************
005820* Add the account into its currency's bucket totals.            *
005830*****************************************************************
005840 ADD-CURRENCY-TOTALS.
005850     MOVE 'N' TO WS-CCY-FOUND-SW.
005860     PERFORM VARYING WS-CCY-IX FROM 1 BY 1
005870       UNTIL WS-CCY-IX IS GREATER THAN WS-CCY-COUNT
005880                OR CURRENCY-ENTRY-FOUND
005890        IF WS-CCY-CODE (WS-CCY-IX) IS EQUAL TO
005900             WS-OVD-CURR-CODE (WS-OVD-WORK-IX)
005910           MOVE 'Y' TO WS-CCY-FOUND-SW
005920           MOVE WS-CCY-IX TO WS-CCY-WORK-IX
005930        END-IF
005940     END-PERFORM.
005950     IF NOT CURRENCY-ENTRY-FOUND
005960        IF WS-CCY-COUNT IS LESS THAN 30
005970           ADD 1 TO WS-CCY-COUNT
005980           MOVE WS-CCY-COUNT TO WS-CCY-WORK-IX
005990           MOVE WS-OVD-CURR-CODE (WS-OVD-WORK-IX)
006000             TO WS-CCY-CODE (WS-CCY-WORK-IX)
006010           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
006020             UNTIL WS-BKT-IX IS GREATER THAN 3
006030              MOVE ZERO
006040                TO WS-CCY-ACCOUNTS (WS-CCY-WORK-IX WS-BKT-IX)
006050              MOVE ZERO
006060                TO WS-CCY-AMOUNT (WS-CCY-WORK-IX WS-BKT-IX)
006070           END-PERFORM
006080        ELSE
006090           MOVE 'Currency table full - run refused'
006100             TO WS-CONSOLE-MESSAGE
006110           PERFORM ABORT-PROGRAM
006120        END-IF
006130     END-IF.
006140     MOVE WS-OVD-BUCKET (WS-OVD-WORK-IX) TO WS-BKT-IX.
006150     ADD 1 TO WS-CCY-ACCOUNTS (WS-CCY-WORK-IX WS-BKT-IX).
006160     ADD WS-OVD-OVERDRAWN (WS-OVD-WORK-IX)
006170       TO WS-CCY-AMOUNT (WS-CCY-WORK-IX WS-BKT-IX).
006180
006190*****************************************************************
006200* Cut the letter notice for the account, addressed off the      *
006210* customer's type '1' record.                                   *
006220*****************************************************************
006230 WRITE-NOTICE.
006240     MOVE SPACES TO NOTICE-RECORD.
006250     MOVE WS-OVD-PID (WS-OVD-WORK-IX) TO ONT-PID.
006260     MOVE WS-OVD-ACC-NO (WS-OVD-WORK-IX) TO ONT-ACC-NO.
006270     MOVE WS-LETTER-NAME (WS-OVD-LETTER-DUE) TO ONT-LETTER.
006280     MOVE WS-OVD-CYCLES (WS-OVD-WORK-IX) TO ONT-CYCLES.
006290     MOVE WS-OVD-FIRST-DATE (WS-OVD-WORK-IX) TO ONT-FIRST-DATE.
006300     MOVE WS-RUN-DATE TO ONT-RUN-DATE.
006310     MOVE WS-OVD-OVERDRAWN (WS-OVD-WORK-IX) TO ONT-OVERDRAWN.
006320     MOVE WS-OVD-CURR-CODE (WS-OVD-WORK-IX) TO ONT-CURR-CODE.
006330     IF WS-HOLD-PID IS EQUAL TO WS-OVD-PID (WS-OVD-WORK-IX)
006340        MOVE WS-HOLD-NAME TO ONT-NAME
006350        MOVE WS-HOLD-ADDR1 TO ONT-ADDR1
006360        MOVE WS-HOLD-ADDR2 TO ONT-ADDR2
006370        MOVE WS-HOLD-STATE TO ONT-STATE
006380        MOVE WS-HOLD-CNTRY TO ONT-CNTRY
006390        MOVE WS-HOLD-PST-CDE TO ONT-PST-CDE
006400     END-IF.
006410     WRITE NOTICE-RECORD.
006420     IF WS-NOTICE-STATUS IS NOT EQUAL TO '00'
006430        MOVE 'OVDNOTE Error writing file ...'
006440          TO WS-CONSOLE-MESSAGE
006450        PERFORM DISPLAY-CONSOLE-MESSAGE
006460        MOVE WS-NOTICE-STATUS TO WS-IO-STATUS
006470        PERFORM DISPLAY-IO-STATUS
006480        PERFORM ABORT-PROGRAM
006490     END-IF.
006500     ADD 1 TO WS-NOTICE-COUNT.
006510     IF WS-OVD-LETTER-DUE IS EQUAL TO 3
006520        ADD 1 TO WS-FINAL-COUNT
006530     END-IF.
006540
006550*****************************************************************
006560* Write the new history - every account still overdrawn, and    *
006570* any account the extract did not carry this cycle, which keeps *
006580* its aging unchanged until it is seen again. Accounts back in  *
006590* credit are dropped.                                           *
006600*****************************************************************
006610 WRITE-NEW-HISTORY.
006620     OPEN OUTPUT NEW-HISTORY-FILE.
006630     IF WS-HISTNEW-STATUS IS NOT EQUAL TO '00'
006640        MOVE 'OVDHNEW file open failure...'
006650          TO WS-CONSOLE-MESSAGE
006660        PERFORM DISPLAY-CONSOLE-MESSAGE
006670        MOVE WS-HISTNEW-STATUS TO WS-IO-STATUS
006680        PERFORM DISPLAY-IO-STATUS
006690        PERFORM ABORT-PROGRAM
006700     END-IF.
006710     PERFORM VARYING WS-OVD-IX FROM 1 BY 1
006720       UNTIL WS-OVD-IX IS GREATER THAN WS-OVD-COUNT
006730        IF OVD-NOT-ON-EXTRACT (WS-OVD-IX)
006740           ADD 1 TO WS-CARRIED-COUNT
006750        END-IF
006760        IF NOT OVD-BACK-IN-CREDIT (WS-OVD-IX)
006770           MOVE SPACES TO HISTORY-RECORD
006780           MOVE WS-OVD-PID (WS-OVD-IX) TO OVH-PID
006790           MOVE WS-OVD-ACC-NO (WS-OVD-IX) TO OVH-ACC-NO
006800           MOVE WS-OVD-CURR-CODE (WS-OVD-IX) TO OVH-CURR-CODE
006810           MOVE WS-OVD-CYCLES (WS-OVD-IX) TO OVH-CYCLES
006820           MOVE WS-OVD-FIRST-DATE (WS-OVD-IX) TO OVH-FIRST-DATE
006830           MOVE WS-OVD-LAST-DATE (WS-OVD-IX) TO OVH-LAST-DATE
006840           MOVE WS-OVD-OVERDRAWN (WS-OVD-IX) TO OVH-OVERDRAWN
006850           MOVE WS-OVD-LETTER (WS-OVD-IX) TO OVH-LETTER
006860           WRITE NEW-HISTORY-RECORD FROM HISTORY-RECORD
006870           IF WS-HISTNEW-STATUS IS NOT EQUAL TO '00'
006880              MOVE 'OVDHNEW Error writing file ...'
006890                TO WS-CONSOLE-MESSAGE
006900              PERFORM DISPLAY-CONSOLE-MESSAGE
006910              MOVE WS-HISTNEW-STATUS TO WS-IO-STATUS
006920              PERFORM DISPLAY-IO-STATUS
006930              PERFORM ABORT-PROGRAM
006940           END-IF
006950           ADD 1 TO WS-HISTORY-WRITTEN
006960        END-IF
006970     END-PERFORM.
006980     CLOSE NEW-HISTORY-FILE.
006990
007000*****************************************************************
007010* Print the collections report - the overdrawn accounts by      *
007020* aging bucket, the accounts not on this extract, the accounts  *
007030* back in credit, the totals by currency and bucket, and the    *
007040* run counts.                                                   *
007050*****************************************************************
007060 REPORT-AGING.
007070     MOVE WS-RUN-DATE TO RH-RUN-DATE.
007080     MOVE RPT-HEADING-LINE TO OVERDRAFT-REPORT-LINE.
007090     PERFORM REPORT-PUT.
007100     PERFORM VARYING WS-BKT-IX FROM 1 BY 1
007110       UNTIL WS-BKT-IX IS GREATER THAN 3
007120        MOVE SPACES TO RX-TITLE
007130        STRING 'OVERDRAWN ' DELIMITED BY SIZE
007140               WS-BUCKET-NAME (WS-BKT-IX) DELIMITED BY SIZE
007150          INTO RX-TITLE
007160        PERFORM REPORT-SECTION-HEAD
007170        PERFORM VARYING WS-OVD-IX FROM 1 BY 1
007180          UNTIL WS-OVD-IX IS GREATER THAN WS-OVD-COUNT
007190           IF OVD-OVERDRAWN-NOW (WS-OVD-IX)
007200            AND WS-OVD-BUCKET (WS-OVD-IX) IS EQUAL TO WS-BKT-IX
007210              PERFORM REPORT-DETAIL
007220           END-IF
007230        END-PERFORM
007240     END-PERFORM.
007250
007260     MOVE 'NOT ON THIS EXTRACT - CARRIED' TO RX-TITLE.
007270     PERFORM REPORT-SECTION-HEAD.
007280     PERFORM VARYING WS-OVD-IX FROM 1 BY 1
007290       UNTIL WS-OVD-IX IS GREATER THAN WS-OVD-COUNT
007300        IF OVD-NOT-ON-EXTRACT (WS-OVD-IX)
007310           PERFORM REPORT-DETAIL
007320        END-IF
007330     END-PERFORM.
007340
007350     MOVE 'BACK IN CREDIT - DROPPED' TO RX-TITLE.
007360     PERFORM REPORT-SECTION-HEAD.
007370     PERFORM VARYING WS-OVD-IX FROM 1 BY 1
007380       UNTIL WS-OVD-IX IS GREATER THAN WS-OVD-COUNT
007390        IF OVD-BACK-IN-CREDIT (WS-OVD-IX)
007400           PERFORM REPORT-DETAIL
007410        END-IF
007420     END-PERFORM.
007430
007440     MOVE SPACES TO OVERDRAFT-REPORT-LINE.
007450     PERFORM REPORT-PUT.
007460     MOVE 'OVERDRAWN BY CURRENCY AND BUCKET' TO RX-TITLE.
007470     MOVE RPT-SECTION-LINE TO OVERDRAFT-REPORT-LINE.
007480     PERFORM REPORT-PUT.
007490     MOVE RPT-CURRENCY-COLUMN-LINE TO OVERDRAFT-REPORT-LINE.
007500     PERFORM REPORT-PUT.
007510     PERFORM VARYING WS-CCY-IX FROM 1 BY 1
007520       UNTIL WS-CCY-IX IS GREATER THAN WS-CCY-COUNT
007530        PERFORM VARYING WS-BKT-IX FROM 1 BY 1
007540          UNTIL WS-BKT-IX IS GREATER THAN 3
007550           MOVE WS-CCY-CODE (WS-CCY-IX) TO RC-CURR-CODE
007560           MOVE WS-BUCKET-NAME (WS-BKT-IX) TO RC-BUCKET
007570           MOVE WS-CCY-ACCOUNTS (WS-CCY-IX WS-BKT-IX)
007580             TO RC-ACCOUNTS
007590           MOVE WS-CCY-AMOUNT (WS-CCY-IX WS-BKT-IX) TO RC-AMOUNT
007600           MOVE RPT-CURRENCY-LINE TO OVERDRAFT-REPORT-LINE
007610           PERFORM REPORT-PUT
007620        END-PERFORM
007630     END-PERFORM.
007640
007650     MOVE SPACES TO OVERDRAFT-REPORT-LINE.
007660     PERFORM REPORT-PUT.
007670     MOVE 'ACCOUNTS ON EXTRACT' TO RT-LABEL.
007680     MOVE WS-ACCOUNTS-SEEN TO RT-COUNT.
007690     PERFORM REPORT-TOTAL.
007700     MOVE 'ACCOUNTS OVERDRAWN' TO RT-LABEL.
007710     MOVE WS-OVERDRAWN-COUNT TO RT-COUNT.
007720     PERFORM REPORT-TOTAL.
007730     MOVE 'BACK IN CREDIT - DROPPED' TO RT-LABEL.
007740     MOVE WS-CURED-COUNT TO RT-COUNT.
007750     PERFORM REPORT-TOTAL.
007760     MOVE 'NOT ON EXTRACT - CARRIED' TO RT-LABEL.
007770     MOVE WS-CARRIED-COUNT TO RT-COUNT.
007780     PERFORM REPORT-TOTAL.
007790     MOVE 'LETTERS CUT' TO RT-LABEL.
007800     MOVE WS-NOTICE-COUNT TO RT-COUNT.
007810     PERFORM REPORT-TOTAL.
007820     MOVE 'FINAL LETTERS CUT' TO RT-LABEL.
007830     MOVE WS-FINAL-COUNT TO RT-COUNT.
007840     PERFORM REPORT-TOTAL.
007850     MOVE 'HISTORY RECORDS CARRIED' TO RT-LABEL.
007860     MOVE WS-HISTORY-WRITTEN TO RT-COUNT.
007870     PERFORM REPORT-TOTAL.
007880
007890 REPORT-SECTION-HEAD.
007900     MOVE SPACES TO OVERDRAFT-REPORT-LINE.
007910     PERFORM REPORT-PUT.
007920     MOVE RPT-SECTION-LINE TO OVERDRAFT-REPORT-LINE.
007930     PERFORM REPORT-PUT.
007940     MOVE RPT-COLUMN-LINE TO OVERDRAFT-REPORT-LINE.
007950     PERFORM REPORT-PUT.
007960
007970 REPORT-DETAIL.
007980     MOVE WS-OVD-PID (WS-OVD-IX) TO RD-PID.
007990     MOVE WS-OVD-ACC-NO (WS-OVD-IX) TO RD-ACC-NO.
008000     MOVE WS-OVD-CURR-CODE (WS-OVD-IX) TO RD-CURR-CODE.
008010     MOVE WS-OVD-CYCLES (WS-OVD-IX) TO RD-CYCLES.
008020     MOVE WS-OVD-FIRST-DATE (WS-OVD-IX) TO RD-FIRST-DATE.
008030     MOVE WS-OVD-OVERDRAWN (WS-OVD-IX) TO RD-OVERDRAWN.
008040     IF WS-OVD-LETTER (WS-OVD-IX) IS GREATER THAN ZERO
008050        MOVE WS-OVD-LETTER (WS-OVD-IX) TO WS-OVD-LETTER-IX
008060        MOVE WS-LETTER-NAME (WS-OVD-LETTER-IX) TO RD-LETTER
008070     ELSE
008080        MOVE SPACES TO RD-LETTER
008090     END-IF.
008100     EVALUATE TRUE
008110       WHEN OVD-LETTER-CUT (WS-OVD-IX)
008120          MOVE 'LETTER CUT THIS CYCLE' TO RD-NOTE
008130       WHEN OVD-AGED-ALREADY (WS-OVD-IX)
008140          MOVE 'ALREADY AGED FOR THIS CYCLE' TO RD-NOTE
008150       WHEN OTHER
008160          MOVE SPACES TO RD-NOTE
008170     END-EVALUATE.
008180     MOVE RPT-DETAIL-LINE TO OVERDRAFT-REPORT-LINE.
008190     PERFORM REPORT-PUT.
008200
008210 REPORT-TOTAL.
008220     MOVE RPT-TOTAL-LINE TO OVERDRAFT-REPORT-LINE.
008230     PERFORM REPORT-PUT.
008240
008250*****************************************************************
008260* Open the extract file produced by ZBNKEXT1 as input.          *
008270*****************************************************************
008280 EXTRACT-OPEN.
008290     OPEN INPUT EXTRACT-FILE.
008300     IF WS-EXTRACT-STATUS = '00'
008310        MOVE 'EXTRACT file opened OK'
008320          TO WS-CONSOLE-MESSAGE
008330        PERFORM DISPLAY-CONSOLE-MESSAGE
008340     ELSE
008350        MOVE 'EXTRACT file open failure...'
008360          TO WS-CONSOLE-MESSAGE
008370        PERFORM DISPLAY-CONSOLE-MESSAGE
008380        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
008390        PERFORM DISPLAY-IO-STATUS
008400        PERFORM ABORT-PROGRAM
008410        END-IF.
008420
008430 EXTRACT-READ.
008440     READ EXTRACT-FILE
008450        AT END
008460           MOVE 'Y' TO WS-EOF-SW
008470     END-READ.
008480     IF NOT END-OF-EXTRACT
008490        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
008500           MOVE 'EXTRACT Error reading file ...'
008510             TO WS-CONSOLE-MESSAGE
008520           PERFORM DISPLAY-CONSOLE-MESSAGE
008530           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
008540           PERFORM DISPLAY-IO-STATUS
008550           PERFORM ABORT-PROGRAM
008560        END-IF
008570     END-IF.
008580
008590 EXTRACT-CLOSE.
008600     CLOSE EXTRACT-FILE.
008610
008620*****************************************************************
008630* Open the letter notice file as output.                        *
008640*****************************************************************
008650 NOTICE-OPEN.
008660     OPEN OUTPUT NOTICE-FILE.
008670     IF WS-NOTICE-STATUS = '00'
008680        MOVE 'OVDNOTE file opened OK'
008690          TO WS-CONSOLE-MESSAGE
008700        PERFORM DISPLAY-CONSOLE-MESSAGE
008710     ELSE
008720        MOVE 'OVDNOTE file open failure...'
008730          TO WS-CONSOLE-MESSAGE
008740        PERFORM DISPLAY-CONSOLE-MESSAGE
008750        MOVE WS-NOTICE-STATUS TO WS-IO-STATUS
008760        PERFORM DISPLAY-IO-STATUS
008770        PERFORM ABORT-PROGRAM
008780        END-IF.
008790
008800 NOTICE-CLOSE.
008810     CLOSE NOTICE-FILE.
008820
008830*****************************************************************
008840* Open the collections report as output.                        *
008850*****************************************************************
008860 REPORT-OPEN.
008870     OPEN OUTPUT OVERDRAFT-REPORT.
008880     IF WS-REPORT-STATUS = '00'
008890        MOVE 'OVDRPT report opened OK'
008900          TO WS-CONSOLE-MESSAGE
008910        PERFORM DISPLAY-CONSOLE-MESSAGE
008920     ELSE
008930        MOVE 'OVDRPT report open failure...'
008940          TO WS-CONSOLE-MESSAGE
008950        PERFORM DISPLAY-CONSOLE-MESSAGE
008960        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008970        PERFORM DISPLAY-IO-STATUS
008980        PERFORM ABORT-PROGRAM
008990        END-IF.
009000
009010 REPORT-PUT.
009020     WRITE OVERDRAFT-REPORT-LINE.
009030     IF WS-REPORT-STATUS NOT = '00'
009040        MOVE 'OVDRPT report Error writing file ...'
009050          TO WS-CONSOLE-MESSAGE
009060        PERFORM DISPLAY-CONSOLE-MESSAGE
009070        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
009080        PERFORM DISPLAY-IO-STATUS
009090        PERFORM ABORT-PROGRAM
009100     END-IF.
009110
009120 REPORT-CLOSE.
009130     CLOSE OVERDRAFT-REPORT.
009140
009150*****************************************************************
009160* Display the file status bytes. This routine will display as   *
009170* two digits if the full two byte file status is numeric. If    *
009180* second byte is non-numeric then it will be treated as a       *
009190* binary number.                                                *
009200*****************************************************************
009210 DISPLAY-IO-STATUS.
009220     IF WS-IO-STATUS NUMERIC
009230        MOVE SPACE TO WS-CONSOLE-MESSAGE
009240        STRING 'File status -' DELIMITED BY SIZE
009250               WS-IO-STATUS DELIMITED BY SIZE
009260          INTO WS-CONSOLE-MESSAGE
009270        PERFORM DISPLAY-CONSOLE-MESSAGE
009280     ELSE
009290        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
009300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
009310        MOVE SPACE TO WS-CONSOLE-MESSAGE
009320        STRING 'File status -' DELIMITED BY SIZE
009330               WS-IO-STAT1 DELIMITED BY SIZE
009340               '/' DELIMITED BY SIZE
009350               WS-TWO-BYTES DELIMITED BY SIZE
009360          INTO WS-CONSOLE-MESSAGE
009370        PERFORM DISPLAY-CONSOLE-MESSAGE
009380     END-IF.
009390
009400*****************************************************************
009410* 'ABORT' the program.                                          *
009420* Post a message to the console and issue a STOP RUN            *
009430*****************************************************************
009440 ABORT-PROGRAM.
009450     IF WS-CONSOLE-MESSAGE NOT = SPACES
009460        PERFORM DISPLAY-CONSOLE-MESSAGE
009470     END-IF.
009480     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
009490     PERFORM DISPLAY-CONSOLE-MESSAGE.
009500     MOVE 16 TO RETURN-CODE.
009510     GOBACK.
009520
009530*****************************************************************
009540* Display a message on the console, prefixed with the program   *
009550* name so it can be picked out of a mixed job log.              *
009560*****************************************************************
009570 DISPLAY-CONSOLE-MESSAGE.
009580     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
