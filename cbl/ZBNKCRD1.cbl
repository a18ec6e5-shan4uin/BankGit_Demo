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
000130* Prgram:      ZBNKCRD1.CBL                                     *
000140* Function:    Card reissue - find the cards on the account     *
000150*              detail file that fall due for renewal by the end *
000160*              of the coming month and send them to the card    *
000170*              vendor, keep the card history of every issue     *
000180*              seen, and report the accounts with more than one *
000190*              card reported lost or stolen in the last year    *
000200*              with who approved each reissue                   *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKCRD1.
000250 DATE-WRITTEN.
000260     October 2026.
000270 DATE-COMPILED.
000280     Today.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT   SECTION.
000310   FILE-CONTROL.
000320     SELECT ACCOUNT-DETAIL-FILE
000330            ASSIGN       TO ACCTDTL
000340            ORGANIZATION IS SEQUENTIAL
000350            ACCESS MODE  IS SEQUENTIAL
000360            FILE STATUS  IS WS-ACCTDTL-STATUS.
000370
000380     SELECT OPTIONAL CARD-HISTORY-FILE
000390            ASSIGN       TO CRDHST
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-CRDHST-STATUS.
000430
000440     SELECT CARD-REISSUE-FILE
000450            ASSIGN       TO CRDREIS
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-CRDREIS-STATUS.
000490
000500     SELECT CARD-REPORT
000510            ASSIGN       TO CRDRPT
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-REPORT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580*****************************************************************
000590* The nightly unload of the account file behind ACCTDTL.        *
000600*****************************************************************
000610 FD  ACCOUNT-DETAIL-FILE
000620     RECORD CONTAINS 383 CHARACTERS.
000630 COPY CACCTDTL.
000640
000650 FD  CARD-HISTORY-FILE
000660     RECORD CONTAINS 80 CHARACTERS.
000670 COPY CCRDHST.
000680
000690 FD  CARD-REISSUE-FILE
000700     RECORD CONTAINS 160 CHARACTERS.
000710 COPY CCRDREI.
000720
000730 FD  CARD-REPORT
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  CARD-REPORT-LINE                        PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-MISC-STORAGE.
000790   05  WS-PROGRAM-ID                         PIC X(8)
000800       VALUE 'ZBNKCRD1'.
000810   05  WS-ACCTDTL-STATUS.
000820     10  WS-ACCTDTL-STAT1                    PIC X(1).
000830     10  WS-ACCTDTL-STAT2                    PIC X(1).
000840
000850   05  WS-CRDHST-STATUS.
000860     10  WS-CRDHST-STAT1                     PIC X(1).
000870     10  WS-CRDHST-STAT2                     PIC X(1).
000880
000890   05  WS-CRDREIS-STATUS.
000900     10  WS-CRDREIS-STAT1                    PIC X(1).
000910     10  WS-CRDREIS-STAT2                    PIC X(1).
000920
000930   05  WS-REPORT-STATUS.
000940     10  WS-REPORT-STAT1                     PIC X(1).
000950     10  WS-REPORT-STAT2                     PIC X(1).
000960
000970   05  WS-IO-STATUS.
000980     10  WS-IO-STAT1                         PIC X(1).
000990     10  WS-IO-STAT2                         PIC X(1).
001000
001010   05  WS-TWO-BYTES.
001020     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001030     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001040   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001050                                             PIC 9(1) COMP.
001060
001070   05  WS-ACCTDTL-EOF-SW                     PIC X(1)
001080       VALUE 'N'.
001090     88  ACCOUNT-DETAIL-EOF                  VALUE 'Y'.
001100   05  WS-CRDHST-EOF-SW                      PIC X(1)
001110       VALUE 'N'.
001120     88  CARD-HISTORY-EOF                    VALUE 'Y'.
001130   05  WS-ISSUE-DATE-SW                      PIC X(1)
001140       VALUE 'N'.
001150     88  ISSUE-DATE-VALID                    VALUE 'Y'.
001160   05  WS-RENEWAL-SENT-SW                    PIC X(1)
001170       VALUE 'N'.
001180     88  RENEWAL-ALREADY-SENT                VALUE 'Y'.
001190   05  WS-NEW-ISSUE-SW                       PIC X(1)
001200       VALUE 'N'.
001210     88  NEW-CARD-ISSUE                      VALUE 'Y'.
001220
001230   05  WS-ACCOUNTS-READ                      PIC 9(7)
001240       VALUE ZERO.
001250   05  WS-NO-CARD-COUNT                      PIC 9(7)
001260       VALUE ZERO.
001270   05  WS-BAD-ISSUE-COUNT                    PIC 9(7)
001280       VALUE ZERO.
001290   05  WS-ISSUES-RECORDED                    PIC 9(7)
001300       VALUE ZERO.
001310   05  WS-RENEWALS-SENT                      PIC 9(7)
001320       VALUE ZERO.
001330   05  WS-RENEWALS-PENDING                   PIC 9(7)
001340       VALUE ZERO.
001350
001360 01  WS-EXEC-PARM.
001370   05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.
001380   05  WS-EXEC-PARM-DATA                     PIC X(60).
001390
001400 01  WS-PARM-PTR                             POINTER.
001410 01  WS-PARM-PTR-NUM REDEFINES WS-PARM-PTR   PIC X(4) COMP-5.
001420
001430*****************************************************************
001440* Run options. A card is renewed when it reaches the card life  *
001450* - the months since it was issued - overridden by a            *
001460* " LIFE=nnn" keyword on the exec parm.                         *
001470*****************************************************************
001480 01  WS-RUN-OPTIONS.
001490   05  WS-CARD-LIFE-MONTHS                   PIC 9(3)
001500       VALUE 36.
001510   05  WS-PARM-KEYWORD-AT                    PIC 9(2)
001520       VALUE ZERO.
001530   05  WS-PARM-SCAN-IX                       PIC 9(2).
001540   05  WS-PARM-ONE-CHAR                      PIC X(1).
001550   05  WS-PARM-ONE-DIGIT REDEFINES WS-PARM-ONE-CHAR
001560                                             PIC 9(1).
001570
001580*****************************************************************
001590* The card history held in storage - every issue seen and every *
001600* renewal sent, oldest first - added to as the accounts are     *
001610* read.                                                         *
001620*****************************************************************
001630 01  WS-HST-TABLE.
001640   05  WS-HST-COUNT                          PIC 9(5)
001650       VALUE ZERO.
001660   05  WS-HST-ENTRY OCCURS 20000 TIMES.
001670     10  WS-HST-ACCT-NO                      PIC X(5).
001680     10  WS-HST-EVENT                        PIC X(1).
001690       88  HST-EVENT-ISSUE                   VALUE 'I'.
001700       88  HST-EVENT-RENEWAL-SENT            VALUE 'R'.
001710     10  WS-HST-ISSUE-DATE                   PIC 9(8).
001720     10  WS-HST-CARDS-ISSUED                 PIC X(1).
001730     10  WS-HST-ISSUE-REASON                 PIC X(1).
001740       88  HST-LOST-OR-STOLEN                VALUE 'L' 'S'.
001750     10  WS-HST-APPROVED-BY                  PIC X(3).
001760   05  WS-HST-IX                             PIC 9(5).
001770   05  WS-HST-LAST-ISSUE-IX                  PIC 9(5).
001780
001790*****************************************************************
001800* The accounts with more than one card reported lost or stolen  *
001810* in the last year, in the order they were read.                *
001820*****************************************************************
001830 01  WS-LS-TABLE.
001840   05  WS-LS-COUNT                           PIC 9(4)
001850       VALUE ZERO.
001860   05  WS-LS-ENTRY OCCURS 2000 TIMES.
001870     10  WS-LS-ACCT-NO                       PIC X(5).
001880     10  WS-LS-NAME                          PIC X(36).
001890     10  WS-LS-REISSUES                      PIC 9(3).
001900   05  WS-LS-IX                              PIC 9(4).
001910   05  WS-LS-REISSUES-WORK                   PIC 9(3).
001920   05  WS-LS-FOUND-SW                        PIC X(1)
001930       VALUE 'N'.
001940     88  LS-ACCOUNT-FOUND                    VALUE 'Y'.
001950
001960*****************************************************************
001970* Lost and stolen reissues of the last year by who approved     *
001980* them, and how many of them were on the accounts reported.     *
001990*****************************************************************
002000 01  WS-APR-TABLE.
002010   05  WS-APR-COUNT                          PIC 9(3)
002020       VALUE ZERO.
002030   05  WS-APR-ENTRY OCCURS 200 TIMES.
002040     10  WS-APR-APPROVED-BY                  PIC X(3).
002050     10  WS-APR-REISSUES                     PIC 9(5).
002060     10  WS-APR-ON-REPORTED                  PIC 9(5).
002070   05  WS-APR-IX                             PIC 9(3).
002080   05  WS-APR-FOUND-SW                       PIC X(1)
002090       VALUE 'N'.
002100     88  APPROVER-FOUND                      VALUE 'Y'.
002110
002120*****************************************************************
002130* Date work. The account detail carries the issue date as the   *
002140* MMDDYY keyed on the screen - a year after this one is taken   *
002150* as last century. The renewal window runs to the last day of   *
002160* the coming month; the lost and stolen look-back starts a year *
002170* before today.                                                 *
002180*****************************************************************
002190 01  WS-DATE-WORK.
002200   05  WS-WORK-DATE                          PIC 9(8).
002210   05  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
002220     10  WS-WORK-CCYY                        PIC 9(4).
002230     10  WS-WORK-MM                          PIC 9(2).
002240     10  WS-WORK-DD                          PIC 9(2).
002250   05  WS-WORK-DAY-WANTED                    PIC 9(2).
002260   05  WS-MONTH-TOTAL                        PIC 9(6).
002270   05  WS-MONTHS-TO-ADD                      PIC 9(3).
002280   05  WS-ISSUE-DATE                         PIC 9(8).
002290   05  WS-RENEWAL-DATE                       PIC 9(8).
002300   05  WS-WINDOW-END-DATE                    PIC 9(8).
002310   05  WS-YEAR-AGO-DATE                      PIC 9(8).
002320   05  WS-ISSUE-YY                           PIC 9(2).
002330
002340 01  WS-TODAY-CCYYMMDD.
002350   05  WS-TODAY-CC                           PIC 9(2)
002360       VALUE 20.
002370   05  WS-TODAY-YYMMDD.
002380     10  WS-TODAY-YY                         PIC 9(2).
002390     10  WS-TODAY-MMDD                       PIC 9(4).
002400 01  WS-TODAY-DATE REDEFINES WS-TODAY-CCYYMMDD
002410                                             PIC 9(8).
002420 01  WS-TODAY                                PIC 9(6).
002430
002440 01  WS-CARD-NAME                            PIC X(36).
002450 01  WS-NAME-PTR                             PIC 9(2).
002460
002470 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002480
002490*****************************************************************
002500* Report lines.                                                 *
002510*****************************************************************
002520 01  RPT-HEADING-LINE.
002530   05  RH-TITLE                              PIC X(40)
002540       VALUE 'CARD REISSUE AND LOST/STOLEN REPORT'.
002550   05  FILLER                          PIC X(13)
002560       VALUE '  RUN DATE - '.
002570   05  RH-RUN-DATE                           PIC 9(6).
002580   05  FILLER                          PIC X(21) VALUE SPACES.
002590
002600 01  RPT-RENEWAL-HEADING.
002610   05  FILLER                                PIC X(40)
002620       VALUE '  ACCT   NAME                           '.
002630   05  FILLER                                PIC X(40)
002640       VALUE '  ISSUED    DUE      CARDS'.
002650
002660 01  RPT-RENEWAL-LINE.
002670   05  FILLER                          PIC X(2)  VALUE SPACES.
002680   05  RR-ACCT-NO                            PIC X(5).
002690   05  FILLER                          PIC X(2)  VALUE SPACES.
002700   05  RR-NAME                               PIC X(31).
002710   05  FILLER                          PIC X(2)  VALUE SPACES.
002720   05  RR-ISSUE-DATE                         PIC 9(8).
002730   05  FILLER                          PIC X(2)  VALUE SPACES.
002740   05  RR-RENEWAL-DATE                       PIC 9(8).
002750   05  FILLER                          PIC X(2)  VALUE SPACES.
002760   05  RR-CARDS                              PIC X(1).
002770   05  FILLER                          PIC X(2)  VALUE SPACES.
002780   05  RR-ACTION                             PIC X(15).
002790
002800 01  RPT-LS-ACCOUNT-LINE.
002810   05  FILLER                          PIC X(2)  VALUE SPACES.
002820   05  RL-ACCT-NO                            PIC X(5).
002830   05  FILLER                          PIC X(2)  VALUE SPACES.
002840   05  RL-NAME                               PIC X(36).
002850   05  FILLER                          PIC X(2)  VALUE SPACES.
002860   05  RL-REISSUES                           PIC ZZ9.
002870   05  FILLER                          PIC X(30)
002880       VALUE ' LOST/STOLEN IN THE LAST YEAR'.
002890
002900 01  RPT-LS-ISSUE-LINE.
002910   05  FILLER                          PIC X(9)  VALUE SPACES.
002920   05  RI-ISSUE-DATE                         PIC 9(8).
002930   05  FILLER                          PIC X(2)  VALUE SPACES.
002940   05  RI-REASON                             PIC X(6).
002950   05  FILLER                          PIC X(2)  VALUE SPACES.
002960   05  FILLER                          PIC X(7)  VALUE 'CARDS  '.
002970   05  RI-CARDS                              PIC X(1).
002980   05  FILLER                          PIC X(2)  VALUE SPACES.
002990   05  FILLER                          PIC X(12)
003000       VALUE 'APPROVED BY '.
003010   05  RI-APPROVED-BY                        PIC X(20).
003020   05  FILLER                          PIC X(11) VALUE SPACES.
003030
003040 01  RPT-APPROVER-HEADING.
003050   05  FILLER                                PIC X(40)
003060       VALUE '  APPROVER  LOST/STOLEN REISSUES  ON REP'.
003070   05  FILLER                                PIC X(40)
003080       VALUE 'ORTED ACCOUNTS'.
003090
003100 01  RPT-APPROVER-LINE.
003110   05  FILLER                          PIC X(4)  VALUE SPACES.
003120   05  RA-APPROVED-BY                        PIC X(6).
003130   05  FILLER                          PIC X(8)  VALUE SPACES.
003140   05  RA-REISSUES                           PIC ZZZZ9.
003150   05  FILLER                          PIC X(16) VALUE SPACES.
003160   05  RA-ON-REPORTED                        PIC ZZZZ9.
003170   05  FILLER                          PIC X(36) VALUE SPACES.
003180
003190 01  RPT-COUNT-LINE.
003200   05  RT-LABEL                              PIC X(40).
003210   05  RT-COUNT                              PIC Z(6)9.
003220   05  FILLER                          PIC X(33) VALUE SPACES.
003230
003240 LINKAGE SECTION.
003250 01  LK-EXEC-PARM.
003260   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.
003270   05  LK-EXEC-PARM-DATA                     PIC X(60).
003280
003290 PROCEDURE DIVISION USING LK-EXEC-PARM.
003300*****************************************************************
003310* Load the card history, pass the account detail file renewing  *
003320* the cards falling due and recording the new issues, then      *
003330* report the accounts losing cards and who approved the         *
003340* reissues.                                                     *
003350*****************************************************************
003360     MOVE ZEROES TO WS-EXEC-PARM-LL.
003370     MOVE SPACES TO WS-EXEC-PARM-DATA.
003380     SET WS-PARM-PTR TO ADDRESS OF LK-EXEC-PARM.
003390     IF WS-PARM-PTR-NUM IS NOT EQUAL TO ZEROS
003400        MOVE LK-EXEC-PARM-LL TO WS-EXEC-PARM-LL
003410        IF WS-EXEC-PARM-LL IS GREATER THAN ZERO
003420           MOVE LK-EXEC-PARM-DATA TO WS-EXEC-PARM-DATA
003430        END-IF
003440     END-IF.
003450     IF WS-EXEC-PARM-LL IS GREATER THAN ZERO
003460        PERFORM PARSE-LIFE-KEYWORD
003470     END-IF.
003480
003490     ACCEPT WS-TODAY FROM DATE.
003500     MOVE WS-TODAY TO WS-TODAY-YYMMDD.
003510     COMPUTE WS-YEAR-AGO-DATE = WS-TODAY-DATE - 10000.
003520     PERFORM SET-RENEWAL-WINDOW.
003530
003540     PERFORM REPORT-OPEN.
003550     MOVE WS-TODAY TO RH-RUN-DATE.
003560     MOVE RPT-HEADING-LINE TO CARD-REPORT-LINE.
003570     PERFORM REPORT-PUT.
003580     MOVE SPACES TO CARD-REPORT-LINE.
003590     PERFORM REPORT-PUT.
003600     PERFORM LOAD-CARD-HISTORY.
003610     PERFORM PROCESS-ACCOUNTS.
003620     PERFORM WRITE-LOST-STOLEN-ACCOUNTS.
003630     PERFORM WRITE-APPROVER-SUMMARY.
003640     PERFORM WRITE-SUMMARY.
003650     PERFORM REPORT-CLOSE.
003660
003670     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003680     STRING WS-RENEWALS-SENT DELIMITED BY SIZE
003690            ' renewals sent, ' DELIMITED BY SIZE
003700            WS-LS-COUNT DELIMITED BY SIZE
003710            ' lost/stolen accounts reported' DELIMITED BY SIZE
003720       INTO WS-CONSOLE-MESSAGE.
003730     PERFORM DISPLAY-CONSOLE-MESSAGE.
003740     MOVE 'End Of Job'
003750       TO WS-CONSOLE-MESSAGE.
003760     PERFORM DISPLAY-CONSOLE-MESSAGE.
003770
003780*****************************************************************
003790* An account losing cards, or a card issue that could not be    *
003800* dated, is worth a look.                                       *
003810*****************************************************************
003820     IF WS-LS-COUNT IS GREATER THAN ZERO
003830      OR WS-BAD-ISSUE-COUNT IS GREATER THAN ZERO
003840        MOVE 4 TO RETURN-CODE
003850     ELSE
003860        MOVE 0 TO RETURN-CODE
003870     END-IF.
003880
003890     GOBACK.
003900
003910*****************************************************************
003920* Pull a " LIFE=nnn" keyword out of the exec parm and override  *
003930* the card life with it.                                        *
003940*****************************************************************
003950 PARSE-LIFE-KEYWORD.
003960     INSPECT WS-EXEC-PARM-DATA
003970       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
003980               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003990     MOVE ZERO TO WS-PARM-KEYWORD-AT.
004000     MOVE 1 TO WS-PARM-SCAN-IX.
004010     PERFORM UNTIL WS-PARM-SCAN-IX IS GREATER THAN 55
004020                OR WS-PARM-KEYWORD-AT IS GREATER THAN ZERO
004030        IF WS-EXEC-PARM-DATA (WS-PARM-SCAN-IX:5)
004040              IS EQUAL TO 'LIFE='
004050           MOVE WS-PARM-SCAN-IX TO WS-PARM-KEYWORD-AT
004060        END-IF
004070        ADD 1 TO WS-PARM-SCAN-IX
004080     END-PERFORM.
004090     IF WS-PARM-KEYWORD-AT IS GREATER THAN ZERO
004100        MOVE ZERO TO WS-CARD-LIFE-MONTHS
004110        MOVE WS-PARM-KEYWORD-AT TO WS-PARM-SCAN-IX
004120        ADD 5 TO WS-PARM-SCAN-IX
004130        PERFORM UNTIL WS-PARM-SCAN-IX IS GREATER THAN
004140                        LENGTH OF WS-EXEC-PARM-DATA
004150                   OR WS-EXEC-PARM-DATA (WS-PARM-SCAN-IX:1)
004160                        IS NOT NUMERIC
004170           MOVE WS-EXEC-PARM-DATA (WS-PARM-SCAN-IX:1)
004180             TO WS-PARM-ONE-CHAR
004190           COMPUTE WS-CARD-LIFE-MONTHS =
004200              WS-CARD-LIFE-MONTHS * 10 + WS-PARM-ONE-DIGIT
004210           ADD 1 TO WS-PARM-SCAN-IX
004220        END-PERFORM
004230        IF WS-CARD-LIFE-MONTHS IS EQUAL TO ZERO
004240           MOVE 'LIFE= must be at least one month - refused'
004250             TO WS-CONSOLE-MESSAGE
004260           PERFORM ABORT-PROGRAM
004270        END-IF
004280        MOVE SPACES TO WS-CONSOLE-MESSAGE
004290        STRING 'Card life set to ' DELIMITED BY SIZE
004300               WS-CARD-LIFE-MONTHS DELIMITED BY SIZE
004310               ' months' DELIMITED BY SIZE
004320          INTO WS-CONSOLE-MESSAGE
004330        PERFORM DISPLAY-CONSOLE-MESSAGE
004340     END-IF.
004350
004360*****************************************************************
004370* The renewal window closes on the last day of next month.      *
004380*****************************************************************
004390 SET-RENEWAL-WINDOW.
004400     MOVE WS-TODAY-DATE TO WS-WORK-DATE.
004410     MOVE 31 TO WS-WORK-DAY-WANTED.
004420     MOVE 1 TO WS-MONTHS-TO-ADD.
004430     PERFORM ADD-MONTHS-TO-DATE.
004440     MOVE WS-WORK-DATE TO WS-WINDOW-END-DATE.
004450
004460*****************************************************************
004470* Move WS-WORK-DATE on by WS-MONTHS-TO-ADD months, to the day   *
004480* WS-WORK-DAY-WANTED - or the last day of the month, when the   *
004490* month is too short for it.                                    *
004500*****************************************************************
004510 ADD-MONTHS-TO-DATE.
004520     COMPUTE WS-MONTH-TOTAL =
004530        WS-WORK-CCYY * 12 + WS-WORK-MM - 1 + WS-MONTHS-TO-ADD.
004540     DIVIDE WS-MONTH-TOTAL BY 12
004550       GIVING WS-WORK-CCYY
004560       REMAINDER WS-WORK-MM.
004570     ADD 1 TO WS-WORK-MM.
004580     MOVE WS-WORK-DAY-WANTED TO WS-WORK-DD.
004590     PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD (WS-WORK-DATE)
004600                     IS EQUAL TO ZERO
004610        SUBTRACT 1 FROM WS-WORK-DD
004620     END-PERFORM.
004630
004640*****************************************************************
004650* Load the card history. File status 05 is a normal open of an  *
004660* OPTIONAL file that does not exist - the first run starts the  *
004670* history from the issues on the account detail file.           *
004680*****************************************************************
004690 LOAD-CARD-HISTORY.
004700     OPEN INPUT CARD-HISTORY-FILE.
004710     EVALUATE TRUE
004720       WHEN WS-CRDHST-STATUS IS EQUAL TO '35'
004730       WHEN WS-CRDHST-STATUS IS EQUAL TO '05'
004740          MOVE 'No card history - starting a new one'
004750            TO WS-CONSOLE-MESSAGE
004760          PERFORM DISPLAY-CONSOLE-MESSAGE
004770       WHEN WS-CRDHST-STATUS IS EQUAL TO '00'
004780          PERFORM CRDHST-READ
004790          PERFORM UNTIL CARD-HISTORY-EOF
004800             PERFORM ADD-HISTORY-ENTRY
004810             PERFORM CRDHST-READ
004820          END-PERFORM
004830       WHEN OTHER
004840          MOVE 'CRDHST file open failure...'
004850            TO WS-CONSOLE-MESSAGE
004860          PERFORM DISPLAY-CONSOLE-MESSAGE
004870          MOVE WS-CRDHST-STATUS TO WS-IO-STATUS
004880          PERFORM DISPLAY-IO-STATUS
004890          PERFORM ABORT-PROGRAM
004900     END-EVALUATE.
004910     CLOSE CARD-HISTORY-FILE.
004920
004930 CRDHST-READ.
004940     READ CARD-HISTORY-FILE
004950       AT END
004960          MOVE 'Y' TO WS-CRDHST-EOF-SW
004970     END-READ.
004980
004990*****************************************************************
005000* Add the history record in CARD-HISTORY-RECORD to the table.   *
005010*****************************************************************
005020 ADD-HISTORY-ENTRY.
005030     IF WS-HST-COUNT IS NOT LESS THAN 20000
005040        MOVE 'Card history table full - run refused'
005050          TO WS-CONSOLE-MESSAGE
005060        PERFORM ABORT-PROGRAM
005070     END-IF.
005080     ADD 1 TO WS-HST-COUNT.
005090     MOVE CRH-ACCT-NO TO WS-HST-ACCT-NO (WS-HST-COUNT).
005100     MOVE CRH-EVENT TO WS-HST-EVENT (WS-HST-COUNT).
005110     MOVE CRH-ISSUE-DATE TO WS-HST-ISSUE-DATE (WS-HST-COUNT).
005120     MOVE CRH-CARDS-ISSUED TO WS-HST-CARDS-ISSUED (WS-HST-COUNT).
005130     MOVE CRH-ISSUE-REASON TO WS-HST-ISSUE-REASON (WS-HST-COUNT).
005140     MOVE CRH-APPROVED-BY TO WS-HST-APPROVED-BY (WS-HST-COUNT).
005150
005160*****************************************************************
005170* Pass the account detail file. New history records are added   *
005180* to the end of the history file as they are found.             *
005190*****************************************************************
005200 PROCESS-ACCOUNTS.
005210     OPEN INPUT ACCOUNT-DETAIL-FILE.
005220     IF WS-ACCTDTL-STATUS IS NOT EQUAL TO '00'
005230        MOVE 'ACCTDTL file open failure...'
005240          TO WS-CONSOLE-MESSAGE
005250        PERFORM DISPLAY-CONSOLE-MESSAGE
005260        MOVE WS-ACCTDTL-STATUS TO WS-IO-STATUS
005270        PERFORM DISPLAY-IO-STATUS
005280        PERFORM ABORT-PROGRAM
005290     END-IF.
005300     OPEN EXTEND CARD-HISTORY-FILE.
005310     IF WS-CRDHST-STATUS IS NOT EQUAL TO '00'
005320      AND WS-CRDHST-STATUS IS NOT EQUAL TO '05'
005330        MOVE 'CRDHST file open failure...'
005340          TO WS-CONSOLE-MESSAGE
005350        PERFORM DISPLAY-CONSOLE-MESSAGE
005360        MOVE WS-CRDHST-STATUS TO WS-IO-STATUS
005370        PERFORM DISPLAY-IO-STATUS
005380        PERFORM ABORT-PROGRAM
005390     END-IF.
005400     OPEN OUTPUT CARD-REISSUE-FILE.
005410     IF WS-CRDREIS-STATUS IS NOT EQUAL TO '00'
005420        MOVE 'CRDREIS file open failure...'
005430          TO WS-CONSOLE-MESSAGE
005440        PERFORM DISPLAY-CONSOLE-MESSAGE
005450        MOVE WS-CRDREIS-STATUS TO WS-IO-STATUS
005460        PERFORM DISPLAY-IO-STATUS
005470        PERFORM ABORT-PROGRAM
005480     END-IF.
005490     MOVE '  CARD RENEWALS DUE BY THE END OF NEXT MONTH'
005500       TO CARD-REPORT-LINE.
005510     PERFORM REPORT-PUT.
005520     MOVE RPT-RENEWAL-HEADING TO CARD-REPORT-LINE.
005530     PERFORM REPORT-PUT.
005540     PERFORM ACCTDTL-READ.
005550     PERFORM UNTIL ACCOUNT-DETAIL-EOF
005560        PERFORM PROCESS-ONE-ACCOUNT
005570        PERFORM ACCTDTL-READ
005580     END-PERFORM.
005590     CLOSE ACCOUNT-DETAIL-FILE.
005600     CLOSE CARD-HISTORY-FILE.
005610     CLOSE CARD-REISSUE-FILE.
005620
005630 ACCTDTL-READ.
005640     READ ACCOUNT-DETAIL-FILE
005650       AT END
005660          MOVE 'Y' TO WS-ACCTDTL-EOF-SW
005670     END-READ.
005680     IF NOT ACCOUNT-DETAIL-EOF
005690        IF WS-ACCTDTL-STATUS IS NOT EQUAL TO '00'
005700           MOVE 'ACCTDTL Error reading file ...'
005710             TO WS-CONSOLE-MESSAGE
005720           PERFORM DISPLAY-CONSOLE-MESSAGE
005730           MOVE WS-ACCTDTL-STATUS TO WS-IO-STATUS
005740           PERFORM DISPLAY-IO-STATUS
005750           PERFORM ABORT-PROGRAM
005760        END-IF
005770     END-IF.
005780
005790*****************************************************************
005800* An account with no cards issued has nothing to renew. One     *
005810* whose last issue cannot be dated is reported so the screen    *
005820* can be put right - its cards would otherwise never be renewed.*
005830*****************************************************************
005840 PROCESS-ONE-ACCOUNT.
005850     ADD 1 TO WS-ACCOUNTS-READ.
005860     EVALUATE TRUE
005870       WHEN ACD-CARDS-ISSUED IS NOT NUMERIC
005880          ADD 1 TO WS-NO-CARD-COUNT
005890       WHEN ACD-CARDS-ISSUED-N IS EQUAL TO ZERO
005900          ADD 1 TO WS-NO-CARD-COUNT
005910       WHEN OTHER
005920          PERFORM BUILD-CARD-NAME
005930          PERFORM CONVERT-ISSUE-DATE
005940          IF ISSUE-DATE-VALID
005950             PERFORM FIND-ACCOUNT-HISTORY
005960             PERFORM RECORD-CARD-ISSUE
005970             PERFORM CHECK-CARD-RENEWAL
005980             PERFORM CHECK-LOST-STOLEN
005990          ELSE
006000             ADD 1 TO WS-BAD-ISSUE-COUNT
006010             MOVE ZERO TO WS-RENEWAL-DATE
006020             MOVE 'ISSUE NOT DATED' TO RR-ACTION
006030             PERFORM WRITE-RENEWAL-LINE
006040          END-IF
006050     END-EVALUATE.
006060
006070*****************************************************************
006080* The name to emboss - title, first name, middle initial and    *
006090* surname, leaving out whichever of the first three is blank.   *
006100*****************************************************************
006110 BUILD-CARD-NAME.
006120     MOVE SPACES TO WS-CARD-NAME.
006130     MOVE 1 TO WS-NAME-PTR.
006140     IF ACD-TITLE IS NOT EQUAL TO SPACES
006150        STRING ACD-TITLE DELIMITED BY SPACE
006160               ' ' DELIMITED BY SIZE
006170          INTO WS-CARD-NAME
006180          WITH POINTER WS-NAME-PTR
006190        END-STRING
006200     END-IF.
006210     IF ACD-FIRST-NAME IS NOT EQUAL TO SPACES
006220        STRING ACD-FIRST-NAME DELIMITED BY SPACE
006230               ' ' DELIMITED BY SIZE
006240          INTO WS-CARD-NAME
006250          WITH POINTER WS-NAME-PTR
006260        END-STRING
006270     END-IF.
006280     IF ACD-MID-INIT IS NOT EQUAL TO SPACE
006290        STRING ACD-MID-INIT DELIMITED BY SIZE
006300               ' ' DELIMITED BY SIZE
006310          INTO WS-CARD-NAME
006320          WITH POINTER WS-NAME-PTR
006330        END-STRING
006340     END-IF.
006350     STRING ACD-SURNAME DELIMITED BY '  '
006360       INTO WS-CARD-NAME
006370       WITH POINTER WS-NAME-PTR
006380       ON OVERFLOW
006390          CONTINUE
006400     END-STRING.
006410
006420*****************************************************************
006430* Turn the MMDDYY issue date into CCYYMMDD and check it is a    *
006440* real date.                                                    *
006450*****************************************************************
006460 CONVERT-ISSUE-DATE.
006470     MOVE 'N' TO WS-ISSUE-DATE-SW.
006480     MOVE ZERO TO WS-ISSUE-DATE.
006490     IF ACD-ISSUE-DATE IS NUMERIC
006500        MOVE ACD-ISSUE-YY TO WS-ISSUE-YY
006510        IF WS-ISSUE-YY IS GREATER THAN WS-TODAY-YY
006520           COMPUTE WS-WORK-CCYY = 1900 + WS-ISSUE-YY
006530        ELSE
006540           COMPUTE WS-WORK-CCYY = 2000 + WS-ISSUE-YY
006550        END-IF
006560        MOVE ACD-ISSUE-MM TO WS-WORK-MM
006570        MOVE ACD-ISSUE-DD TO WS-WORK-DD
006580        IF FUNCTION TEST-DATE-YYYYMMDD (WS-WORK-DATE)
006590             IS EQUAL TO ZERO
006600           MOVE WS-WORK-DATE TO WS-ISSUE-DATE
006610           MOVE 'Y' TO WS-ISSUE-DATE-SW
006620        END-IF
006630     END-IF.
006640
006650*****************************************************************
006660* Find the account's last recorded issue, and whether the       *
006670* renewal of its current issue has already been sent.           *
006680*****************************************************************
006690 FIND-ACCOUNT-HISTORY.
006700     MOVE ZERO TO WS-HST-LAST-ISSUE-IX.
006710     MOVE 'N' TO WS-RENEWAL-SENT-SW.
006720     PERFORM VARYING WS-HST-IX FROM 1 BY 1
006730       UNTIL WS-HST-IX IS GREATER THAN WS-HST-COUNT
006740        IF WS-HST-ACCT-NO (WS-HST-IX) IS EQUAL TO ACD-ACCT-NO
006750           IF HST-EVENT-ISSUE (WS-HST-IX)
006760              MOVE WS-HST-IX TO WS-HST-LAST-ISSUE-IX
006770           ELSE
006780              IF WS-HST-ISSUE-DATE (WS-HST-IX) IS EQUAL TO
006790                   WS-ISSUE-DATE
006800                 MOVE 'Y' TO WS-RENEWAL-SENT-SW
006810              END-IF
006820           END-IF
006830        END-IF
006840     END-PERFORM.
006850
006860*****************************************************************
006870* An issue that differs from the last one recorded for the      *
006880* account - its date, reason or approver - is a new issue, and  *
006890* goes on the history.                                          *
006900*****************************************************************
006910 RECORD-CARD-ISSUE.
006920     MOVE 'Y' TO WS-NEW-ISSUE-SW.
006930     IF WS-HST-LAST-ISSUE-IX IS GREATER THAN ZERO
006940        IF WS-HST-ISSUE-DATE (WS-HST-LAST-ISSUE-IX)
006950             IS EQUAL TO WS-ISSUE-DATE
006960         AND WS-HST-ISSUE-REASON (WS-HST-LAST-ISSUE-IX)
006970             IS EQUAL TO ACD-ISSUE-REASON
006980         AND WS-HST-APPROVED-BY (WS-HST-LAST-ISSUE-IX)
006990             IS EQUAL TO ACD-APPROVED-BY
007000           MOVE 'N' TO WS-NEW-ISSUE-SW
007010        END-IF
007020     END-IF.
007030     IF NEW-CARD-ISSUE
007040        MOVE 'I' TO CRH-EVENT
007050        PERFORM WRITE-HISTORY-RECORD
007060        ADD 1 TO WS-ISSUES-RECORDED
007070     END-IF.
007080
007090*****************************************************************
007100* The cards fall due a card life after they were issued. Due by *
007110* the end of next month and not already sent, they go to the    *
007120* vendor now - so the new cards are in the post before the old  *
007130* ones lapse, and a card already past its life is caught up.    *
007140*****************************************************************
007150 CHECK-CARD-RENEWAL.
007160     MOVE WS-ISSUE-DATE TO WS-WORK-DATE.
007170     MOVE WS-WORK-DD TO WS-WORK-DAY-WANTED.
007180     MOVE WS-CARD-LIFE-MONTHS TO WS-MONTHS-TO-ADD.
007190     PERFORM ADD-MONTHS-TO-DATE.
007200     MOVE WS-WORK-DATE TO WS-RENEWAL-DATE.
007210     IF WS-RENEWAL-DATE IS NOT GREATER THAN WS-WINDOW-END-DATE
007220        IF RENEWAL-ALREADY-SENT
007230           ADD 1 TO WS-RENEWALS-PENDING
007240           MOVE 'SENT EARLIER' TO RR-ACTION
007250        ELSE
007260           PERFORM WRITE-REISSUE-RECORD
007270           MOVE 'R' TO CRH-EVENT
007280           PERFORM WRITE-HISTORY-RECORD
007290           ADD 1 TO WS-RENEWALS-SENT
007300           MOVE 'SENT TO VENDOR' TO RR-ACTION
007310        END-IF
007320        PERFORM WRITE-RENEWAL-LINE
007330     END-IF.
007340
007350 WRITE-REISSUE-RECORD.
007360     MOVE SPACES TO CARD-REISSUE-RECORD.
007370     SET CRI-RENEWAL TO TRUE.
007380     MOVE ACD-ACCT-NO TO CRI-ACCT-NO.
007390     MOVE WS-CARD-NAME TO CRI-NAME.
007400     MOVE ACD-ADDR1 TO CRI-ADDR1.
007410     MOVE ACD-ADDR2 TO CRI-ADDR2.
007420     MOVE ACD-ADDR3 TO CRI-ADDR3.
007430     MOVE ACD-CARDS-ISSUED TO CRI-CARDS-ISSUED.
007440     MOVE ACD-CARD-CODE TO CRI-CARD-CODE.
007450     MOVE WS-ISSUE-DATE TO CRI-ISSUE-DATE.
007460     MOVE WS-RENEWAL-DATE TO CRI-RENEWAL-DATE.
007470     MOVE WS-TODAY-DATE TO CRI-REQUEST-DATE.
007480     WRITE CARD-REISSUE-RECORD.
007490     IF WS-CRDREIS-STATUS IS NOT EQUAL TO '00'
007500        MOVE 'CRDREIS Error writing file ...'
007510          TO WS-CONSOLE-MESSAGE
007520        PERFORM DISPLAY-CONSOLE-MESSAGE
007530        MOVE WS-CRDREIS-STATUS TO WS-IO-STATUS
007540        PERFORM DISPLAY-IO-STATUS
007550        PERFORM ABORT-PROGRAM
007560     END-IF.
007570
007580*****************************************************************
007590* Add a record of the account's current issue to the history    *
007600* file and the table - the event is in CRH-EVENT.               *
007610*****************************************************************
007620 WRITE-HISTORY-RECORD.
007630     MOVE ACD-ACCT-NO TO CRH-ACCT-NO.
007640     MOVE WS-ISSUE-DATE TO CRH-ISSUE-DATE.
007650     MOVE ACD-CARDS-ISSUED TO CRH-CARDS-ISSUED.
007660     MOVE ACD-ISSUE-REASON TO CRH-ISSUE-REASON.
007670     MOVE ACD-CARD-CODE TO CRH-CARD-CODE.
007680     MOVE ACD-APPROVED-BY TO CRH-APPROVED-BY.
007690     MOVE WS-TODAY-DATE TO CRH-RECORDED-DATE.
007700     IF CRH-EVENT-RENEWAL-SENT
007710        MOVE WS-RENEWAL-DATE TO CRH-RENEWAL-DATE
007720     ELSE
007730        MOVE ZERO TO CRH-RENEWAL-DATE
007740     END-IF.
007745     PERFORM ADD-HISTORY-ENTRY.
007750     WRITE CARD-HISTORY-RECORD.
007760     IF WS-CRDHST-STATUS IS NOT EQUAL TO '00'
007770        MOVE 'CRDHST Error writing file ...'
007780          TO WS-CONSOLE-MESSAGE
007790        PERFORM DISPLAY-CONSOLE-MESSAGE
007800        MOVE WS-CRDHST-STATUS TO WS-IO-STATUS
007810        PERFORM DISPLAY-IO-STATUS
007820        PERFORM ABORT-PROGRAM
007830     END-IF.
007850
007860 WRITE-RENEWAL-LINE.
007870     MOVE ACD-ACCT-NO TO RR-ACCT-NO.
007880     MOVE WS-CARD-NAME TO RR-NAME.
007890     MOVE WS-ISSUE-DATE TO RR-ISSUE-DATE.
007900     MOVE WS-RENEWAL-DATE TO RR-RENEWAL-DATE.
007910     MOVE ACD-CARDS-ISSUED TO RR-CARDS.
007920     MOVE RPT-RENEWAL-LINE TO CARD-REPORT-LINE.
007930     PERFORM REPORT-PUT.
007940
007950*****************************************************************
007960* Count the account's cards reported lost or stolen since this  *
007970* day last year, and keep the account for the report when there *
007980* has been more than one.                                       *
007990*****************************************************************
008000 CHECK-LOST-STOLEN.
008010     MOVE ZERO TO WS-LS-REISSUES-WORK.
008020     PERFORM VARYING WS-HST-IX FROM 1 BY 1
008030       UNTIL WS-HST-IX IS GREATER THAN WS-HST-COUNT
008040        IF WS-HST-ACCT-NO (WS-HST-IX) IS EQUAL TO ACD-ACCT-NO
008050         AND HST-EVENT-ISSUE (WS-HST-IX)
008060         AND HST-LOST-OR-STOLEN (WS-HST-IX)
008070         AND WS-HST-ISSUE-DATE (WS-HST-IX) IS GREATER THAN
008080               WS-YEAR-AGO-DATE
008090           ADD 1 TO WS-LS-REISSUES-WORK
008100        END-IF
008110     END-PERFORM.
008120     IF WS-LS-REISSUES-WORK IS GREATER THAN 1
008130        IF WS-LS-COUNT IS LESS THAN 2000
008140           ADD 1 TO WS-LS-COUNT
008150           MOVE ACD-ACCT-NO TO WS-LS-ACCT-NO (WS-LS-COUNT)
008160           MOVE WS-CARD-NAME TO WS-LS-NAME (WS-LS-COUNT)
008170           MOVE WS-LS-REISSUES-WORK
008180             TO WS-LS-REISSUES (WS-LS-COUNT)
008190        ELSE
008200           MOVE 'Lost/stolen table full - account not reported'
008210             TO WS-CONSOLE-MESSAGE
008220           PERFORM DISPLAY-CONSOLE-MESSAGE
008230        END-IF
008240     END-IF.
008250
008260*****************************************************************
008270* Report each account losing cards, with every lost or stolen   *
008280* reissue of the last year and who approved it.                 *
008290*****************************************************************
008300 WRITE-LOST-STOLEN-ACCOUNTS.
008310     MOVE SPACES TO CARD-REPORT-LINE.
008320     PERFORM REPORT-PUT.
008330     MOVE '  ACCOUNTS WITH MORE THAN ONE LOST OR STOLEN CARD'
008340       TO CARD-REPORT-LINE.
008350     PERFORM REPORT-PUT.
008360     PERFORM VARYING WS-LS-IX FROM 1 BY 1
008370       UNTIL WS-LS-IX IS GREATER THAN WS-LS-COUNT
008380        MOVE WS-LS-ACCT-NO (WS-LS-IX) TO RL-ACCT-NO
008390        MOVE WS-LS-NAME (WS-LS-IX) TO RL-NAME
008400        MOVE WS-LS-REISSUES (WS-LS-IX) TO RL-REISSUES
008410        MOVE RPT-LS-ACCOUNT-LINE TO CARD-REPORT-LINE
008420        PERFORM REPORT-PUT
008430        PERFORM VARYING WS-HST-IX FROM 1 BY 1
008440          UNTIL WS-HST-IX IS GREATER THAN WS-HST-COUNT
008450           IF WS-HST-ACCT-NO (WS-HST-IX) IS EQUAL TO
008460                WS-LS-ACCT-NO (WS-LS-IX)
008470            AND HST-EVENT-ISSUE (WS-HST-IX)
008480            AND HST-LOST-OR-STOLEN (WS-HST-IX)
008490            AND WS-HST-ISSUE-DATE (WS-HST-IX) IS GREATER THAN
008500                  WS-YEAR-AGO-DATE
008510              PERFORM WRITE-LOST-STOLEN-ISSUE
008520           END-IF
008530        END-PERFORM
008540     END-PERFORM.
008550     IF WS-LS-COUNT IS EQUAL TO ZERO
008560        MOVE '  NONE' TO CARD-REPORT-LINE
008570        PERFORM REPORT-PUT
008580     END-IF.
008590
008600 WRITE-LOST-STOLEN-ISSUE.
008610     MOVE WS-HST-ISSUE-DATE (WS-HST-IX) TO RI-ISSUE-DATE.
008620     IF WS-HST-ISSUE-REASON (WS-HST-IX) IS EQUAL TO 'L'
008630        MOVE 'LOST' TO RI-REASON
008640     ELSE
008650        MOVE 'STOLEN' TO RI-REASON
008660     END-IF.
008670     MOVE WS-HST-CARDS-ISSUED (WS-HST-IX) TO RI-CARDS.
008680     IF WS-HST-APPROVED-BY (WS-HST-IX) IS EQUAL TO SPACES
008690        MOVE '** NOT APPROVED **' TO RI-APPROVED-BY
008700     ELSE
008710        MOVE WS-HST-APPROVED-BY (WS-HST-IX) TO RI-APPROVED-BY
008720     END-IF.
008730     MOVE RPT-LS-ISSUE-LINE TO CARD-REPORT-LINE.
008740     PERFORM REPORT-PUT.
008750
008760*****************************************************************
008770* Every lost or stolen reissue of the last year, by who         *
008780* approved it, with how many were on the accounts reported.     *
008790*****************************************************************
008800 WRITE-APPROVER-SUMMARY.
008810     PERFORM VARYING WS-HST-IX FROM 1 BY 1
008820       UNTIL WS-HST-IX IS GREATER THAN WS-HST-COUNT
008830        IF HST-EVENT-ISSUE (WS-HST-IX)
008840         AND HST-LOST-OR-STOLEN (WS-HST-IX)
008850         AND WS-HST-ISSUE-DATE (WS-HST-IX) IS GREATER THAN
008860               WS-YEAR-AGO-DATE
008870           PERFORM COUNT-APPROVER-REISSUE
008880        END-IF
008890     END-PERFORM.
008900     MOVE SPACES TO CARD-REPORT-LINE.
008910     PERFORM REPORT-PUT.
008920     MOVE '  LOST/STOLEN REISSUES IN THE LAST YEAR BY APPROVER'
008930       TO CARD-REPORT-LINE.
008940     PERFORM REPORT-PUT.
008950     MOVE RPT-APPROVER-HEADING TO CARD-REPORT-LINE.
008960     PERFORM REPORT-PUT.
008970     PERFORM VARYING WS-APR-IX FROM 1 BY 1
008980       UNTIL WS-APR-IX IS GREATER THAN WS-APR-COUNT
008990        IF WS-APR-APPROVED-BY (WS-APR-IX) IS EQUAL TO SPACES
009000           MOVE '(NONE)' TO RA-APPROVED-BY
009010        ELSE
009020           MOVE WS-APR-APPROVED-BY (WS-APR-IX) TO RA-APPROVED-BY
009030        END-IF
009040        MOVE WS-APR-REISSUES (WS-APR-IX) TO RA-REISSUES
009050        MOVE WS-APR-ON-REPORTED (WS-APR-IX) TO RA-ON-REPORTED
009060        MOVE RPT-APPROVER-LINE TO CARD-REPORT-LINE
009070        PERFORM REPORT-PUT
009080     END-PERFORM.
009090
009100 COUNT-APPROVER-REISSUE.
009110     MOVE 'N' TO WS-APR-FOUND-SW.
009120     PERFORM VARYING WS-APR-IX FROM 1 BY 1
009130       UNTIL WS-APR-IX IS GREATER THAN WS-APR-COUNT
009140             OR APPROVER-FOUND
009150        IF WS-APR-APPROVED-BY (WS-APR-IX) IS EQUAL TO
009160             WS-HST-APPROVED-BY (WS-HST-IX)
009170           MOVE 'Y' TO WS-APR-FOUND-SW
009180           SUBTRACT 1 FROM WS-APR-IX
009190        END-IF
009200     END-PERFORM.
009210     IF NOT APPROVER-FOUND
009220        IF WS-APR-COUNT IS EQUAL TO 200
009230           MOVE 'Approver table full - approver not counted'
009240             TO WS-CONSOLE-MESSAGE
009250           PERFORM DISPLAY-CONSOLE-MESSAGE
009260           MOVE 201 TO WS-APR-IX
009270        ELSE
009280           ADD 1 TO WS-APR-COUNT
009290           MOVE WS-APR-COUNT TO WS-APR-IX
009300           MOVE WS-HST-APPROVED-BY (WS-HST-IX)
009310             TO WS-APR-APPROVED-BY (WS-APR-IX)
009320           MOVE ZERO TO WS-APR-REISSUES (WS-APR-IX)
009330           MOVE ZERO TO WS-APR-ON-REPORTED (WS-APR-IX)
009340        END-IF
009350     END-IF.
009360     IF WS-APR-IX IS NOT GREATER THAN 200
009370        ADD 1 TO WS-APR-REISSUES (WS-APR-IX)
009380        MOVE 'N' TO WS-LS-FOUND-SW
009390        PERFORM VARYING WS-LS-IX FROM 1 BY 1
009400          UNTIL WS-LS-IX IS GREATER THAN WS-LS-COUNT
009410                OR LS-ACCOUNT-FOUND
009420           IF WS-LS-ACCT-NO (WS-LS-IX) IS EQUAL TO
009430                WS-HST-ACCT-NO (WS-HST-IX)
009440              MOVE 'Y' TO WS-LS-FOUND-SW
009450           END-IF
009460        END-PERFORM
009470        IF LS-ACCOUNT-FOUND
009480           ADD 1 TO WS-APR-ON-REPORTED (WS-APR-IX)
009490        END-IF
009500     END-IF.
009510
009520 WRITE-SUMMARY.
009530     MOVE SPACES TO CARD-REPORT-LINE.
009540     PERFORM REPORT-PUT.
009550     MOVE 'ACCOUNTS READ' TO RT-LABEL.
009560     MOVE WS-ACCOUNTS-READ TO RT-COUNT.
009570     MOVE RPT-COUNT-LINE TO CARD-REPORT-LINE.
009580     PERFORM REPORT-PUT.
009590     MOVE 'ACCOUNTS WITH NO CARDS' TO RT-LABEL.
009600     MOVE WS-NO-CARD-COUNT TO RT-COUNT.
009610     MOVE RPT-COUNT-LINE TO CARD-REPORT-LINE.
009620     PERFORM REPORT-PUT.
009630     MOVE 'CARD ISSUES NOT DATED' TO RT-LABEL.
009640     MOVE WS-BAD-ISSUE-COUNT TO RT-COUNT.
009650     MOVE RPT-COUNT-LINE TO CARD-REPORT-LINE.
009660     PERFORM REPORT-PUT.
009670     MOVE 'NEW CARD ISSUES RECORDED' TO RT-LABEL.
009680     MOVE WS-ISSUES-RECORDED TO RT-COUNT.
009690     MOVE RPT-COUNT-LINE TO CARD-REPORT-LINE.
009700     PERFORM REPORT-PUT.
009710     MOVE 'RENEWALS SENT TO VENDOR' TO RT-LABEL.
009720     MOVE WS-RENEWALS-SENT TO RT-COUNT.
009730     MOVE RPT-COUNT-LINE TO CARD-REPORT-LINE.
009740     PERFORM REPORT-PUT.
009750     MOVE 'RENEWALS SENT EARLIER, NOT YET ISSUED' TO RT-LABEL.
009760     MOVE WS-RENEWALS-PENDING TO RT-COUNT.
009770     MOVE RPT-COUNT-LINE TO CARD-REPORT-LINE.
009780     PERFORM REPORT-PUT.
009790     MOVE 'LOST/STOLEN ACCOUNTS REPORTED' TO RT-LABEL.
009800     MOVE WS-LS-COUNT TO RT-COUNT.
009810     MOVE RPT-COUNT-LINE TO CARD-REPORT-LINE.
009820     PERFORM REPORT-PUT.
009830
009840*****************************************************************
009850* Open the card report as output.                               *
009860*****************************************************************
009870 REPORT-OPEN.
009880     OPEN OUTPUT CARD-REPORT.
009890     IF WS-REPORT-STATUS = '00'
009900        MOVE 'CRDRPT report opened OK'
009910          TO WS-CONSOLE-MESSAGE
009920        PERFORM DISPLAY-CONSOLE-MESSAGE
009930     ELSE
009940        MOVE 'CRDRPT report open failure...'
009950          TO WS-CONSOLE-MESSAGE
009960        PERFORM DISPLAY-CONSOLE-MESSAGE
009970        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
009980        PERFORM DISPLAY-IO-STATUS
009990        PERFORM ABORT-PROGRAM
010000     END-IF.
010010
010020 REPORT-PUT.
010030     WRITE CARD-REPORT-LINE.
010040     IF WS-REPORT-STATUS NOT = '00'
010050        MOVE 'CRDRPT report Error writing file ...'
010060          TO WS-CONSOLE-MESSAGE
010070        PERFORM DISPLAY-CONSOLE-MESSAGE
010080        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
010090        PERFORM DISPLAY-IO-STATUS
010100        PERFORM ABORT-PROGRAM
010110     END-IF.
010120
010130 REPORT-CLOSE.
010140     CLOSE CARD-REPORT.
010150
010160*****************************************************************
010170* Display the file status bytes. This routine will display as   *
010180* two digits if the full two byte file status is numeric. If    *
010190* second byte is non-numeric then it will be treated as a       *
010200* binary number.                                                *
010210*****************************************************************
010220 DISPLAY-IO-STATUS.
010230     IF WS-IO-STATUS NUMERIC
010240        MOVE SPACE TO WS-CONSOLE-MESSAGE
010250        STRING 'File status -' DELIMITED BY SIZE
010260               WS-IO-STATUS DELIMITED BY SIZE
010270          INTO WS-CONSOLE-MESSAGE
010280        PERFORM DISPLAY-CONSOLE-MESSAGE
010290     ELSE
010300        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
010310        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
010320        MOVE SPACE TO WS-CONSOLE-MESSAGE
010330        STRING 'File status -' DELIMITED BY SIZE
010340               WS-IO-STAT1 DELIMITED BY SIZE
010350               '/' DELIMITED BY SIZE
010360               WS-TWO-BYTES DELIMITED BY SIZE
010370          INTO WS-CONSOLE-MESSAGE
010380        PERFORM DISPLAY-CONSOLE-MESSAGE
010390     END-IF.
010400
010410*****************************************************************
010420* 'ABORT' the program.                                          *
010430* Post a message to the console and issue a STOP RUN            *
010440*****************************************************************
010450 ABORT-PROGRAM.
010460     IF WS-CONSOLE-MESSAGE NOT = SPACES
010470        PERFORM DISPLAY-CONSOLE-MESSAGE
010480     END-IF.
010490     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
010500     PERFORM DISPLAY-CONSOLE-MESSAGE.
010510     MOVE 16 TO RETURN-CODE.
010520     GOBACK.
010530
010540*****************************************************************
010550* Display a message on the console, prefixed with the program   *
010560* name so it can be picked out of a mixed job log.              *
010570*****************************************************************
010580 DISPLAY-CONSOLE-MESSAGE.
010590     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
