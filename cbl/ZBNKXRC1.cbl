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
000130* Prgram:      ZBNKXRC1.CBL                                     *
000140* Function:    Daily reconciliation of the WBSVCALL request     *
000150*              journal offload against the WBBNKXFR transfer    *
000160*              journal - successful transfer calls with no      *
000170*              journal record, journal records with no          *
000180*              successful call, replays answered from the       *
000190*              journal, and per-caller transfer totals          *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.
000230     ZBNKXRC1.
000240 DATE-WRITTEN.
000250     September 2026.
000260 DATE-COMPILED.
000270     Today.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT   SECTION.
000300   FILE-CONTROL.
000310     SELECT OPTIONAL TRANSFER-JOURNAL
000320            ASSIGN       TO XFERJRNL
000330            ORGANIZATION IS SEQUENTIAL
000340            ACCESS MODE  IS SEQUENTIAL
000350            FILE STATUS  IS WS-XFERJRNL-STATUS.
000360
000370     SELECT JOURNAL-FILE
000380            ASSIGN       TO WBJRNLX
000390            ORGANIZATION IS SEQUENTIAL
000400            ACCESS MODE  IS SEQUENTIAL
000410            FILE STATUS  IS WS-JOURNAL-STATUS.
000420
000430     SELECT RECON-REPORT
000440            ASSIGN       TO XFRRECON
000450            ORGANIZATION IS SEQUENTIAL
000460            ACCESS MODE  IS SEQUENTIAL
000470            FILE STATUS  IS WS-REPORT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510*****************************************************************
000520* Transfer journal appended by WBBNKXFR - one record per        *
000530* transfer it wrote, both legs together.                        *
000540*****************************************************************
000550 FD  TRANSFER-JOURNAL
000560     RECORD CONTAINS 90 CHARACTERS.
000570 COPY CXFRJRN.
000580
000590*****************************************************************
000600* The WBJRNL TS queue as operations offloads it nightly - one   *
000610* record per gateway request in the CWBJRNL layout.             *
000620*****************************************************************
000630 FD  JOURNAL-FILE
000640     RECORD CONTAINS 145 CHARACTERS.
000650 COPY CWBJRNL.
000660
000670 FD  RECON-REPORT
000680     RECORD CONTAINS 132 CHARACTERS.
000690 01  RECON-REPORT-LINE                       PIC X(132).
000700
000710 WORKING-STORAGE SECTION.
000720 01  WS-MISC-STORAGE.
000730   05  WS-PROGRAM-ID                         PIC X(8)
000740       VALUE 'ZBNKXRC1'.
000750   05  WS-XFERJRNL-STATUS.
000760     10  WS-XFERJRNL-STAT1                   PIC X(1).
000770     10  WS-XFERJRNL-STAT2                   PIC X(1).
000780
000790   05  WS-JOURNAL-STATUS.
000800     10  WS-JOURNAL-STAT1                    PIC X(1).
000810     10  WS-JOURNAL-STAT2                    PIC X(1).
000820
000830   05  WS-REPORT-STATUS.
000840     10  WS-REPORT-STAT1                     PIC X(1).
000850     10  WS-REPORT-STAT2                     PIC X(1).
000860
000870   05  WS-IO-STATUS.
000880     10  WS-IO-STAT1                         PIC X(1).
000890     10  WS-IO-STAT2                         PIC X(1).
000900
000910   05  WS-TWO-BYTES.
000920     10  WS-TWO-BYTES-LEFT                   PIC X(1).
000930     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
000940   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
000950                                             PIC 9(1) COMP.
000960
000970   05  WS-XFERJRNL-EOF-SW                    PIC X(1)
000980       VALUE 'N'.
000990     88  XFERJRNL-EOF                         VALUE 'Y'.
001000   05  WS-JOURNAL-EOF-SW                     PIC X(1)
001010       VALUE 'N'.
001020     88  JOURNAL-EOF                          VALUE 'Y'.
001030
001040*****************************************************************
001050* Reconciliation figures for the business date.                 *
001060*****************************************************************
001070 01  WS-RECON-FIGURES.
001080   05  WS-REQUESTS-READ                      PIC 9(7)
001090       VALUE ZERO.
001100   05  WS-OTHER-DATE-COUNT                   PIC 9(7)
001110       VALUE ZERO.
001120   05  WS-XFR-CALL-COUNT                     PIC 9(7)
001130       VALUE ZERO.
001140   05  WS-NO-DETAIL-COUNT                    PIC 9(7)
001150       VALUE ZERO.
001160   05  WS-MATCHED-COUNT                      PIC 9(7)
001170       VALUE ZERO.
001180   05  WS-MATCHED-AMOUNT                     PIC S9(11)V99
001190       VALUE ZERO.
001200   05  WS-REPLAY-COUNT                       PIC 9(7)
001210       VALUE ZERO.
001220   05  WS-JOURNAL-DAY-COUNT                  PIC 9(7)
001230       VALUE ZERO.
001240   05  WS-JOURNAL-DAY-AMOUNT                 PIC S9(11)V99
001250       VALUE ZERO.
001260   05  WS-EXCEPTION-COUNT                    PIC 9(7)
001270       VALUE ZERO.
001280
001290*****************************************************************
001300* The transfer journal held in storage. Every record is loaded, *
001310* not just the business date's, because a replay may present a  *
001320* key first journaled on an earlier day.                        *
001330*****************************************************************
001340 01  WS-XFER-TABLE.
001350   05  WS-XFER-COUNT                         PIC 9(5)
001360       VALUE ZERO.
001370   05  WS-XFER-ENTRY OCCURS 20000 TIMES.
001380     10  WS-XFER-KEY                         PIC X(16).
001390     10  WS-XFER-PID                         PIC X(5).
001400     10  WS-XFER-DATE                        PIC 9(6).
001410     10  WS-XFER-AMOUNT                      PIC S9(9)V99.
001420     10  WS-XFER-MATCHED-SW                  PIC X(1).
001430       88  XFER-MATCHED                       VALUE 'Y'.
001440   05  WS-XFER-IX                            PIC 9(5).
001450   05  WS-XFER-FOUND-SW                      PIC X(1)
001460       VALUE 'N'.
001470     88  XFER-KEY-FOUND                       VALUE 'Y'.
001480
001490*****************************************************************
001500* Per-caller transfer totals off the request journal - calls,   *
001510* transfers posted with their amount, replays, calls WBBNKXFR   *
001520* declined and calls the gateway itself failed.                 *
001530*****************************************************************
001540 01  WS-CALLER-TOTALS.
001550   05  WS-CLR-CNT                            PIC 9(2)
001560       VALUE ZERO.
001570   05  WS-CLR-ENTRY OCCURS 20 TIMES.
001580     10  WS-CLR-NAME                         PIC X(8).
001590     10  WS-CLR-CALLS                        PIC 9(7).
001600     10  WS-CLR-POSTED                       PIC 9(7).
001610     10  WS-CLR-AMOUNT                       PIC S9(11)V99.
001620     10  WS-CLR-REPLAYS                      PIC 9(7).
001630     10  WS-CLR-DECLINED                     PIC 9(7).
001640     10  WS-CLR-FAILED                       PIC 9(7).
001650   05  WS-CLR-IX                             PIC 9(2).
001660   05  WS-CLR-FOUND-SW                       PIC X(1)
001670       VALUE 'N'.
001680     88  CALLER-ENTRY-FOUND                   VALUE 'Y'.
001690
001700 01  WS-CALL-FIELDS.
001710   05  WS-CALL-DATE                          PIC 9(6).
001720   05  WS-CALL-DATE-X REDEFINES WS-CALL-DATE
001730                                             PIC X(6).
001740   05  WS-CALL-AMOUNT                        PIC S9(9)V99.
001750   05  WS-DETAIL-TEXT                        PIC X(32).
001760
001770 01  WS-TODAY-YMD                            PIC 9(6).
001780
001790 01  WS-CONSOLE-MESSAGE                      PIC X(60).
001800
001810 01  WS-EXEC-PARM.
001820   05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.
001830   05  WS-EXEC-PARM-DATA                     PIC X(60).
001840
001850*****************************************************************
001860* Business date off the exec parm - "DATE=yymmdd" reconciles    *
001870* that day. Without it the date is taken from the first record  *
001880* on the offload, which holds one day's queue.                  *
001890*****************************************************************
001900 01  WS-BUSINESS-DATE                        PIC 9(6)
001910     VALUE ZERO.
001920 01  WS-DATE-PARM-SW                         PIC X(1)
001930     VALUE 'N'.
001940   88  DATE-ON-PARM                           VALUE 'Y'.
001950
001960 01  WS-PARM-PTR                             POINTER.
001970 01  WS-PARM-PTR-NUM REDEFINES WS-PARM-PTR   PIC X(4) COMP-5.
001980
001990*****************************************************************
002000* Report lines.                                                 *
002010*****************************************************************
002020 01  RPT-HEADING-LINE.
002030   05  FILLER                                PIC X(41)
002040       VALUE 'GATEWAY / TRANSFER JOURNAL RECONCILIATION'.
002050   05  FILLER                                PIC X(18)
002060       VALUE '  BUSINESS DATE - '.
002070   05  RH-BUSINESS-DATE                      PIC 9(6).
002080   05  FILLER                                PIC X(9)
002090       VALUE '  RUN - '.
002100   05  RH-RUN-DATE                           PIC 9(6).
002110   05  FILLER                          PIC X(52) VALUE SPACES.
002120
002130 01  RPT-DETAIL-HEADING.
002140   05  FILLER                                PIC X(36)
002142       VALUE '  FINDING                           '.
002144   05  FILLER                                PIC X(26)
002146       VALUE 'IDEMPOTENCY KEY  CALLER   '.
002150   05  FILLER                                PIC X(40)
002160       VALUE 'CORRELATION ID               AMOUNT     '.
002180   05  FILLER                          PIC X(30) VALUE SPACES.
002190
002200 01  RPT-DETAIL-LINE.
002210   05  FILLER                          PIC X(2)  VALUE SPACES.
002220   05  RD-FINDING                            PIC X(32).
002230   05  FILLER                          PIC X(2)  VALUE SPACES.
002240   05  RD-KEY                                PIC X(16).
002250   05  FILLER                          PIC X(1)  VALUE SPACES.
002260   05  RD-CALLER                             PIC X(8).
002270   05  FILLER                          PIC X(1)  VALUE SPACES.
002280   05  RD-CORRELATION                        PIC X(22).
002290   05  FILLER                          PIC X(1)  VALUE SPACES.
002300   05  RD-AMOUNT                             PIC Z(8)9.99-.
002310   05  FILLER                          PIC X(34) VALUE SPACES.
002320
002330 01  RPT-CALLER-HEADING.
002340   05  FILLER                                PIC X(44)
002350       VALUE '  CALLER      CALLS   POSTED  AMOUNT POSTED '.
002360   05  FILLER                                PIC X(36)
002370       VALUE '   REPLAYS  DECLINED GATEWAY ERRORS '.
002380   05  FILLER                          PIC X(52) VALUE SPACES.
002390
002400 01  RPT-CALLER-LINE.
002410   05  FILLER                          PIC X(2)  VALUE SPACES.
002420   05  RC-CALLER                             PIC X(8).
002430   05  FILLER                          PIC X(2)  VALUE SPACES.
002440   05  RC-CALLS                              PIC ZZZZZZ9.
002450   05  FILLER                          PIC X(2)  VALUE SPACES.
002460   05  RC-POSTED                             PIC ZZZZZZ9.
002470   05  FILLER                          PIC X(1)  VALUE SPACES.
002480   05  RC-AMOUNT                             PIC Z(10)9.99-.
002490   05  FILLER                          PIC X(3)  VALUE SPACES.
002500   05  RC-REPLAYS                            PIC ZZZZZZ9.
002510   05  FILLER                          PIC X(3)  VALUE SPACES.
002520   05  RC-DECLINED                           PIC ZZZZZZ9.
002530   05  FILLER                          PIC X(8)  VALUE SPACES.
002540   05  RC-FAILED                             PIC ZZZZZZ9.
002550   05  FILLER                          PIC X(53) VALUE SPACES.
002560
002570 01  RPT-TOTAL-LINE.
002580   05  FILLER                          PIC X(2)  VALUE SPACES.
002590   05  RT-LABEL                              PIC X(40).
002600   05  FILLER                          PIC X(2)  VALUE SPACES.
002610   05  RT-COUNT                              PIC Z(6)9.
002620   05  FILLER                          PIC X(2)  VALUE SPACES.
002630   05  RT-AMOUNT                             PIC Z(10)9.99-.
002640   05  FILLER                          PIC X(64) VALUE SPACES.
002650
002660 LINKAGE SECTION.
002670 01  LK-EXEC-PARM.
002680   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.
002690   05  LK-EXEC-PARM-DATA                     PIC X(60).
002700
002710 PROCEDURE DIVISION USING LK-EXEC-PARM.
002720*****************************************************************
002730* Load the transfer journal, pass the request journal matching  *
002740* each WBBNKXFR call to it, then report what the day's journal  *
002750* holds that no successful call accounts for, and the per-      *
002760* caller totals.                                                *
002770*****************************************************************
002780     ACCEPT WS-TODAY-YMD FROM DATE.
002790     PERFORM PARSE-EXEC-PARM.
002800
002810     PERFORM LOAD-TRANSFER-JOURNAL.
002820     PERFORM REPORT-OPEN.
002830     PERFORM MATCH-REQUEST-JOURNAL.
002840     PERFORM REPORT-UNCALLED-TRANSFERS.
002850     PERFORM REPORT-CALLER-TOTALS.
002860     PERFORM REPORT-SUMMARY.
002870     PERFORM REPORT-CLOSE.
002880
002890     MOVE SPACES TO WS-CONSOLE-MESSAGE.
002900     STRING WS-XFR-CALL-COUNT DELIMITED BY SIZE
002910            ' transfer calls, ' DELIMITED BY SIZE
002920            WS-EXCEPTION-COUNT DELIMITED BY SIZE
002930            ' exceptions' DELIMITED BY SIZE
002940       INTO WS-CONSOLE-MESSAGE.
002950     PERFORM DISPLAY-CONSOLE-MESSAGE.
002960     MOVE 'End Of Job'
002970       TO WS-CONSOLE-MESSAGE.
002980     PERFORM DISPLAY-CONSOLE-MESSAGE.
002990
003000     IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
003010        MOVE 4 TO RETURN-CODE
003020     ELSE
003030        MOVE 0 TO RETURN-CODE
003040     END-IF.
003050
003060     GOBACK.
003070
003080*****************************************************************
003090* Pick up a "DATE=yymmdd" business date from the exec parm.     *
003100*****************************************************************
003110 PARSE-EXEC-PARM.
003120     MOVE ZEROES TO WS-EXEC-PARM-LL.
003130     MOVE SPACES TO WS-EXEC-PARM-DATA.
003140     SET WS-PARM-PTR TO ADDRESS OF LK-EXEC-PARM.
003150     IF WS-PARM-PTR-NUM IS NOT EQUAL TO ZEROS
003160        MOVE LK-EXEC-PARM-LL TO WS-EXEC-PARM-LL
003170        IF WS-EXEC-PARM-LL IS GREATER THAN ZERO
003180           MOVE LK-EXEC-PARM-DATA TO WS-EXEC-PARM-DATA
003190        END-IF
003200     END-IF.
003210     INSPECT WS-EXEC-PARM-DATA
003220       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
003230               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003240     IF WS-EXEC-PARM-DATA (1:5) IS EQUAL TO 'DATE='
003250        IF WS-EXEC-PARM-DATA (6:6) IS NUMERIC
003260           MOVE WS-EXEC-PARM-DATA (6:6) TO WS-BUSINESS-DATE
003270           MOVE 'Y' TO WS-DATE-PARM-SW
003280        ELSE
003290           MOVE 'Invalid DATE= business date on exec parm'
003300             TO WS-CONSOLE-MESSAGE
003310           PERFORM ABORT-PROGRAM
003320        END-IF
003330     END-IF.
003340
003350*****************************************************************
003360* Load the transfer journal. File status 05 or 35 is a journal  *
003370* that does not exist yet - nothing has been transferred.       *
003380*****************************************************************
003390 LOAD-TRANSFER-JOURNAL.
003400     OPEN INPUT TRANSFER-JOURNAL.
003410     EVALUATE TRUE
003420       WHEN WS-XFERJRNL-STATUS IS EQUAL TO '35'
003430          MOVE 'Y' TO WS-XFERJRNL-EOF-SW
003440       WHEN WS-XFERJRNL-STATUS IS EQUAL TO '05'
003450       WHEN WS-XFERJRNL-STATUS IS EQUAL TO '00'
003460          CONTINUE
003470       WHEN OTHER
003480          MOVE 'XFERJRNL file open failure...'
003490            TO WS-CONSOLE-MESSAGE
003500          PERFORM DISPLAY-CONSOLE-MESSAGE
003510          MOVE WS-XFERJRNL-STATUS TO WS-IO-STATUS
003520          PERFORM DISPLAY-IO-STATUS
003530          PERFORM ABORT-PROGRAM
003540     END-EVALUATE.
003550     IF XFERJRNL-EOF
003560        MOVE 'No transfer journal on file'
003570          TO WS-CONSOLE-MESSAGE
003580        PERFORM DISPLAY-CONSOLE-MESSAGE
003590     ELSE
003600        PERFORM XFERJRNL-READ
003610        PERFORM UNTIL XFERJRNL-EOF
003620           PERFORM ADD-TRANSFER-ENTRY
003630           PERFORM XFERJRNL-READ
003640        END-PERFORM
003650        CLOSE TRANSFER-JOURNAL
003660     END-IF.
003670
003680 XFERJRNL-READ.
003690     READ TRANSFER-JOURNAL
003700       AT END
003710          MOVE 'Y' TO WS-XFERJRNL-EOF-SW
003720     END-READ.
003730     IF NOT XFERJRNL-EOF
003740        IF WS-XFERJRNL-STATUS IS NOT EQUAL TO '00'
003750           MOVE 'XFERJRNL Error reading file ...'
003760             TO WS-CONSOLE-MESSAGE
003770           PERFORM DISPLAY-CONSOLE-MESSAGE
003780           MOVE WS-XFERJRNL-STATUS TO WS-IO-STATUS
003790           PERFORM DISPLAY-IO-STATUS
003800           PERFORM ABORT-PROGRAM
003810        END-IF
003820     END-IF.
003830
003840 ADD-TRANSFER-ENTRY.
003850     IF WS-XFER-COUNT IS NOT LESS THAN 20000
003860        MOVE 'Transfer journal table full - run refused'
003870          TO WS-CONSOLE-MESSAGE
003880        PERFORM ABORT-PROGRAM
003890     END-IF.
003900     ADD 1 TO WS-XFER-COUNT.
003910     MOVE XFJ-IDEMP-KEY TO WS-XFER-KEY (WS-XFER-COUNT).
003920     MOVE XFJ-PID TO WS-XFER-PID (WS-XFER-COUNT).
003930     IF XFJ-DATE IS NUMERIC
003940        MOVE XFJ-DATE TO WS-XFER-DATE (WS-XFER-COUNT)
003950     ELSE
003960        MOVE ZERO TO WS-XFER-DATE (WS-XFER-COUNT)
003970     END-IF.
003980     IF XFJ-AMOUNT IS NUMERIC
003990        MOVE XFJ-AMOUNT TO WS-XFER-AMOUNT (WS-XFER-COUNT)
004000     ELSE
004010        MOVE ZERO TO WS-XFER-AMOUNT (WS-XFER-COUNT)
004020     END-IF.
004030     MOVE 'N' TO WS-XFER-MATCHED-SW (WS-XFER-COUNT).
004040
004050*****************************************************************
004060* Pass the request journal offload. Only WBBNKXFR calls on the  *
004070* business date take part; everything else is counted past.     *
004080*****************************************************************
004090 MATCH-REQUEST-JOURNAL.
004100     OPEN INPUT JOURNAL-FILE.
004110     IF WS-JOURNAL-STATUS IS NOT EQUAL TO '00'
004120        MOVE 'WBJRNLX file open failure...'
004130          TO WS-CONSOLE-MESSAGE
004140        PERFORM DISPLAY-CONSOLE-MESSAGE
004150        MOVE WS-JOURNAL-STATUS TO WS-IO-STATUS
004160        PERFORM DISPLAY-IO-STATUS
004170        PERFORM ABORT-PROGRAM
004180     END-IF.
004190     PERFORM JOURNAL-READ.
004200     IF NOT JOURNAL-EOF
004210      AND NOT DATE-ON-PARM
004220        PERFORM SET-CALL-DATE
004230        MOVE WS-CALL-DATE TO WS-BUSINESS-DATE
004240     END-IF.
004250     IF WS-BUSINESS-DATE IS EQUAL TO ZERO
004260        MOVE WS-TODAY-YMD TO WS-BUSINESS-DATE
004270     END-IF.
004280
004290     MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
004300     MOVE WS-TODAY-YMD TO RH-RUN-DATE.
004310     MOVE RPT-HEADING-LINE TO RECON-REPORT-LINE.
004320     PERFORM REPORT-PUT.
004330     MOVE SPACES TO RECON-REPORT-LINE.
004340     PERFORM REPORT-PUT.
004350     MOVE RPT-DETAIL-HEADING TO RECON-REPORT-LINE.
004360     PERFORM REPORT-PUT.
004370
004380     PERFORM UNTIL JOURNAL-EOF
004390        ADD 1 TO WS-REQUESTS-READ
004400        PERFORM SET-CALL-DATE
004410        IF WS-CALL-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
004420           ADD 1 TO WS-OTHER-DATE-COUNT
004430        ELSE
004440           IF WS-JRNL-PGM-NM IS EQUAL TO 'WBBNKXFR'
004450              PERFORM MATCH-ONE-CALL
004460           END-IF
004470        END-IF
004480        PERFORM JOURNAL-READ
004490     END-PERFORM.
004500     CLOSE JOURNAL-FILE.
004510
004520 JOURNAL-READ.
004530     READ JOURNAL-FILE
004540       AT END
004550          MOVE 'Y' TO WS-JOURNAL-EOF-SW
004560     END-READ.
004570     IF NOT JOURNAL-EOF
004580        IF WS-JOURNAL-STATUS IS NOT EQUAL TO '00'
004590           MOVE 'WBJRNLX Error reading file ...'
004600             TO WS-CONSOLE-MESSAGE
004610           PERFORM DISPLAY-CONSOLE-MESSAGE
004620           MOVE WS-JOURNAL-STATUS TO WS-IO-STATUS
004630           PERFORM DISPLAY-IO-STATUS
004640           PERFORM ABORT-PROGRAM
004650        END-IF
004660     END-IF.
004670
004680*****************************************************************
004690* The request journal dates are yyyy/mm/dd - bring them to the  *
004700* yymmdd the transfer journal carries.                          *
004710*****************************************************************
004720 SET-CALL-DATE.
004730     MOVE WS-JRNL-DATE (3:2) TO WS-CALL-DATE-X (1:2).
004740     MOVE WS-JRNL-DATE (6:2) TO WS-CALL-DATE-X (3:2).
004750     MOVE WS-JRNL-DATE (9:2) TO WS-CALL-DATE-X (5:2).
004760     IF WS-CALL-DATE-X IS NOT NUMERIC
004770        MOVE ZERO TO WS-CALL-DATE
004780     END-IF.
004790
004800*****************************************************************
004810* Match one WBBNKXFR call. A call the gateway failed never      *
004820* reached WBBNKXFR; status 00 told the caller the transfer was  *
004830* posted, so it must find its journal record exactly once and   *
004840* for the same amount; status 04 was answered from the journal, *
004850* so its key must already be there; any other status was        *
004860* declined by WBBNKXFR and wrote nothing.                       *
004870*****************************************************************
004880 MATCH-ONE-CALL.
004890     ADD 1 TO WS-XFR-CALL-COUNT.
004900     PERFORM FIND-CALLER-ENTRY.
004910     IF WS-CLR-IX IS NOT GREATER THAN 20
004920        ADD 1 TO WS-CLR-CALLS (WS-CLR-IX)
004930     END-IF.
004940     IF WS-JRNL-SVC-AMOUNT IS NUMERIC
004950        MOVE WS-JRNL-SVC-AMOUNT-N TO WS-CALL-AMOUNT
004960     ELSE
004970        MOVE ZERO TO WS-CALL-AMOUNT
004980     END-IF.
004990     EVALUATE TRUE
005000       WHEN WS-JRNL-OUTCOME IS NOT EQUAL TO 'OK      '
005010          IF WS-CLR-IX IS NOT GREATER THAN 20
005020             ADD 1 TO WS-CLR-FAILED (WS-CLR-IX)
005030          END-IF
005040       WHEN WS-JRNL-SVC-KEY IS EQUAL TO SPACES
005050          ADD 1 TO WS-NO-DETAIL-COUNT
005060       WHEN WS-JRNL-SVC-STATUS IS EQUAL TO '00'
005070          PERFORM MATCH-POSTED-CALL
005080       WHEN WS-JRNL-SVC-STATUS IS EQUAL TO '04'
005090          PERFORM MATCH-REPLAYED-CALL
005100       WHEN OTHER
005110          IF WS-CLR-IX IS NOT GREATER THAN 20
005120             ADD 1 TO WS-CLR-DECLINED (WS-CLR-IX)
005130          END-IF
005140     END-EVALUATE.
005150
005160 MATCH-POSTED-CALL.
005170     IF WS-CLR-IX IS NOT GREATER THAN 20
005180        ADD 1 TO WS-CLR-POSTED (WS-CLR-IX)
005190        ADD WS-CALL-AMOUNT TO WS-CLR-AMOUNT (WS-CLR-IX)
005200     END-IF.
005210     PERFORM FIND-TRANSFER-KEY.
005220     EVALUATE TRUE
005230       WHEN NOT XFER-KEY-FOUND
005240          MOVE 'CALL POSTED - NOT ON XFERJRNL'
005250            TO WS-DETAIL-TEXT
005260          PERFORM WRITE-CALL-EXCEPTION
005270       WHEN XFER-MATCHED (WS-XFER-IX)
005280          MOVE 'SECOND POSTED CALL FOR KEY'
005290            TO WS-DETAIL-TEXT
005300          PERFORM WRITE-CALL-EXCEPTION
005310       WHEN WS-XFER-AMOUNT (WS-XFER-IX) IS NOT EQUAL TO
005320            WS-CALL-AMOUNT
005330          MOVE 'Y' TO WS-XFER-MATCHED-SW (WS-XFER-IX)
005340          MOVE 'AMOUNT TOLD NOT AS ON XFERJRNL'
005350            TO WS-DETAIL-TEXT
005360          PERFORM WRITE-CALL-EXCEPTION
005370       WHEN OTHER
005380          MOVE 'Y' TO WS-XFER-MATCHED-SW (WS-XFER-IX)
005390          ADD 1 TO WS-MATCHED-COUNT
005400          ADD WS-CALL-AMOUNT TO WS-MATCHED-AMOUNT
005410     END-EVALUATE.
005420
005430 MATCH-REPLAYED-CALL.
005440     ADD 1 TO WS-REPLAY-COUNT.
005450     IF WS-CLR-IX IS NOT GREATER THAN 20
005460        ADD 1 TO WS-CLR-REPLAYS (WS-CLR-IX)
005470     END-IF.
005480     PERFORM FIND-TRANSFER-KEY.
005490     IF XFER-KEY-FOUND
005500        MOVE 'REPLAY ANSWERED FROM XFERJRNL'
005510          TO RD-FINDING
005520        PERFORM WRITE-CALL-DETAIL
005530     ELSE
005540        MOVE 'REPLAY - KEY NOT ON XFERJRNL'
005550          TO WS-DETAIL-TEXT
005560        PERFORM WRITE-CALL-EXCEPTION
005570     END-IF.
005580
005590 FIND-TRANSFER-KEY.
005600     MOVE 'N' TO WS-XFER-FOUND-SW.
005610     PERFORM VARYING WS-XFER-IX FROM 1 BY 1
005620       UNTIL WS-XFER-IX IS GREATER THAN WS-XFER-COUNT
005630                OR XFER-KEY-FOUND
005640        IF WS-XFER-KEY (WS-XFER-IX) IS EQUAL TO WS-JRNL-SVC-KEY
005650           MOVE 'Y' TO WS-XFER-FOUND-SW
005660           SUBTRACT 1 FROM WS-XFER-IX
005670        END-IF
005680     END-PERFORM.
005690
005700*****************************************************************
005710* Find the caller's totals entry, adding one for a caller not   *
005720* yet seen. A full table leaves WS-CLR-IX at 21 and the call is *
005730* reconciled but not totalled.                                  *
005740*****************************************************************
005750 FIND-CALLER-ENTRY.
005760     IF WS-JRNL-CALLER IS EQUAL TO SPACES
005770        MOVE '*NOKEY* ' TO WS-JRNL-CALLER
005780     END-IF.
005790     MOVE 'N' TO WS-CLR-FOUND-SW.
005800     PERFORM VARYING WS-CLR-IX FROM 1 BY 1
005810       UNTIL WS-CLR-IX IS GREATER THAN WS-CLR-CNT
005820                OR CALLER-ENTRY-FOUND
005830        IF WS-CLR-NAME (WS-CLR-IX) IS EQUAL TO WS-JRNL-CALLER
005840           MOVE 'Y' TO WS-CLR-FOUND-SW
005850           SUBTRACT 1 FROM WS-CLR-IX
005860        END-IF
005870     END-PERFORM.
005880     IF NOT CALLER-ENTRY-FOUND
005890        IF WS-CLR-CNT IS EQUAL TO 20
005900           MOVE 'Caller table full - call not totalled'
005910             TO WS-CONSOLE-MESSAGE
005920           PERFORM DISPLAY-CONSOLE-MESSAGE
005930           MOVE 21 TO WS-CLR-IX
005940        ELSE
005950           ADD 1 TO WS-CLR-CNT
005960           MOVE WS-CLR-CNT TO WS-CLR-IX
005970           MOVE WS-JRNL-CALLER TO WS-CLR-NAME (WS-CLR-IX)
005980           MOVE ZERO TO WS-CLR-CALLS (WS-CLR-IX)
005990           MOVE ZERO TO WS-CLR-POSTED (WS-CLR-IX)
006000           MOVE ZERO TO WS-CLR-AMOUNT (WS-CLR-IX)
006010           MOVE ZERO TO WS-CLR-REPLAYS (WS-CLR-IX)
006020           MOVE ZERO TO WS-CLR-DECLINED (WS-CLR-IX)
006030           MOVE ZERO TO WS-CLR-FAILED (WS-CLR-IX)
006040        END-IF
006050     END-IF.
006060
006070 WRITE-CALL-EXCEPTION.
006080     ADD 1 TO WS-EXCEPTION-COUNT.
006090     MOVE WS-DETAIL-TEXT TO RD-FINDING.
006100     PERFORM WRITE-CALL-DETAIL.
006110
006120 WRITE-CALL-DETAIL.
006130     MOVE WS-JRNL-SVC-KEY TO RD-KEY.
006140     MOVE WS-JRNL-CALLER TO RD-CALLER.
006150     MOVE WS-JRNL-CORRELATION TO RD-CORRELATION.
006160     MOVE WS-CALL-AMOUNT TO RD-AMOUNT.
006170     MOVE RPT-DETAIL-LINE TO RECON-REPORT-LINE.
006180     PERFORM REPORT-PUT.
006190
006200*****************************************************************
006210* Journal records written on the business date that no          *
006220* successful call matched - a transfer the caller was never     *
006230* told had been posted.                                         *
006240*****************************************************************
006250 REPORT-UNCALLED-TRANSFERS.
006260     PERFORM VARYING WS-XFER-IX FROM 1 BY 1
006270       UNTIL WS-XFER-IX IS GREATER THAN WS-XFER-COUNT
006280        IF WS-XFER-DATE (WS-XFER-IX) IS EQUAL TO
006290             WS-BUSINESS-DATE
006300           ADD 1 TO WS-JOURNAL-DAY-COUNT
006310           ADD WS-XFER-AMOUNT (WS-XFER-IX)
006320             TO WS-JOURNAL-DAY-AMOUNT
006330           IF NOT XFER-MATCHED (WS-XFER-IX)
006340              ADD 1 TO WS-EXCEPTION-COUNT
006350              MOVE 'ON XFERJRNL - NO POSTED CALL'
006360                TO RD-FINDING
006370              MOVE WS-XFER-KEY (WS-XFER-IX) TO RD-KEY
006380              MOVE SPACES TO RD-CALLER
006390              MOVE SPACES TO RD-CORRELATION
006400              MOVE WS-XFER-AMOUNT (WS-XFER-IX) TO RD-AMOUNT
006410              MOVE RPT-DETAIL-LINE TO RECON-REPORT-LINE
006420              PERFORM REPORT-PUT
006430           END-IF
006440        END-IF
006450     END-PERFORM.
006460
006470*****************************************************************
006480* Per-caller transfer totals.                                   *
006490*****************************************************************
006500 REPORT-CALLER-TOTALS.
006510     MOVE SPACES TO RECON-REPORT-LINE.
006520     PERFORM REPORT-PUT.
006530     MOVE RPT-CALLER-HEADING TO RECON-REPORT-LINE.
006540     PERFORM REPORT-PUT.
006550     PERFORM VARYING WS-CLR-IX FROM 1 BY 1
006560       UNTIL WS-CLR-IX IS GREATER THAN WS-CLR-CNT
006570        MOVE WS-CLR-NAME (WS-CLR-IX) TO RC-CALLER
006580        MOVE WS-CLR-CALLS (WS-CLR-IX) TO RC-CALLS
006590        MOVE WS-CLR-POSTED (WS-CLR-IX) TO RC-POSTED
006600        MOVE WS-CLR-AMOUNT (WS-CLR-IX) TO RC-AMOUNT
006610        MOVE WS-CLR-REPLAYS (WS-CLR-IX) TO RC-REPLAYS
006620        MOVE WS-CLR-DECLINED (WS-CLR-IX) TO RC-DECLINED
006630        MOVE WS-CLR-FAILED (WS-CLR-IX) TO RC-FAILED
006640        MOVE RPT-CALLER-LINE TO RECON-REPORT-LINE
006650        PERFORM REPORT-PUT
006660     END-PERFORM.
006670
006680*****************************************************************
006690* Closing figures and the verdict.                              *
006700*****************************************************************
006710 REPORT-SUMMARY.
006720     MOVE SPACES TO RECON-REPORT-LINE.
006730     PERFORM REPORT-PUT.
006740     MOVE 'TRANSFER CALLS ON THE REQUEST JOURNAL'
006750       TO RT-LABEL.
006760     MOVE WS-XFR-CALL-COUNT TO RT-COUNT.
006770     MOVE ZERO TO RT-AMOUNT.
006780     MOVE RPT-TOTAL-LINE TO RECON-REPORT-LINE.
006790     PERFORM REPORT-PUT.
006800     MOVE 'POSTED CALLS MATCHED TO XFERJRNL' TO RT-LABEL.
006810     MOVE WS-MATCHED-COUNT TO RT-COUNT.
006820     MOVE WS-MATCHED-AMOUNT TO RT-AMOUNT.
006830     MOVE RPT-TOTAL-LINE TO RECON-REPORT-LINE.
006840     PERFORM REPORT-PUT.
006850     MOVE 'XFERJRNL RECORDS FOR THE BUSINESS DATE' TO RT-LABEL.
006860     MOVE WS-JOURNAL-DAY-COUNT TO RT-COUNT.
006870     MOVE WS-JOURNAL-DAY-AMOUNT TO RT-AMOUNT.
006880     MOVE RPT-TOTAL-LINE TO RECON-REPORT-LINE.
006890     PERFORM REPORT-PUT.
006900     MOVE 'REPLAYS ANSWERED FROM XFERJRNL' TO RT-LABEL.
006910     MOVE WS-REPLAY-COUNT TO RT-COUNT.
006920     MOVE ZERO TO RT-AMOUNT.
006930     MOVE RPT-TOTAL-LINE TO RECON-REPORT-LINE.
006940     PERFORM REPORT-PUT.
006950     IF WS-NO-DETAIL-COUNT IS GREATER THAN ZERO
006960        MOVE 'CALLS JOURNALED WITHOUT TRANSFER DETAIL'
006970          TO RT-LABEL
006980        MOVE WS-NO-DETAIL-COUNT TO RT-COUNT
006990        MOVE ZERO TO RT-AMOUNT
007000        MOVE RPT-TOTAL-LINE TO RECON-REPORT-LINE
007010        PERFORM REPORT-PUT
007020     END-IF.
007030     MOVE 'REQUESTS FOR OTHER DATES PASSED OVER' TO RT-LABEL.
007040     MOVE WS-OTHER-DATE-COUNT TO RT-COUNT.
007050     MOVE ZERO TO RT-AMOUNT.
007060     MOVE RPT-TOTAL-LINE TO RECON-REPORT-LINE.
007070     PERFORM REPORT-PUT.
007080     MOVE 'EXCEPTIONS' TO RT-LABEL.
007090     MOVE WS-EXCEPTION-COUNT TO RT-COUNT.
007100     MOVE ZERO TO RT-AMOUNT.
007110     MOVE RPT-TOTAL-LINE TO RECON-REPORT-LINE.
007120     PERFORM REPORT-PUT.
007130     MOVE SPACES TO RECON-REPORT-LINE.
007140     IF WS-EXCEPTION-COUNT IS EQUAL TO ZERO
007150        MOVE '  GATEWAY AND TRANSFER JOURNAL AGREE'
007160          TO RECON-REPORT-LINE
007170     ELSE
007180        MOVE '  *** GATEWAY AND TRANSFER JOURNAL DO NOT AGREE'
007190          TO RECON-REPORT-LINE
007200     END-IF.
007210     PERFORM REPORT-PUT.
007220
007230*****************************************************************
007240* Open the reconciliation report as output.                     *
007250*****************************************************************
007260 REPORT-OPEN.
007270     OPEN OUTPUT RECON-REPORT.
007280     IF WS-REPORT-STATUS = '00'
007290        MOVE 'XFRRECON report opened OK'
007300          TO WS-CONSOLE-MESSAGE
007310        PERFORM DISPLAY-CONSOLE-MESSAGE
007320     ELSE
007330        MOVE 'XFRRECON report open failure...'
007340          TO WS-CONSOLE-MESSAGE
007350        PERFORM DISPLAY-CONSOLE-MESSAGE
007360        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
007370        PERFORM DISPLAY-IO-STATUS
007380        PERFORM ABORT-PROGRAM
007390        END-IF.
007400
007410 REPORT-PUT.
007420     WRITE RECON-REPORT-LINE.
007430     IF WS-REPORT-STATUS NOT = '00'
007440        MOVE 'XFRRECON report Error writing file ...'
007450          TO WS-CONSOLE-MESSAGE
007460        PERFORM DISPLAY-CONSOLE-MESSAGE
007470        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
007480        PERFORM DISPLAY-IO-STATUS
007490        PERFORM ABORT-PROGRAM
007500     END-IF.
007510
007520 REPORT-CLOSE.
007530     CLOSE RECON-REPORT.
007540
007550*****************************************************************
007560* Display the file status bytes. This routine will display as   *
007570* two digits if the full two byte file status is numeric. If    *
007580* second byte is non-numeric then it will be treated as a       *
007590* binary number.                                                *
007600*****************************************************************
007610 DISPLAY-IO-STATUS.
007620     IF WS-IO-STATUS NUMERIC
007630        MOVE SPACE TO WS-CONSOLE-MESSAGE
007640        STRING 'File status -' DELIMITED BY SIZE
007650               WS-IO-STATUS DELIMITED BY SIZE
007660          INTO WS-CONSOLE-MESSAGE
007670        PERFORM DISPLAY-CONSOLE-MESSAGE
007680     ELSE
007690        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
007700        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
007710        MOVE SPACE TO WS-CONSOLE-MESSAGE
007720        STRING 'File status -' DELIMITED BY SIZE
007730               WS-IO-STAT1 DELIMITED BY SIZE
007740               '/' DELIMITED BY SIZE
007750               WS-TWO-BYTES DELIMITED BY SIZE
007760          INTO WS-CONSOLE-MESSAGE
007770        PERFORM DISPLAY-CONSOLE-MESSAGE
007780     END-IF.
007790
007800*****************************************************************
007810* 'ABORT' the program.                                          *
007820* Post a message to the console and issue a STOP RUN            *
007830*****************************************************************
007840 ABORT-PROGRAM.
007850     IF WS-CONSOLE-MESSAGE NOT = SPACES
007860        PERFORM DISPLAY-CONSOLE-MESSAGE
007870     END-IF.
007880     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
007890     PERFORM DISPLAY-CONSOLE-MESSAGE.
007900     MOVE 16 TO RETURN-CODE.
007910     GOBACK.
007920
007930*****************************************************************
007940* Display a message on the console, prefixed with the program   *
007950* name so it can be picked out of a mixed job log.              *
007960*****************************************************************
007970 DISPLAY-CONSOLE-MESSAGE.
007980     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
007990
