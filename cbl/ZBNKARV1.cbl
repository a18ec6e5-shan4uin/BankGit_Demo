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
000130* Prgram:      ZBNKARV1.CBL                                     *
000140* Function:    Statement archive completeness audit - prove     *
000150*              every statement delivered this cycle, on paper   *
000160*              (the vendor transmittal) or electronically (the  *
000170*              e-statement manifest), has a complete copy in    *
000180*              the statement archive, report the missing,       *
000190*              partial and extra archive entries and record     *
000200*              the cycle's pass or fail on the run ledger       *
000203*              Statements are recognised in whatever language   *
000207*              ZBNKSTM1 printed them in                         *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKARV1.
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
000380     SELECT TRANSMITTAL-FILE
000390            ASSIGN       TO TRNSCTL
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-TRNSCTL-STATUS.
000430
000440     SELECT DELIVERY-MANIFEST-FILE
000450            ASSIGN       TO ESTMTMAN
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-MANIFEST-STATUS.
000490
000500     SELECT OPTIONAL ARCHIVE-FILE
000510            ASSIGN       TO STMARCH
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-ARCHIVE-STATUS.
000550
000560     SELECT OPTIONAL RUN-LEDGER-FILE
000570            ASSIGN       TO RUNLEDGR
000580            ORGANIZATION IS SEQUENTIAL
000590            ACCESS MODE  IS SEQUENTIAL
000600            FILE STATUS  IS WS-LEDGER-STATUS.
000610
000611     SELECT OPTIONAL STATEMENT-LITERAL-FILE
000612            ASSIGN       TO STMTLIT
000614            ORGANIZATION IS SEQUENTIAL
000615            ACCESS MODE  IS SEQUENTIAL
000616            FILE STATUS  IS WS-STMTLIT-STATUS.
000618
000620     SELECT AUDIT-REPORT-FILE
000630            ASSIGN       TO ARVRPT
000640            ORGANIZATION IS SEQUENTIAL
000650            ACCESS MODE  IS SEQUENTIAL
000660            FILE STATUS  IS WS-REPORT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  EXTRACT-FILE
000710     RECORDING MODE IS V
000720     RECORD CONTAINS 66 TO 95 CHARACTERS.
000730 COPY CBANKXT1.
000740
000750 FD  TRANSMITTAL-FILE
000760     RECORD CONTAINS 52 CHARACTERS.
000770 COPY CTRNSCTL.
000780
000790 FD  DELIVERY-MANIFEST-FILE
000800     RECORD CONTAINS 80 CHARACTERS.
000810 COPY CESTMAN.
000820
000830 FD  ARCHIVE-FILE
000840     RECORD CONTAINS 150 CHARACTERS.
000850 COPY CSTMARCH.
000860
000870 FD  RUN-LEDGER-FILE
000880     RECORD CONTAINS 120 CHARACTERS.
000890 COPY CRUNLEDG.
000900
000901*****************************************************************
000902* ZBNKSTM1's translation table, for the statement literals in   *
000903* every language the print stream may carry.                    *
000904*****************************************************************
000905 FD  STATEMENT-LITERAL-FILE
000906     RECORD CONTAINS 80 CHARACTERS.
000907 COPY CSTMLIT.
000908
000910 FD  AUDIT-REPORT-FILE
000920     RECORD CONTAINS 132 CHARACTERS.
000930 01  AUDIT-REPORT-LINE                       PIC X(132).
000940
000950 WORKING-STORAGE SECTION.
000960 01  WS-MISC-STORAGE.
000970   05  WS-PROGRAM-ID                         PIC X(8)
000980       VALUE 'ZBNKARV1'.
000990   05  WS-EXTRACT-STATUS.
001000     10  WS-EXTRACT-STAT1                    PIC X(1).
001010     10  WS-EXTRACT-STAT2                    PIC X(1).
001020
001030   05  WS-TRNSCTL-STATUS.
001040     10  WS-TRNSCTL-STAT1                    PIC X(1).
001050     10  WS-TRNSCTL-STAT2                    PIC X(1).
001060
001070   05  WS-MANIFEST-STATUS.
001080     10  WS-MANIFEST-STAT1                   PIC X(1).
001090     10  WS-MANIFEST-STAT2                   PIC X(1).
001100
001110   05  WS-ARCHIVE-STATUS.
001120     10  WS-ARCHIVE-STAT1                    PIC X(1).
001130     10  WS-ARCHIVE-STAT2                    PIC X(1).
001140
001150   05  WS-LEDGER-STATUS.
001160     10  WS-LEDGER-STAT1                     PIC X(1).
001170     10  WS-LEDGER-STAT2                     PIC X(1).
001180
001190   05  WS-REPORT-STATUS.
001200     10  WS-REPORT-STAT1                     PIC X(1).
001210     10  WS-REPORT-STAT2                     PIC X(1).
001220
001222   05  WS-STMTLIT-STATUS.
001223     10  WS-STMTLIT-STAT1                    PIC X(1).
001225     10  WS-STMTLIT-STAT2                    PIC X(1).
001227
001230   05  WS-IO-STATUS.
001240     10  WS-IO-STAT1                         PIC X(1).
001250     10  WS-IO-STAT2                         PIC X(1).
001260
001270   05  WS-TWO-BYTES.
001280     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001290     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001300   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001310                                             PIC 9(1) COMP.
001320
001330   05  WS-EOF-SW                             PIC X(1)
001340       VALUE 'N'.
001350     88  END-OF-EXTRACT                       VALUE 'Y'.
001360   05  WS-TRNSCTL-EOF-SW                     PIC X(1)
001370       VALUE 'N'.
001380     88  TRANSMITTAL-EOF                      VALUE 'Y'.
001390   05  WS-MANIFEST-EOF-SW                    PIC X(1)
001400       VALUE 'N'.
001410     88  MANIFEST-EOF                         VALUE 'Y'.
001420   05  WS-ARCHIVE-EOF-SW                     PIC X(1)
001430       VALUE 'N'.
001440     88  ARCHIVE-EOF                          VALUE 'Y'.
001450   05  WS-CONTROL-SW                         PIC X(1)
001460       VALUE 'N'.
001470     88  CONTROL-RECORD-FOUND                 VALUE 'Y'.
001480   05  WS-FOUND-SW                           PIC X(1)
001490       VALUE 'N'.
001500     88  ENTRY-FOUND                          VALUE 'Y'.
001510
001520   05  WS-EXTRACT-RUN-ID.
001530     10  WS-EXTRACT-RUN-DATE                 PIC 9(6)
001540         VALUE ZERO.
001550     10  WS-EXTRACT-RUN-TIME                 PIC 9(8)
001560         VALUE ZERO.
001570   05  WS-TODAY                              PIC 9(6).
001580
001680   05  WS-PAPER-COUNT                        PIC 9(5)
001690       VALUE ZERO.
001700   05  WS-EDELIVERED-COUNT                   PIC 9(5)
001710       VALUE ZERO.
001720   05  WS-COMPLETE-COUNT                     PIC 9(5)
001730       VALUE ZERO.
001740   05  WS-MISSING-COUNT                      PIC 9(5)
001750       VALUE ZERO.
001760   05  WS-PARTIAL-COUNT                      PIC 9(5)
001770       VALUE ZERO.
001780   05  WS-EXTRA-COUNT                        PIC 9(5)
001790       VALUE ZERO.
001800   05  WS-UNDELIVERED-COUNT                  PIC 9(5)
001810       VALUE ZERO.
001820   05  WS-EXCEPTION-COUNT                    PIC 9(5)
001830       VALUE ZERO.
001840   05  WS-ARCHIVE-READ                       PIC 9(9)
001850       VALUE ZERO.
001860   05  WS-RESULT                             PIC X(8).
001870   05  WS-REASON                             PIC X(40).
001880
001890*****************************************************************
001900* The archive statement being read - its key, and the delivered *
001910* statement or extra entry it belongs to (zero when the cycle   *
001920* date is not one being audited).                               *
001930*****************************************************************
001940   05  WS-LAST-KEY.
001950     10  WS-LAST-PID                         PIC X(5)
001960         VALUE LOW-VALUES.
001970     10  WS-LAST-DATE                        PIC X(6)
001980         VALUE LOW-VALUES.
001990   05  WS-CUR-ST-IX                          PIC 9(4)
002000       VALUE ZERO.
002010   05  WS-CUR-XA-IX                          PIC 9(4)
002020       VALUE ZERO.
002030   05  WS-WORK-PID                           PIC X(5).
002040   05  WS-WORK-DATE                          PIC X(6).
002050
002060*****************************************************************
002070* Every statement delivered this cycle, with what the archive   *
002080* holds for it. Channel 'P' is paper, off the transmittal; 'E'  *
002090* is e-delivered, off the manifest.                             *
002100*****************************************************************
002110 01  WS-STATEMENT-TABLE.
002120   05  WS-ST-COUNT                           PIC 9(4)
002130       VALUE ZERO.
002140   05  WS-ST-ENTRY OCCURS 4000 TIMES.
002150     10  WS-ST-PID                           PIC X(5).
002160     10  WS-ST-CYCLE-DATE                    PIC X(6).
002170     10  WS-ST-CHANNEL                       PIC X(1).
002180     10  WS-ST-PAGES                         PIC 9(5).
002190     10  WS-ST-ARCH-PAGES                    PIC 9(5).
002200     10  WS-ST-ARCH-LINES                    PIC 9(7).
002210     10  WS-ST-LAST-SEQ                      PIC 9(7).
002220     10  WS-ST-END-SW                        PIC X(1).
002230     10  WS-ST-GAP-SW                        PIC X(1).
002240     10  WS-ST-COPIES                        PIC 9(3).
002250   05  WS-ST-IX                              PIC 9(4).
002260
002270*****************************************************************
002280* The cycle dates being audited - an archive entry under one of *
002290* these dates for a statement nobody delivered is an extra.     *
002300*****************************************************************
002310 01  WS-CYCLE-TABLE.
002320   05  WS-CY-COUNT                           PIC 9(2)
002330       VALUE ZERO.
002340   05  WS-CY-DATE OCCURS 20 TIMES            PIC X(6).
002350   05  WS-CY-IX                              PIC 9(2).
002360   05  WS-CY-LIST                            PIC X(60).
002370   05  WS-CY-PTR                             PIC 9(3).
002380
002390*****************************************************************
002400* Archive entries for an audited cycle date with no delivered   *
002410* statement behind them.                                        *
002420*****************************************************************
002430 01  WS-EXTRA-TABLE.
002440   05  WS-XA-COUNT                           PIC 9(4)
002450       VALUE ZERO.
002460   05  WS-XA-ENTRY OCCURS 500 TIMES.
002470     10  WS-XA-PID                           PIC X(5).
002480     10  WS-XA-CYCLE-DATE                    PIC X(6).
002490     10  WS-XA-PAGES                         PIC 9(5).
002500     10  WS-XA-LINES                         PIC 9(7).
002510   05  WS-XA-IX                              PIC 9(4).
002520
002521*****************************************************************
002522* Banner and end lines of the ZBNKSTM1 statement in every       *
002524* language, by which the archived copy's pages are counted and  *
002525* its end is recognised.                                        *
002526*****************************************************************
002527 01  WS-STMT-MARKERS.
002528   05  WS-LIT-EOF-SW                         PIC X(1)
002530       VALUE 'N'.
002531     88  LITERAL-FILE-EOF                    VALUE 'Y'.
002532   05  WS-MKR-COUNT                          PIC 9(2)
002533       VALUE ZERO.
002534   05  WS-MKR-ENTRY OCCURS 60 TIMES.
002536     10  WS-MKR-KEY                          PIC X(16).
002537     10  WS-MKR-TEXT                         PIC X(40).
002538   05  WS-MKR-IX                             PIC 9(2).
002539   05  WS-MKR-WANTED                         PIC X(16).
002540   05  WS-MKR-SLICE                          PIC X(40).
002542   05  WS-MKR-MATCH-SW                       PIC X(1)
002543       VALUE 'N'.
002544     88  MARKER-MATCHED                      VALUE 'Y'.
002545
002548 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002549
002550*****************************************************************
002560* Report lines.                                                 *
002570*****************************************************************
002580 01  RPT-HEADING-LINE.
002590   05  FILLER                          PIC X(2)  VALUE SPACES.
002600   05  RH-TITLE                              PIC X(40).
002610   05  FILLER                                PIC X(13)
002620       VALUE '  RUN DATE - '.
002630   05  RH-RUN-DATE                           PIC 9(6).
002640   05  FILLER                          PIC X(71) VALUE SPACES.
002650
002660 01  RPT-CYCLE-LINE.
002670   05  FILLER                                PIC X(11)
002680       VALUE '  RUN ID - '.
002690   05  RY-RUN-ID                             PIC X(14).
002700   05  FILLER                                PIC X(19)
002710       VALUE '   CYCLE DATES -   '.
002720   05  RY-CYCLE-DATES                        PIC X(60).
002730   05  FILLER                          PIC X(28) VALUE SPACES.
002740
002750 01  RPT-COLUMN-LINE                         PIC X(132).
002760
002770 01  RPT-DETAIL-LINE.
002780   05  FILLER                          PIC X(2)  VALUE SPACES.
002790   05  RD-RESULT                             PIC X(8).
002800   05  FILLER                          PIC X(2)  VALUE SPACES.
002810   05  RD-PID                                PIC X(5).
002820   05  FILLER                          PIC X(2)  VALUE SPACES.
002830   05  RD-CYCLE-DATE                         PIC X(6).
002840   05  FILLER                          PIC X(2)  VALUE SPACES.
002850   05  RD-CHANNEL                            PIC X(5).
002860   05  FILLER                          PIC X(2)  VALUE SPACES.
002870   05  RD-PAGES                              PIC ZZZZ9.
002880   05  FILLER                          PIC X(2)  VALUE SPACES.
002890   05  RD-ARCH-PAGES                         PIC ZZZZ9.
002900   05  FILLER                          PIC X(2)  VALUE SPACES.
002910   05  RD-ARCH-LINES                         PIC ZZZZZZ9.
002920   05  FILLER                          PIC X(2)  VALUE SPACES.
002930   05  RD-REASON                             PIC X(40).
002940   05  FILLER                          PIC X(35) VALUE SPACES.
002950
002960 01  RPT-COUNT-LINE.
002970   05  FILLER                          PIC X(2)  VALUE SPACES.
002980   05  RT-LABEL                              PIC X(40).
002990   05  RT-COUNT                              PIC Z(6)9.
003000   05  FILLER                          PIC X(83) VALUE SPACES.
003010
003020 PROCEDURE DIVISION.
003030*****************************************************************
003040* Gather the statements delivered this cycle off the            *
003050* transmittal and the manifest, read the archive once checking  *
003060* each one's archived copy, report the exceptions and record    *
003070* the cycle's result on the run ledger.                         *
003080*****************************************************************
003090     ACCEPT WS-TODAY FROM DATE.
003100
003110     PERFORM READ-EXTRACT-HEADER.
003120     PERFORM LOAD-TRANSMITTAL.
003130     PERFORM LOAD-MANIFEST.
003133     PERFORM LOAD-STATEMENT-MARKERS.
003140     PERFORM SCAN-ARCHIVE.
003150     PERFORM REPORT-OPEN.
003160     PERFORM WRITE-AUDIT-REPORT.
003170     PERFORM REPORT-CLOSE.
003180     PERFORM REGISTER-ARCHIVE-AUDIT.
003190
003200     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003210     STRING WS-COMPLETE-COUNT DELIMITED BY SIZE
003220            ' archived complete, ' DELIMITED BY SIZE
003230            WS-EXCEPTION-COUNT DELIMITED BY SIZE
003240            ' archive exceptions' DELIMITED BY SIZE
003250       INTO WS-CONSOLE-MESSAGE.
003260     PERFORM DISPLAY-CONSOLE-MESSAGE.
003270     MOVE 'End Of Job'
003280       TO WS-CONSOLE-MESSAGE.
003290     PERFORM DISPLAY-CONSOLE-MESSAGE.
003300
003310     IF WS-EXCEPTION-COUNT IS GREATER THAN ZERO
003320        MOVE 8 TO RETURN-CODE
003330     ELSE
003340        MOVE 0 TO RETURN-CODE
003350     END-IF.
003360
003370     GOBACK.
003380
003390*****************************************************************
003400* Take this cycle's run id off the extract's header, for the    *
003410* run ledger entry.                                             *
003420*****************************************************************
003430 READ-EXTRACT-HEADER.
003440     PERFORM EXTRACT-OPEN.
003450     PERFORM EXTRACT-READ.
003460     IF NOT END-OF-EXTRACT
003470      AND BANKXT01-H-TYPE IS EQUAL TO 'H'
003480        MOVE BANKXT01-H-RUN-DATE TO WS-EXTRACT-RUN-DATE
003490        MOVE BANKXT01-H-RUN-TIME TO WS-EXTRACT-RUN-TIME
003500     ELSE
003510        MOVE 'EXTRACT has no header - run refused'
003520          TO WS-CONSOLE-MESSAGE
003530        PERFORM ABORT-PROGRAM
003540     END-IF.
003550     PERFORM EXTRACT-CLOSE.
003560
003570*****************************************************************
003580* The statements handed to the print vendor, each with its page *
003590* count and cycle date. The transmittal must be complete - one  *
003600* without its control record is refused.                        *
003610*****************************************************************
003620 LOAD-TRANSMITTAL.
003630     OPEN INPUT TRANSMITTAL-FILE.
003640     IF WS-TRNSCTL-STATUS IS NOT EQUAL TO '00'
003650        MOVE 'TRNSCTL file open failure...'
003660          TO WS-CONSOLE-MESSAGE
003670        PERFORM DISPLAY-CONSOLE-MESSAGE
003680        MOVE WS-TRNSCTL-STATUS TO WS-IO-STATUS
003690        PERFORM DISPLAY-IO-STATUS
003700        PERFORM ABORT-PROGRAM
003710     END-IF.
003720     PERFORM TRANSMITTAL-READ.
003730     PERFORM UNTIL TRANSMITTAL-EOF
003740        EVALUATE TRUE
003750          WHEN TRN-REC-DETAIL
003760             ADD 1 TO WS-PAPER-COUNT
003770             MOVE TRN-PID TO WS-WORK-PID
003780             MOVE TRN-RUN-DATE TO WS-WORK-DATE
003790             PERFORM ADD-STATEMENT-ENTRY
003800             MOVE 'P' TO WS-ST-CHANNEL (WS-ST-COUNT)
003810             MOVE TRN-PAGE-COUNT TO WS-ST-PAGES (WS-ST-COUNT)
003820          WHEN TRN-REC-CONTROL
003830             MOVE 'Y' TO WS-CONTROL-SW
003840          WHEN OTHER
003850             CONTINUE
003860        END-EVALUATE
003870        PERFORM TRANSMITTAL-READ
003880     END-PERFORM.
003890     CLOSE TRANSMITTAL-FILE.
003900     IF NOT CONTROL-RECORD-FOUND
003910        MOVE 'TRNSCTL control record missing - file refused'
003920          TO WS-CONSOLE-MESSAGE
003930        PERFORM ABORT-PROGRAM
003940     END-IF.
003950
003960 TRANSMITTAL-READ.
003970     READ TRANSMITTAL-FILE
003980       AT END
003990          MOVE 'Y' TO WS-TRNSCTL-EOF-SW
004000     END-READ.
004010     IF NOT TRANSMITTAL-EOF
004020        IF WS-TRNSCTL-STATUS IS NOT EQUAL TO '00'
004030           MOVE 'TRNSCTL Error reading file ...'
004040             TO WS-CONSOLE-MESSAGE
004050           PERFORM DISPLAY-CONSOLE-MESSAGE
004060           MOVE WS-TRNSCTL-STATUS TO WS-IO-STATUS
004070           PERFORM DISPLAY-IO-STATUS
004080           PERFORM ABORT-PROGRAM
004090        END-IF
004100     END-IF.
004110
004120*****************************************************************
004130* The statements handed to the mail gateway. The cycle date is  *
004140* the front of the statement reference ZBNKSTM1 gave each one.  *
004150*****************************************************************
004160 LOAD-MANIFEST.
004170     OPEN INPUT DELIVERY-MANIFEST-FILE.
004180     IF WS-MANIFEST-STATUS IS NOT EQUAL TO '00'
004190        MOVE 'ESTMTMAN file open failure...'
004200          TO WS-CONSOLE-MESSAGE
004210        PERFORM DISPLAY-CONSOLE-MESSAGE
004220        MOVE WS-MANIFEST-STATUS TO WS-IO-STATUS
004230        PERFORM DISPLAY-IO-STATUS
004240        PERFORM ABORT-PROGRAM
004250     END-IF.
004260     PERFORM MANIFEST-READ.
004270     PERFORM UNTIL MANIFEST-EOF
004280        ADD 1 TO WS-EDELIVERED-COUNT
004290        MOVE MAN-PID TO WS-WORK-PID
004300        MOVE MAN-STMT-REF (1:6) TO WS-WORK-DATE
004310        PERFORM ADD-STATEMENT-ENTRY
004320        MOVE 'E' TO WS-ST-CHANNEL (WS-ST-COUNT)
004330        MOVE MAN-PAGES TO WS-ST-PAGES (WS-ST-COUNT)
004340        PERFORM MANIFEST-READ
004350     END-PERFORM.
004360     CLOSE DELIVERY-MANIFEST-FILE.
004370
004380 MANIFEST-READ.
004390     READ DELIVERY-MANIFEST-FILE
004400       AT END
004410          MOVE 'Y' TO WS-MANIFEST-EOF-SW
004420     END-READ.
004430     IF NOT MANIFEST-EOF
004440        IF WS-MANIFEST-STATUS IS NOT EQUAL TO '00'
004450           MOVE 'ESTMTMAN Error reading file ...'
004460             TO WS-CONSOLE-MESSAGE
004470           PERFORM DISPLAY-CONSOLE-MESSAGE
004480           MOVE WS-MANIFEST-STATUS TO WS-IO-STATUS
004490           PERFORM DISPLAY-IO-STATUS
004500           PERFORM ABORT-PROGRAM
004510        END-IF
004520     END-IF.
004530
004540*****************************************************************
004550* Add a delivered statement to the table and note its cycle     *
004560* date among those being audited.                               *
004570*****************************************************************
004580 ADD-STATEMENT-ENTRY.
004590     IF WS-ST-COUNT IS NOT LESS THAN 4000
004600        MOVE 'Statement table full - run refused'
004610          TO WS-CONSOLE-MESSAGE
004620        PERFORM ABORT-PROGRAM
004630     END-IF.
004640     ADD 1 TO WS-ST-COUNT.
004650     MOVE WS-WORK-PID TO WS-ST-PID (WS-ST-COUNT).
004660     MOVE WS-WORK-DATE TO WS-ST-CYCLE-DATE (WS-ST-COUNT).
004670     MOVE ZERO TO WS-ST-ARCH-PAGES (WS-ST-COUNT).
004680     MOVE ZERO TO WS-ST-ARCH-LINES (WS-ST-COUNT).
004690     MOVE ZERO TO WS-ST-LAST-SEQ (WS-ST-COUNT).
004700     MOVE ZERO TO WS-ST-COPIES (WS-ST-COUNT).
004710     MOVE 'N' TO WS-ST-END-SW (WS-ST-COUNT).
004720     MOVE 'N' TO WS-ST-GAP-SW (WS-ST-COUNT).
004730     PERFORM FIND-CYCLE-DATE.
004740     IF NOT ENTRY-FOUND
004750        IF WS-CY-COUNT IS LESS THAN 20
004760           ADD 1 TO WS-CY-COUNT
004770           MOVE WS-WORK-DATE TO WS-CY-DATE (WS-CY-COUNT)
004780        ELSE
004790           MOVE 'Cycle date table full - run refused'
004800             TO WS-CONSOLE-MESSAGE
004810           PERFORM ABORT-PROGRAM
004820        END-IF
004830     END-IF.
004840
004850 FIND-CYCLE-DATE.
004860     MOVE 'N' TO WS-FOUND-SW.
004870     PERFORM VARYING WS-CY-IX FROM 1 BY 1
004880       UNTIL WS-CY-IX IS GREATER THAN WS-CY-COUNT
004890                OR ENTRY-FOUND
004900        IF WS-CY-DATE (WS-CY-IX) IS EQUAL TO WS-WORK-DATE
004910           MOVE 'Y' TO WS-FOUND-SW
004920        END-IF
004930     END-PERFORM.
004940
004950*****************************************************************
004960* Read the whole archive once. A statement's lines are archived *
004970* together, so the statement they belong to is looked up only   *
004980* when the PID or cycle date changes. Lines under a cycle date  *
004990* not being audited are passed over.                            *
005000*****************************************************************
005010 SCAN-ARCHIVE.
005020     OPEN INPUT ARCHIVE-FILE.
005030     EVALUATE TRUE
005040       WHEN WS-ARCHIVE-STATUS IS EQUAL TO '35'
005050       WHEN WS-ARCHIVE-STATUS IS EQUAL TO '05'
005060          MOVE 'No statement archive on hand'
005070            TO WS-CONSOLE-MESSAGE
005080          PERFORM DISPLAY-CONSOLE-MESSAGE
005090          MOVE 'Y' TO WS-ARCHIVE-EOF-SW
005100       WHEN WS-ARCHIVE-STATUS IS EQUAL TO '00'
005110          PERFORM ARCHIVE-READ
005120       WHEN OTHER
005130          MOVE 'STMARCH file open failure...'
005140            TO WS-CONSOLE-MESSAGE
005150          PERFORM DISPLAY-CONSOLE-MESSAGE
005160          MOVE WS-ARCHIVE-STATUS TO WS-IO-STATUS
005170          PERFORM DISPLAY-IO-STATUS
005180          PERFORM ABORT-PROGRAM
005190     END-EVALUATE.
005200     PERFORM UNTIL ARCHIVE-EOF
005210        ADD 1 TO WS-ARCHIVE-READ
005220        IF ARCH-PID IS NOT EQUAL TO WS-LAST-PID
005230         OR ARCH-CYCLE-DATE IS NOT EQUAL TO WS-LAST-DATE
005240           MOVE ARCH-PID TO WS-LAST-PID
005250           MOVE ARCH-CYCLE-DATE TO WS-LAST-DATE
005260           PERFORM LOCATE-ARCHIVE-STATEMENT
005270        END-IF
005280        EVALUATE TRUE
005290          WHEN WS-CUR-ST-IX IS GREATER THAN ZERO
005300             PERFORM CHECK-ARCHIVE-LINE
005310          WHEN WS-CUR-XA-IX IS GREATER THAN ZERO
005320             ADD 1 TO WS-XA-LINES (WS-CUR-XA-IX)
005323             MOVE 'TITLE' TO WS-MKR-WANTED
005327             MOVE ARCH-LINE (11:33) TO WS-MKR-SLICE
005330             PERFORM CHECK-STATEMENT-MARKER
005333             IF MARKER-MATCHED
005340                ADD 1 TO WS-XA-PAGES (WS-CUR-XA-IX)
005350             END-IF
005360          WHEN OTHER
005370             CONTINUE
005380        END-EVALUATE
005390        PERFORM ARCHIVE-READ
005400     END-PERFORM.
005410     IF WS-ARCHIVE-STATUS IS EQUAL TO '00'
005420      OR WS-ARCHIVE-STATUS IS EQUAL TO '10'
005430        CLOSE ARCHIVE-FILE
005440     END-IF.
005450
005460 ARCHIVE-READ.
005470     READ ARCHIVE-FILE
005480       AT END
005490          MOVE 'Y' TO WS-ARCHIVE-EOF-SW
005500     END-READ.
005510     IF NOT ARCHIVE-EOF
005520        IF WS-ARCHIVE-STATUS IS NOT EQUAL TO '00'
005530           MOVE 'STMARCH Error reading file ...'
005540             TO WS-CONSOLE-MESSAGE
005550           PERFORM DISPLAY-CONSOLE-MESSAGE
005560           MOVE WS-ARCHIVE-STATUS TO WS-IO-STATUS
005570           PERFORM DISPLAY-IO-STATUS
005580           PERFORM ABORT-PROGRAM
005590        END-IF
005600     END-IF.
005610
005620*****************************************************************
005630* Find the delivered statement a run of archive lines belongs   *
005640* to. Under an audited cycle date with nobody delivered, the    *
005650* lines are an extra entry.                                     *
005660*****************************************************************
005670 LOCATE-ARCHIVE-STATEMENT.
005680     MOVE ZERO TO WS-CUR-ST-IX.
005690     MOVE ZERO TO WS-CUR-XA-IX.
005700     MOVE ARCH-CYCLE-DATE TO WS-WORK-DATE.
005710     PERFORM FIND-CYCLE-DATE.
005720     IF ENTRY-FOUND
005730        MOVE 'N' TO WS-FOUND-SW
005740        PERFORM VARYING WS-ST-IX FROM 1 BY 1
005750          UNTIL WS-ST-IX IS GREATER THAN WS-ST-COUNT
005760                   OR ENTRY-FOUND
005770           IF WS-ST-PID (WS-ST-IX) IS EQUAL TO ARCH-PID
005780            AND WS-ST-CYCLE-DATE (WS-ST-IX) IS EQUAL TO
005790                  WS-WORK-DATE
005800              MOVE 'Y' TO WS-FOUND-SW
005810              MOVE WS-ST-IX TO WS-CUR-ST-IX
005820           END-IF
005830        END-PERFORM
005840        IF NOT ENTRY-FOUND
005850           PERFORM LOCATE-EXTRA-ENTRY
005860        END-IF
005870     END-IF.
005880
005890 LOCATE-EXTRA-ENTRY.
005900     PERFORM VARYING WS-XA-IX FROM 1 BY 1
005910       UNTIL WS-XA-IX IS GREATER THAN WS-XA-COUNT
005920                OR ENTRY-FOUND
005930        IF WS-XA-PID (WS-XA-IX) IS EQUAL TO ARCH-PID
005940         AND WS-XA-CYCLE-DATE (WS-XA-IX) IS EQUAL TO WS-WORK-DATE
005950           MOVE 'Y' TO WS-FOUND-SW
005960           MOVE WS-XA-IX TO WS-CUR-XA-IX
005970        END-IF
005980     END-PERFORM.
005990     IF NOT ENTRY-FOUND
006000        ADD 1 TO WS-UNDELIVERED-COUNT
006010        IF WS-XA-COUNT IS LESS THAN 500
006020           ADD 1 TO WS-XA-COUNT
006030           MOVE ARCH-PID TO WS-XA-PID (WS-XA-COUNT)
006040           MOVE WS-WORK-DATE TO WS-XA-CYCLE-DATE (WS-XA-COUNT)
006050           MOVE ZERO TO WS-XA-PAGES (WS-XA-COUNT)
006060           MOVE ZERO TO WS-XA-LINES (WS-XA-COUNT)
006070           MOVE WS-XA-COUNT TO WS-CUR-XA-IX
006080        END-IF
006090     END-IF.
006100
006110*****************************************************************
006120* One archived line of a delivered statement. The lines of one  *
006130* copy run in sequence from 1 - a break in the sequence means   *
006140* lines were lost, and the sequence starting again means the    *
006150* statement was archived a second time. Only the first copy's   *
006160* pages are counted.                                            *
006170*****************************************************************
006180 CHECK-ARCHIVE-LINE.
006190     IF ARCH-SEQ IS EQUAL TO 1
006200        ADD 1 TO WS-ST-COPIES (WS-CUR-ST-IX)
006210     ELSE
006220        IF ARCH-SEQ IS NOT EQUAL TO
006230             WS-ST-LAST-SEQ (WS-CUR-ST-IX) + 1
006240           MOVE 'Y' TO WS-ST-GAP-SW (WS-CUR-ST-IX)
006250        END-IF
006260     END-IF.
006270     MOVE ARCH-SEQ TO WS-ST-LAST-SEQ (WS-CUR-ST-IX).
006280     IF WS-ST-COPIES (WS-CUR-ST-IX) IS NOT GREATER THAN 1
006290        ADD 1 TO WS-ST-ARCH-LINES (WS-CUR-ST-IX)
006293        MOVE 'TITLE' TO WS-MKR-WANTED
006297        MOVE ARCH-LINE (11:33) TO WS-MKR-SLICE
006300        PERFORM CHECK-STATEMENT-MARKER
006303        IF MARKER-MATCHED
006310           ADD 1 TO WS-ST-ARCH-PAGES (WS-CUR-ST-IX)
006320        END-IF
006323        MOVE 'END' TO WS-MKR-WANTED
006327        MOVE ARCH-LINE (3:26) TO WS-MKR-SLICE
006330        PERFORM CHECK-STATEMENT-MARKER
006333        IF MARKER-MATCHED
006340           MOVE 'Y' TO WS-ST-END-SW (WS-CUR-ST-IX)
006350        END-IF
006360     END-IF.
006370
006380*****************************************************************
006390* Grade each delivered statement's archived copy and list every *
006400* one that is not complete, then the extra entries and the      *
006410* totals.                                                       *
006420*****************************************************************
006430 WRITE-AUDIT-REPORT.
006440     MOVE 'STATEMENT ARCHIVE COMPLETENESS AUDIT' TO RH-TITLE.
006450     MOVE WS-TODAY TO RH-RUN-DATE.
006460     MOVE RPT-HEADING-LINE TO AUDIT-REPORT-LINE.
006470     PERFORM REPORT-PUT.
006480     MOVE WS-EXTRACT-RUN-ID TO RY-RUN-ID.
006490     MOVE SPACES TO WS-CY-LIST.
006500     MOVE 1 TO WS-CY-PTR.
006510     PERFORM VARYING WS-CY-IX FROM 1 BY 1
006520       UNTIL WS-CY-IX IS GREATER THAN WS-CY-COUNT
006530              OR WS-CY-PTR IS GREATER THAN 54
006540        STRING WS-CY-DATE (WS-CY-IX) DELIMITED BY SIZE
006550               ' ' DELIMITED BY SIZE
006560          INTO WS-CY-LIST WITH POINTER WS-CY-PTR
006570     END-PERFORM.
006580     MOVE WS-CY-LIST TO RY-CYCLE-DATES.
006590     MOVE RPT-CYCLE-LINE TO AUDIT-REPORT-LINE.
006600     PERFORM REPORT-PUT.
006610     MOVE SPACES TO AUDIT-REPORT-LINE.
006620     PERFORM REPORT-PUT.
006630     MOVE SPACES TO RPT-COLUMN-LINE.
006640     MOVE 'RESULT' TO RPT-COLUMN-LINE (3:6).
006650     MOVE 'PID' TO RPT-COLUMN-LINE (13:3).
006660     MOVE 'CYCLE' TO RPT-COLUMN-LINE (20:5).
006670     MOVE 'SENT' TO RPT-COLUMN-LINE (28:4).
006680     MOVE 'PAGES' TO RPT-COLUMN-LINE (35:5).
006690     MOVE 'ARCHV' TO RPT-COLUMN-LINE (42:5).
006700     MOVE 'LINES' TO RPT-COLUMN-LINE (51:5).
006710     MOVE 'REASON' TO RPT-COLUMN-LINE (58:6).
006720     MOVE RPT-COLUMN-LINE TO AUDIT-REPORT-LINE.
006730     PERFORM REPORT-PUT.
006740
006750     PERFORM VARYING WS-ST-IX FROM 1 BY 1
006760       UNTIL WS-ST-IX IS GREATER THAN WS-ST-COUNT
006770        PERFORM GRADE-STATEMENT
006780     END-PERFORM.
006790     PERFORM VARYING WS-XA-IX FROM 1 BY 1
006800       UNTIL WS-XA-IX IS GREATER THAN WS-XA-COUNT
006810        MOVE 'EXTRA' TO RD-RESULT
006820        MOVE WS-XA-PID (WS-XA-IX) TO RD-PID
006830        MOVE WS-XA-CYCLE-DATE (WS-XA-IX) TO RD-CYCLE-DATE
006840        MOVE SPACES TO RD-CHANNEL
006850        MOVE ZERO TO RD-PAGES
006860        MOVE WS-XA-PAGES (WS-XA-IX) TO RD-ARCH-PAGES
006870        MOVE WS-XA-LINES (WS-XA-IX) TO RD-ARCH-LINES
006880        MOVE 'ARCHIVED BUT NOT DELIVERED' TO RD-REASON
006890        MOVE RPT-DETAIL-LINE TO AUDIT-REPORT-LINE
006900        PERFORM REPORT-PUT
006910     END-PERFORM.
006920     IF WS-UNDELIVERED-COUNT IS GREATER THAN WS-XA-COUNT
006930        MOVE '  FURTHER EXTRA ENTRIES NOT LISTED'
006940          TO AUDIT-REPORT-LINE
006950        PERFORM REPORT-PUT
006960     END-IF.
006970     ADD WS-UNDELIVERED-COUNT TO WS-EXTRA-COUNT.
006980     COMPUTE WS-EXCEPTION-COUNT =
006990        WS-MISSING-COUNT + WS-PARTIAL-COUNT + WS-EXTRA-COUNT.
007000     IF WS-EXCEPTION-COUNT IS EQUAL TO ZERO
007010        MOVE '  NONE' TO AUDIT-REPORT-LINE
007020        PERFORM REPORT-PUT
007030     END-IF.
007040
007050     MOVE SPACES TO AUDIT-REPORT-LINE.
007060     PERFORM REPORT-PUT.
007070     MOVE 'STATEMENTS ON THE TRANSMITTAL' TO RT-LABEL.
007080     MOVE WS-PAPER-COUNT TO RT-COUNT.
007090     PERFORM REPORT-COUNT-TOTAL.
007100     MOVE 'STATEMENTS ON THE E-STATEMENT MANIFEST' TO RT-LABEL.
007110     MOVE WS-EDELIVERED-COUNT TO RT-COUNT.
007120     PERFORM REPORT-COUNT-TOTAL.
007130     MOVE 'ARCHIVED COMPLETE' TO RT-LABEL.
007140     MOVE WS-COMPLETE-COUNT TO RT-COUNT.
007150     PERFORM REPORT-COUNT-TOTAL.
007160     MOVE 'MISSING FROM THE ARCHIVE' TO RT-LABEL.
007170     MOVE WS-MISSING-COUNT TO RT-COUNT.
007180     PERFORM REPORT-COUNT-TOTAL.
007190     MOVE 'PARTIAL IN THE ARCHIVE' TO RT-LABEL.
007200     MOVE WS-PARTIAL-COUNT TO RT-COUNT.
007210     PERFORM REPORT-COUNT-TOTAL.
007220     MOVE 'EXTRA IN THE ARCHIVE' TO RT-LABEL.
007230     MOVE WS-EXTRA-COUNT TO RT-COUNT.
007240     PERFORM REPORT-COUNT-TOTAL.
007250     MOVE 'ARCHIVE LINES READ' TO RT-LABEL.
007260     MOVE WS-ARCHIVE-READ TO RT-COUNT.
007270     PERFORM REPORT-COUNT-TOTAL.
007280     MOVE SPACES TO AUDIT-REPORT-LINE.
007290     PERFORM REPORT-PUT.
007300     IF WS-EXCEPTION-COUNT IS EQUAL TO ZERO
007310        MOVE '  ARCHIVE AUDIT PASSED' TO AUDIT-REPORT-LINE
007320     ELSE
007330        MOVE '  ARCHIVE AUDIT FAILED' TO AUDIT-REPORT-LINE
007340     END-IF.
007350     PERFORM REPORT-PUT.
007360
007370*****************************************************************
007380* A statement is complete when its archived copy runs unbroken  *
007390* to the end-of-statement line with as many pages as were       *
007400* delivered. A statement archived twice is an extra entry.      *
007410*****************************************************************
007420 GRADE-STATEMENT.
007430     MOVE SPACES TO WS-REASON.
007440     EVALUATE TRUE
007450       WHEN WS-ST-ARCH-LINES (WS-ST-IX) IS EQUAL TO ZERO
007460          MOVE 'MISSING' TO WS-RESULT
007470          MOVE 'NO ARCHIVED COPY FOR THE CYCLE' TO WS-REASON
007480          ADD 1 TO WS-MISSING-COUNT
007490       WHEN WS-ST-GAP-SW (WS-ST-IX) IS EQUAL TO 'Y'
007500          MOVE 'PARTIAL' TO WS-RESULT
007510          MOVE 'ARCHIVED LINES OUT OF SEQUENCE' TO WS-REASON
007520          ADD 1 TO WS-PARTIAL-COUNT
007530       WHEN WS-ST-END-SW (WS-ST-IX) IS NOT EQUAL TO 'Y'
007540          MOVE 'PARTIAL' TO WS-RESULT
007550          MOVE 'NO END-OF-STATEMENT LINE ARCHIVED' TO WS-REASON
007560          ADD 1 TO WS-PARTIAL-COUNT
007570       WHEN WS-ST-ARCH-PAGES (WS-ST-IX) IS NOT EQUAL TO
007580              WS-ST-PAGES (WS-ST-IX)
007590          MOVE 'PARTIAL' TO WS-RESULT
007600          MOVE 'ARCHIVED PAGES DIFFER FROM DELIVERED'
007610            TO WS-REASON
007620          ADD 1 TO WS-PARTIAL-COUNT
007630       WHEN WS-ST-COPIES (WS-ST-IX) IS GREATER THAN 1
007640          MOVE 'EXTRA' TO WS-RESULT
007650          MOVE 'ARCHIVED MORE THAN ONCE' TO WS-REASON
007660          ADD 1 TO WS-EXTRA-COUNT
007670       WHEN OTHER
007680          MOVE 'COMPLETE' TO WS-RESULT
007690          ADD 1 TO WS-COMPLETE-COUNT
007700     END-EVALUATE.
007710     IF WS-RESULT IS NOT EQUAL TO 'COMPLETE'
007720        MOVE WS-RESULT TO RD-RESULT
007730        MOVE WS-ST-PID (WS-ST-IX) TO RD-PID
007740        MOVE WS-ST-CYCLE-DATE (WS-ST-IX) TO RD-CYCLE-DATE
007750        IF WS-ST-CHANNEL (WS-ST-IX) IS EQUAL TO 'P'
007760           MOVE 'PAPER' TO RD-CHANNEL
007770        ELSE
007780           MOVE 'EMAIL' TO RD-CHANNEL
007790        END-IF
007800        MOVE WS-ST-PAGES (WS-ST-IX) TO RD-PAGES
007810        MOVE WS-ST-ARCH-PAGES (WS-ST-IX) TO RD-ARCH-PAGES
007820        MOVE WS-ST-ARCH-LINES (WS-ST-IX) TO RD-ARCH-LINES
007830        MOVE WS-REASON TO RD-REASON
007840        MOVE RPT-DETAIL-LINE TO AUDIT-REPORT-LINE
007850        PERFORM REPORT-PUT
007860     END-IF.
007870
007880 REPORT-COUNT-TOTAL.
007890     MOVE RPT-COUNT-LINE TO AUDIT-REPORT-LINE.
007900     PERFORM REPORT-PUT.
007910
007920*****************************************************************
007930* Record the audit on the ledger against this cycle's run id,   *
007940* with the statements archived complete and the exceptions - a  *
007950* pass when there are none.                                     *
007960*****************************************************************
007970 REGISTER-ARCHIVE-AUDIT.
007980     MOVE SPACES TO RUNLEDG-RECORD.
007990     MOVE WS-EXTRACT-RUN-DATE TO RUNLEDG-RUN-DATE.
008000     MOVE WS-EXTRACT-RUN-TIME TO RUNLEDG-RUN-TIME.
008010     MOVE WS-PROGRAM-ID TO RUNLEDG-PROGRAM.
008020     SET RUNLEDG-STATUS-AUDITED TO TRUE.
008030     IF WS-EXCEPTION-COUNT IS EQUAL TO ZERO
008040        MOVE 'PASSED' TO WS-RESULT
008050     ELSE
008060        MOVE 'FAILED' TO WS-RESULT
008070     END-IF.
008080     STRING 'ARCHIVE AUDIT ' DELIMITED BY SIZE
008090            WS-RESULT DELIMITED BY SPACE
008100            ' MISSING ' DELIMITED BY SIZE
008110            WS-MISSING-COUNT DELIMITED BY SIZE
008120            ' PARTIAL ' DELIMITED BY SIZE
008130            WS-PARTIAL-COUNT DELIMITED BY SIZE
008140            ' EXTRA ' DELIMITED BY SIZE
008150            WS-EXTRA-COUNT DELIMITED BY SIZE
008160       INTO RUNLEDG-PARM.
008170     MOVE WS-COMPLETE-COUNT TO RUNLEDG-COUNTER1.
008180     MOVE WS-EXCEPTION-COUNT TO RUNLEDG-COUNTER2.
008190     ACCEPT RUNLEDG-END-DATE FROM DATE.
008200     ACCEPT RUNLEDG-END-TIME FROM TIME.
008210     OPEN EXTEND RUN-LEDGER-FILE.
008220     IF WS-LEDGER-STATUS IS NOT EQUAL TO '00'
008230      AND WS-LEDGER-STATUS IS NOT EQUAL TO '05'
008240        MOVE 'RUNLEDGR file open failure...'
008250          TO WS-CONSOLE-MESSAGE
008260        PERFORM DISPLAY-CONSOLE-MESSAGE
008270        MOVE WS-LEDGER-STATUS TO WS-IO-STATUS
008280        PERFORM DISPLAY-IO-STATUS
008290        PERFORM ABORT-PROGRAM
008300     END-IF.
008310     WRITE RUNLEDG-RECORD.
008320     IF WS-LEDGER-STATUS IS NOT EQUAL TO '00'
008330        MOVE 'RUNLEDGR Error writing file ...'
008340          TO WS-CONSOLE-MESSAGE
008350        PERFORM DISPLAY-CONSOLE-MESSAGE
008360        MOVE WS-LEDGER-STATUS TO WS-IO-STATUS
008370        PERFORM DISPLAY-IO-STATUS
008380        PERFORM ABORT-PROGRAM
008390     END-IF.
008400     CLOSE RUN-LEDGER-FILE.
008410
008420*****************************************************************
008430* Open the extract file produced by ZBNKEXT1 as input.          *
008440*****************************************************************
008450 EXTRACT-OPEN.
008460     OPEN INPUT EXTRACT-FILE.
008470     IF WS-EXTRACT-STATUS = '00'
008480        MOVE 'EXTRACT file opened OK'
008490          TO WS-CONSOLE-MESSAGE
008500        PERFORM DISPLAY-CONSOLE-MESSAGE
008510     ELSE
008520        MOVE 'EXTRACT file open failure...'
008530          TO WS-CONSOLE-MESSAGE
008540        PERFORM DISPLAY-CONSOLE-MESSAGE
008550        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
008560        PERFORM DISPLAY-IO-STATUS
008570        PERFORM ABORT-PROGRAM
008580        END-IF.
008590
008600 EXTRACT-READ.
008610     READ EXTRACT-FILE
008620        AT END
008630           MOVE 'Y' TO WS-EOF-SW
008640     END-READ.
008650     IF NOT END-OF-EXTRACT
008660        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
008670           MOVE 'EXTRACT Error reading file ...'
008680             TO WS-CONSOLE-MESSAGE
008690           PERFORM DISPLAY-CONSOLE-MESSAGE
008700           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
008710           PERFORM DISPLAY-IO-STATUS
008720           PERFORM ABORT-PROGRAM
008730        END-IF
008740     END-IF.
008750
008760 EXTRACT-CLOSE.
008770     CLOSE EXTRACT-FILE.
008780
008790*****************************************************************
008800* Open the audit report as output.                              *
008810*****************************************************************
008820 REPORT-OPEN.
008830     OPEN OUTPUT AUDIT-REPORT-FILE.
008840     IF WS-REPORT-STATUS = '00'
008850        MOVE 'ARVRPT file opened OK'
008860          TO WS-CONSOLE-MESSAGE
008870        PERFORM DISPLAY-CONSOLE-MESSAGE
008880     ELSE
008890        MOVE 'ARVRPT file open failure...'
008900          TO WS-CONSOLE-MESSAGE
008910        PERFORM DISPLAY-CONSOLE-MESSAGE
008920        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008930        PERFORM DISPLAY-IO-STATUS
008940        PERFORM ABORT-PROGRAM
008950        END-IF.
008960
008970 REPORT-PUT.
008980     WRITE AUDIT-REPORT-LINE.
008990     IF WS-REPORT-STATUS NOT = '00'
009000        MOVE 'ARVRPT Error writing file ...'
009010          TO WS-CONSOLE-MESSAGE
009020        PERFORM DISPLAY-CONSOLE-MESSAGE
009030        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
009040        PERFORM DISPLAY-IO-STATUS
009050        PERFORM ABORT-PROGRAM
009060     END-IF.
009070
009080 REPORT-CLOSE.
009090     CLOSE AUDIT-REPORT-FILE.
009100
009101*****************************************************************
009102* Load the statement texts the print stream is recognised by -  *
009103* the English ones ZBNKSTM1 prints by default, and each         *
009104* language's from the translation table when one is supplied.   *
009105*****************************************************************
009107 LOAD-STATEMENT-MARKERS.
009108     MOVE 'TITLE' TO WS-MKR-WANTED.
009109     MOVE 'B A N K   S T A T E M E N T' TO WS-MKR-SLICE.
009110     PERFORM ADD-STATEMENT-MARKER.
009111     MOVE 'END' TO WS-MKR-WANTED.
009112     MOVE '***  END OF STATEMENT  ***' TO WS-MKR-SLICE.
009113     PERFORM ADD-STATEMENT-MARKER.
009114     OPEN INPUT STATEMENT-LITERAL-FILE.
009115     EVALUATE TRUE
009116       WHEN WS-STMTLIT-STATUS IS EQUAL TO '35'
009118       WHEN WS-STMTLIT-STATUS IS EQUAL TO '05'
009119          CONTINUE
009120       WHEN WS-STMTLIT-STATUS IS EQUAL TO '00'
009121          PERFORM READ-LITERAL-RECORD
009122          PERFORM UNTIL LITERAL-FILE-EOF
009123             IF LIT-FIXED-LITERAL
009124                IF LIT-KEY IS EQUAL TO 'TITLE'
009125               OR LIT-KEY IS EQUAL TO 'END'
009126                   MOVE LIT-KEY TO WS-MKR-WANTED
009127                   MOVE LIT-TEXT TO WS-MKR-SLICE
009129                   PERFORM ADD-STATEMENT-MARKER
009130                END-IF
009131             END-IF
009132             PERFORM READ-LITERAL-RECORD
009133          END-PERFORM
009134          CLOSE STATEMENT-LITERAL-FILE
009135       WHEN OTHER
009136          MOVE 'STMTLIT file open failure...'
009137            TO WS-CONSOLE-MESSAGE
009138          PERFORM DISPLAY-CONSOLE-MESSAGE
009140          MOVE WS-STMTLIT-STATUS TO WS-IO-STATUS
009141          PERFORM DISPLAY-IO-STATUS
009142          PERFORM ABORT-PROGRAM
009143     END-EVALUATE.
009144
009145 READ-LITERAL-RECORD.
009146     READ STATEMENT-LITERAL-FILE
009147       AT END
009148          MOVE 'Y' TO WS-LIT-EOF-SW
009149     END-READ.
009150
009152 ADD-STATEMENT-MARKER.
009153     IF WS-MKR-COUNT IS LESS THAN 60
009154        ADD 1 TO WS-MKR-COUNT
009155        MOVE WS-MKR-WANTED TO WS-MKR-KEY (WS-MKR-COUNT)
009156        MOVE WS-MKR-SLICE TO WS-MKR-TEXT (WS-MKR-COUNT)
009157     ELSE
009158        MOVE 'Statement marker table full - entry ignored'
009159          TO WS-CONSOLE-MESSAGE
009160        PERFORM DISPLAY-CONSOLE-MESSAGE
009161     END-IF.
009163
009164*****************************************************************
009165* Is the slice of the line just read the wanted literal in any  *
009166* language?                                                     *
009167*****************************************************************
009168 CHECK-STATEMENT-MARKER.
009169     MOVE 'N' TO WS-MKR-MATCH-SW.
009170     PERFORM VARYING WS-MKR-IX FROM 1 BY 1
009171       UNTIL WS-MKR-IX IS GREATER THAN WS-MKR-COUNT
009172             OR MARKER-MATCHED
009174        IF WS-MKR-KEY (WS-MKR-IX) IS EQUAL TO WS-MKR-WANTED
009175         AND WS-MKR-TEXT (WS-MKR-IX) IS EQUAL TO WS-MKR-SLICE
009176           MOVE 'Y' TO WS-MKR-MATCH-SW
009177        END-IF
009178     END-PERFORM.
009179
009181*****************************************************************
009182* Display the file status bytes. This routine will display as   *
009183* two digits if the full two byte file status is numeric. If    *
009185* second byte is non-numeric then it will be treated as a       *
009186* binary number.                                                *
009187*****************************************************************
009188 DISPLAY-IO-STATUS.
009189     IF WS-IO-STATUS NUMERIC
009190        MOVE SPACE TO WS-CONSOLE-MESSAGE
009200        STRING 'File status -' DELIMITED BY SIZE
009210               WS-IO-STATUS DELIMITED BY SIZE
009220          INTO WS-CONSOLE-MESSAGE
009230        PERFORM DISPLAY-CONSOLE-MESSAGE
009240     ELSE
009250        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
009260        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
009270        MOVE SPACE TO WS-CONSOLE-MESSAGE
009280        STRING 'File status -' DELIMITED BY SIZE
009290               WS-IO-STAT1 DELIMITED BY SIZE
009300               '/' DELIMITED BY SIZE
009310               WS-TWO-BYTES DELIMITED BY SIZE
009320          INTO WS-CONSOLE-MESSAGE
009330        PERFORM DISPLAY-CONSOLE-MESSAGE
009340     END-IF.
009350
009360*****************************************************************
009370* 'ABORT' the program.                                          *
009380* Post a message to the console and issue a STOP RUN            *
009390*****************************************************************
009400 ABORT-PROGRAM.
009410     IF WS-CONSOLE-MESSAGE NOT = SPACES
009420        PERFORM DISPLAY-CONSOLE-MESSAGE
009430     END-IF.
009440     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
009450     PERFORM DISPLAY-CONSOLE-MESSAGE.
009460     MOVE 16 TO RETURN-CODE.
009470     GOBACK.
009480
009490*****************************************************************
009500* Display a message on the console, prefixed with the program   *
009510* name so it can be picked out of a mixed job log.              *
009520*****************************************************************
009530 DISPLAY-CONSOLE-MESSAGE.
009540     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
009550
