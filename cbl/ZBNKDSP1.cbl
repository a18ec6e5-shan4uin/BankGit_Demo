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
000130* Prgram:      ZBNKDSP1.CBL                                     *
000140* Function:    Transaction dispute tracking - validate the new  *
000150*              disputes against the extract, apply the back     *
000160*              office's actions, feed provisional credits and   *
000170*              reversals to posting with an audit trail of each *
000180*              status change and report the deadline aging      *
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.
000220     ZBNKDSP1.
000230 DATE-WRITTEN.
000240     September 2026.
000250 DATE-COMPILED.
000260     Today.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT   SECTION.
000290   FILE-CONTROL.
000300     SELECT EXTRACT-FILE
000310            ASSIGN       TO EXTRACT
000320            ORGANIZATION IS SEQUENTIAL
000330            ACCESS MODE  IS SEQUENTIAL
000340            FILE STATUS  IS WS-EXTRACT-STATUS.
000350
000360     SELECT OPTIONAL DISPUTE-FILE
000370            ASSIGN       TO DSPFILE
000380            ORGANIZATION IS SEQUENTIAL
000390            ACCESS MODE  IS SEQUENTIAL
000400            FILE STATUS  IS WS-DISPUTE-STATUS.
000410
000420     SELECT OPTIONAL DISPUTE-INTAKE-FILE
000430            ASSIGN       TO DSPINTK
000440            ORGANIZATION IS SEQUENTIAL
000450            ACCESS MODE  IS SEQUENTIAL
000460            FILE STATUS  IS WS-INTAKE-STATUS.
000470
000480     SELECT OPTIONAL DISPUTE-CONTROL-FILE
000490            ASSIGN       TO DSPCTL
000500            ORGANIZATION IS SEQUENTIAL
000510            ACCESS MODE  IS SEQUENTIAL
000520            FILE STATUS  IS WS-CONTROL-STATUS.
000530
000540     SELECT NEW-DISPUTE-FILE
000550            ASSIGN       TO DSPNEW
000560            ORGANIZATION IS SEQUENTIAL
000570            ACCESS MODE  IS SEQUENTIAL
000580            FILE STATUS  IS WS-DSPNEW-STATUS.
000590
000600     SELECT DISPUTE-POSTING-FILE
000610            ASSIGN       TO DSPPOST
000620            ORGANIZATION IS SEQUENTIAL
000630            ACCESS MODE  IS SEQUENTIAL
000640            FILE STATUS  IS WS-POSTING-STATUS.
000650
000660     SELECT OPTIONAL DISPUTE-AUDIT-FILE
000670            ASSIGN       TO DSPAUDT
000680            ORGANIZATION IS SEQUENTIAL
000690            ACCESS MODE  IS SEQUENTIAL
000700            FILE STATUS  IS WS-AUDIT-STATUS.
000710
000720     SELECT DISPUTE-REPORT
000730            ASSIGN       TO DSPRPT
000740            ORGANIZATION IS SEQUENTIAL
000750            ACCESS MODE  IS SEQUENTIAL
000760            FILE STATUS  IS WS-REPORT-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  EXTRACT-FILE
000810     RECORDING MODE IS V
000820     RECORD CONTAINS 66 TO 95 CHARACTERS.
000830 COPY CBANKXT1.
000840
000850*****************************************************************
000860* The dispute file carried forward from the previous run and    *
000870* the updated file written behind this run.                     *
000880*****************************************************************
000890 FD  DISPUTE-FILE
000900     RECORD CONTAINS 150 CHARACTERS.
000910 COPY CDISPUT.
000920
000930*****************************************************************
000940* Dispute intake and actions keyed by the back office. Each     *
000950* names the disputed transaction as it stands on the type '3'   *
000960* record - PID, account, timestamp and amount. "N" is a new     *
000970* dispute, "P" grants provisional credit, "F" resolves it in    *
000980* the customer's favour, "D" denies it and "W" records the      *
000990* customer withdrawing it.                                      *
001000*****************************************************************
001010 FD  DISPUTE-INTAKE-FILE
001020     RECORD CONTAINS 80 CHARACTERS.
001030 01  DISPUTE-INTAKE-RECORD.
001040   05  DSI-ACTION                            PIC X(1).
001050     88  DSI-NEW-DISPUTE                      VALUE 'N'.
001060     88  DSI-PROVISIONAL-CREDIT               VALUE 'P'.
001070     88  DSI-RESOLVED                         VALUE 'F'.
001080     88  DSI-DENIED                           VALUE 'D'.
001090     88  DSI-WITHDRAWN                        VALUE 'W'.
001100   05  DSI-PID                               PIC X(5).
001110   05  DSI-ACC-NO                            PIC X(10).
001120   05  DSI-TIMESTAMP                         PIC X(26).
001130   05  DSI-AMOUNT                            PIC S9(9)V99.
001140   05  DSI-USERID                            PIC X(8).
001150   05  DSI-REASON                            PIC X(4).
001160   05  FILLER                                PIC X(15).
001170
001180*****************************************************************
001190* Dispute deadlines - "PCDAYS" is the number of calendar days   *
001200* from receipt by which provisional credit must be given,       *
001210* "RESDAY" the days by which the dispute must be resolved,      *
001220* "WARN  " how many days ahead of either a dispute is reported  *
001230* as nearing it, and "AUTOPC" 1 to give provisional credit      *
001240* automatically when the deadline arrives or 0 to leave it to   *
001250* the back office.                                              *
001260*****************************************************************
001270 FD  DISPUTE-CONTROL-FILE
001280     RECORD CONTAINS 20 CHARACTERS.
001290 01  DISPUTE-CONTROL-RECORD.
001300   05  DCT-KEYWORD                           PIC X(6).
001310   05  DCT-VALUE                             PIC 9(5).
001320   05  FILLER                                PIC X(9).
001330
001340 FD  NEW-DISPUTE-FILE
001350     RECORD CONTAINS 150 CHARACTERS.
001360 01  NEW-DISPUTE-RECORD                      PIC X(150).
001370
001380 FD  DISPUTE-POSTING-FILE
001390     RECORD CONTAINS 80 CHARACTERS.
001400 COPY CDSPPST.
001410
001420*****************************************************************
001430* The audit trail - one record for every status change a        *
001440* dispute goes through, with who made it and what it posted.    *
001450* It is added to run after run, never rewritten.                *
001460*****************************************************************
001470 FD  DISPUTE-AUDIT-FILE
001480     RECORD CONTAINS 100 CHARACTERS.
001490 01  DISPUTE-AUDIT-RECORD.
001500   05  AUD-DATE                              PIC 9(6).
001510   05  AUD-TIME                              PIC 9(8).
001520   05  AUD-DISPUTE-NO                        PIC 9(7).
001530   05  AUD-PID                               PIC X(5).
001540   05  AUD-ACC-NO                            PIC X(10).
001550   05  AUD-TIMESTAMP                         PIC X(26).
001560   05  AUD-ACTION                            PIC X(1).
001570   05  AUD-OLD-STATUS                        PIC X(1).
001580   05  AUD-NEW-STATUS                        PIC X(1).
001590   05  AUD-USERID                            PIC X(8).
001600   05  AUD-REASON                            PIC X(4).
001610   05  AUD-POSTING-TYPE                      PIC X(2).
001620   05  AUD-POSTED-AMOUNT                     PIC S9(9)V99.
001630   05  FILLER                                PIC X(10).
001640
001650 FD  DISPUTE-REPORT
001660     RECORD CONTAINS 132 CHARACTERS.
001670 01  DISPUTE-REPORT-LINE                     PIC X(132).
001680
001690 WORKING-STORAGE SECTION.
001700 01  WS-MISC-STORAGE.
001710   05  WS-PROGRAM-ID                         PIC X(8)
001720       VALUE 'ZBNKDSP1'.
001730   05  WS-EXTRACT-STATUS.
001740     10  WS-EXTRACT-STAT1                    PIC X(1).
001750     10  WS-EXTRACT-STAT2                    PIC X(1).
001760
001770   05  WS-DISPUTE-STATUS.
001780     10  WS-DISPUTE-STAT1                    PIC X(1).
001790     10  WS-DISPUTE-STAT2                    PIC X(1).
001800
001810   05  WS-INTAKE-STATUS.
001820     10  WS-INTAKE-STAT1                     PIC X(1).
001830     10  WS-INTAKE-STAT2                     PIC X(1).
001840
001850   05  WS-CONTROL-STATUS.
001860     10  WS-CONTROL-STAT1                    PIC X(1).
001870     10  WS-CONTROL-STAT2                    PIC X(1).
001880
001890   05  WS-DSPNEW-STATUS.
001900     10  WS-DSPNEW-STAT1                     PIC X(1).
001910     10  WS-DSPNEW-STAT2                     PIC X(1).
001920
001930   05  WS-POSTING-STATUS.
001940     10  WS-POSTING-STAT1                    PIC X(1).
001950     10  WS-POSTING-STAT2                    PIC X(1).
001960
001970   05  WS-AUDIT-STATUS.
001980     10  WS-AUDIT-STAT1                      PIC X(1).
001990     10  WS-AUDIT-STAT2                      PIC X(1).
002000
002010   05  WS-REPORT-STATUS.
002020     10  WS-REPORT-STAT1                     PIC X(1).
002030     10  WS-REPORT-STAT2                     PIC X(1).
002040
002050   05  WS-IO-STATUS.
002060     10  WS-IO-STAT1                         PIC X(1).
002070     10  WS-IO-STAT2                         PIC X(1).
002080
002090   05  WS-TWO-BYTES.
002100     10  WS-TWO-BYTES-LEFT                   PIC X(1).
002110     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
002120   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
002130                                             PIC 9(1) COMP.
002140
002150   05  WS-EOF-SW                             PIC X(1)
002160       VALUE 'N'.
002170     88  END-OF-EXTRACT                       VALUE 'Y'.
002180   05  WS-DISPUTE-EOF-SW                     PIC X(1)
002190       VALUE 'N'.
002200     88  DISPUTE-FILE-EOF                     VALUE 'Y'.
002210   05  WS-INTAKE-EOF-SW                      PIC X(1)
002220       VALUE 'N'.
002230     88  INTAKE-FILE-EOF                      VALUE 'Y'.
002240   05  WS-CONTROL-EOF-SW                     PIC X(1)
002250       VALUE 'N'.
002260     88  CONTROL-EOF                          VALUE 'Y'.
002270
002280   05  WS-DISPUTES-ACCEPTED                  PIC 9(5)
002290       VALUE ZERO.
002300   05  WS-INTAKE-REJECTED                    PIC 9(5)
002310       VALUE ZERO.
002320   05  WS-ACTIONS-APPLIED                    PIC 9(5)
002330       VALUE ZERO.
002340   05  WS-AUTO-CREDITS                       PIC 9(5)
002350       VALUE ZERO.
002360   05  WS-POSTINGS-WRITTEN                   PIC 9(5)
002370       VALUE ZERO.
002380   05  WS-OPEN-DISPUTES                      PIC 9(5)
002390       VALUE ZERO.
002400   05  WS-NEARING-COUNT                      PIC 9(5)
002410       VALUE ZERO.
002420   05  WS-PAST-DUE-COUNT                     PIC 9(5)
002430       VALUE ZERO.
002440
002450*****************************************************************
002460* Deadline controls and their shipped defaults.                 *
002470*****************************************************************
002480 01  WS-CONTROL-FIELDS.
002490   05  WS-PC-DAYS                            PIC 9(3)
002500       VALUE 10.
002510   05  WS-RES-DAYS                           PIC 9(3)
002520       VALUE 45.
002530   05  WS-WARN-DAYS                          PIC 9(3)
002540       VALUE 3.
002550   05  WS-AUTO-PC-SW                         PIC X(1)
002560       VALUE 'Y'.
002570     88  AUTO-PROVISIONAL-CREDIT              VALUE 'Y'.
002580
002590*****************************************************************
002600* The dispute book held in storage - the disputes carried       *
002610* forward plus any accepted this run. An overflow aborts rather *
002620* than silently dropping a dispute.                             *
002630*****************************************************************
002640 01  WS-DISPUTE-TABLE.
002650   05  WS-DSP-COUNT                          PIC 9(4)
002660       VALUE ZERO.
002670   05  WS-NEXT-DISPUTE-NO                    PIC 9(7)
002680       VALUE 1.
002690   05  WS-DSP-ENTRY OCCURS 2000 TIMES.
002700     10  WS-DSP-NO                           PIC 9(7).
002710     10  WS-DSP-PID                          PIC X(5).
002720     10  WS-DSP-ACC-NO                       PIC X(10).
002730     10  WS-DSP-TIMESTAMP                    PIC X(26).
002740     10  WS-DSP-AMOUNT                       PIC S9(9)V99
002750                                              COMP-3.
002760     10  WS-DSP-STS                          PIC X(1).
002770       88  WS-DSP-OPEN                        VALUE 'O'.
002780       88  WS-DSP-PROVISIONAL                 VALUE 'P'.
002790       88  WS-DSP-ACTIVE                      VALUES 'O' 'P'.
002800     10  WS-DSP-RECEIVED-DATE                PIC 9(6).
002810     10  WS-DSP-PC-DUE-DATE                  PIC 9(6).
002820     10  WS-DSP-RES-DUE-DATE                 PIC 9(6).
002830     10  WS-DSP-PC-DATE                      PIC 9(6).
002840     10  WS-DSP-PC-AMOUNT                    PIC S9(9)V99
002850                                              COMP-3.
002860     10  WS-DSP-CLOSED-DATE                  PIC 9(6).
002870     10  WS-DSP-USERID                       PIC X(8).
002880     10  WS-DSP-REASON                       PIC X(4).
002890     10  WS-DSP-DESC                         PIC X(30).
002900   05  WS-DSP-IX                             PIC 9(4).
002910   05  WS-DSP-MATCH-IX                       PIC 9(4).
002920   05  WS-DSP-FOUND-SW                       PIC X(1)
002930       VALUE 'N'.
002940     88  DISPUTE-ENTRY-FOUND                  VALUE 'Y'.
002950
002960*****************************************************************
002970* This run's intake, held so the new disputes can be checked    *
002980* against the extract before any of it is applied. Applied in   *
002990* the order keyed, so a dispute can be raised and acted on in   *
003000* the same run.                                                 *
003010*****************************************************************
003020 01  WS-INTAKE-TABLE.
003030   05  WS-INT-COUNT                          PIC 9(4)
003040       VALUE ZERO.
003050   05  WS-INT-ENTRY OCCURS 500 TIMES.
003060     10  WS-INT-ACTION                       PIC X(1).
003070     10  WS-INT-PID                          PIC X(5).
003080     10  WS-INT-ACC-NO                       PIC X(10).
003090     10  WS-INT-TIMESTAMP                    PIC X(26).
003100     10  WS-INT-AMOUNT                       PIC S9(9)V99
003110                                              COMP-3.
003120     10  WS-INT-USERID                       PIC X(8).
003130     10  WS-INT-REASON                       PIC X(4).
003140     10  WS-INT-DESC                         PIC X(30).
003150     10  WS-INT-MATCHED-SW                   PIC X(1).
003160       88  WS-INT-MATCHED                     VALUE 'Y'.
003170   05  WS-INT-IX                             PIC 9(4).
003180
003190*****************************************************************
003200* Dates - the deadlines are counted in calendar days from the   *
003210* day a dispute is accepted.                                    *
003220*****************************************************************
003230 01  WS-DATE-FIELDS.
003240   05  WS-TODAY                              PIC 9(6)
003250       VALUE ZERO.
003260   05  WS-TIME-NOW                           PIC 9(8)
003270       VALUE ZERO.
003280   05  WS-TODAY-DIGITS                       PIC 9(8).
003290   05  WS-TODAY-DAYNO                        PIC 9(7).
003300   05  WS-WORK-DIGITS                        PIC 9(8).
003310   05  WS-WORK-DAYNO                         PIC 9(7).
003320   05  WS-DAYS-LEFT                          PIC S9(5).
003330
003340*****************************************************************
003350* The status change being made and what it posts.               *
003360*****************************************************************
003370 01  WS-CHANGE-FIELDS.
003380   05  WS-CHG-ACTION                         PIC X(1).
003390   05  WS-CHG-OLD-STATUS                     PIC X(1).
003400   05  WS-CHG-NEW-STATUS                     PIC X(1).
003410   05  WS-CHG-USERID                         PIC X(8).
003420   05  WS-CHG-REASON                         PIC X(4).
003430   05  WS-CHG-POSTING-TYPE                   PIC X(2).
003440   05  WS-CHG-DR-CR                          PIC X(1).
003450   05  WS-CHG-AMOUNT                         PIC S9(9)V99.
003460   05  WS-RESULT                             PIC X(40).
003470
003480 01  WS-CONSOLE-MESSAGE                      PIC X(60).
003490
003500*****************************************************************
003510* Report lines.                                                 *
003520*****************************************************************
003530 01  RPT-HEADING-LINE.
003540   05  FILLER                          PIC X(2)  VALUE SPACES.
003550   05  RH-TITLE                              PIC X(40).
003560   05  FILLER                                PIC X(13)
003570       VALUE '  RUN DATE - '.
003580   05  RH-RUN-DATE                           PIC 9(6).
003590   05  FILLER                          PIC X(71) VALUE SPACES.
003600
003610 01  RPT-DEADLINE-LINE.
003620   05  FILLER                                PIC X(28)
003630       VALUE '  PROVISIONAL CREDIT DUE IN '.
003640   05  RD-PC-DAYS                            PIC ZZ9.
003650   05  FILLER                                PIC X(27)
003660       VALUE ' DAYS - RESOLUTION DUE IN '.
003670   05  RD-RES-DAYS                           PIC ZZ9.
003680   05  FILLER                                PIC X(30)
003690       VALUE ' DAYS - NEARING FROM DAYS OUT '.
003700   05  RD-WARN-DAYS                          PIC ZZ9.
003710   05  FILLER                          PIC X(38) VALUE SPACES.
003720
003730 01  RPT-COLUMN-LINE                         PIC X(132).
003740
003750 01  RPT-INTAKE-LINE.
003760   05  FILLER                          PIC X(2)  VALUE SPACES.
003770   05  RI-ACTION                             PIC X(1).
003780   05  FILLER                          PIC X(4)  VALUE SPACES.
003790   05  RI-PID                                PIC X(5).
003800   05  FILLER                          PIC X(2)  VALUE SPACES.
003810   05  RI-ACC-NO                             PIC X(10).
003820   05  FILLER                          PIC X(2)  VALUE SPACES.
003830   05  RI-TIMESTAMP                          PIC X(26).
003840   05  FILLER                          PIC X(2)  VALUE SPACES.
003850   05  RI-AMOUNT                             PIC -(8)9.99.
003860   05  FILLER                          PIC X(2)  VALUE SPACES.
003870   05  RI-USERID                             PIC X(8).
003880   05  FILLER                          PIC X(2)  VALUE SPACES.
003890   05  RI-DISPUTE-NO                         PIC Z(6)9.
003900   05  FILLER                          PIC X(2)  VALUE SPACES.
003910   05  RI-RESULT                             PIC X(40).
003920   05  FILLER                          PIC X(5)  VALUE SPACES.
003930
003940 01  RPT-AGING-LINE.
003950   05  FILLER                          PIC X(2)  VALUE SPACES.
003960   05  RG-DISPUTE-NO                         PIC 9(7).
003970   05  FILLER                          PIC X(2)  VALUE SPACES.
003980   05  RG-PID                                PIC X(5).
003990   05  FILLER                          PIC X(2)  VALUE SPACES.
004000   05  RG-ACC-NO                             PIC X(10).
004010   05  FILLER                          PIC X(2)  VALUE SPACES.
004020   05  RG-TIMESTAMP                          PIC X(26).
004030   05  FILLER                          PIC X(2)  VALUE SPACES.
004040   05  RG-AMOUNT                             PIC -(8)9.99.
004050   05  FILLER                          PIC X(2)  VALUE SPACES.
004060   05  RG-STATUS                             PIC X(1).
004070   05  FILLER                          PIC X(2)  VALUE SPACES.
004080   05  RG-RECEIVED-DATE                      PIC 9(6).
004090   05  FILLER                          PIC X(2)  VALUE SPACES.
004100   05  RG-PC-DUE-DATE                        PIC 9(6).
004110   05  FILLER                          PIC X(1)  VALUE SPACES.
004120   05  RG-PC-DAYS                            PIC -(4)9.
004130   05  FILLER                          PIC X(1)  VALUE SPACES.
004140   05  RG-PC-FLAG                            PIC X(8).
004150   05  FILLER                          PIC X(2)  VALUE SPACES.
004160   05  RG-RES-DUE-DATE                       PIC 9(6).
004170   05  FILLER                          PIC X(1)  VALUE SPACES.
004180   05  RG-RES-DAYS                           PIC -(4)9.
004190   05  FILLER                          PIC X(1)  VALUE SPACES.
004200   05  RG-RES-FLAG                           PIC X(8).
004210   05  FILLER                          PIC X(5)  VALUE SPACES.
004220
004230 01  RPT-COUNT-LINE.
004240   05  FILLER                          PIC X(2)  VALUE SPACES.
004250   05  RT-LABEL                              PIC X(40).
004260   05  RT-COUNT                              PIC Z(6)9.
004270   05  FILLER                          PIC X(83) VALUE SPACES.
004280
004290 PROCEDURE DIVISION.
004300*****************************************************************
004310* Carry the dispute book forward, check this run's new disputes *
004320* against the extract, apply the intake in the order keyed,     *
004330* give any provisional credit that has fallen due, then write   *
004340* the new dispute file and the deadline aging report.           *
004350*****************************************************************
004360     ACCEPT WS-TODAY FROM DATE.
004370     ACCEPT WS-TIME-NOW FROM TIME.
004380     MOVE WS-TODAY TO WS-TODAY-DIGITS (3:6).
004390     MOVE 20 TO WS-TODAY-DIGITS (1:2).
004400     COMPUTE WS-TODAY-DAYNO =
004410        FUNCTION INTEGER-OF-DATE (WS-TODAY-DIGITS).
004420
004430     PERFORM LOAD-DISPUTE-CONTROLS.
004440     PERFORM LOAD-DISPUTE-FILE.
004450     PERFORM LOAD-DISPUTE-INTAKE.
004460     PERFORM VALIDATE-NEW-DISPUTES.
004470
004480     PERFORM REPORT-OPEN.
004490     PERFORM POSTING-OPEN.
004500     PERFORM AUDIT-OPEN.
004510     PERFORM APPLY-DISPUTE-INTAKE.
004520     IF AUTO-PROVISIONAL-CREDIT
004530        PERFORM APPLY-DUE-PROVISIONAL-CREDITS
004540     END-IF.
004550     PERFORM WRITE-NEW-DISPUTE-FILE.
004560     PERFORM WRITE-AGING-REPORT.
004570     PERFORM AUDIT-CLOSE.
004580     PERFORM POSTING-CLOSE.
004590     PERFORM REPORT-CLOSE.
004600
004610     MOVE SPACES TO WS-CONSOLE-MESSAGE.
004620     STRING WS-DISPUTES-ACCEPTED DELIMITED BY SIZE
004630            ' disputes accepted, ' DELIMITED BY SIZE
004640            WS-POSTINGS-WRITTEN DELIMITED BY SIZE
004650            ' postings fed' DELIMITED BY SIZE
004660       INTO WS-CONSOLE-MESSAGE.
004670     PERFORM DISPLAY-CONSOLE-MESSAGE.
004680     MOVE SPACES TO WS-CONSOLE-MESSAGE.
004690     STRING WS-NEARING-COUNT DELIMITED BY SIZE
004700            ' deadlines nearing, ' DELIMITED BY SIZE
004710            WS-PAST-DUE-COUNT DELIMITED BY SIZE
004720            ' past due' DELIMITED BY SIZE
004730       INTO WS-CONSOLE-MESSAGE.
004740     PERFORM DISPLAY-CONSOLE-MESSAGE.
004750     MOVE 'End Of Job'
004760       TO WS-CONSOLE-MESSAGE.
004770     PERFORM DISPLAY-CONSOLE-MESSAGE.
004780
004790     IF WS-PAST-DUE-COUNT IS GREATER THAN ZERO
004800        MOVE 8 TO RETURN-CODE
004810     ELSE
004820        IF WS-NEARING-COUNT IS GREATER THAN ZERO
004830         OR WS-INTAKE-REJECTED IS GREATER THAN ZERO
004840           MOVE 4 TO RETURN-CODE
004850        ELSE
004860           MOVE 0 TO RETURN-CODE
004870        END-IF
004880     END-IF.
004890
004900     GOBACK.
004910
004920*****************************************************************
004930* Load the deadline controls. A missing control file leaves the *
004940* shipped defaults standing.                                    *
004950*****************************************************************
004960 LOAD-DISPUTE-CONTROLS.
004970     OPEN INPUT DISPUTE-CONTROL-FILE.
004980     EVALUATE TRUE
004990       WHEN WS-CONTROL-STATUS IS EQUAL TO '35'
005000       WHEN WS-CONTROL-STATUS IS EQUAL TO '05'
005010          CONTINUE
005020       WHEN WS-CONTROL-STATUS IS EQUAL TO '00'
005030          PERFORM CONTROL-READ
005040          PERFORM UNTIL CONTROL-EOF
005050             IF DCT-VALUE IS NUMERIC
005060                EVALUATE DCT-KEYWORD
005070                  WHEN 'PCDAYS'
005080                     IF DCT-VALUE IS GREATER THAN ZERO
005090                      AND DCT-VALUE IS LESS THAN 1000
005100                        MOVE DCT-VALUE TO WS-PC-DAYS
005110                     END-IF
005120                  WHEN 'RESDAY'
005130                     IF DCT-VALUE IS GREATER THAN ZERO
005140                      AND DCT-VALUE IS LESS THAN 1000
005150                        MOVE DCT-VALUE TO WS-RES-DAYS
005160                     END-IF
005170                  WHEN 'WARN  '
005180                     IF DCT-VALUE IS LESS THAN 1000
005190                        MOVE DCT-VALUE TO WS-WARN-DAYS
005200                     END-IF
005210                  WHEN 'AUTOPC'
005220                     IF DCT-VALUE IS EQUAL TO ZERO
005230                        MOVE 'N' TO WS-AUTO-PC-SW
005240                     ELSE
005250                        MOVE 'Y' TO WS-AUTO-PC-SW
005260                     END-IF
005270                  WHEN OTHER
005280                     CONTINUE
005290                END-EVALUATE
005300             END-IF
005310             PERFORM CONTROL-READ
005320          END-PERFORM
005330          CLOSE DISPUTE-CONTROL-FILE
005340       WHEN OTHER
005350          MOVE 'DSPCTL file open failure...'
005360            TO WS-CONSOLE-MESSAGE
005370          PERFORM DISPLAY-CONSOLE-MESSAGE
005380          MOVE WS-CONTROL-STATUS TO WS-IO-STATUS
005390          PERFORM DISPLAY-IO-STATUS
005400          PERFORM ABORT-PROGRAM
005410     END-EVALUATE.
005420
005430 CONTROL-READ.
005440     READ DISPUTE-CONTROL-FILE
005450       AT END
005460          MOVE 'Y' TO WS-CONTROL-EOF-SW
005470     END-READ.
005480
005490*****************************************************************
005500* Load the disputes carried forward from the previous run. File *
005510* status 05 is a normal open of an OPTIONAL file that did not   *
005520* exist - the first run starts with an empty dispute book.      *
005530*****************************************************************
005540 LOAD-DISPUTE-FILE.
005550     OPEN INPUT DISPUTE-FILE.
005560     EVALUATE TRUE
005570       WHEN WS-DISPUTE-STATUS IS EQUAL TO '35'
005580       WHEN WS-DISPUTE-STATUS IS EQUAL TO '05'
005590          MOVE 'No dispute file on hand - starting empty'
005600            TO WS-CONSOLE-MESSAGE
005610          PERFORM DISPLAY-CONSOLE-MESSAGE
005620       WHEN WS-DISPUTE-STATUS IS EQUAL TO '00'
005630          PERFORM DISPUTE-READ
005640          PERFORM UNTIL DISPUTE-FILE-EOF
005650             IF WS-DSP-COUNT IS LESS THAN 2000
005660                ADD 1 TO WS-DSP-COUNT
005670                PERFORM LOAD-ONE-DISPUTE
005680             ELSE
005690                MOVE 'Dispute table full - run refused'
005700                  TO WS-CONSOLE-MESSAGE
005710                PERFORM ABORT-PROGRAM
005720             END-IF
005730             PERFORM DISPUTE-READ
005740          END-PERFORM
005750          CLOSE DISPUTE-FILE
005760       WHEN OTHER
005770          MOVE 'DSPFILE file open failure...'
005780            TO WS-CONSOLE-MESSAGE
005790          PERFORM DISPLAY-CONSOLE-MESSAGE
005800          MOVE WS-DISPUTE-STATUS TO WS-IO-STATUS
005810          PERFORM DISPLAY-IO-STATUS
005820          PERFORM ABORT-PROGRAM
005830     END-EVALUATE.
005840
005850 LOAD-ONE-DISPUTE.
005860     MOVE DSP-NO TO WS-DSP-NO (WS-DSP-COUNT).
005870     MOVE DSP-PID TO WS-DSP-PID (WS-DSP-COUNT).
005880     MOVE DSP-ACC-NO TO WS-DSP-ACC-NO (WS-DSP-COUNT).
005890     MOVE DSP-TIMESTAMP TO WS-DSP-TIMESTAMP (WS-DSP-COUNT).
005900     MOVE DSP-AMOUNT TO WS-DSP-AMOUNT (WS-DSP-COUNT).
005910     MOVE DSP-STATUS TO WS-DSP-STS (WS-DSP-COUNT).
005920     MOVE DSP-RECEIVED-DATE
005930       TO WS-DSP-RECEIVED-DATE (WS-DSP-COUNT).
005940     MOVE DSP-PC-DUE-DATE TO WS-DSP-PC-DUE-DATE (WS-DSP-COUNT).
005950     MOVE DSP-RES-DUE-DATE
005960       TO WS-DSP-RES-DUE-DATE (WS-DSP-COUNT).
005970     MOVE DSP-PC-DATE TO WS-DSP-PC-DATE (WS-DSP-COUNT).
005980     MOVE DSP-PC-AMOUNT TO WS-DSP-PC-AMOUNT (WS-DSP-COUNT).
005990     MOVE DSP-CLOSED-DATE TO WS-DSP-CLOSED-DATE (WS-DSP-COUNT).
006000     MOVE DSP-USERID TO WS-DSP-USERID (WS-DSP-COUNT).
006010     MOVE DSP-REASON TO WS-DSP-REASON (WS-DSP-COUNT).
006020     MOVE DSP-DESC TO WS-DSP-DESC (WS-DSP-COUNT).
006030     IF DSP-NO IS NOT LESS THAN WS-NEXT-DISPUTE-NO
006040        COMPUTE WS-NEXT-DISPUTE-NO = DSP-NO + 1
006050     END-IF.
006060
006070 DISPUTE-READ.
006080     READ DISPUTE-FILE
006090       AT END
006100          MOVE 'Y' TO WS-DISPUTE-EOF-SW
006110     END-READ.
006120
006130*****************************************************************
006140* Hold this run's intake in storage.                            *
006150*****************************************************************
006160 LOAD-DISPUTE-INTAKE.
006170     OPEN INPUT DISPUTE-INTAKE-FILE.
006180     EVALUATE TRUE
006190       WHEN WS-INTAKE-STATUS IS EQUAL TO '35'
006200       WHEN WS-INTAKE-STATUS IS EQUAL TO '05'
006210          MOVE 'No dispute intake supplied'
006220            TO WS-CONSOLE-MESSAGE
006230          PERFORM DISPLAY-CONSOLE-MESSAGE
006240       WHEN WS-INTAKE-STATUS IS EQUAL TO '00'
006250          PERFORM INTAKE-READ
006260          PERFORM UNTIL INTAKE-FILE-EOF
006270             IF WS-INT-COUNT IS LESS THAN 500
006280                ADD 1 TO WS-INT-COUNT
006290                MOVE DSI-ACTION TO WS-INT-ACTION (WS-INT-COUNT)
006300                MOVE DSI-PID TO WS-INT-PID (WS-INT-COUNT)
006310                MOVE DSI-ACC-NO TO WS-INT-ACC-NO (WS-INT-COUNT)
006320                MOVE DSI-TIMESTAMP
006330                  TO WS-INT-TIMESTAMP (WS-INT-COUNT)
006340                IF DSI-AMOUNT IS NUMERIC
006350                   MOVE DSI-AMOUNT TO WS-INT-AMOUNT (WS-INT-COUNT)
006360                ELSE
006370                   MOVE ZERO TO WS-INT-AMOUNT (WS-INT-COUNT)
006380                END-IF
006390                MOVE DSI-USERID TO WS-INT-USERID (WS-INT-COUNT)
006400                MOVE DSI-REASON TO WS-INT-REASON (WS-INT-COUNT)
006410                MOVE SPACES TO WS-INT-DESC (WS-INT-COUNT)
006420                MOVE 'N' TO WS-INT-MATCHED-SW (WS-INT-COUNT)
006430             ELSE
006440                MOVE 'Intake table full - run refused'
006450                  TO WS-CONSOLE-MESSAGE
006460                PERFORM ABORT-PROGRAM
006470             END-IF
006480             PERFORM INTAKE-READ
006490          END-PERFORM
006500          CLOSE DISPUTE-INTAKE-FILE
006510       WHEN OTHER
006520          MOVE 'DSPINTK file open failure...'
006530            TO WS-CONSOLE-MESSAGE
006540          PERFORM DISPLAY-CONSOLE-MESSAGE
006550          MOVE WS-INTAKE-STATUS TO WS-IO-STATUS
006560          PERFORM DISPLAY-IO-STATUS
006570          PERFORM ABORT-PROGRAM
006580     END-EVALUATE.
006590
006600 INTAKE-READ.
006610     READ DISPUTE-INTAKE-FILE
006620       AT END
006630          MOVE 'Y' TO WS-INTAKE-EOF-SW
006640     END-READ.
006650
006660*****************************************************************
006670* Pass the extract and mark each new dispute whose transaction  *
006680* is on it - same PID, account, timestamp and amount on a type  *
006690* '3' record. The transaction's description is kept with it.    *
006700*****************************************************************
006710 VALIDATE-NEW-DISPUTES.
006720     PERFORM EXTRACT-OPEN.
006730     PERFORM EXTRACT-READ.
006740     PERFORM UNTIL END-OF-EXTRACT
006750        IF BANKXT01-3-TYPE IS EQUAL TO '3'
006760           PERFORM MATCH-ONE-TRANSACTION
006770        END-IF
006780        PERFORM EXTRACT-READ
006790     END-PERFORM.
006800     PERFORM EXTRACT-CLOSE.
006810
006820 MATCH-ONE-TRANSACTION.
006830     PERFORM VARYING WS-INT-IX FROM 1 BY 1
006840       UNTIL WS-INT-IX IS GREATER THAN WS-INT-COUNT
006850        IF WS-INT-ACTION (WS-INT-IX) IS EQUAL TO 'N'
006860         AND NOT WS-INT-MATCHED (WS-INT-IX)
006870         AND WS-INT-PID (WS-INT-IX) IS EQUAL TO BANKXT01-3-PID
006880         AND WS-INT-ACC-NO (WS-INT-IX) IS EQUAL TO
006890               BANKXT01-3-ACC-NO
006900         AND WS-INT-TIMESTAMP (WS-INT-IX) IS EQUAL TO
006910               BANKXT01-3-TIMESTAMP
006920         AND WS-INT-AMOUNT (WS-INT-IX) IS EQUAL TO
006930               BANKXT01-3-AMOUNT
006940           MOVE 'Y' TO WS-INT-MATCHED-SW (WS-INT-IX)
006950           MOVE BANKXT01-3-DESC TO WS-INT-DESC (WS-INT-IX)
006960        END-IF
006970     END-PERFORM.
006980
006990*****************************************************************
007000* Apply the intake in the order it was keyed. Everything keyed  *
007010* is listed on the report with what became of it.               *
007020*****************************************************************
007030 APPLY-DISPUTE-INTAKE.
007040     MOVE 'DISPUTE INTAKE AND ACTIONS' TO RH-TITLE.
007050     MOVE WS-TODAY TO RH-RUN-DATE.
007060     MOVE RPT-HEADING-LINE TO DISPUTE-REPORT-LINE.
007070     PERFORM REPORT-PUT.
007080     MOVE SPACES TO DISPUTE-REPORT-LINE.
007090     PERFORM REPORT-PUT.
007100     IF WS-INT-COUNT IS EQUAL TO ZERO
007110        MOVE '  NONE' TO DISPUTE-REPORT-LINE
007120        PERFORM REPORT-PUT
007130     ELSE
007140        MOVE SPACES TO RPT-COLUMN-LINE
007150        MOVE 'ACT' TO RPT-COLUMN-LINE (2:3)
007160        MOVE 'PID' TO RPT-COLUMN-LINE (8:3)
007170        MOVE 'ACCOUNT NO' TO RPT-COLUMN-LINE (15:10)
007180        MOVE 'TRANSACTION TIMESTAMP' TO RPT-COLUMN-LINE (27:21)
007190        MOVE 'AMOUNT' TO RPT-COLUMN-LINE (61:6)
007200        MOVE 'USERID' TO RPT-COLUMN-LINE (69:6)
007210        MOVE 'DISPUTE' TO RPT-COLUMN-LINE (79:7)
007220        MOVE 'RESULT' TO RPT-COLUMN-LINE (88:6)
007230        MOVE RPT-COLUMN-LINE TO DISPUTE-REPORT-LINE
007240        PERFORM REPORT-PUT
007250        PERFORM VARYING WS-INT-IX FROM 1 BY 1
007260          UNTIL WS-INT-IX IS GREATER THAN WS-INT-COUNT
007270           PERFORM APPLY-ONE-INTAKE
007280        END-PERFORM
007290     END-IF.
007300
007310 APPLY-ONE-INTAKE.
007320     MOVE ZERO TO WS-DSP-MATCH-IX.
007330     PERFORM FIND-DISPUTE.
007340     IF WS-INT-ACTION (WS-INT-IX) IS EQUAL TO 'N'
007350        PERFORM ACCEPT-NEW-DISPUTE
007360     ELSE
007370        IF DISPUTE-ENTRY-FOUND
007380           PERFORM APPLY-DISPUTE-ACTION
007390        ELSE
007400           MOVE 'REJECTED - NO SUCH DISPUTE' TO WS-RESULT
007410        END-IF
007420     END-IF.
007430     IF WS-RESULT (1:8) IS EQUAL TO 'REJECTED'
007440        ADD 1 TO WS-INTAKE-REJECTED
007450        MOVE SPACES TO WS-CONSOLE-MESSAGE
007460        STRING 'Dispute intake for ' DELIMITED BY SIZE
007470               WS-INT-PID (WS-INT-IX) DELIMITED BY SIZE
007480               ' ' DELIMITED BY SIZE
007490               WS-INT-ACC-NO (WS-INT-IX) DELIMITED BY SIZE
007500               ' ' DELIMITED BY SIZE
007510               WS-RESULT DELIMITED BY '  '
007520          INTO WS-CONSOLE-MESSAGE
007530        PERFORM DISPLAY-CONSOLE-MESSAGE
007540     END-IF.
007550     MOVE WS-INT-ACTION (WS-INT-IX) TO RI-ACTION.
007560     MOVE WS-INT-PID (WS-INT-IX) TO RI-PID.
007570     MOVE WS-INT-ACC-NO (WS-INT-IX) TO RI-ACC-NO.
007580     MOVE WS-INT-TIMESTAMP (WS-INT-IX) TO RI-TIMESTAMP.
007590     MOVE WS-INT-AMOUNT (WS-INT-IX) TO RI-AMOUNT.
007600     MOVE WS-INT-USERID (WS-INT-IX) TO RI-USERID.
007610     IF WS-DSP-MATCH-IX IS GREATER THAN ZERO
007620        MOVE WS-DSP-NO (WS-DSP-MATCH-IX) TO RI-DISPUTE-NO
007630     ELSE
007640        MOVE ZERO TO RI-DISPUTE-NO
007650     END-IF.
007660     MOVE WS-RESULT TO RI-RESULT.
007670     MOVE RPT-INTAKE-LINE TO DISPUTE-REPORT-LINE.
007680     PERFORM REPORT-PUT.
007690
007700*****************************************************************
007710* Look for the dispute already raised against the transaction   *
007720* the intake names.                                             *
007730*****************************************************************
007740 FIND-DISPUTE.
007750     MOVE 'N' TO WS-DSP-FOUND-SW.
007760     PERFORM VARYING WS-DSP-IX FROM 1 BY 1
007770       UNTIL WS-DSP-IX IS GREATER THAN WS-DSP-COUNT
007780                OR DISPUTE-ENTRY-FOUND
007790        IF WS-DSP-PID (WS-DSP-IX) IS EQUAL TO
007800              WS-INT-PID (WS-INT-IX)
007810         AND WS-DSP-ACC-NO (WS-DSP-IX) IS EQUAL TO
007820              WS-INT-ACC-NO (WS-INT-IX)
007830         AND WS-DSP-TIMESTAMP (WS-DSP-IX) IS EQUAL TO
007840              WS-INT-TIMESTAMP (WS-INT-IX)
007850         AND WS-DSP-AMOUNT (WS-DSP-IX) IS EQUAL TO
007860              WS-INT-AMOUNT (WS-INT-IX)
007870           MOVE 'Y' TO WS-DSP-FOUND-SW
007880           MOVE WS-DSP-IX TO WS-DSP-MATCH-IX
007890        END-IF
007900     END-PERFORM.
007910
007920*****************************************************************
007930* A new dispute is accepted only for a transaction on the       *
007940* extract that has not been disputed before. Its deadlines are  *
007950* fixed from today.                                             *
007960*****************************************************************
007970 ACCEPT-NEW-DISPUTE.
007980     EVALUATE TRUE
007990       WHEN DISPUTE-ENTRY-FOUND
008000          MOVE 'REJECTED - ALREADY DISPUTED' TO WS-RESULT
008010       WHEN NOT WS-INT-MATCHED (WS-INT-IX)
008020          MOVE 'REJECTED - NO MATCHING TRANSACTION'
008030            TO WS-RESULT
008040       WHEN WS-DSP-COUNT IS NOT LESS THAN 2000
008050          MOVE 'Dispute table full - run refused'
008060            TO WS-CONSOLE-MESSAGE
008070          PERFORM ABORT-PROGRAM
008080       WHEN OTHER
008090          ADD 1 TO WS-DSP-COUNT
008100          ADD 1 TO WS-DISPUTES-ACCEPTED
008110          MOVE WS-DSP-COUNT TO WS-DSP-MATCH-IX
008120          MOVE WS-NEXT-DISPUTE-NO TO WS-DSP-NO (WS-DSP-COUNT)
008130          ADD 1 TO WS-NEXT-DISPUTE-NO
008140          MOVE WS-INT-PID (WS-INT-IX) TO WS-DSP-PID (WS-DSP-COUNT)
008150          MOVE WS-INT-ACC-NO (WS-INT-IX)
008160            TO WS-DSP-ACC-NO (WS-DSP-COUNT)
008170          MOVE WS-INT-TIMESTAMP (WS-INT-IX)
008180            TO WS-DSP-TIMESTAMP (WS-DSP-COUNT)
008190          MOVE WS-INT-AMOUNT (WS-INT-IX)
008200            TO WS-DSP-AMOUNT (WS-DSP-COUNT)
008210          MOVE SPACE TO WS-DSP-STS (WS-DSP-COUNT)
008220          MOVE WS-TODAY TO WS-DSP-RECEIVED-DATE (WS-DSP-COUNT)
008230          COMPUTE WS-WORK-DAYNO = WS-TODAY-DAYNO + WS-PC-DAYS
008240          COMPUTE WS-WORK-DIGITS =
008250             FUNCTION DATE-OF-INTEGER (WS-WORK-DAYNO)
008260          MOVE WS-WORK-DIGITS (3:6)
008270            TO WS-DSP-PC-DUE-DATE (WS-DSP-COUNT)
008280          COMPUTE WS-WORK-DAYNO = WS-TODAY-DAYNO + WS-RES-DAYS
008290          COMPUTE WS-WORK-DIGITS =
008300             FUNCTION DATE-OF-INTEGER (WS-WORK-DAYNO)
008310          MOVE WS-WORK-DIGITS (3:6)
008320            TO WS-DSP-RES-DUE-DATE (WS-DSP-COUNT)
008330          MOVE ZERO TO WS-DSP-PC-DATE (WS-DSP-COUNT)
008340          MOVE ZERO TO WS-DSP-PC-AMOUNT (WS-DSP-COUNT)
008350          MOVE ZERO TO WS-DSP-CLOSED-DATE (WS-DSP-COUNT)
008360          MOVE SPACES TO WS-DSP-REASON (WS-DSP-COUNT)
008370          MOVE WS-INT-DESC (WS-INT-IX)
008380            TO WS-DSP-DESC (WS-DSP-COUNT)
008390          MOVE 'N' TO WS-CHG-ACTION
008400          MOVE 'O' TO WS-CHG-NEW-STATUS
008410          MOVE WS-INT-USERID (WS-INT-IX) TO WS-CHG-USERID
008420          MOVE WS-INT-REASON (WS-INT-IX) TO WS-CHG-REASON
008430          MOVE SPACES TO WS-CHG-POSTING-TYPE
008440          PERFORM CHANGE-DISPUTE-STATUS
008450          MOVE 'ACCEPTED - OPEN' TO WS-RESULT
008460     END-EVALUATE.
008470
008480*****************************************************************
008490* Apply a back-office action to an existing dispute. Only an    *
008500* active dispute can be acted on:                               *
008510*   "P" on an open dispute credits the customer provisionally;  *
008520*   "F" closes it - with a final credit unless provisional      *
008530*       credit was already given, which then simply stands;     *
008540*   "D" and "W" close it - reversing any provisional credit.    *
008550*****************************************************************
008560 APPLY-DISPUTE-ACTION.
008570     MOVE WS-INT-ACTION (WS-INT-IX) TO WS-CHG-ACTION.
008580     MOVE WS-INT-USERID (WS-INT-IX) TO WS-CHG-USERID.
008590     MOVE WS-INT-REASON (WS-INT-IX) TO WS-CHG-REASON.
008600     MOVE SPACES TO WS-CHG-POSTING-TYPE.
008610     EVALUATE TRUE
008620       WHEN WS-CHG-ACTION IS NOT EQUAL TO 'P'
008630        AND WS-CHG-ACTION IS NOT EQUAL TO 'F'
008640        AND WS-CHG-ACTION IS NOT EQUAL TO 'D'
008650        AND WS-CHG-ACTION IS NOT EQUAL TO 'W'
008660          MOVE 'REJECTED - UNKNOWN ACTION' TO WS-RESULT
008670       WHEN NOT WS-DSP-ACTIVE (WS-DSP-MATCH-IX)
008680          MOVE 'REJECTED - DISPUTE ALREADY CLOSED'
008690            TO WS-RESULT
008700       WHEN WS-CHG-ACTION IS EQUAL TO 'P'
008710        AND WS-DSP-OPEN (WS-DSP-MATCH-IX)
008720          PERFORM GIVE-PROVISIONAL-CREDIT
008730          MOVE 'PROVISIONAL CREDIT POSTED' TO WS-RESULT
008740       WHEN WS-CHG-ACTION IS EQUAL TO 'F'
008750        AND WS-DSP-OPEN (WS-DSP-MATCH-IX)
008760          MOVE 'F' TO WS-CHG-NEW-STATUS
008770          MOVE 'FC' TO WS-CHG-POSTING-TYPE
008780          MOVE 'C' TO WS-CHG-DR-CR
008790          MOVE WS-DSP-AMOUNT (WS-DSP-MATCH-IX) TO WS-CHG-AMOUNT
008800          PERFORM CLOSE-DISPUTE
008810          MOVE 'RESOLVED - FINAL CREDIT POSTED' TO WS-RESULT
008820       WHEN WS-CHG-ACTION IS EQUAL TO 'F'
008830          MOVE 'F' TO WS-CHG-NEW-STATUS
008840          PERFORM CLOSE-DISPUTE
008850          MOVE 'RESOLVED - PROVISIONAL CREDIT STANDS'
008860            TO WS-RESULT
008870       WHEN WS-CHG-ACTION IS EQUAL TO 'D'
008880        OR WS-CHG-ACTION IS EQUAL TO 'W'
008890          MOVE WS-CHG-ACTION TO WS-CHG-NEW-STATUS
008900          IF WS-DSP-PROVISIONAL (WS-DSP-MATCH-IX)
008910             MOVE 'RV' TO WS-CHG-POSTING-TYPE
008920             MOVE 'D' TO WS-CHG-DR-CR
008930             MOVE WS-DSP-PC-AMOUNT (WS-DSP-MATCH-IX)
008940               TO WS-CHG-AMOUNT
008950             MOVE 'CLOSED - PROVISIONAL CREDIT REVERSED'
008960               TO WS-RESULT
008970          ELSE
008980             MOVE 'CLOSED - NOTHING TO REVERSE' TO WS-RESULT
008990          END-IF
009000          PERFORM CLOSE-DISPUTE
009010       WHEN OTHER
009020          MOVE 'REJECTED - PROV CREDIT ALREADY GIVEN'
009030            TO WS-RESULT
009040     END-EVALUATE.
009050     IF WS-RESULT (1:8) IS NOT EQUAL TO 'REJECTED'
009060        ADD 1 TO WS-ACTIONS-APPLIED
009070     END-IF.
009080
009090*****************************************************************
009100* Credit the customer provisionally with the disputed amount.   *
009110*****************************************************************
009120 GIVE-PROVISIONAL-CREDIT.
009130     MOVE 'P' TO WS-CHG-NEW-STATUS.
009140     MOVE 'PC' TO WS-CHG-POSTING-TYPE.
009150     MOVE 'C' TO WS-CHG-DR-CR.
009160     MOVE WS-DSP-AMOUNT (WS-DSP-MATCH-IX) TO WS-CHG-AMOUNT.
009170     IF WS-CHG-AMOUNT IS LESS THAN ZERO
009180        COMPUTE WS-CHG-AMOUNT = ZERO - WS-CHG-AMOUNT
009190     END-IF.
009200     MOVE WS-TODAY TO WS-DSP-PC-DATE (WS-DSP-MATCH-IX).
009210     MOVE WS-CHG-AMOUNT TO WS-DSP-PC-AMOUNT (WS-DSP-MATCH-IX).
009220     PERFORM CHANGE-DISPUTE-STATUS.
009230
009240 CLOSE-DISPUTE.
009250     IF WS-CHG-AMOUNT IS LESS THAN ZERO
009260        COMPUTE WS-CHG-AMOUNT = ZERO - WS-CHG-AMOUNT
009270     END-IF.
009280     MOVE WS-TODAY TO WS-DSP-CLOSED-DATE (WS-DSP-MATCH-IX).
009290     PERFORM CHANGE-DISPUTE-STATUS.
009300
009310*****************************************************************
009320* Make the status change - post what it calls for and record it *
009330* on the audit trail.                                           *
009340*****************************************************************
009350 CHANGE-DISPUTE-STATUS.
009360     MOVE WS-DSP-STS (WS-DSP-MATCH-IX) TO WS-CHG-OLD-STATUS.
009370     MOVE WS-CHG-NEW-STATUS TO WS-DSP-STS (WS-DSP-MATCH-IX).
009380     MOVE WS-CHG-USERID TO WS-DSP-USERID (WS-DSP-MATCH-IX).
009390     IF WS-CHG-REASON IS NOT EQUAL TO SPACES
009400        MOVE WS-CHG-REASON TO WS-DSP-REASON (WS-DSP-MATCH-IX)
009410     END-IF.
009420     IF WS-CHG-POSTING-TYPE IS NOT EQUAL TO SPACES
009430        PERFORM WRITE-DISPUTE-POSTING
009440     ELSE
009450        MOVE ZERO TO WS-CHG-AMOUNT
009460     END-IF.
009470     PERFORM WRITE-AUDIT-RECORD.
009480
009490 WRITE-DISPUTE-POSTING.
009500     MOVE SPACES TO DISPUTE-POSTING-RECORD.
009510     MOVE WS-DSP-PID (WS-DSP-MATCH-IX) TO DPP-PID.
009520     MOVE WS-DSP-ACC-NO (WS-DSP-MATCH-IX) TO DPP-ACC-NO.
009530     MOVE WS-CHG-DR-CR TO DPP-DR-CR.
009540     MOVE WS-CHG-AMOUNT TO DPP-AMOUNT.
009550     MOVE WS-CHG-POSTING-TYPE TO DPP-POSTING-TYPE.
009560     MOVE WS-DSP-NO (WS-DSP-MATCH-IX) TO DPP-DISPUTE-NO.
009570     MOVE WS-TODAY TO DPP-DATE.
009580     MOVE WS-TIME-NOW TO DPP-TIME.
009590     MOVE WS-DSP-TIMESTAMP (WS-DSP-MATCH-IX) TO DPP-TIMESTAMP.
009600     WRITE DISPUTE-POSTING-RECORD.
009610     IF WS-POSTING-STATUS IS NOT EQUAL TO '00'
009620        MOVE 'DSPPOST Error writing file ...'
009630          TO WS-CONSOLE-MESSAGE
009640        PERFORM DISPLAY-CONSOLE-MESSAGE
009650        MOVE WS-POSTING-STATUS TO WS-IO-STATUS
009660        PERFORM DISPLAY-IO-STATUS
009670        PERFORM ABORT-PROGRAM
009680     END-IF.
009690     ADD 1 TO WS-POSTINGS-WRITTEN.
009700
009710 WRITE-AUDIT-RECORD.
009720     MOVE SPACES TO DISPUTE-AUDIT-RECORD.
009730     MOVE WS-TODAY TO AUD-DATE.
009740     MOVE WS-TIME-NOW TO AUD-TIME.
009750     MOVE WS-DSP-NO (WS-DSP-MATCH-IX) TO AUD-DISPUTE-NO.
009760     MOVE WS-DSP-PID (WS-DSP-MATCH-IX) TO AUD-PID.
009770     MOVE WS-DSP-ACC-NO (WS-DSP-MATCH-IX) TO AUD-ACC-NO.
009780     MOVE WS-DSP-TIMESTAMP (WS-DSP-MATCH-IX) TO AUD-TIMESTAMP.
009790     MOVE WS-CHG-ACTION TO AUD-ACTION.
009800     MOVE WS-CHG-OLD-STATUS TO AUD-OLD-STATUS.
009810     MOVE WS-CHG-NEW-STATUS TO AUD-NEW-STATUS.
009820     MOVE WS-CHG-USERID TO AUD-USERID.
009830     MOVE WS-CHG-REASON TO AUD-REASON.
009840     MOVE WS-CHG-POSTING-TYPE TO AUD-POSTING-TYPE.
009850     MOVE WS-CHG-AMOUNT TO AUD-POSTED-AMOUNT.
009860     WRITE DISPUTE-AUDIT-RECORD.
009870     IF WS-AUDIT-STATUS IS NOT EQUAL TO '00'
009880        MOVE 'DSPAUDT Error writing file ...'
009890          TO WS-CONSOLE-MESSAGE
009900        PERFORM DISPLAY-CONSOLE-MESSAGE
009910        MOVE WS-AUDIT-STATUS TO WS-IO-STATUS
009920        PERFORM DISPLAY-IO-STATUS
009930        PERFORM ABORT-PROGRAM
009940     END-IF.
009950
009960*****************************************************************
009970* Any dispute still open on or after its provisional-credit     *
009980* deadline is credited now, so the deadline is never missed for *
009990* want of a back-office action.                                 *
010000*****************************************************************
010010 APPLY-DUE-PROVISIONAL-CREDITS.
010020     PERFORM VARYING WS-DSP-MATCH-IX FROM 1 BY 1
010030       UNTIL WS-DSP-MATCH-IX IS GREATER THAN WS-DSP-COUNT
010040        IF WS-DSP-OPEN (WS-DSP-MATCH-IX)
010050           MOVE WS-DSP-PC-DUE-DATE (WS-DSP-MATCH-IX)
010060             TO WS-WORK-DIGITS (3:6)
010070           MOVE 20 TO WS-WORK-DIGITS (1:2)
010080           COMPUTE WS-WORK-DAYNO =
010090              FUNCTION INTEGER-OF-DATE (WS-WORK-DIGITS)
010100           IF WS-WORK-DAYNO IS NOT GREATER THAN WS-TODAY-DAYNO
010110              MOVE 'P' TO WS-CHG-ACTION
010120              MOVE 'AUTOPC' TO WS-CHG-USERID
010130              MOVE SPACES TO WS-CHG-REASON
010140              PERFORM GIVE-PROVISIONAL-CREDIT
010150              ADD 1 TO WS-AUTO-CREDITS
010160           END-IF
010170        END-IF
010180     END-PERFORM.
010190
010200*****************************************************************
010210* Write the whole dispute book - active and closed - to the new *
010220* dispute file for the next run to carry forward.               *
010230*****************************************************************
010240 WRITE-NEW-DISPUTE-FILE.
010250     OPEN OUTPUT NEW-DISPUTE-FILE.
010260     IF WS-DSPNEW-STATUS IS NOT EQUAL TO '00'
010270        MOVE 'DSPNEW file open failure...'
010280          TO WS-CONSOLE-MESSAGE
010290        PERFORM DISPLAY-CONSOLE-MESSAGE
010300        MOVE WS-DSPNEW-STATUS TO WS-IO-STATUS
010310        PERFORM DISPLAY-IO-STATUS
010320        PERFORM ABORT-PROGRAM
010330     END-IF.
010340     PERFORM VARYING WS-DSP-IX FROM 1 BY 1
010350       UNTIL WS-DSP-IX IS GREATER THAN WS-DSP-COUNT
010360        MOVE SPACES TO DISPUTE-RECORD
010370        MOVE WS-DSP-NO (WS-DSP-IX) TO DSP-NO
010380        MOVE WS-DSP-PID (WS-DSP-IX) TO DSP-PID
010390        MOVE WS-DSP-ACC-NO (WS-DSP-IX) TO DSP-ACC-NO
010400        MOVE WS-DSP-TIMESTAMP (WS-DSP-IX) TO DSP-TIMESTAMP
010410        MOVE WS-DSP-AMOUNT (WS-DSP-IX) TO DSP-AMOUNT
010420        MOVE WS-DSP-STS (WS-DSP-IX) TO DSP-STATUS
010430        MOVE WS-DSP-RECEIVED-DATE (WS-DSP-IX)
010440          TO DSP-RECEIVED-DATE
010450        MOVE WS-DSP-PC-DUE-DATE (WS-DSP-IX) TO DSP-PC-DUE-DATE
010460        MOVE WS-DSP-RES-DUE-DATE (WS-DSP-IX) TO DSP-RES-DUE-DATE
010470        MOVE WS-DSP-PC-DATE (WS-DSP-IX) TO DSP-PC-DATE
010480        MOVE WS-DSP-PC-AMOUNT (WS-DSP-IX) TO DSP-PC-AMOUNT
010490        MOVE WS-DSP-CLOSED-DATE (WS-DSP-IX) TO DSP-CLOSED-DATE
010500        MOVE WS-DSP-USERID (WS-DSP-IX) TO DSP-USERID
010510        MOVE WS-DSP-REASON (WS-DSP-IX) TO DSP-REASON
010520        MOVE WS-DSP-DESC (WS-DSP-IX) TO DSP-DESC
010530        WRITE NEW-DISPUTE-RECORD FROM DISPUTE-RECORD
010540        IF WS-DSPNEW-STATUS IS NOT EQUAL TO '00'
010550           MOVE 'DSPNEW Error writing file ...'
010560             TO WS-CONSOLE-MESSAGE
010570           PERFORM DISPLAY-CONSOLE-MESSAGE
010580           MOVE WS-DSPNEW-STATUS TO WS-IO-STATUS
010590           PERFORM DISPLAY-IO-STATUS
010600           PERFORM ABORT-PROGRAM
010610        END-IF
010620     END-PERFORM.
010630     CLOSE NEW-DISPUTE-FILE.
010640
010650*****************************************************************
010660* Report every active dispute against both deadlines - days     *
010670* left (negative once passed) and whether it is nearing or past *
010680* each. A provisional-credit deadline is met once the credit    *
010690* has been given.                                               *
010700*****************************************************************
010710 WRITE-AGING-REPORT.
010720     MOVE SPACES TO DISPUTE-REPORT-LINE.
010730     PERFORM REPORT-PUT.
010740     MOVE 'OPEN DISPUTE DEADLINE AGING' TO RH-TITLE.
010750     MOVE RPT-HEADING-LINE TO DISPUTE-REPORT-LINE.
010760     PERFORM REPORT-PUT.
010770     MOVE WS-PC-DAYS TO RD-PC-DAYS.
010780     MOVE WS-RES-DAYS TO RD-RES-DAYS.
010790     MOVE WS-WARN-DAYS TO RD-WARN-DAYS.
010800     MOVE RPT-DEADLINE-LINE TO DISPUTE-REPORT-LINE.
010810     PERFORM REPORT-PUT.
010820     MOVE SPACES TO DISPUTE-REPORT-LINE.
010830     PERFORM REPORT-PUT.
010840     MOVE SPACES TO RPT-COLUMN-LINE.
010850     MOVE 'DISPUTE' TO RPT-COLUMN-LINE (3:7).
010860     MOVE 'PID' TO RPT-COLUMN-LINE (12:3).
010870     MOVE 'ACCOUNT NO' TO RPT-COLUMN-LINE (19:10).
010880     MOVE 'TRANSACTION TIMESTAMP' TO RPT-COLUMN-LINE (31:21).
010890     MOVE 'AMOUNT' TO RPT-COLUMN-LINE (65:6).
010900     MOVE 'ST' TO RPT-COLUMN-LINE (73:2).
010910     MOVE 'RECVD' TO RPT-COLUMN-LINE (76:5).
010920     MOVE 'PC DUE' TO RPT-COLUMN-LINE (84:6).
010930     MOVE 'DAYS' TO RPT-COLUMN-LINE (92:4).
010940     MOVE 'RES DUE' TO RPT-COLUMN-LINE (107:7).
010950     MOVE 'DAYS' TO RPT-COLUMN-LINE (115:4).
010960     MOVE RPT-COLUMN-LINE TO DISPUTE-REPORT-LINE.
010970     PERFORM REPORT-PUT.
010980     PERFORM VARYING WS-DSP-IX FROM 1 BY 1
010990       UNTIL WS-DSP-IX IS GREATER THAN WS-DSP-COUNT
011000        IF WS-DSP-ACTIVE (WS-DSP-IX)
011010           ADD 1 TO WS-OPEN-DISPUTES
011020           PERFORM WRITE-ONE-AGING-LINE
011030        END-IF
011040     END-PERFORM.
011050     IF WS-OPEN-DISPUTES IS EQUAL TO ZERO
011060        MOVE '  NONE' TO DISPUTE-REPORT-LINE
011070        PERFORM REPORT-PUT
011080     END-IF.
011090
011100     MOVE SPACES TO DISPUTE-REPORT-LINE.
011110     PERFORM REPORT-PUT.
011120     MOVE 'DISPUTES ACCEPTED' TO RT-LABEL.
011130     MOVE WS-DISPUTES-ACCEPTED TO RT-COUNT.
011140     MOVE RPT-COUNT-LINE TO DISPUTE-REPORT-LINE.
011150     PERFORM REPORT-PUT.
011160     MOVE 'ACTIONS APPLIED' TO RT-LABEL.
011170     MOVE WS-ACTIONS-APPLIED TO RT-COUNT.
011180     MOVE RPT-COUNT-LINE TO DISPUTE-REPORT-LINE.
011190     PERFORM REPORT-PUT.
011200     MOVE 'INTAKE REJECTED' TO RT-LABEL.
011210     MOVE WS-INTAKE-REJECTED TO RT-COUNT.
011220     MOVE RPT-COUNT-LINE TO DISPUTE-REPORT-LINE.
011230     PERFORM REPORT-PUT.
011240     MOVE 'PROVISIONAL CREDITS GIVEN AT DEADLINE' TO RT-LABEL.
011250     MOVE WS-AUTO-CREDITS TO RT-COUNT.
011260     MOVE RPT-COUNT-LINE TO DISPUTE-REPORT-LINE.
011270     PERFORM REPORT-PUT.
011280     MOVE 'POSTINGS FED' TO RT-LABEL.
011290     MOVE WS-POSTINGS-WRITTEN TO RT-COUNT.
011300     MOVE RPT-COUNT-LINE TO DISPUTE-REPORT-LINE.
011310     PERFORM REPORT-PUT.
011320     MOVE 'DISPUTES STILL OPEN' TO RT-LABEL.
011330     MOVE WS-OPEN-DISPUTES TO RT-COUNT.
011340     MOVE RPT-COUNT-LINE TO DISPUTE-REPORT-LINE.
011350     PERFORM REPORT-PUT.
011360     MOVE 'DEADLINES NEARING' TO RT-LABEL.
011370     MOVE WS-NEARING-COUNT TO RT-COUNT.
011380     MOVE RPT-COUNT-LINE TO DISPUTE-REPORT-LINE.
011390     PERFORM REPORT-PUT.
011400     MOVE 'DEADLINES PAST DUE' TO RT-LABEL.
011410     MOVE WS-PAST-DUE-COUNT TO RT-COUNT.
011420     MOVE RPT-COUNT-LINE TO DISPUTE-REPORT-LINE.
011430     PERFORM REPORT-PUT.
011440
011450 WRITE-ONE-AGING-LINE.
011460     MOVE WS-DSP-NO (WS-DSP-IX) TO RG-DISPUTE-NO.
011470     MOVE WS-DSP-PID (WS-DSP-IX) TO RG-PID.
011480     MOVE WS-DSP-ACC-NO (WS-DSP-IX) TO RG-ACC-NO.
011490     MOVE WS-DSP-TIMESTAMP (WS-DSP-IX) TO RG-TIMESTAMP.
011500     MOVE WS-DSP-AMOUNT (WS-DSP-IX) TO RG-AMOUNT.
011510     MOVE WS-DSP-STS (WS-DSP-IX) TO RG-STATUS.
011520     MOVE WS-DSP-RECEIVED-DATE (WS-DSP-IX) TO RG-RECEIVED-DATE.
011530
011540     MOVE WS-DSP-PC-DUE-DATE (WS-DSP-IX) TO RG-PC-DUE-DATE.
011550     MOVE WS-DSP-PC-DUE-DATE (WS-DSP-IX) TO WS-WORK-DIGITS (3:6).
011560     PERFORM COMPUTE-DAYS-LEFT.
011570     MOVE WS-DAYS-LEFT TO RG-PC-DAYS.
011580     IF WS-DSP-PROVISIONAL (WS-DSP-IX)
011590        MOVE 'MET' TO RG-PC-FLAG
011600     ELSE
011610        PERFORM FLAG-DEADLINE
011620        MOVE WS-RESULT TO RG-PC-FLAG
011630     END-IF.
011640
011650     MOVE WS-DSP-RES-DUE-DATE (WS-DSP-IX) TO RG-RES-DUE-DATE.
011660     MOVE WS-DSP-RES-DUE-DATE (WS-DSP-IX) TO WS-WORK-DIGITS (3:6).
011670     PERFORM COMPUTE-DAYS-LEFT.
011680     MOVE WS-DAYS-LEFT TO RG-RES-DAYS.
011690     PERFORM FLAG-DEADLINE.
011700     MOVE WS-RESULT TO RG-RES-FLAG.
011710
011720     MOVE RPT-AGING-LINE TO DISPUTE-REPORT-LINE.
011730     PERFORM REPORT-PUT.
011740
011750 COMPUTE-DAYS-LEFT.
011760     MOVE 20 TO WS-WORK-DIGITS (1:2).
011770     COMPUTE WS-WORK-DAYNO =
011780        FUNCTION INTEGER-OF-DATE (WS-WORK-DIGITS).
011790     COMPUTE WS-DAYS-LEFT = WS-WORK-DAYNO - WS-TODAY-DAYNO.
011800
011810 FLAG-DEADLINE.
011820     EVALUATE TRUE
011830       WHEN WS-DAYS-LEFT IS LESS THAN ZERO
011840          MOVE 'PAST DUE' TO WS-RESULT
011850          ADD 1 TO WS-PAST-DUE-COUNT
011860       WHEN WS-DAYS-LEFT IS NOT GREATER THAN WS-WARN-DAYS
011870          MOVE 'NEARING' TO WS-RESULT
011880          ADD 1 TO WS-NEARING-COUNT
011890       WHEN OTHER
011900          MOVE SPACES TO WS-RESULT
011910     END-EVALUATE.
011920
011930*****************************************************************
011940* Open the extract file as input and read records.              *
011950*****************************************************************
011960 EXTRACT-OPEN.
011970     OPEN INPUT EXTRACT-FILE.
011980     IF WS-EXTRACT-STATUS = '00'
011990        MOVE 'EXTRACT file opened OK'
012000          TO WS-CONSOLE-MESSAGE
012010        PERFORM DISPLAY-CONSOLE-MESSAGE
012020     ELSE
012030        MOVE 'EXTRACT file open failure...'
012040          TO WS-CONSOLE-MESSAGE
012050        PERFORM DISPLAY-CONSOLE-MESSAGE
012060        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
012070        PERFORM DISPLAY-IO-STATUS
012080        PERFORM ABORT-PROGRAM
012090        END-IF.
012100
012110 EXTRACT-READ.
012120     READ EXTRACT-FILE
012130        AT END
012140           MOVE 'Y' TO WS-EOF-SW
012150     END-READ.
012160     IF NOT END-OF-EXTRACT
012170        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
012180           MOVE 'EXTRACT Error reading file ...'
012190             TO WS-CONSOLE-MESSAGE
012200           PERFORM DISPLAY-CONSOLE-MESSAGE
012210           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
012220           PERFORM DISPLAY-IO-STATUS
012230           PERFORM ABORT-PROGRAM
012240        END-IF
012250     END-IF.
012260
012270 EXTRACT-CLOSE.
012280     CLOSE EXTRACT-FILE.
012290
012300*****************************************************************
012310* Open the posting feed as output.                              *
012320*****************************************************************
012330 POSTING-OPEN.
012340     OPEN OUTPUT DISPUTE-POSTING-FILE.
012350     IF WS-POSTING-STATUS IS NOT EQUAL TO '00'
012360        MOVE 'DSPPOST file open failure...'
012370          TO WS-CONSOLE-MESSAGE
012380        PERFORM DISPLAY-CONSOLE-MESSAGE
012390        MOVE WS-POSTING-STATUS TO WS-IO-STATUS
012400        PERFORM DISPLAY-IO-STATUS
012410        PERFORM ABORT-PROGRAM
012420     END-IF.
012430
012440 POSTING-CLOSE.
012450     CLOSE DISPUTE-POSTING-FILE.
012460
012470*****************************************************************
012480* Open the audit trail to add to it. File status 05 is a normal *
012490* open of an OPTIONAL file that did not exist - the first run   *
012500* starts the trail.                                             *
012510*****************************************************************
012520 AUDIT-OPEN.
012530     OPEN EXTEND DISPUTE-AUDIT-FILE.
012540     IF WS-AUDIT-STATUS IS NOT EQUAL TO '00'
012550      AND WS-AUDIT-STATUS IS NOT EQUAL TO '05'
012560        MOVE 'DSPAUDT file open failure...'
012570          TO WS-CONSOLE-MESSAGE
012580        PERFORM DISPLAY-CONSOLE-MESSAGE
012590        MOVE WS-AUDIT-STATUS TO WS-IO-STATUS
012600        PERFORM DISPLAY-IO-STATUS
012610        PERFORM ABORT-PROGRAM
012620     END-IF.
012630
012640 AUDIT-CLOSE.
012650     CLOSE DISPUTE-AUDIT-FILE.
012660
012670*****************************************************************
012680* Open the dispute report as output.                            *
012690*****************************************************************
012700 REPORT-OPEN.
012710     OPEN OUTPUT DISPUTE-REPORT.
012720     IF WS-REPORT-STATUS = '00'
012730        MOVE 'DSPRPT report opened OK'
012740          TO WS-CONSOLE-MESSAGE
012750        PERFORM DISPLAY-CONSOLE-MESSAGE
012760     ELSE
012770        MOVE 'DSPRPT report open failure...'
012780          TO WS-CONSOLE-MESSAGE
012790        PERFORM DISPLAY-CONSOLE-MESSAGE
012800        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
012810        PERFORM DISPLAY-IO-STATUS
012820        PERFORM ABORT-PROGRAM
012830        END-IF.
012840
012850 REPORT-PUT.
012860     WRITE DISPUTE-REPORT-LINE.
012870     IF WS-REPORT-STATUS NOT = '00'
012880        MOVE 'DSPRPT report Error writing file ...'
012890          TO WS-CONSOLE-MESSAGE
012900        PERFORM DISPLAY-CONSOLE-MESSAGE
012910        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
012920        PERFORM DISPLAY-IO-STATUS
012930        PERFORM ABORT-PROGRAM
012940     END-IF.
012950
012960 REPORT-CLOSE.
012970     CLOSE DISPUTE-REPORT.
012980
012990*****************************************************************
013000* Display the file status bytes. This routine will display as   *
013010* two digits if the full two byte file status is numeric. If    *
013020* second byte is non-numeric then it will be treated as a       *
013030* binary number.                                                *
013040*****************************************************************
013050 DISPLAY-IO-STATUS.
013060     IF WS-IO-STATUS NUMERIC
013070        MOVE SPACE TO WS-CONSOLE-MESSAGE
013080        STRING 'File status -' DELIMITED BY SIZE
013090               WS-IO-STATUS DELIMITED BY SIZE
013100          INTO WS-CONSOLE-MESSAGE
013110        PERFORM DISPLAY-CONSOLE-MESSAGE
013120     ELSE
013130        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
013140        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
013150        MOVE SPACE TO WS-CONSOLE-MESSAGE
013160        STRING 'File status -' DELIMITED BY SIZE
013170               WS-IO-STAT1 DELIMITED BY SIZE
013180               '/' DELIMITED BY SIZE
013190               WS-TWO-BYTES DELIMITED BY SIZE
013200          INTO WS-CONSOLE-MESSAGE
013210        PERFORM DISPLAY-CONSOLE-MESSAGE
013220     END-IF.
013230
013240*****************************************************************
013250* 'ABORT' the program.                                          *
013260* Post a message to the console and issue a STOP RUN            *
013270*****************************************************************
013280 ABORT-PROGRAM.
013290     IF WS-CONSOLE-MESSAGE NOT = SPACES
013300        PERFORM DISPLAY-CONSOLE-MESSAGE
013310     END-IF.
013320     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
013330     PERFORM DISPLAY-CONSOLE-MESSAGE.
013340     MOVE 16 TO RETURN-CODE.
013350     GOBACK.
013360
013370*****************************************************************
013380* Display a message on the console, prefixed with the program   *
013390* name so it can be picked out of a mixed job log.              *
013400*****************************************************************
013410 DISPLAY-CONSOLE-MESSAGE.
013420     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
