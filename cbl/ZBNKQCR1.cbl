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
000130* Prgram:      ZBNKQCR1.CBL                                     *
000140* Function:    Statement QC sign-off - apply the reviewers'     *
000150*              passed/failed results to the cycle's sign-off    *
000160*              register, write the updated register and report  *
000170*              every sampled statement with what is still       *
000180*              outstanding before the transmittal can go        *
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.
000220     ZBNKQCR1.
000230 DATE-WRITTEN.
000240     September 2026.
000250 DATE-COMPILED.
000260     Today.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT   SECTION.
000290   FILE-CONTROL.
000300     SELECT QC-REGISTER-FILE
000310            ASSIGN       TO QCREG
000320            ORGANIZATION IS SEQUENTIAL
000330            ACCESS MODE  IS SEQUENTIAL
000340            FILE STATUS  IS WS-QCREG-STATUS.
000350
000360     SELECT OPTIONAL QC-SIGNOFF-FILE
000370            ASSIGN       TO QCSIGN
000380            ORGANIZATION IS SEQUENTIAL
000390            ACCESS MODE  IS SEQUENTIAL
000400            FILE STATUS  IS WS-SIGNOFF-STATUS.
000410
000420     SELECT NEW-REGISTER-FILE
000430            ASSIGN       TO QCREGN
000440            ORGANIZATION IS SEQUENTIAL
000450            ACCESS MODE  IS SEQUENTIAL
000460            FILE STATUS  IS WS-QCREGN-STATUS.
000470
000480     SELECT QC-REPORT-FILE
000490            ASSIGN       TO QCRRPT
000500            ORGANIZATION IS SEQUENTIAL
000510            ACCESS MODE  IS SEQUENTIAL
000520            FILE STATUS  IS WS-REPORT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*****************************************************************
000570* The sign-off register as ZBNKQCS1 opened it or as the last    *
000580* run of this program left it.                                  *
000590*****************************************************************
000600 FD  QC-REGISTER-FILE
000610     RECORD CONTAINS 80 CHARACTERS.
000620 COPY CQCREG.
000630
000640*****************************************************************
000650* The reviewers' results, one per sampled statement reviewed.   *
000660* The run id is the sample's, as printed on the QC separator.   *
000670*****************************************************************
000680 FD  QC-SIGNOFF-FILE
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  QC-SIGNOFF-RECORD.
000710   05  QCS-RUN-ID                            PIC X(14).
000720   05  QCS-PID                               PIC X(5).
000730   05  QCS-RESULT                            PIC X(1).
000740     88  QCS-RESULT-PASSED                    VALUE 'P'.
000750     88  QCS-RESULT-FAILED                    VALUE 'F'.
000760   05  QCS-REVIEWER                          PIC X(8).
000770   05  QCS-NOTE                              PIC X(30).
000780   05  FILLER                                PIC X(22).
000790
000800 FD  NEW-REGISTER-FILE
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  NEW-REGISTER-RECORD                     PIC X(80).
000830
000840 FD  QC-REPORT-FILE
000850     RECORD CONTAINS 132 CHARACTERS.
000860 01  QC-REPORT-LINE                          PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000890 01  WS-MISC-STORAGE.
000900   05  WS-PROGRAM-ID                         PIC X(8)
000910       VALUE 'ZBNKQCR1'.
000920   05  WS-QCREG-STATUS.
000930     10  WS-QCREG-STAT1                      PIC X(1).
000940     10  WS-QCREG-STAT2                      PIC X(1).
000950
000960   05  WS-SIGNOFF-STATUS.
000970     10  WS-SIGNOFF-STAT1                    PIC X(1).
000980     10  WS-SIGNOFF-STAT2                    PIC X(1).
000990
001000   05  WS-QCREGN-STATUS.
001010     10  WS-QCREGN-STAT1                     PIC X(1).
001020     10  WS-QCREGN-STAT2                     PIC X(1).
001030
001040   05  WS-REPORT-STATUS.
001050     10  WS-REPORT-STAT1                     PIC X(1).
001060     10  WS-REPORT-STAT2                     PIC X(1).
001070
001080   05  WS-IO-STATUS.
001090     10  WS-IO-STAT1                         PIC X(1).
001100     10  WS-IO-STAT2                         PIC X(1).
001110
001120   05  WS-TWO-BYTES.
001130     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001140     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001150   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001160                                             PIC 9(1) COMP.
001170
001180   05  WS-REGISTER-EOF-SW                    PIC X(1)
001190       VALUE 'N'.
001200     88  REGISTER-EOF                         VALUE 'Y'.
001210   05  WS-SIGNOFF-EOF-SW                     PIC X(1)
001220       VALUE 'N'.
001230     88  SIGNOFF-EOF                          VALUE 'Y'.
001240   05  WS-HEADER-SW                          PIC X(1)
001250       VALUE 'N'.
001260     88  HEADER-FOUND                         VALUE 'Y'.
001270   05  WS-FOUND-SW                           PIC X(1)
001280       VALUE 'N'.
001290     88  ENTRY-FOUND                          VALUE 'Y'.
001300
001310   05  WS-TODAY                              PIC 9(6).
001320   05  WS-RESULT                             PIC X(40).
001330
001340   05  WS-SIGNOFFS-READ                      PIC 9(5)
001350       VALUE ZERO.
001360   05  WS-SIGNOFFS-APPLIED                   PIC 9(5)
001370       VALUE ZERO.
001380   05  WS-SIGNOFFS-REJECTED                  PIC 9(5)
001390       VALUE ZERO.
001400   05  WS-PASSED-COUNT                       PIC 9(5)
001410       VALUE ZERO.
001420   05  WS-FAILED-COUNT                       PIC 9(5)
001430       VALUE ZERO.
001440   05  WS-UNREVIEWED-COUNT                   PIC 9(5)
001450       VALUE ZERO.
001460
001470*****************************************************************
001480* The register's header and its sampled statements.             *
001490*****************************************************************
001500 01  WS-REGISTER-HEADER                      PIC X(80).
001510
001520 01  WS-REGISTER-TABLE.
001530   05  WS-RG-COUNT                           PIC 9(4)
001540       VALUE ZERO.
001550   05  WS-RG-ENTRY OCCURS 2000 TIMES         PIC X(80).
001560   05  WS-RG-IX                              PIC 9(4).
001570   05  WS-RG-MATCH-IX                        PIC 9(4).
001580
001590 01  WS-CONSOLE-MESSAGE                      PIC X(60).
001600
001610*****************************************************************
001620* Report lines.                                                 *
001630*****************************************************************
001640 01  RPT-HEADING-LINE.
001650   05  FILLER                          PIC X(2)  VALUE SPACES.
001660   05  RH-TITLE                              PIC X(40).
001670   05  FILLER                                PIC X(13)
001680       VALUE '  RUN DATE - '.
001690   05  RH-RUN-DATE                           PIC 9(6).
001700   05  FILLER                          PIC X(71) VALUE SPACES.
001710
001720 01  RPT-SAMPLE-LINE.
001730   05  FILLER                                PIC X(16)
001740       VALUE '  SAMPLE RUN - '.
001750   05  RS-RUN-ID                             PIC X(14).
001760   05  FILLER                                PIC X(15)
001770       VALUE '   STATEMENTS '.
001780   05  RS-STMT-COUNT                         PIC ZZZZ9.
001790   05  FILLER                                PIC X(12)
001800       VALUE '   EVERY N '.
001810   05  RS-INTERVAL                           PIC ZZZZ9.
001820   05  FILLER                                PIC X(12)
001830       VALUE '   SAMPLED '.
001840   05  RS-SAMPLE-COUNT                       PIC ZZZZ9.
001850   05  FILLER                          PIC X(48) VALUE SPACES.
001860
001870 01  RPT-COLUMN-LINE                         PIC X(132).
001880
001890 01  RPT-SIGNOFF-LINE.
001900   05  FILLER                          PIC X(2)  VALUE SPACES.
001910   05  RO-RUN-ID                             PIC X(14).
001920   05  FILLER                          PIC X(2)  VALUE SPACES.
001930   05  RO-PID                                PIC X(5).
001940   05  FILLER                          PIC X(2)  VALUE SPACES.
001950   05  RO-RESULT                             PIC X(1).
001960   05  FILLER                          PIC X(2)  VALUE SPACES.
001970   05  RO-REVIEWER                           PIC X(8).
001980   05  FILLER                          PIC X(2)  VALUE SPACES.
001990   05  RO-NOTE                               PIC X(30).
002000   05  FILLER                          PIC X(2)  VALUE SPACES.
002010   05  RO-OUTCOME                            PIC X(40).
002020   05  FILLER                          PIC X(22) VALUE SPACES.
002030
002040 01  RPT-REGISTER-LINE.
002050   05  FILLER                          PIC X(2)  VALUE SPACES.
002060   05  RR-PID                                PIC X(5).
002070   05  FILLER                          PIC X(2)  VALUE SPACES.
002080   05  RR-PAGES                              PIC ZZZ9.
002090   05  FILLER                          PIC X(2)  VALUE SPACES.
002100   05  RR-REASONS.
002110     10  RR-RSN-INTERVAL                     PIC X(1).
002120     10  RR-RSN-CURRENCY                     PIC X(1).
002130     10  RR-RSN-HOUSEHOLD                    PIC X(1).
002140     10  RR-RSN-LOAN                         PIC X(1).
002150     10  RR-RSN-FEE                          PIC X(1).
002160     10  RR-RSN-PENDING                      PIC X(1).
002170     10  RR-RSN-MESSAGE                      PIC X(1).
002180   05  FILLER                          PIC X(2)  VALUE SPACES.
002190   05  RR-STATUS                             PIC X(10).
002200   05  FILLER                          PIC X(2)  VALUE SPACES.
002210   05  RR-REVIEWER                           PIC X(8).
002220   05  FILLER                          PIC X(2)  VALUE SPACES.
002230   05  RR-REVIEW-DATE                        PIC X(6).
002240   05  FILLER                          PIC X(2)  VALUE SPACES.
002250   05  RR-NOTE                               PIC X(30).
002260   05  FILLER                          PIC X(48) VALUE SPACES.
002270
002280 01  RPT-COUNT-LINE.
002290   05  FILLER                          PIC X(2)  VALUE SPACES.
002300   05  RT-LABEL                              PIC X(40).
002310   05  RT-COUNT                              PIC Z(6)9.
002320   05  FILLER                          PIC X(83) VALUE SPACES.
002330
002340 PROCEDURE DIVISION.
002350*****************************************************************
002360* Load the register, apply the sign-offs in the order keyed,    *
002370* then write the updated register and the sign-off report. The  *
002380* job ends RC 8 while any sampled statement has failed review   *
002390* and RC 4 while any is unreviewed or a sign-off was refused -  *
002400* ZBNKTRN1 holds the vendor transmittal until all have passed.  *
002410*****************************************************************
002420     ACCEPT WS-TODAY FROM DATE.
002430
002440     PERFORM LOAD-REGISTER.
002450     PERFORM REPORT-OPEN.
002460     PERFORM APPLY-SIGNOFFS.
002470     PERFORM WRITE-NEW-REGISTER.
002480     PERFORM WRITE-REGISTER-REPORT.
002490     PERFORM REPORT-CLOSE.
002500
002510     MOVE SPACES TO WS-CONSOLE-MESSAGE.
002520     STRING WS-SIGNOFFS-APPLIED DELIMITED BY SIZE
002530            ' sign-offs applied, ' DELIMITED BY SIZE
002540            WS-SIGNOFFS-REJECTED DELIMITED BY SIZE
002550            ' refused' DELIMITED BY SIZE
002560       INTO WS-CONSOLE-MESSAGE.
002570     PERFORM DISPLAY-CONSOLE-MESSAGE.
002580     MOVE SPACES TO WS-CONSOLE-MESSAGE.
002590     STRING WS-PASSED-COUNT DELIMITED BY SIZE
002600            ' passed, ' DELIMITED BY SIZE
002610            WS-FAILED-COUNT DELIMITED BY SIZE
002620            ' failed, ' DELIMITED BY SIZE
002630            WS-UNREVIEWED-COUNT DELIMITED BY SIZE
002640            ' unreviewed' DELIMITED BY SIZE
002650       INTO WS-CONSOLE-MESSAGE.
002660     PERFORM DISPLAY-CONSOLE-MESSAGE.
002670     MOVE 'End Of Job'
002680       TO WS-CONSOLE-MESSAGE.
002690     PERFORM DISPLAY-CONSOLE-MESSAGE.
002700
002710     IF WS-FAILED-COUNT IS GREATER THAN ZERO
002720        MOVE 8 TO RETURN-CODE
002730     ELSE
002740        IF WS-UNREVIEWED-COUNT IS GREATER THAN ZERO
002750         OR WS-SIGNOFFS-REJECTED IS GREATER THAN ZERO
002760           MOVE 4 TO RETURN-CODE
002770        ELSE
002780           MOVE 0 TO RETURN-CODE
002790        END-IF
002800     END-IF.
002810
002820     GOBACK.
002830
002840*****************************************************************
002850* Load the register. It must start with its header - a register *
002860* without one was not opened by ZBNKQCS1 and is refused.        *
002870*****************************************************************
002880 LOAD-REGISTER.
002890     OPEN INPUT QC-REGISTER-FILE.
002900     IF WS-QCREG-STATUS IS NOT EQUAL TO '00'
002910        MOVE 'QCREG file open failure...'
002920          TO WS-CONSOLE-MESSAGE
002930        PERFORM DISPLAY-CONSOLE-MESSAGE
002940        MOVE WS-QCREG-STATUS TO WS-IO-STATUS
002950        PERFORM DISPLAY-IO-STATUS
002960        PERFORM ABORT-PROGRAM
002970     END-IF.
002980     PERFORM REGISTER-READ.
002990     IF NOT REGISTER-EOF
003000      AND QCR-REC-HEADER
003010        MOVE QC-REGISTER-RECORD TO WS-REGISTER-HEADER
003020        MOVE 'Y' TO WS-HEADER-SW
003030        PERFORM REGISTER-READ
003040     END-IF.
003050     IF NOT HEADER-FOUND
003060        MOVE 'QCREG has no header - run refused'
003070          TO WS-CONSOLE-MESSAGE
003080        PERFORM ABORT-PROGRAM
003090     END-IF.
003100     PERFORM UNTIL REGISTER-EOF
003110        IF QCR-REC-DETAIL
003120           IF WS-RG-COUNT IS LESS THAN 2000
003130              ADD 1 TO WS-RG-COUNT
003140              MOVE QC-REGISTER-RECORD TO WS-RG-ENTRY (WS-RG-COUNT)
003150           ELSE
003160              MOVE 'Register table full - run refused'
003170                TO WS-CONSOLE-MESSAGE
003180              PERFORM ABORT-PROGRAM
003190           END-IF
003200        END-IF
003210        PERFORM REGISTER-READ
003220     END-PERFORM.
003230     CLOSE QC-REGISTER-FILE.
003240
003250 REGISTER-READ.
003260     READ QC-REGISTER-FILE
003270       AT END
003280          MOVE 'Y' TO WS-REGISTER-EOF-SW
003290     END-READ.
003300     IF NOT REGISTER-EOF
003310        IF WS-QCREG-STATUS IS NOT EQUAL TO '00'
003320           MOVE 'QCREG Error reading file ...'
003330             TO WS-CONSOLE-MESSAGE
003340           PERFORM DISPLAY-CONSOLE-MESSAGE
003350           MOVE WS-QCREG-STATUS TO WS-IO-STATUS
003360           PERFORM DISPLAY-IO-STATUS
003370           PERFORM ABORT-PROGRAM
003380        END-IF
003390     END-IF.
003400
003410*****************************************************************
003420* Apply the sign-offs in the order keyed, listing each with its *
003430* outcome. A missing sign-off file is a normal run that simply  *
003440* reports where the review stands.                              *
003450*****************************************************************
003460 APPLY-SIGNOFFS.
003470     MOVE 'STATEMENT QC SIGN-OFFS' TO RH-TITLE.
003480     MOVE WS-TODAY TO RH-RUN-DATE.
003490     MOVE RPT-HEADING-LINE TO QC-REPORT-LINE.
003500     PERFORM REPORT-PUT.
003510     MOVE WS-REGISTER-HEADER TO QC-REGISTER-RECORD.
003520     MOVE QCR-RUN-ID TO RS-RUN-ID.
003530     MOVE QCR-STMT-COUNT TO RS-STMT-COUNT.
003540     MOVE QCR-INTERVAL TO RS-INTERVAL.
003550     MOVE QCR-SAMPLE-COUNT TO RS-SAMPLE-COUNT.
003560     MOVE RPT-SAMPLE-LINE TO QC-REPORT-LINE.
003570     PERFORM REPORT-PUT.
003580     MOVE SPACES TO QC-REPORT-LINE.
003590     PERFORM REPORT-PUT.
003600     MOVE SPACES TO RPT-COLUMN-LINE.
003610     MOVE 'SAMPLE RUN' TO RPT-COLUMN-LINE (3:10).
003620     MOVE 'PID' TO RPT-COLUMN-LINE (19:3).
003630     MOVE 'R' TO RPT-COLUMN-LINE (26:1).
003640     MOVE 'REVIEWER' TO RPT-COLUMN-LINE (29:8).
003650     MOVE 'NOTE' TO RPT-COLUMN-LINE (39:4).
003660     MOVE 'RESULT' TO RPT-COLUMN-LINE (71:6).
003670     MOVE RPT-COLUMN-LINE TO QC-REPORT-LINE.
003680     PERFORM REPORT-PUT.
003690
003700     OPEN INPUT QC-SIGNOFF-FILE.
003710     EVALUATE TRUE
003720       WHEN WS-SIGNOFF-STATUS IS EQUAL TO '35'
003730       WHEN WS-SIGNOFF-STATUS IS EQUAL TO '05'
003740          CONTINUE
003750       WHEN WS-SIGNOFF-STATUS IS EQUAL TO '00'
003760          PERFORM SIGNOFF-READ
003770          PERFORM UNTIL SIGNOFF-EOF
003780             ADD 1 TO WS-SIGNOFFS-READ
003790             PERFORM APPLY-ONE-SIGNOFF
003800             PERFORM SIGNOFF-READ
003810          END-PERFORM
003820          CLOSE QC-SIGNOFF-FILE
003830       WHEN OTHER
003840          MOVE 'QCSIGN file open failure...'
003850            TO WS-CONSOLE-MESSAGE
003860          PERFORM DISPLAY-CONSOLE-MESSAGE
003870          MOVE WS-SIGNOFF-STATUS TO WS-IO-STATUS
003880          PERFORM DISPLAY-IO-STATUS
003890          PERFORM ABORT-PROGRAM
003900     END-EVALUATE.
003910     IF WS-SIGNOFFS-READ IS EQUAL TO ZERO
003920        MOVE '  NONE' TO QC-REPORT-LINE
003930        PERFORM REPORT-PUT
003940     END-IF.
003950
003960 SIGNOFF-READ.
003970     READ QC-SIGNOFF-FILE
003980       AT END
003990          MOVE 'Y' TO WS-SIGNOFF-EOF-SW
004000     END-READ.
004010
004020*****************************************************************
004030* Check one sign-off and apply it. It must be for this sample's *
004040* run and a statement in the sample, carry a result and name    *
004050* the reviewer. A passed statement may later be failed, but a   *
004060* failed statement is cleared only by correcting the statements *
004070* and pulling a fresh sample.                                   *
004080*****************************************************************
004090 APPLY-ONE-SIGNOFF.
004100     MOVE SPACES TO WS-RESULT.
004110     MOVE 'N' TO WS-FOUND-SW.
004120     MOVE WS-REGISTER-HEADER TO QC-REGISTER-RECORD.
004130     IF QCS-RUN-ID IS NOT EQUAL TO QCR-RUN-ID
004140        MOVE 'REFUSED - NOT THIS SAMPLE RUN' TO WS-RESULT
004150     ELSE
004160        PERFORM VARYING WS-RG-IX FROM 1 BY 1
004170          UNTIL WS-RG-IX IS GREATER THAN WS-RG-COUNT
004180                   OR ENTRY-FOUND
004190           MOVE WS-RG-ENTRY (WS-RG-IX) TO QC-REGISTER-RECORD
004200           IF QCR-PID IS EQUAL TO QCS-PID
004210              MOVE 'Y' TO WS-FOUND-SW
004220              MOVE WS-RG-IX TO WS-RG-MATCH-IX
004230           END-IF
004240        END-PERFORM
004250        EVALUATE TRUE
004260          WHEN NOT ENTRY-FOUND
004270             MOVE 'REFUSED - STATEMENT NOT SAMPLED' TO WS-RESULT
004280          WHEN NOT QCS-RESULT-PASSED
004290           AND NOT QCS-RESULT-FAILED
004300             MOVE 'REFUSED - RESULT NOT P OR F' TO WS-RESULT
004310          WHEN QCS-REVIEWER IS EQUAL TO SPACES
004320             MOVE 'REFUSED - NO REVIEWER' TO WS-RESULT
004330          WHEN QCR-FAILED
004340           AND QCS-RESULT-PASSED
004350             MOVE 'REFUSED - FAILED, RESAMPLE REQUIRED'
004360               TO WS-RESULT
004370          WHEN OTHER
004380             MOVE QCS-RESULT TO QCR-STATUS
004390             MOVE QCS-REVIEWER TO QCR-REVIEWER
004400             MOVE WS-TODAY TO QCR-REVIEW-DATE
004410             MOVE QCS-NOTE TO QCR-NOTE
004420             MOVE QC-REGISTER-RECORD
004430               TO WS-RG-ENTRY (WS-RG-MATCH-IX)
004440             IF QCS-RESULT-PASSED
004450                MOVE 'APPLIED - PASSED' TO WS-RESULT
004460             ELSE
004470                MOVE 'APPLIED - FAILED' TO WS-RESULT
004480             END-IF
004490        END-EVALUATE
004500     END-IF.
004510     IF WS-RESULT (1:7) IS EQUAL TO 'APPLIED'
004520        ADD 1 TO WS-SIGNOFFS-APPLIED
004530     ELSE
004540        ADD 1 TO WS-SIGNOFFS-REJECTED
004550     END-IF.
004560     MOVE QCS-RUN-ID TO RO-RUN-ID.
004570     MOVE QCS-PID TO RO-PID.
004580     MOVE QCS-RESULT TO RO-RESULT.
004590     MOVE QCS-REVIEWER TO RO-REVIEWER.
004600     MOVE QCS-NOTE TO RO-NOTE.
004610     MOVE WS-RESULT TO RO-OUTCOME.
004620     MOVE RPT-SIGNOFF-LINE TO QC-REPORT-LINE.
004630     PERFORM REPORT-PUT.
004640
004650*****************************************************************
004660* The updated register replaces the old one in the next step of *
004670* the job, for the next round of sign-offs and for ZBNKTRN1.    *
004680*****************************************************************
004690 WRITE-NEW-REGISTER.
004700     OPEN OUTPUT NEW-REGISTER-FILE.
004710     IF WS-QCREGN-STATUS IS NOT EQUAL TO '00'
004720        MOVE 'QCREGN file open failure...'
004730          TO WS-CONSOLE-MESSAGE
004740        PERFORM DISPLAY-CONSOLE-MESSAGE
004750        MOVE WS-QCREGN-STATUS TO WS-IO-STATUS
004760        PERFORM DISPLAY-IO-STATUS
004770        PERFORM ABORT-PROGRAM
004780     END-IF.
004790     MOVE WS-REGISTER-HEADER TO NEW-REGISTER-RECORD.
004800     PERFORM NEW-REGISTER-PUT.
004810     PERFORM VARYING WS-RG-IX FROM 1 BY 1
004820       UNTIL WS-RG-IX IS GREATER THAN WS-RG-COUNT
004830        MOVE WS-RG-ENTRY (WS-RG-IX) TO NEW-REGISTER-RECORD
004840        PERFORM NEW-REGISTER-PUT
004850     END-PERFORM.
004860     CLOSE NEW-REGISTER-FILE.
004870
004880 NEW-REGISTER-PUT.
004890     WRITE NEW-REGISTER-RECORD.
004900     IF WS-QCREGN-STATUS IS NOT EQUAL TO '00'
004910        MOVE 'QCREGN Error writing file ...'
004920          TO WS-CONSOLE-MESSAGE
004930        PERFORM DISPLAY-CONSOLE-MESSAGE
004940        MOVE WS-QCREGN-STATUS TO WS-IO-STATUS
004950        PERFORM DISPLAY-IO-STATUS
004960        PERFORM ABORT-PROGRAM
004970     END-IF.
004980
004990*****************************************************************
005000* List every sampled statement with why it was sampled and      *
005010* where its review stands, then the totals.                     *
005020*****************************************************************
005030 WRITE-REGISTER-REPORT.
005040     MOVE SPACES TO QC-REPORT-LINE.
005050     PERFORM REPORT-PUT.
005060     MOVE 'STATEMENT QC SIGN-OFF REGISTER' TO RH-TITLE.
005070     MOVE RPT-HEADING-LINE TO QC-REPORT-LINE.
005080     PERFORM REPORT-PUT.
005090     MOVE SPACES TO QC-REPORT-LINE.
005100     PERFORM REPORT-PUT.
005110     MOVE SPACES TO RPT-COLUMN-LINE.
005120     MOVE 'PID' TO RPT-COLUMN-LINE (3:3).
005130     MOVE 'PAGES' TO RPT-COLUMN-LINE (10:5).
005140     MOVE 'ICHLSPM' TO RPT-COLUMN-LINE (16:7).
005150     MOVE 'STATUS' TO RPT-COLUMN-LINE (25:6).
005160     MOVE 'REVIEWER' TO RPT-COLUMN-LINE (37:8).
005170     MOVE 'DATE' TO RPT-COLUMN-LINE (47:4).
005180     MOVE 'NOTE' TO RPT-COLUMN-LINE (55:4).
005190     MOVE RPT-COLUMN-LINE TO QC-REPORT-LINE.
005200     PERFORM REPORT-PUT.
005210     IF WS-RG-COUNT IS EQUAL TO ZERO
005220        MOVE '  NONE' TO QC-REPORT-LINE
005230        PERFORM REPORT-PUT
005240     END-IF.
005250     PERFORM VARYING WS-RG-IX FROM 1 BY 1
005260       UNTIL WS-RG-IX IS GREATER THAN WS-RG-COUNT
005270        MOVE WS-RG-ENTRY (WS-RG-IX) TO QC-REGISTER-RECORD
005280        PERFORM WRITE-REGISTER-LINE
005290     END-PERFORM.
005300
005310     MOVE SPACES TO QC-REPORT-LINE.
005320     PERFORM REPORT-PUT.
005330     MOVE 'SAMPLED STATEMENTS' TO RT-LABEL.
005340     MOVE WS-RG-COUNT TO RT-COUNT.
005350     MOVE RPT-COUNT-LINE TO QC-REPORT-LINE.
005360     PERFORM REPORT-PUT.
005370     MOVE 'PASSED' TO RT-LABEL.
005380     MOVE WS-PASSED-COUNT TO RT-COUNT.
005390     MOVE RPT-COUNT-LINE TO QC-REPORT-LINE.
005400     PERFORM REPORT-PUT.
005410     MOVE 'FAILED' TO RT-LABEL.
005420     MOVE WS-FAILED-COUNT TO RT-COUNT.
005430     MOVE RPT-COUNT-LINE TO QC-REPORT-LINE.
005440     PERFORM REPORT-PUT.
005450     MOVE 'UNREVIEWED' TO RT-LABEL.
005460     MOVE WS-UNREVIEWED-COUNT TO RT-COUNT.
005470     MOVE RPT-COUNT-LINE TO QC-REPORT-LINE.
005480     PERFORM REPORT-PUT.
005490     MOVE 'SIGN-OFFS REFUSED' TO RT-LABEL.
005500     MOVE WS-SIGNOFFS-REJECTED TO RT-COUNT.
005510     MOVE RPT-COUNT-LINE TO QC-REPORT-LINE.
005520     PERFORM REPORT-PUT.
005530     MOVE SPACES TO QC-REPORT-LINE.
005540     PERFORM REPORT-PUT.
005550     IF WS-FAILED-COUNT IS EQUAL TO ZERO
005560      AND WS-UNREVIEWED-COUNT IS EQUAL TO ZERO
005570        MOVE '  QC SIGNED OFF - TRANSMITTAL MAY BE RELEASED'
005580          TO QC-REPORT-LINE
005590     ELSE
005600        MOVE '  QC NOT SIGNED OFF - TRANSMITTAL HELD'
005610          TO QC-REPORT-LINE
005620     END-IF.
005630     PERFORM REPORT-PUT.
005640
005650*****************************************************************
005660* One sampled statement. The reasons print as a letter under    *
005670* each of the column's features - interval, currency,           *
005680* household, loan, service charge, pending and message.         *
005690*****************************************************************
005700 WRITE-REGISTER-LINE.
005710     MOVE QCR-PID TO RR-PID.
005720     MOVE QCR-PAGES TO RR-PAGES.
005730     MOVE SPACES TO RR-REASONS.
005740     IF QCR-RSN-INTERVAL IS EQUAL TO 'Y'
005750        MOVE 'I' TO RR-RSN-INTERVAL
005760     END-IF.
005770     IF QCR-RSN-CURRENCY IS EQUAL TO 'Y'
005780        MOVE 'C' TO RR-RSN-CURRENCY
005790     END-IF.
005800     IF QCR-RSN-HOUSEHOLD IS EQUAL TO 'Y'
005810        MOVE 'H' TO RR-RSN-HOUSEHOLD
005820     END-IF.
005830     IF QCR-RSN-LOAN IS EQUAL TO 'Y'
005840        MOVE 'L' TO RR-RSN-LOAN
005850     END-IF.
005860     IF QCR-RSN-FEE IS EQUAL TO 'Y'
005870        MOVE 'S' TO RR-RSN-FEE
005880     END-IF.
005890     IF QCR-RSN-PENDING IS EQUAL TO 'Y'
005900        MOVE 'P' TO RR-RSN-PENDING
005910     END-IF.
005920     IF QCR-RSN-MESSAGE IS EQUAL TO 'Y'
005930        MOVE 'M' TO RR-RSN-MESSAGE
005940     END-IF.
005950     EVALUATE TRUE
005960       WHEN QCR-PASSED
005970          MOVE 'PASSED' TO RR-STATUS
005980          ADD 1 TO WS-PASSED-COUNT
005990       WHEN QCR-FAILED
006000          MOVE 'FAILED' TO RR-STATUS
006010          ADD 1 TO WS-FAILED-COUNT
006020       WHEN OTHER
006030          MOVE 'UNREVIEWED' TO RR-STATUS
006040          ADD 1 TO WS-UNREVIEWED-COUNT
006050     END-EVALUATE.
006060     MOVE QCR-REVIEWER TO RR-REVIEWER.
006070     IF QCR-REVIEW-DATE IS EQUAL TO ZERO
006080        MOVE SPACES TO RR-REVIEW-DATE
006090     ELSE
006100        MOVE QCR-REVIEW-DATE TO RR-REVIEW-DATE
006110     END-IF.
006120     MOVE QCR-NOTE TO RR-NOTE.
006130     MOVE RPT-REGISTER-LINE TO QC-REPORT-LINE.
006140     PERFORM REPORT-PUT.
006150
006160*****************************************************************
006170* Open the sign-off report as output.                           *
006180*****************************************************************
006190 REPORT-OPEN.
006200     OPEN OUTPUT QC-REPORT-FILE.
006210     IF WS-REPORT-STATUS = '00'
006220        MOVE 'QCRRPT file opened OK'
006230          TO WS-CONSOLE-MESSAGE
006240        PERFORM DISPLAY-CONSOLE-MESSAGE
006250     ELSE
006260        MOVE 'QCRRPT file open failure...'
006270          TO WS-CONSOLE-MESSAGE
006280        PERFORM DISPLAY-CONSOLE-MESSAGE
006290        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
006300        PERFORM DISPLAY-IO-STATUS
006310        PERFORM ABORT-PROGRAM
006320        END-IF.
006330
006340 REPORT-PUT.
006350     WRITE QC-REPORT-LINE.
006360     IF WS-REPORT-STATUS NOT = '00'
006370        MOVE 'QCRRPT Error writing file ...'
006380          TO WS-CONSOLE-MESSAGE
006390        PERFORM DISPLAY-CONSOLE-MESSAGE
006400        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
006410        PERFORM DISPLAY-IO-STATUS
006420        PERFORM ABORT-PROGRAM
006430     END-IF.
006440
006450 REPORT-CLOSE.
006460     CLOSE QC-REPORT-FILE.
006470
006480*****************************************************************
006490* Display the file status bytes. This routine will display as   *
006500* two digits if the full two byte file status is numeric. If    *
006510* second byte is non-numeric then it will be treated as a       *
006520* binary number.                                                *
006530*****************************************************************
006540 DISPLAY-IO-STATUS.
006550     IF WS-IO-STATUS NUMERIC
006560        MOVE SPACE TO WS-CONSOLE-MESSAGE
006570        STRING 'File status -' DELIMITED BY SIZE
006580               WS-IO-STATUS DELIMITED BY SIZE
006590          INTO WS-CONSOLE-MESSAGE
006600        PERFORM DISPLAY-CONSOLE-MESSAGE
006610     ELSE
006620        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
006630        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
006640        MOVE SPACE TO WS-CONSOLE-MESSAGE
006650        STRING 'File status -' DELIMITED BY SIZE
006660               WS-IO-STAT1 DELIMITED BY SIZE
006670               '/' DELIMITED BY SIZE
006680               WS-TWO-BYTES DELIMITED BY SIZE
006690          INTO WS-CONSOLE-MESSAGE
006700        PERFORM DISPLAY-CONSOLE-MESSAGE
006710     END-IF.
006720
006730*****************************************************************
006740* 'ABORT' the program.                                          *
006750* Post a message to the console and issue a STOP RUN            *
006760*****************************************************************
006770 ABORT-PROGRAM.
006780     IF WS-CONSOLE-MESSAGE NOT = SPACES
006790        PERFORM DISPLAY-CONSOLE-MESSAGE
006800     END-IF.
006810     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
006820     PERFORM DISPLAY-CONSOLE-MESSAGE.
006830     MOVE 16 TO RETURN-CODE.
006840     GOBACK.
006850
006860*****************************************************************
006870* Display a message on the console, prefixed with the program   *
006880* name so it can be picked out of a mixed job log.              *
006890*****************************************************************
006900 DISPLAY-CONSOLE-MESSAGE.
006910     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
