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
000130* Prgram:      ZBNKRRT1.CBL                                     *
000140* Function:    Re-route the statements the print vendor never   *
000150*              confirmed - pull them off the statement archive  *
000160*              into a print stream and transmittal control file *
000170*              for the secondary vendor, record each one on the *
000180*              re-route register so it is never sent twice, and *
000190*              tie the remediation back to the original         *
000200*              transmittal's hash totals                        *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKRRT1.
000250 DATE-WRITTEN.
000260     October 2026.
000270 DATE-COMPILED.
000280     Today.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT   SECTION.
000310   FILE-CONTROL.
000320     SELECT UNCONFIRMED-FILE
000330            ASSIGN       TO UNCONFRM
000340            ORGANIZATION IS SEQUENTIAL
000350            ACCESS MODE  IS SEQUENTIAL
000360            FILE STATUS  IS WS-UNCONFRM-STATUS.
000370
000380     SELECT ARCHIVE-FILE
000390            ASSIGN       TO STMARCH
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-ARCHIVE-STATUS.
000430
000440     SELECT OPTIONAL REROUTE-REGISTER-FILE
000450            ASSIGN       TO RRTREG
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-RRTREG-STATUS.
000490
000500     SELECT REROUTE-PRINT-FILE
000510            ASSIGN       TO RRTPRT
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-RRTPRT-STATUS.
000550
000560     SELECT TRANSMITTAL-FILE
000570            ASSIGN       TO RRTCTL
000580            ORGANIZATION IS SEQUENTIAL
000590            ACCESS MODE  IS SEQUENTIAL
000600            FILE STATUS  IS WS-TRNSCTL-STATUS.
000610
000620     SELECT REMEDIATION-REPORT
000630            ASSIGN       TO RRTRPT
000640            ORGANIZATION IS SEQUENTIAL
000650            ACCESS MODE  IS SEQUENTIAL
000660            FILE STATUS  IS WS-REPORT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700*****************************************************************
000710* The unconfirmed statement list written by ZBNKACK1.           *
000720*****************************************************************
000730 FD  UNCONFIRMED-FILE
000740     RECORD CONTAINS 80 CHARACTERS.
000750 COPY CUNCONF.
000760
000770*****************************************************************
000780* Statement archive written by ZBNKSTM1 - every line of every   *
000790* statement as it was composed, keyed by PID and cycle date.    *
000800*****************************************************************
000810 FD  ARCHIVE-FILE
000820     RECORD CONTAINS 150 CHARACTERS.
000830 COPY CSTMARCH.
000840
000850*****************************************************************
000860* Re-route register - read for the statements already re-routed *
000866* and extended with the ones re-routed by this run, once their  *
000873* print stream and transmittal are complete and closed.         *
000880*****************************************************************
000890 FD  REROUTE-REGISTER-FILE
000900     RECORD CONTAINS 80 CHARACTERS.
000910 COPY CRRTREG.
000920
000930*****************************************************************
000940* Print stream for the secondary vendor - the archived lines of *
000950* each re-routed statement exactly as they first went out.      *
000960*****************************************************************
000970 FD  REROUTE-PRINT-FILE
000980     RECORD CONTAINS 132 CHARACTERS.
000990 01  REROUTE-PRINT-LINE                      PIC X(132).
001000
001010*****************************************************************
001020* Transmittal control file for the secondary vendor, in the     *
001030* layout ZBNKTRN1 writes for the primary one.                   *
001040*****************************************************************
001050 FD  TRANSMITTAL-FILE
001060     RECORD CONTAINS 52 CHARACTERS.
001070 COPY CTRNSCTL.
001080
001090 FD  REMEDIATION-REPORT
001100     RECORD CONTAINS 80 CHARACTERS.
001110 01  REMEDIATION-REPORT-LINE                 PIC X(80).
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-MISC-STORAGE.
001150   05  WS-PROGRAM-ID                         PIC X(8)
001160       VALUE 'ZBNKRRT1'.
001170   05  WS-UNCONFRM-STATUS.
001180     10  WS-UNCONFRM-STAT1                   PIC X(1).
001190     10  WS-UNCONFRM-STAT2                   PIC X(1).
001200
001210   05  WS-ARCHIVE-STATUS.
001220     10  WS-ARCHIVE-STAT1                    PIC X(1).
001230     10  WS-ARCHIVE-STAT2                    PIC X(1).
001240
001250   05  WS-RRTREG-STATUS.
001260     10  WS-RRTREG-STAT1                     PIC X(1).
001270     10  WS-RRTREG-STAT2                     PIC X(1).
001280
001290   05  WS-RRTPRT-STATUS.
001300     10  WS-RRTPRT-STAT1                     PIC X(1).
001310     10  WS-RRTPRT-STAT2                     PIC X(1).
001320
001330   05  WS-TRNSCTL-STATUS.
001340     10  WS-TRNSCTL-STAT1                    PIC X(1).
001350     10  WS-TRNSCTL-STAT2                    PIC X(1).
001360
001370   05  WS-REPORT-STATUS.
001380     10  WS-REPORT-STAT1                     PIC X(1).
001390     10  WS-REPORT-STAT2                     PIC X(1).
001400
001410   05  WS-IO-STATUS.
001420     10  WS-IO-STAT1                         PIC X(1).
001430     10  WS-IO-STAT2                         PIC X(1).
001440
001450   05  WS-TWO-BYTES.
001460     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001470     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001480   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001490                                             PIC 9(1) COMP.
001500
001510   05  WS-UNCONFRM-EOF-SW                    PIC X(1)
001520       VALUE 'N'.
001530     88  UNCONFRM-EOF                         VALUE 'Y'.
001540   05  WS-ARCHIVE-EOF-SW                     PIC X(1)
001550       VALUE 'N'.
001560     88  ARCHIVE-EOF                          VALUE 'Y'.
001570   05  WS-RRTREG-EOF-SW                      PIC X(1)
001580       VALUE 'N'.
001590     88  RRTREG-EOF                           VALUE 'Y'.
001600
001610   05  WS-RUN-DATE                           PIC 9(6).
001620   05  WS-RUN-TIME                           PIC 9(8).
001630   05  WS-LINES-WRITTEN                      PIC 9(7)
001640       VALUE ZERO.
001650
001660*****************************************************************
001670* The totals the remediation is tied back with - the original   *
001680* transmittal's, the confirmed and earlier re-routed totals and *
001690* the unconfirmed list's, then how the list was disposed of.    *
001700*****************************************************************
001710 01  WS-TIE-BACK-TOTALS.
001720   05  WS-TRN-FOUND-SW                       PIC X(1)
001730       VALUE 'N'.
001740     88  TRANSMITTAL-TOTALS-FOUND             VALUE 'Y'.
001750   05  WS-TIE-SW                             PIC X(1)
001760       VALUE 'N'.
001770     88  LIST-TIES-TO-TRANSMITTAL             VALUE 'Y'.
001780   05  WS-TRN-RUN-DATE                       PIC 9(6)
001790       VALUE ZERO.
001800   05  WS-TRN-RUN-TIME                       PIC 9(8)
001810       VALUE ZERO.
001820   05  WS-TRN-STMTS                          PIC 9(5)
001830       VALUE ZERO.
001840   05  WS-TRN-PAGES                          PIC 9(7)
001850       VALUE ZERO.
001860   05  WS-TRN-HASH                           PIC S9(11)V99
001870       VALUE ZERO.
001880   05  WS-CNF-STMTS                          PIC 9(5)
001890       VALUE ZERO.
001900   05  WS-CNF-PAGES                          PIC 9(7)
001910       VALUE ZERO.
001920   05  WS-CNF-HASH                           PIC S9(11)V99
001930       VALUE ZERO.
001940   05  WS-PRV-STMTS                          PIC 9(5)
001950       VALUE ZERO.
001960   05  WS-PRV-PAGES                          PIC 9(7)
001970       VALUE ZERO.
001980   05  WS-PRV-HASH                           PIC S9(11)V99
001990       VALUE ZERO.
002000   05  WS-LST-STMTS                          PIC 9(5)
002010       VALUE ZERO.
002020   05  WS-LST-PAGES                          PIC 9(7)
002030       VALUE ZERO.
002040   05  WS-LST-HASH                           PIC S9(11)V99
002050       VALUE ZERO.
002060   05  WS-SUM-STMTS                          PIC 9(5)
002070       VALUE ZERO.
002080   05  WS-SUM-PAGES                          PIC 9(7)
002090       VALUE ZERO.
002100   05  WS-SUM-HASH                           PIC S9(11)V99
002110       VALUE ZERO.
002120   05  WS-RRT-STMTS                          PIC 9(5)
002130       VALUE ZERO.
002140   05  WS-RRT-PAGES                          PIC 9(7)
002150       VALUE ZERO.
002160   05  WS-RRT-HASH                           PIC S9(11)V99
002170       VALUE ZERO.
002180   05  WS-SKP-STMTS                          PIC 9(5)
002190       VALUE ZERO.
002200   05  WS-SKP-PAGES                          PIC 9(7)
002210       VALUE ZERO.
002220   05  WS-SKP-HASH                           PIC S9(11)V99
002230       VALUE ZERO.
002240   05  WS-MIS-STMTS                          PIC 9(5)
002250       VALUE ZERO.
002260   05  WS-MIS-PAGES                          PIC 9(7)
002270       VALUE ZERO.
002280   05  WS-MIS-HASH                           PIC S9(11)V99
002290       VALUE ZERO.
002300
002310*****************************************************************
002320* The statements on the unconfirmed list, each with where it    *
002330* stands - waiting, already on the re-route register, being     *
002340* copied off the archive, or copied in full (a second copy of   *
002350* the statement further down the archive is not taken).         *
002360*****************************************************************
002370 01  WS-UNCONFIRMED-TABLE.
002380   05  WS-UNC-COUNT                          PIC 9(4)
002390       VALUE ZERO.
002400   05  WS-UNC-ENTRY OCCURS 2000 TIMES.
002410     10  WS-UNC-PID                          PIC X(5).
002420     10  WS-UNC-CYCLE-DATE                   PIC 9(6).
002430     10  WS-UNC-PAGES                        PIC 9(7).
002440     10  WS-UNC-AMOUNT                       PIC S9(11)V99.
002450     10  WS-UNC-LINES                        PIC 9(5).
002460     10  WS-UNC-LAST-SEQ                     PIC 9(7).
002470     10  WS-UNC-STATE-SW                     PIC X(1).
002480       88  UNC-WAITING                        VALUE 'W'.
002490       88  UNC-ALREADY-REROUTED               VALUE 'S'.
002500       88  UNC-ON-ARCHIVE                     VALUE 'F' 'C'.
002510       88  UNC-COPY-COMPLETE                  VALUE 'C'.
002520   05  WS-UNC-IX                             PIC 9(4).
002530   05  WS-UNC-MATCH-SW                       PIC X(1)
002540       VALUE 'N'.
002550     88  STATEMENT-MATCHED                    VALUE 'Y'.
002560   05  WS-ARCH-LAST-KEY.
002570     10  WS-ARCH-LAST-PID                    PIC X(5)
002580         VALUE LOW-VALUES.
002590     10  WS-ARCH-LAST-CYCLE                  PIC 9(6)
002600         VALUE ZERO.
002610
002620 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002630
002640*****************************************************************
002650* Report lines.                                                 *
002660*****************************************************************
002670 01  RPT-TITLE-LINE.
002680   05  FILLER                                PIC X(48)
002690       VALUE 'UNCONFIRMED STATEMENT REMEDIATION - TRANSMITTAL '.
002700   05  RT-TRN-RUN-DATE                       PIC 9(6).
002710   05  FILLER                          PIC X(1)  VALUE SPACES.
002720   05  RT-TRN-RUN-TIME                       PIC 9(8).
002730   05  FILLER                          PIC X(17) VALUE SPACES.
002740
002750 01  RPT-COLUMN-LINE.
002760   05  FILLER                                PIC X(36)
002770       VALUE '  PID    CYCLE            STMTS    '.
002780   05  FILLER                                PIC X(32)
002790       VALUE 'PAGES         HASH TOTAL  STATUS'.
002800   05  FILLER                          PIC X(12) VALUE SPACES.
002810
002820 01  RPT-TOTAL-LINE.
002830   05  FILLER                          PIC X(2)  VALUE SPACES.
002840   05  RT-LABEL                              PIC X(24).
002850   05  RT-STMTS                              PIC ZZZZ9.
002860   05  FILLER                          PIC X(3)  VALUE SPACES.
002870   05  RT-PAGES                              PIC ZZZZZZ9.
002880   05  FILLER                          PIC X(3)  VALUE SPACES.
002890   05  RT-HASH                               PIC -(11)9.99.
002900   05  FILLER                          PIC X(20) VALUE SPACES.
002910
002920 01  RPT-DETAIL-LINE.
002930   05  FILLER                          PIC X(2)  VALUE SPACES.
002940   05  RD-PID                                PIC X(5).
002950   05  FILLER                          PIC X(2)  VALUE SPACES.
002960   05  RD-CYCLE-DATE                         PIC 9(6).
002970   05  FILLER                          PIC X(19) VALUE SPACES.
002980   05  RD-PAGES                              PIC ZZZZZZ9.
002990   05  FILLER                          PIC X(3)  VALUE SPACES.
003000   05  RD-HASH                               PIC -(11)9.99.
003010   05  FILLER                          PIC X(2)  VALUE SPACES.
003020   05  RD-STATUS                             PIC X(17).
003030   05  FILLER                          PIC X(1)  VALUE SPACES.
003040
003050 PROCEDURE DIVISION.
003060*****************************************************************
003070* Load the unconfirmed list and tie it back to the original     *
003080* transmittal - a list that does not tie is refused before      *
003090* anything is re-routed. Then copy each statement still to be   *
003100* re-routed off the archive into the secondary vendor's print   *
003107* stream and write its transmittal record. Only when the print  *
003115* stream and transmittal are closed is each one recorded on the *
003122* re-route register, and every statement on the list reported.  *
003130*****************************************************************
003140     ACCEPT WS-RUN-DATE FROM DATE.
003150     ACCEPT WS-RUN-TIME FROM TIME.
003160     PERFORM LOAD-UNCONFIRMED-LIST.
003170     PERFORM LOAD-REROUTE-REGISTER.
003180     PERFORM REPORT-OPEN.
003190     PERFORM REPORT-TIE-BACK.
003200     IF NOT LIST-TIES-TO-TRANSMITTAL
003210        PERFORM REPORT-CLOSE
003220        MOVE 'Unconfirmed list does not tie - run refused'
003230          TO WS-CONSOLE-MESSAGE
003240        PERFORM ABORT-PROGRAM
003250     END-IF.
003260     PERFORM PRINT-OPEN.
003270     PERFORM TRANSMITTAL-OPEN.
003290     PERFORM PULL-ARCHIVED-STATEMENTS.
003300     PERFORM RECORD-REROUTED-STATEMENTS.
003310     PERFORM WRITE-CONTROL-RECORD.
003330     PERFORM TRANSMITTAL-CLOSE.
003340     PERFORM PRINT-CLOSE.
003345     PERFORM REGISTER-REROUTED-STATEMENTS.
003350     PERFORM REPORT-REMEDIATION-TOTALS.
003360     PERFORM REPORT-CLOSE.
003370
003380     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003390     STRING WS-RRT-STMTS DELIMITED BY SIZE
003400            ' statements / ' DELIMITED BY SIZE
003410            WS-RRT-PAGES DELIMITED BY SIZE
003420            ' pages re-routed' DELIMITED BY SIZE
003430       INTO WS-CONSOLE-MESSAGE.
003440     PERFORM DISPLAY-CONSOLE-MESSAGE.
003450     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003460     STRING WS-SKP-STMTS DELIMITED BY SIZE
003470            ' already re-routed, ' DELIMITED BY SIZE
003480            WS-MIS-STMTS DELIMITED BY SIZE
003490            ' not on archive' DELIMITED BY SIZE
003500       INTO WS-CONSOLE-MESSAGE.
003510     PERFORM DISPLAY-CONSOLE-MESSAGE.
003520     MOVE 'End Of Job'
003530       TO WS-CONSOLE-MESSAGE.
003540     PERFORM DISPLAY-CONSOLE-MESSAGE.
003550
003560     IF WS-MIS-STMTS IS GREATER THAN ZERO
003570        MOVE 8 TO RETURN-CODE
003580     ELSE
003590        IF WS-SKP-STMTS IS GREATER THAN ZERO
003600           MOVE 4 TO RETURN-CODE
003610        ELSE
003620           MOVE 0 TO RETURN-CODE
003630        END-IF
003640     END-IF.
003650
003660     GOBACK.
003670
003680*****************************************************************
003690* Load the unconfirmed list - the control totals off its 'T',   *
003700* 'A' and 'R' records and the statements off its 'D' records.   *
003710* A list with no transmittal totals is refused.                 *
003720*****************************************************************
003730 LOAD-UNCONFIRMED-LIST.
003740     OPEN INPUT UNCONFIRMED-FILE.
003750     IF WS-UNCONFRM-STATUS IS NOT EQUAL TO '00'
003760        MOVE 'UNCONFRM file open failure...'
003770          TO WS-CONSOLE-MESSAGE
003780        PERFORM DISPLAY-CONSOLE-MESSAGE
003790        MOVE WS-UNCONFRM-STATUS TO WS-IO-STATUS
003800        PERFORM DISPLAY-IO-STATUS
003810        PERFORM ABORT-PROGRAM
003820     END-IF.
003830     PERFORM UNCONFIRMED-READ.
003840     PERFORM UNTIL UNCONFRM-EOF
003850        EVALUATE TRUE
003860          WHEN UNC-REC-TRANSMITTAL
003870             MOVE 'Y' TO WS-TRN-FOUND-SW
003880             MOVE UNC-TRN-RUN-DATE TO WS-TRN-RUN-DATE
003890             MOVE UNC-TRN-RUN-TIME TO WS-TRN-RUN-TIME
003900             MOVE UNC-STMT-COUNT TO WS-TRN-STMTS
003910             MOVE UNC-PAGE-COUNT TO WS-TRN-PAGES
003920             MOVE UNC-HASH-TOTAL TO WS-TRN-HASH
003930          WHEN UNC-REC-CONFIRMED
003940             MOVE UNC-STMT-COUNT TO WS-CNF-STMTS
003950             MOVE UNC-PAGE-COUNT TO WS-CNF-PAGES
003960             MOVE UNC-HASH-TOTAL TO WS-CNF-HASH
003970          WHEN UNC-REC-REROUTED
003980             MOVE UNC-STMT-COUNT TO WS-PRV-STMTS
003990             MOVE UNC-PAGE-COUNT TO WS-PRV-PAGES
004000             MOVE UNC-HASH-TOTAL TO WS-PRV-HASH
004010          WHEN UNC-REC-DETAIL
004020             PERFORM STORE-UNCONFIRMED-STATEMENT
004030          WHEN OTHER
004040             CONTINUE
004050        END-EVALUATE
004060        PERFORM UNCONFIRMED-READ
004070     END-PERFORM.
004080     CLOSE UNCONFIRMED-FILE.
004090     IF NOT TRANSMITTAL-TOTALS-FOUND
004100        MOVE 'UNCONFRM transmittal totals missing - list refused'
004110          TO WS-CONSOLE-MESSAGE
004120        PERFORM ABORT-PROGRAM
004130     END-IF.
004140
004150 STORE-UNCONFIRMED-STATEMENT.
004160     IF WS-UNC-COUNT IS LESS THAN 2000
004170        ADD 1 TO WS-UNC-COUNT
004180        MOVE UNC-PID TO WS-UNC-PID (WS-UNC-COUNT)
004190        MOVE UNC-CYCLE-DATE TO WS-UNC-CYCLE-DATE (WS-UNC-COUNT)
004200        MOVE UNC-PAGE-COUNT TO WS-UNC-PAGES (WS-UNC-COUNT)
004210        MOVE UNC-HASH-TOTAL TO WS-UNC-AMOUNT (WS-UNC-COUNT)
004220        MOVE ZERO TO WS-UNC-LINES (WS-UNC-COUNT)
004230                     WS-UNC-LAST-SEQ (WS-UNC-COUNT)
004240        MOVE 'W' TO WS-UNC-STATE-SW (WS-UNC-COUNT)
004250        ADD 1 TO WS-LST-STMTS
004260        ADD UNC-PAGE-COUNT TO WS-LST-PAGES
004270        ADD UNC-HASH-TOTAL TO WS-LST-HASH
004280     ELSE
004290        MOVE 'Unconfirmed table full - run refused'
004300          TO WS-CONSOLE-MESSAGE
004310        PERFORM ABORT-PROGRAM
004320     END-IF.
004330
004340 UNCONFIRMED-READ.
004350     READ UNCONFIRMED-FILE
004360       AT END
004370          MOVE 'Y' TO WS-UNCONFRM-EOF-SW
004380     END-READ.
004390     IF NOT UNCONFRM-EOF
004400        IF WS-UNCONFRM-STATUS IS NOT EQUAL TO '00'
004410           MOVE 'UNCONFRM Error reading file ...'
004420             TO WS-CONSOLE-MESSAGE
004430           PERFORM DISPLAY-CONSOLE-MESSAGE
004440           MOVE WS-UNCONFRM-STATUS TO WS-IO-STATUS
004450           PERFORM DISPLAY-IO-STATUS
004460           PERFORM ABORT-PROGRAM
004470        END-IF
004480     END-IF.
004490
004500*****************************************************************
004510* Mark the listed statements already on the re-route register   *
004520* for this transmission - a rerun, or a list produced before    *
004530* the last remediation, must not send them a second time. No    *
004540* register simply means nothing has been re-routed yet.         *
004550*****************************************************************
004560 LOAD-REROUTE-REGISTER.
004570     OPEN INPUT REROUTE-REGISTER-FILE.
004580     EVALUATE TRUE
004590       WHEN WS-RRTREG-STATUS IS EQUAL TO '35'
004600          MOVE 'No re-route register supplied'
004610            TO WS-CONSOLE-MESSAGE
004620          PERFORM DISPLAY-CONSOLE-MESSAGE
004630       WHEN WS-RRTREG-STATUS IS EQUAL TO '05'
004640          MOVE 'No re-route register supplied'
004650            TO WS-CONSOLE-MESSAGE
004660          PERFORM DISPLAY-CONSOLE-MESSAGE
004670          CLOSE REROUTE-REGISTER-FILE
004680       WHEN WS-RRTREG-STATUS IS EQUAL TO '00'
004690          PERFORM REROUTE-REGISTER-READ
004700          PERFORM UNTIL RRTREG-EOF
004710             IF RRG-TRN-RUN-DATE IS EQUAL TO WS-TRN-RUN-DATE
004720              AND RRG-TRN-RUN-TIME IS EQUAL TO WS-TRN-RUN-TIME
004730                PERFORM MARK-ONE-REROUTE
004740             END-IF
004750             PERFORM REROUTE-REGISTER-READ
004760          END-PERFORM
004770          CLOSE REROUTE-REGISTER-FILE
004780       WHEN OTHER
004790          MOVE 'RRTREG file open failure...'
004800            TO WS-CONSOLE-MESSAGE
004810          PERFORM DISPLAY-CONSOLE-MESSAGE
004820          MOVE WS-RRTREG-STATUS TO WS-IO-STATUS
004830          PERFORM DISPLAY-IO-STATUS
004840          PERFORM ABORT-PROGRAM
004850     END-EVALUATE.
004860
004870 MARK-ONE-REROUTE.
004880     PERFORM VARYING WS-UNC-IX FROM 1 BY 1
004890       UNTIL WS-UNC-IX IS GREATER THAN WS-UNC-COUNT
004900        IF WS-UNC-PID (WS-UNC-IX) IS EQUAL TO RRG-PID
004910         AND WS-UNC-CYCLE-DATE (WS-UNC-IX)
004920               IS EQUAL TO RRG-CYCLE-DATE
004930           MOVE 'S' TO WS-UNC-STATE-SW (WS-UNC-IX)
004940        END-IF
004950     END-PERFORM.
004960
004970 REROUTE-REGISTER-READ.
004980     READ REROUTE-REGISTER-FILE
004990       AT END
005000          MOVE 'Y' TO WS-RRTREG-EOF-SW
005010     END-READ.
005020
005030*****************************************************************
005040* Tie the list back to the original transmittal - the confirmed *
005050* statements, the ones re-routed before and the ones on the     *
005060* list must add up to the transmittal's statement count, page   *
005070* count and hash total.                                         *
005080*****************************************************************
005090 REPORT-TIE-BACK.
005100     MOVE WS-TRN-RUN-DATE TO RT-TRN-RUN-DATE.
005110     MOVE WS-TRN-RUN-TIME TO RT-TRN-RUN-TIME.
005120     MOVE RPT-TITLE-LINE TO REMEDIATION-REPORT-LINE.
005130     PERFORM REPORT-PUT.
005140     MOVE SPACES TO REMEDIATION-REPORT-LINE.
005150     PERFORM REPORT-PUT.
005160     MOVE RPT-COLUMN-LINE TO REMEDIATION-REPORT-LINE.
005170     PERFORM REPORT-PUT.
005180     MOVE 'ORIGINAL TRANSMITTAL' TO RT-LABEL.
005190     MOVE WS-TRN-STMTS TO RT-STMTS.
005200     MOVE WS-TRN-PAGES TO RT-PAGES.
005210     MOVE WS-TRN-HASH TO RT-HASH.
005220     PERFORM REPORT-TOTAL-PUT.
005230     MOVE 'CONFIRMED BY VENDOR' TO RT-LABEL.
005240     MOVE WS-CNF-STMTS TO RT-STMTS.
005250     MOVE WS-CNF-PAGES TO RT-PAGES.
005260     MOVE WS-CNF-HASH TO RT-HASH.
005270     PERFORM REPORT-TOTAL-PUT.
005280     MOVE 'RE-ROUTED BEFORE' TO RT-LABEL.
005290     MOVE WS-PRV-STMTS TO RT-STMTS.
005300     MOVE WS-PRV-PAGES TO RT-PAGES.
005310     MOVE WS-PRV-HASH TO RT-HASH.
005320     PERFORM REPORT-TOTAL-PUT.
005330     MOVE 'UNCONFIRMED ON LIST' TO RT-LABEL.
005340     MOVE WS-LST-STMTS TO RT-STMTS.
005350     MOVE WS-LST-PAGES TO RT-PAGES.
005360     MOVE WS-LST-HASH TO RT-HASH.
005370     PERFORM REPORT-TOTAL-PUT.
005380     ADD WS-CNF-STMTS WS-PRV-STMTS WS-LST-STMTS
005390       GIVING WS-SUM-STMTS.
005400     ADD WS-CNF-PAGES WS-PRV-PAGES WS-LST-PAGES
005410       GIVING WS-SUM-PAGES.
005420     ADD WS-CNF-HASH WS-PRV-HASH WS-LST-HASH
005430       GIVING WS-SUM-HASH.
005440     MOVE 'ACCOUNTED FOR' TO RT-LABEL.
005450     MOVE WS-SUM-STMTS TO RT-STMTS.
005460     MOVE WS-SUM-PAGES TO RT-PAGES.
005470     MOVE WS-SUM-HASH TO RT-HASH.
005480     PERFORM REPORT-TOTAL-PUT.
005490     MOVE SPACES TO REMEDIATION-REPORT-LINE.
005500     PERFORM REPORT-PUT.
005510     IF WS-SUM-STMTS IS EQUAL TO WS-TRN-STMTS
005520      AND WS-SUM-PAGES IS EQUAL TO WS-TRN-PAGES
005530      AND WS-SUM-HASH IS EQUAL TO WS-TRN-HASH
005540        MOVE 'Y' TO WS-TIE-SW
005550        MOVE '  LIST TIES TO THE ORIGINAL TRANSMITTAL TOTALS'
005560          TO REMEDIATION-REPORT-LINE
005570     ELSE
005580        MOVE 'N' TO WS-TIE-SW
005590        MOVE '  LIST DOES NOT TIE TO TRANSMITTAL - RUN REFUSED'
005600          TO REMEDIATION-REPORT-LINE
005610     END-IF.
005620     PERFORM REPORT-PUT.
005630     MOVE SPACES TO REMEDIATION-REPORT-LINE.
005640     PERFORM REPORT-PUT.
005650
005660*****************************************************************
005670* Copy the archived lines of each listed statement still to be  *
005680* re-routed to the secondary vendor's print stream, in archive  *
005690* order so every statement's lines stay together. A statement   *
005700* archived twice (a rerun of the cycle) is taken once - its     *
005710* line sequence starting over marks the second copy.            *
005720*****************************************************************
005730 PULL-ARCHIVED-STATEMENTS.
005740     PERFORM ARCHIVE-OPEN.
005750     PERFORM ARCHIVE-READ.
005760     PERFORM UNTIL ARCHIVE-EOF
005770        IF ARCH-PID IS NOT EQUAL TO WS-ARCH-LAST-PID
005780         OR ARCH-CYCLE-DATE IS NOT EQUAL TO WS-ARCH-LAST-CYCLE
005790           MOVE ARCH-PID TO WS-ARCH-LAST-PID
005800           MOVE ARCH-CYCLE-DATE TO WS-ARCH-LAST-CYCLE
005810           PERFORM FIND-LISTED-STATEMENT
005820        END-IF
005830        IF STATEMENT-MATCHED
005840           PERFORM COPY-ARCHIVE-LINE
005850        END-IF
005860        PERFORM ARCHIVE-READ
005870     END-PERFORM.
005880     PERFORM ARCHIVE-CLOSE.
005890
005900 FIND-LISTED-STATEMENT.
005910     MOVE 'N' TO WS-UNC-MATCH-SW.
005920     MOVE 1 TO WS-UNC-IX.
005930     PERFORM UNTIL WS-UNC-IX IS GREATER THAN WS-UNC-COUNT
005940                OR STATEMENT-MATCHED
005950        IF WS-UNC-PID (WS-UNC-IX) IS EQUAL TO ARCH-PID
005960         AND WS-UNC-CYCLE-DATE (WS-UNC-IX)
005970               IS EQUAL TO ARCH-CYCLE-DATE
005980         AND NOT UNC-ALREADY-REROUTED (WS-UNC-IX)
005990           MOVE 'Y' TO WS-UNC-MATCH-SW
006000        ELSE
006010           ADD 1 TO WS-UNC-IX
006020        END-IF
006030     END-PERFORM.
006040
006050 COPY-ARCHIVE-LINE.
006060     IF UNC-ON-ARCHIVE (WS-UNC-IX)
006070      AND ARCH-SEQ IS NOT GREATER THAN WS-UNC-LAST-SEQ (WS-UNC-IX)
006080        MOVE 'C' TO WS-UNC-STATE-SW (WS-UNC-IX)
006090     END-IF.
006100     IF NOT UNC-COPY-COMPLETE (WS-UNC-IX)
006110        MOVE 'F' TO WS-UNC-STATE-SW (WS-UNC-IX)
006120        MOVE ARCH-SEQ TO WS-UNC-LAST-SEQ (WS-UNC-IX)
006130        ADD 1 TO WS-UNC-LINES (WS-UNC-IX)
006140        ADD 1 TO WS-LINES-WRITTEN
006150        MOVE ARCH-LINE TO REROUTE-PRINT-LINE
006160        PERFORM PRINT-PUT
006170     END-IF.
006180
006190*****************************************************************
006200* Dispose of each statement on the list - a statement copied    *
006210* off the archive gets its transmittal detail record; one       *
006220* already re-routed or not found on the archive is only         *
006230* reported.                                                     *
006240*****************************************************************
006250 RECORD-REROUTED-STATEMENTS.
006260     MOVE '  STATEMENTS ON THE UNCONFIRMED LIST'
006270       TO REMEDIATION-REPORT-LINE.
006280     PERFORM REPORT-PUT.
006290     PERFORM VARYING WS-UNC-IX FROM 1 BY 1
006300       UNTIL WS-UNC-IX IS GREATER THAN WS-UNC-COUNT
006310        EVALUATE TRUE
006320          WHEN UNC-ALREADY-REROUTED (WS-UNC-IX)
006330             ADD 1 TO WS-SKP-STMTS
006340             ADD WS-UNC-PAGES (WS-UNC-IX) TO WS-SKP-PAGES
006350             ADD WS-UNC-AMOUNT (WS-UNC-IX) TO WS-SKP-HASH
006360             MOVE 'ALREADY RE-ROUTED' TO RD-STATUS
006370          WHEN UNC-ON-ARCHIVE (WS-UNC-IX)
006380             ADD 1 TO WS-RRT-STMTS
006390             ADD WS-UNC-PAGES (WS-UNC-IX) TO WS-RRT-PAGES
006400             ADD WS-UNC-AMOUNT (WS-UNC-IX) TO WS-RRT-HASH
006410             PERFORM WRITE-DETAIL-RECORD
006430             MOVE 'RE-ROUTED' TO RD-STATUS
006440          WHEN OTHER
006450             ADD 1 TO WS-MIS-STMTS
006460             ADD WS-UNC-PAGES (WS-UNC-IX) TO WS-MIS-PAGES
006470             ADD WS-UNC-AMOUNT (WS-UNC-IX) TO WS-MIS-HASH
006480             MOVE 'NOT ON ARCHIVE' TO RD-STATUS
006490        END-EVALUATE
006500        MOVE WS-UNC-PID (WS-UNC-IX) TO RD-PID
006510        MOVE WS-UNC-CYCLE-DATE (WS-UNC-IX) TO RD-CYCLE-DATE
006520        MOVE WS-UNC-PAGES (WS-UNC-IX) TO RD-PAGES
006530        MOVE WS-UNC-AMOUNT (WS-UNC-IX) TO RD-HASH
006540        MOVE RPT-DETAIL-LINE TO REMEDIATION-REPORT-LINE
006550        PERFORM REPORT-PUT
006560     END-PERFORM.
006570     IF WS-UNC-COUNT IS EQUAL TO ZERO
006580        MOVE '  NONE' TO REMEDIATION-REPORT-LINE
006590        PERFORM REPORT-PUT
006600     END-IF.
006610
006620 WRITE-DETAIL-RECORD.
006630     MOVE SPACES TO TRNSCTL-RECORD.
006640     SET TRN-REC-DETAIL TO TRUE.
006650     MOVE WS-UNC-PID (WS-UNC-IX) TO TRN-PID.
006660     MOVE WS-UNC-PAGES (WS-UNC-IX) TO TRN-PAGE-COUNT.
006670     MOVE WS-UNC-CYCLE-DATE (WS-UNC-IX) TO TRN-RUN-DATE.
006680     MOVE WS-UNC-AMOUNT (WS-UNC-IX) TO TRN-HASH-TOTAL.
006690     PERFORM TRANSMITTAL-PUT.
006691
006692*****************************************************************
006693* Record each statement re-routed on the register. This waits   *
006694* until the print stream and transmittal are written whole and  *
006695* closed, so a run that fails before then leaves the register   *
006696* as it was and the statements are picked up again on rerun.    *
006697*****************************************************************
006698 REGISTER-REROUTED-STATEMENTS.
006699     PERFORM REGISTER-OPEN.
006700     PERFORM VARYING WS-UNC-IX FROM 1 BY 1
006701       UNTIL WS-UNC-IX IS GREATER THAN WS-UNC-COUNT
006702        IF UNC-ON-ARCHIVE (WS-UNC-IX)
006703         AND NOT UNC-ALREADY-REROUTED (WS-UNC-IX)
006704           PERFORM WRITE-REGISTER-RECORD
006705        END-IF
006706     END-PERFORM.
006707     PERFORM REGISTER-CLOSE.
006708
006710 WRITE-REGISTER-RECORD.
006720     MOVE SPACES TO REROUTE-REGISTER-RECORD.
006730     MOVE WS-UNC-PID (WS-UNC-IX) TO RRG-PID.
006740     MOVE WS-UNC-CYCLE-DATE (WS-UNC-IX) TO RRG-CYCLE-DATE.
006750     MOVE WS-TRN-RUN-DATE TO RRG-TRN-RUN-DATE.
006760     MOVE WS-TRN-RUN-TIME TO RRG-TRN-RUN-TIME.
006770     MOVE WS-UNC-PAGES (WS-UNC-IX) TO RRG-PAGE-COUNT.
006780     MOVE WS-UNC-AMOUNT (WS-UNC-IX) TO RRG-HASH-AMOUNT.
006790     MOVE WS-RUN-DATE TO RRG-ROUTE-DATE.
006800     MOVE WS-RUN-TIME TO RRG-ROUTE-TIME.
006810     PERFORM REGISTER-PUT.
006820
006830*****************************************************************
006840* Close the secondary transmittal with its control totals - the *
006850* statements re-routed by this run.                             *
006860*****************************************************************
006870 WRITE-CONTROL-RECORD.
006880     MOVE SPACES TO TRNSCTL-RECORD.
006890     SET TRN-REC-CONTROL TO TRUE.
006900     MOVE WS-RRT-STMTS TO TRN-STMT-COUNT.
006910     MOVE WS-RRT-PAGES TO TRN-PAGE-COUNT.
006920     MOVE WS-RRT-HASH TO TRN-HASH-TOTAL.
006930     MOVE WS-RUN-DATE TO TRN-RUN-DATE.
006940     MOVE WS-RUN-TIME TO TRN-RUN-TIME.
006950     PERFORM TRANSMITTAL-PUT.
006960
006970*****************************************************************
006980* Report how the list was disposed of. The statements re-routed *
006990* are the secondary transmittal's control totals, and with the  *
007000* ones already re-routed and the ones not on the archive they   *
007010* make up the list.                                             *
007020*****************************************************************
007030 REPORT-REMEDIATION-TOTALS.
007040     MOVE SPACES TO REMEDIATION-REPORT-LINE.
007050     PERFORM REPORT-PUT.
007060     MOVE 'RE-ROUTED THIS RUN' TO RT-LABEL.
007070     MOVE WS-RRT-STMTS TO RT-STMTS.
007080     MOVE WS-RRT-PAGES TO RT-PAGES.
007090     MOVE WS-RRT-HASH TO RT-HASH.
007100     PERFORM REPORT-TOTAL-PUT.
007110     MOVE 'ALREADY RE-ROUTED' TO RT-LABEL.
007120     MOVE WS-SKP-STMTS TO RT-STMTS.
007130     MOVE WS-SKP-PAGES TO RT-PAGES.
007140     MOVE WS-SKP-HASH TO RT-HASH.
007150     PERFORM REPORT-TOTAL-PUT.
007160     MOVE 'NOT ON ARCHIVE' TO RT-LABEL.
007170     MOVE WS-MIS-STMTS TO RT-STMTS.
007180     MOVE WS-MIS-PAGES TO RT-PAGES.
007190     MOVE WS-MIS-HASH TO RT-HASH.
007200     PERFORM REPORT-TOTAL-PUT.
007210     MOVE 'UNCONFIRMED ON LIST' TO RT-LABEL.
007220     MOVE WS-LST-STMTS TO RT-STMTS.
007230     MOVE WS-LST-PAGES TO RT-PAGES.
007240     MOVE WS-LST-HASH TO RT-HASH.
007250     PERFORM REPORT-TOTAL-PUT.
007260     MOVE SPACES TO REMEDIATION-REPORT-LINE.
007270     PERFORM REPORT-PUT.
007280     MOVE 'SECONDARY TRANSMITTAL' TO RT-LABEL.
007290     MOVE WS-RRT-STMTS TO RT-STMTS.
007300     MOVE WS-RRT-PAGES TO RT-PAGES.
007310     MOVE WS-RRT-HASH TO RT-HASH.
007320     PERFORM REPORT-TOTAL-PUT.
007330
007340 REPORT-TOTAL-PUT.
007350     MOVE RPT-TOTAL-LINE TO REMEDIATION-REPORT-LINE.
007360     PERFORM REPORT-PUT.
007370
007380 ARCHIVE-OPEN.
007390     OPEN INPUT ARCHIVE-FILE.
007400     IF WS-ARCHIVE-STATUS IS NOT EQUAL TO '00'
007410        MOVE 'STMARCH file open failure...'
007420          TO WS-CONSOLE-MESSAGE
007430        PERFORM DISPLAY-CONSOLE-MESSAGE
007440        MOVE WS-ARCHIVE-STATUS TO WS-IO-STATUS
007450        PERFORM DISPLAY-IO-STATUS
007460        PERFORM ABORT-PROGRAM
007470     END-IF.
007480
007490 ARCHIVE-READ.
007500     READ ARCHIVE-FILE
007510       AT END
007520          MOVE 'Y' TO WS-ARCHIVE-EOF-SW
007530     END-READ.
007540     IF NOT ARCHIVE-EOF
007550        IF WS-ARCHIVE-STATUS IS NOT EQUAL TO '00'
007560           MOVE 'STMARCH Error reading file ...'
007570             TO WS-CONSOLE-MESSAGE
007580           PERFORM DISPLAY-CONSOLE-MESSAGE
007590           MOVE WS-ARCHIVE-STATUS TO WS-IO-STATUS
007600           PERFORM DISPLAY-IO-STATUS
007610           PERFORM ABORT-PROGRAM
007620        END-IF
007630     END-IF.
007640
007650 ARCHIVE-CLOSE.
007660     CLOSE ARCHIVE-FILE.
007670
007680 PRINT-OPEN.
007690     OPEN OUTPUT REROUTE-PRINT-FILE.
007700     IF WS-RRTPRT-STATUS IS NOT EQUAL TO '00'
007710        MOVE 'RRTPRT file open failure...'
007720          TO WS-CONSOLE-MESSAGE
007730        PERFORM DISPLAY-CONSOLE-MESSAGE
007740        MOVE WS-RRTPRT-STATUS TO WS-IO-STATUS
007750        PERFORM DISPLAY-IO-STATUS
007760        PERFORM ABORT-PROGRAM
007770     END-IF.
007780
007790 PRINT-PUT.
007800     WRITE REROUTE-PRINT-LINE.
007810     IF WS-RRTPRT-STATUS IS NOT EQUAL TO '00'
007820        MOVE 'RRTPRT Error writing file ...'
007830          TO WS-CONSOLE-MESSAGE
007840        PERFORM DISPLAY-CONSOLE-MESSAGE
007850        MOVE WS-RRTPRT-STATUS TO WS-IO-STATUS
007860        PERFORM DISPLAY-IO-STATUS
007870        PERFORM ABORT-PROGRAM
007880     END-IF.
007890
007900 PRINT-CLOSE.
007910     CLOSE REROUTE-PRINT-FILE.
007920
007930 TRANSMITTAL-OPEN.
007940     OPEN OUTPUT TRANSMITTAL-FILE.
007950     IF WS-TRNSCTL-STATUS IS NOT EQUAL TO '00'
007960        MOVE 'RRTCTL file open failure...'
007970          TO WS-CONSOLE-MESSAGE
007980        PERFORM DISPLAY-CONSOLE-MESSAGE
007990        MOVE WS-TRNSCTL-STATUS TO WS-IO-STATUS
008000        PERFORM DISPLAY-IO-STATUS
008010        PERFORM ABORT-PROGRAM
008020     END-IF.
008030
008040 TRANSMITTAL-PUT.
008050     WRITE TRNSCTL-RECORD.
008060     IF WS-TRNSCTL-STATUS IS NOT EQUAL TO '00'
008070        MOVE 'RRTCTL Error writing file ...'
008080          TO WS-CONSOLE-MESSAGE
008090        PERFORM DISPLAY-CONSOLE-MESSAGE
008100        MOVE WS-TRNSCTL-STATUS TO WS-IO-STATUS
008110        PERFORM DISPLAY-IO-STATUS
008120        PERFORM ABORT-PROGRAM
008130     END-IF.
008140
008150 TRANSMITTAL-CLOSE.
008160     CLOSE TRANSMITTAL-FILE.
008170
008180 REGISTER-OPEN.
008190     OPEN EXTEND REROUTE-REGISTER-FILE.
008200     IF WS-RRTREG-STATUS IS NOT EQUAL TO '00'
008210      AND WS-RRTREG-STATUS IS NOT EQUAL TO '05'
008220        MOVE 'RRTREG file open failure...'
008230          TO WS-CONSOLE-MESSAGE
008240        PERFORM DISPLAY-CONSOLE-MESSAGE
008250        MOVE WS-RRTREG-STATUS TO WS-IO-STATUS
008260        PERFORM DISPLAY-IO-STATUS
008270        PERFORM ABORT-PROGRAM
008280     END-IF.
008290
008300 REGISTER-PUT.
008310     WRITE REROUTE-REGISTER-RECORD.
008320     IF WS-RRTREG-STATUS IS NOT EQUAL TO '00'
008330        MOVE 'RRTREG Error writing file ...'
008340          TO WS-CONSOLE-MESSAGE
008350        PERFORM DISPLAY-CONSOLE-MESSAGE
008360        MOVE WS-RRTREG-STATUS TO WS-IO-STATUS
008370        PERFORM DISPLAY-IO-STATUS
008380        PERFORM ABORT-PROGRAM
008390     END-IF.
008400
008410 REGISTER-CLOSE.
008420     CLOSE REROUTE-REGISTER-FILE.
008430
008440*****************************************************************
008450* Open the remediation report as output.                        *
008460*****************************************************************
008470 REPORT-OPEN.
008480     OPEN OUTPUT REMEDIATION-REPORT.
008490     IF WS-REPORT-STATUS = '00'
008500        MOVE 'RRTRPT report opened OK'
008510          TO WS-CONSOLE-MESSAGE
008520        PERFORM DISPLAY-CONSOLE-MESSAGE
008530     ELSE
008540        MOVE 'RRTRPT report open failure...'
008550          TO WS-CONSOLE-MESSAGE
008560        PERFORM DISPLAY-CONSOLE-MESSAGE
008570        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008580        PERFORM DISPLAY-IO-STATUS
008590        PERFORM ABORT-PROGRAM
008600     END-IF.
008610
008620 REPORT-PUT.
008630     WRITE REMEDIATION-REPORT-LINE.
008640     IF WS-REPORT-STATUS NOT = '00'
008650        MOVE 'RRTRPT report Error writing file ...'
008660          TO WS-CONSOLE-MESSAGE
008670        PERFORM DISPLAY-CONSOLE-MESSAGE
008680        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008690        PERFORM DISPLAY-IO-STATUS
008700        PERFORM ABORT-PROGRAM
008710     END-IF.
008720
008730 REPORT-CLOSE.
008740     CLOSE REMEDIATION-REPORT.
008750
008760*****************************************************************
008770* Display the file status bytes. This routine will display as   *
008780* two digits if the full two byte file status is numeric. If    *
008790* second byte is non-numeric then it will be treated as a       *
008800* binary number.                                                *
008810*****************************************************************
008820 DISPLAY-IO-STATUS.
008830     IF WS-IO-STATUS NUMERIC
008840        MOVE SPACE TO WS-CONSOLE-MESSAGE
008850        STRING 'File status -' DELIMITED BY SIZE
008860               WS-IO-STATUS DELIMITED BY SIZE
008870          INTO WS-CONSOLE-MESSAGE
008880        PERFORM DISPLAY-CONSOLE-MESSAGE
008890     ELSE
008900        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
008910        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
008920        MOVE SPACE TO WS-CONSOLE-MESSAGE
008930        STRING 'File status -' DELIMITED BY SIZE
008940               WS-IO-STAT1 DELIMITED BY SIZE
008950               '/' DELIMITED BY SIZE
008960               WS-TWO-BYTES DELIMITED BY SIZE
008970          INTO WS-CONSOLE-MESSAGE
008980        PERFORM DISPLAY-CONSOLE-MESSAGE
008990     END-IF.
009000
009010*****************************************************************
009020* 'ABORT' the program.                                          *
009030* Post a message to the console and issue a STOP RUN            *
009040*****************************************************************
009050 ABORT-PROGRAM.
009060     IF WS-CONSOLE-MESSAGE NOT = SPACES
009070        PERFORM DISPLAY-CONSOLE-MESSAGE
009080     END-IF.
009090     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
009100     PERFORM DISPLAY-CONSOLE-MESSAGE.
009110     MOVE 16 TO RETURN-CODE.
009120     GOBACK.
009130
009140*****************************************************************
009150* Display a message on the console, prefixed with the program   *
009160* name so it can be picked out of a mixed job log.              *
009170*****************************************************************
009180 DISPLAY-CONSOLE-MESSAGE.
009190     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
