000140* Function:    Reconcile the print vendor's acknowledgment      *
000150*              file against the transmittal control file and    *
000160*              report every statement the vendor never          *
000166*              confirmed printing, listing them for re-routing  *
000173*              to the secondary vendor by ZBNKRRT1              *
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.
000440            ACCESS MODE  IS SEQUENTIAL
000450            FILE STATUS  IS WS-REPORT-STATUS.
000460
000461     SELECT OPTIONAL REROUTE-REGISTER-FILE
000462            ASSIGN       TO RRTREG
000463            ORGANIZATION IS SEQUENTIAL
000464            ACCESS MODE  IS SEQUENTIAL
000465            FILE STATUS  IS WS-RRTREG-STATUS.
000466
000467     SELECT UNCONFIRMED-FILE
000468            ASSIGN       TO UNCONFRM
000469            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000471            FILE STATUS  IS WS-UNCONFRM-STATUS.
000472
000473 DATA DIVISION.
000480 FILE SECTION.
000490 FD  TRANSMITTAL-FILE
000500     RECORD CONTAINS 52 CHARACTERS.
000670     RECORD CONTAINS 80 CHARACTERS.
000680 01  ACK-REPORT-LINE                          PIC X(80).
000690
000691*****************************************************************
000692* Re-route register kept by ZBNKRRT1 - the statements already   *
000693* sent to the secondary vendor.                                 *
000694*****************************************************************
000695 FD  REROUTE-REGISTER-FILE
000696     RECORD CONTAINS 80 CHARACTERS.
000697 COPY CRRTREG.
000698
000699*****************************************************************
000700* The unconfirmed statements still to be re-routed, with the    *
000701* totals ZBNKRRT1 ties its remediation back to.                 *
000702*****************************************************************
000703 FD  UNCONFIRMED-FILE
000704     RECORD CONTAINS 80 CHARACTERS.
000705 COPY CUNCONF.
000706
000707 WORKING-STORAGE SECTION.
000710 01  WS-MISC-STORAGE.
000720   05  WS-PROGRAM-ID                         PIC X(8)
000730       VALUE 'ZBNKACK1'.
000820   05  WS-REPORT-STATUS.
000830     10  WS-REPORT-STAT1                     PIC X(1).
000840     10  WS-REPORT-STAT2                     PIC X(1).
000841
000842   05  WS-RRTREG-STATUS.
000843     10  WS-RRTREG-STAT1                     PIC X(1).
000844     10  WS-RRTREG-STAT2                     PIC X(1).
000845
000846   05  WS-UNCONFRM-STATUS.
000847     10  WS-UNCONFRM-STAT1                   PIC X(1).
000848     10  WS-UNCONFRM-STAT2                   PIC X(1).
000850
000860   05  WS-IO-STATUS.
000870     10  WS-IO-STAT1                         PIC X(1).
000990   05  WS-VENDACK-EOF-SW                    PIC X(1)
001000       VALUE 'N'.
001010     88  VENDACK-EOF                         VALUE 'Y'.
001012   05  WS-RRTREG-EOF-SW                     PIC X(1)
001015       VALUE 'N'.
001017     88  RRTREG-EOF                          VALUE 'Y'.
001020
001030   05  WS-CONTROL-FOUND-SW                  PIC X(1)
001040       VALUE 'N'.
001110       VALUE ZERO.
001120   05  WS-CONFIRMED-COUNT                   PIC 9(5)
001130       VALUE ZERO.
001131   05  WS-REROUTED-COUNT                    PIC 9(5)
001132       VALUE ZERO.
001133   05  WS-LATE-ACK-COUNT                    PIC 9(5)
001134       VALUE ZERO.
001135   05  WS-CTL-PAGE-COUNT                    PIC 9(7)
001136       VALUE ZERO.
001137   05  WS-CTL-HASH-TOTAL                    PIC S9(11)V99
001138       VALUE ZERO.
001139   05  WS-CTL-RUN-DATE                      PIC 9(6)
001140       VALUE ZERO.
001141   05  WS-CTL-RUN-TIME                      PIC 9(8)
001142       VALUE ZERO.
001143
001150*****************************************************************
001160* The statements transmitted, off the transmittal detail        *
001170* records, each with a confirmed switch the vendor's            *
001176* acknowledgments flip as they are applied and a re-routed      *
001183* switch set from the re-route register.                        *
001190*****************************************************************
001200 01  WS-SENT-TABLE.
001210   05  WS-SENT-COUNT                         PIC 9(4)
001220       VALUE ZERO.
001230   05  WS-SENT-ENTRY OCCURS 2000 TIMES.
001240     10  WS-SENT-PID                         PIC X(5).
001242     10  WS-SENT-CYCLE-DATE                  PIC 9(6).
001245     10  WS-SENT-PAGES                       PIC 9(7).
001247     10  WS-SENT-AMOUNT                      PIC S9(11)V99.
001250     10  WS-SENT-CONFIRMED-SW                PIC X(1).
001260       88  SENT-STMT-CONFIRMED                VALUE 'Y'.
001263     10  WS-SENT-REROUTED-SW                 PIC X(1).
001266       88  SENT-STMT-REROUTED                 VALUE 'Y'.
001270   05  WS-SENT-IX                            PIC 9(4).
001280   05  WS-ACK-MATCH-SW                       PIC X(1)
001290       VALUE 'N'.
001300     88  ACK-MATCHED                          VALUE 'Y'.
001301
001302*****************************************************************
001303* Statement, page and hash totals for the unconfirmed list.     *
001304*****************************************************************
001305 01  WS-LIST-TOTALS.
001306   05  WS-LIST-CONF-STMTS                    PIC 9(5).
001307   05  WS-LIST-CONF-PAGES                    PIC 9(7).
001308   05  WS-LIST-CONF-HASH                     PIC S9(11)V99.
001309   05  WS-LIST-RRT-STMTS                     PIC 9(5).
001310   05  WS-LIST-RRT-PAGES                     PIC 9(7).
001311   05  WS-LIST-RRT-HASH                      PIC S9(11)V99.
001312
001320 01  WS-CONSOLE-MESSAGE                      PIC X(60).
001330
001340*****************************************************************
001400   05  FILLER                                PIC X(41)
001410       VALUE '  STATEMENT NOT CONFIRMED BY PRINT VENDOR'.
001420   05  FILLER                          PIC X(32) VALUE SPACES.
001421
001422 01  RPT-REROUTED-LINE.
001423   05  FILLER                          PIC X(2)  VALUE SPACES.
001424   05  RR-PID                                PIC X(5).
001425   05  FILLER                                PIC X(42)
001426       VALUE '  STATEMENT NOT CONFIRMED - ALREADY RE-ROU'.
001427   05  FILLER                                PIC X(4)
001428       VALUE 'TED '.
001429   05  FILLER                          PIC X(27) VALUE SPACES.
001430
001431 01  RPT-LATE-ACK-LINE.
001432   05  FILLER                          PIC X(2)  VALUE SPACES.
001433   05  RL-PID                                PIC X(5).
001434   05  FILLER                                PIC X(42)
001435       VALUE '  LATE ACKNOWLEDGMENT - STATEMENT ALREADY '.
001436   05  FILLER                                PIC X(10)
001437       VALUE 'RE-ROUTED '.
001438   05  FILLER                          PIC X(21) VALUE SPACES.
001439
001440 01  RPT-UNKNOWN-LINE.
001450   05  FILLER                          PIC X(2)  VALUE SPACES.
001460   05  RK-PID                                PIC X(5).
001600   05  RS-UNCONFIRMED                        PIC ZZZZ9.
001610   05  FILLER                          PIC X(23) VALUE SPACES.
001620
001621 01  RPT-REROUTE-SUMMARY-LINE.
001622   05  FILLER                                PIC X(12)
001623       VALUE 'RE-ROUTED - '.
001624   05  RS-REROUTED                           PIC ZZZZ9.
001625   05  FILLER                                PIC X(30)
001626       VALUE '  LATE ACKS ON RE-ROUTED -    '.
001627   05  RS-LATE-ACKS                          PIC ZZZZ9.
001628   05  FILLER                          PIC X(28) VALUE SPACES.
001629
001630 PROCEDURE DIVISION.
001640*****************************************************************
001650* Load the transmittal detail records, apply the vendor's       *
001660* acknowledgments against them, and report every statement      *
001670* left unconfirmed - a dropped file shows up here instead of    *
001676* in customer calls - and list the ones not yet re-routed for   *
001683* the remediation run.                                          *
001690*****************************************************************
001700     PERFORM LOAD-TRANSMITTAL.
001705     PERFORM LOAD-REROUTE-REGISTER.
001710     PERFORM REPORT-OPEN.
001720     PERFORM APPLY-ACKNOWLEDGMENTS.
001730     PERFORM REPORT-UNCONFIRMED.
001735     PERFORM WRITE-UNCONFIRMED-LIST.
001740     MOVE WS-SENT-COUNT TO RS-SENT.
001750     MOVE WS-CONFIRMED-COUNT TO RS-CONFIRMED.
001760     MOVE WS-UNCONFIRMED-COUNT TO RS-UNCONFIRMED.
001770     MOVE RPT-SUMMARY-LINE TO ACK-REPORT-LINE.
001772     PERFORM REPORT-PUT.
001774     MOVE WS-REROUTED-COUNT TO RS-REROUTED.
001776     MOVE WS-LATE-ACK-COUNT TO RS-LATE-ACKS.
001778     MOVE RPT-REROUTE-SUMMARY-LINE TO ACK-REPORT-LINE.
001780     PERFORM REPORT-PUT.
001790     PERFORM REPORT-CLOSE.
001800
001850            ' unknown acks' DELIMITED BY SIZE
001860       INTO WS-CONSOLE-MESSAGE.
001870     PERFORM DISPLAY-CONSOLE-MESSAGE.
001871     MOVE SPACES TO WS-CONSOLE-MESSAGE.
001872     STRING WS-REROUTED-COUNT DELIMITED BY SIZE
001873            ' already re-routed, ' DELIMITED BY SIZE
001875            WS-LATE-ACK-COUNT DELIMITED BY SIZE
001876            ' late acks on re-routed' DELIMITED BY SIZE
001877       INTO WS-CONSOLE-MESSAGE.
001878     PERFORM DISPLAY-CONSOLE-MESSAGE.
001880     MOVE 'End Of Job'
001890       TO WS-CONSOLE-MESSAGE.
001900     PERFORM DISPLAY-CONSOLE-MESSAGE.
001930        MOVE 8 TO RETURN-CODE
001940     ELSE
001950        IF WS-UNKNOWN-ACK-COUNT IS GREATER THAN ZERO
001955         OR WS-LATE-ACK-COUNT IS GREATER THAN ZERO
001960           MOVE 4 TO RETURN-CODE
001970        ELSE
001980           MOVE 0 TO RETURN-CODE
002230             IF WS-SENT-COUNT IS LESS THAN 2000
002240                ADD 1 TO WS-SENT-COUNT
002250                MOVE TRN-PID TO WS-SENT-PID (WS-SENT-COUNT)
002251                MOVE TRN-RUN-DATE
002252                  TO WS-SENT-CYCLE-DATE (WS-SENT-COUNT)
002253                MOVE TRN-PAGE-COUNT
002254                  TO WS-SENT-PAGES (WS-SENT-COUNT)
002255                IF TRN-HASH-TOTAL IS NUMERIC
002256                   MOVE TRN-HASH-TOTAL
002257                     TO WS-SENT-AMOUNT (WS-SENT-COUNT)
002258                ELSE
002259                   MOVE ZERO TO WS-SENT-AMOUNT (WS-SENT-COUNT)
002260                END-IF
002261                MOVE 'N'
002262                  TO WS-SENT-REROUTED-SW (WS-SENT-COUNT)
002263                MOVE 'N'
002270                  TO WS-SENT-CONFIRMED-SW (WS-SENT-COUNT)
002280             ELSE
002290                MOVE 'Sent table full - run refused'
002330          WHEN TRN-REC-CONTROL
002340             MOVE 'Y' TO WS-CONTROL-FOUND-SW
002350             MOVE TRN-STMT-COUNT TO WS-CTL-STMT-COUNT
002352             MOVE TRN-PAGE-COUNT TO WS-CTL-PAGE-COUNT
002354             MOVE TRN-HASH-TOTAL TO WS-CTL-HASH-TOTAL
002356             MOVE TRN-RUN-DATE TO WS-CTL-RUN-DATE
002358             MOVE TRN-RUN-TIME TO WS-CTL-RUN-TIME
002360          WHEN OTHER
002370             CONTINUE
002380        END-EVALUATE
002570     END-READ.
002580
002590*****************************************************************
002591* Mark the statements of this transmission that a remediation   *
002592* run has already re-routed to the secondary vendor. No         *
002593* register simply means nothing has been re-routed yet.         *
002594*****************************************************************
002595 LOAD-REROUTE-REGISTER.
002596     OPEN INPUT REROUTE-REGISTER-FILE.
002597     EVALUATE TRUE
002598       WHEN WS-RRTREG-STATUS IS EQUAL TO '35'
002599       WHEN WS-RRTREG-STATUS IS EQUAL TO '05'
002600          MOVE 'No re-route register supplied'
002601            TO WS-CONSOLE-MESSAGE
002602          PERFORM DISPLAY-CONSOLE-MESSAGE
002603       WHEN WS-RRTREG-STATUS IS EQUAL TO '00'
002604          PERFORM REROUTE-REGISTER-READ
002605          PERFORM UNTIL RRTREG-EOF
002606             IF RRG-TRN-RUN-DATE IS EQUAL TO WS-CTL-RUN-DATE
002607              AND RRG-TRN-RUN-TIME IS EQUAL TO WS-CTL-RUN-TIME
002608                PERFORM MARK-ONE-REROUTE
002609             END-IF
002610             PERFORM REROUTE-REGISTER-READ
002611          END-PERFORM
002612          CLOSE REROUTE-REGISTER-FILE
002613       WHEN OTHER
002614          MOVE 'RRTREG file open failure...'
002615            TO WS-CONSOLE-MESSAGE
002616          PERFORM DISPLAY-CONSOLE-MESSAGE
002617          MOVE WS-RRTREG-STATUS TO WS-IO-STATUS
002618          PERFORM DISPLAY-IO-STATUS
002619          PERFORM ABORT-PROGRAM
002620     END-EVALUATE.
002621
002622 MARK-ONE-REROUTE.
002623     PERFORM VARYING WS-SENT-IX FROM 1 BY 1
002624       UNTIL WS-SENT-IX IS GREATER THAN WS-SENT-COUNT
002625        IF WS-SENT-PID (WS-SENT-IX) IS EQUAL TO RRG-PID
002626           MOVE 'Y' TO WS-SENT-REROUTED-SW (WS-SENT-IX)
002627        END-IF
002628     END-PERFORM.
002629
002630 REROUTE-REGISTER-READ.
002631     READ REROUTE-REGISTER-FILE
002632       AT END
002633          MOVE 'Y' TO WS-RRTREG-EOF-SW
002634     END-READ.
002635
002636*****************************************************************
002637* Apply each vendor acknowledgment against the sent table. An   *
002638* acknowledgment for a statement never transmitted is its own   *
002639* warning - it usually means the vendor crossed cycles.         *
002640* An acknowledgment for a statement already re-routed came too  *
002641* late - the secondary vendor's copy may need pulling.          *
002642*****************************************************************
002643 APPLY-ACKNOWLEDGMENTS.
002650     OPEN INPUT VENDOR-ACK-FILE.
002660     IF WS-VENDACK-STATUS IS NOT EQUAL TO '00'
002670        MOVE 'VENDACK file open failure...'
002900           IF NOT SENT-STMT-CONFIRMED (WS-SENT-IX)
002910              MOVE 'Y' TO WS-SENT-CONFIRMED-SW (WS-SENT-IX)
002920              ADD 1 TO WS-CONFIRMED-COUNT
002921              IF SENT-STMT-REROUTED (WS-SENT-IX)
002922                 ADD 1 TO WS-LATE-ACK-COUNT
002924                 MOVE ACK-PID TO RL-PID
002925                 MOVE RPT-LATE-ACK-LINE TO ACK-REPORT-LINE
002927                 PERFORM REPORT-PUT
002928              END-IF
002930           END-IF
002940        END-IF
002950     END-PERFORM.
003080
003090*****************************************************************
003100* Report every transmitted statement the vendor never           *
003110* confirmed printing, telling apart the ones already re-routed. *
003120*****************************************************************
003130 REPORT-UNCONFIRMED.
003140     PERFORM VARYING WS-SENT-IX FROM 1 BY 1
003150       UNTIL WS-SENT-IX IS GREATER THAN WS-SENT-COUNT
003160        IF NOT SENT-STMT-CONFIRMED (WS-SENT-IX)
003164           IF SENT-STMT-REROUTED (WS-SENT-IX)
003168              ADD 1 TO WS-REROUTED-COUNT
003172              MOVE WS-SENT-PID (WS-SENT-IX) TO RR-PID
003176              MOVE RPT-REROUTED-LINE TO ACK-REPORT-LINE
003180           ELSE
003184              ADD 1 TO WS-UNCONFIRMED-COUNT
003188              MOVE WS-SENT-PID (WS-SENT-IX) TO RU-PID
003192              MOVE RPT-UNCONFIRMED-LINE TO ACK-REPORT-LINE
003196           END-IF
003200           PERFORM REPORT-PUT
003210        END-IF
003220     END-PERFORM.
003221
003222*****************************************************************
003223* Write the unconfirmed list for the remediation run - the      *
003224* original transmittal's control totals, the totals confirmed   *
003225* and already re-routed, and a detail record for every          *
003226* statement still to be re-routed.                              *
003227*****************************************************************
003228 WRITE-UNCONFIRMED-LIST.
003229     MOVE ZERO TO WS-LIST-CONF-STMTS WS-LIST-CONF-PAGES
003230                  WS-LIST-CONF-HASH WS-LIST-RRT-STMTS
003231                  WS-LIST-RRT-PAGES WS-LIST-RRT-HASH.
003232     PERFORM VARYING WS-SENT-IX FROM 1 BY 1
003233       UNTIL WS-SENT-IX IS GREATER THAN WS-SENT-COUNT
003234        EVALUATE TRUE
003235          WHEN SENT-STMT-CONFIRMED (WS-SENT-IX)
003236             ADD 1 TO WS-LIST-CONF-STMTS
003237             ADD WS-SENT-PAGES (WS-SENT-IX) TO WS-LIST-CONF-PAGES
003238             ADD WS-SENT-AMOUNT (WS-SENT-IX) TO WS-LIST-CONF-HASH
003239          WHEN SENT-STMT-REROUTED (WS-SENT-IX)
003240             ADD 1 TO WS-LIST-RRT-STMTS
003241             ADD WS-SENT-PAGES (WS-SENT-IX) TO WS-LIST-RRT-PAGES
003242             ADD WS-SENT-AMOUNT (WS-SENT-IX) TO WS-LIST-RRT-HASH
003243          WHEN OTHER
003244             CONTINUE
003245        END-EVALUATE
003246     END-PERFORM.
003247     OPEN OUTPUT UNCONFIRMED-FILE.
003248     IF WS-UNCONFRM-STATUS IS NOT EQUAL TO '00'
003249        MOVE 'UNCONFRM file open failure...'
003250          TO WS-CONSOLE-MESSAGE
003251        PERFORM DISPLAY-CONSOLE-MESSAGE
003252        MOVE WS-UNCONFRM-STATUS TO WS-IO-STATUS
003253        PERFORM DISPLAY-IO-STATUS
003254        PERFORM ABORT-PROGRAM
003255     END-IF.
003256     MOVE SPACES TO UNCONFIRMED-RECORD.
003257     SET UNC-REC-TRANSMITTAL TO TRUE.
003258     MOVE WS-CTL-STMT-COUNT TO UNC-STMT-COUNT.
003259     MOVE WS-CTL-PAGE-COUNT TO UNC-PAGE-COUNT.
003260     MOVE WS-CTL-HASH-TOTAL TO UNC-HASH-TOTAL.
003261     PERFORM UNCONFIRMED-PUT.
003262     MOVE SPACES TO UNCONFIRMED-RECORD.
003263     SET UNC-REC-CONFIRMED TO TRUE.
003264     MOVE WS-LIST-CONF-STMTS TO UNC-STMT-COUNT.
003265     MOVE WS-LIST-CONF-PAGES TO UNC-PAGE-COUNT.
003266     MOVE WS-LIST-CONF-HASH TO UNC-HASH-TOTAL.
003267     PERFORM UNCONFIRMED-PUT.
003268     MOVE SPACES TO UNCONFIRMED-RECORD.
003269     SET UNC-REC-REROUTED TO TRUE.
003270     MOVE WS-LIST-RRT-STMTS TO UNC-STMT-COUNT.
003271     MOVE WS-LIST-RRT-PAGES TO UNC-PAGE-COUNT.
003272     MOVE WS-LIST-RRT-HASH TO UNC-HASH-TOTAL.
003273     PERFORM UNCONFIRMED-PUT.
003274     PERFORM VARYING WS-SENT-IX FROM 1 BY 1
003275       UNTIL WS-SENT-IX IS GREATER THAN WS-SENT-COUNT
003276        IF NOT SENT-STMT-CONFIRMED (WS-SENT-IX)
003277         AND NOT SENT-STMT-REROUTED (WS-SENT-IX)
003278           MOVE SPACES TO UNCONFIRMED-RECORD
003279           SET UNC-REC-DETAIL TO TRUE
003280           MOVE WS-SENT-PID (WS-SENT-IX) TO UNC-PID
003281           MOVE WS-SENT-CYCLE-DATE (WS-SENT-IX) TO UNC-CYCLE-DATE
003282           MOVE 1 TO UNC-STMT-COUNT
003283           MOVE WS-SENT-PAGES (WS-SENT-IX) TO UNC-PAGE-COUNT
003284           MOVE WS-SENT-AMOUNT (WS-SENT-IX) TO UNC-HASH-TOTAL
003285           PERFORM UNCONFIRMED-PUT
003286        END-IF
003287     END-PERFORM.
003288     CLOSE UNCONFIRMED-FILE.
003289
003290 UNCONFIRMED-PUT.
003291     MOVE WS-CTL-RUN-DATE TO UNC-TRN-RUN-DATE.
003292     MOVE WS-CTL-RUN-TIME TO UNC-TRN-RUN-TIME.
003293     IF NOT UNC-REC-DETAIL
003294        MOVE ZERO TO UNC-CYCLE-DATE
003295     END-IF.
003296     WRITE UNCONFIRMED-RECORD.
003297     IF WS-UNCONFRM-STATUS IS NOT EQUAL TO '00'
003298        MOVE 'UNCONFRM Error writing file ...'
003299          TO WS-CONSOLE-MESSAGE
003300        PERFORM DISPLAY-CONSOLE-MESSAGE
003301        MOVE WS-UNCONFRM-STATUS TO WS-IO-STATUS
003302        PERFORM DISPLAY-IO-STATUS
003303        PERFORM ABORT-PROGRAM
003304     END-IF.
003305
003306*****************************************************************
003307* Open the reconciliation report as output.                     *
003308*****************************************************************
003309 REPORT-OPEN.
003310     OPEN OUTPUT ACK-REPORT.
003311     IF WS-REPORT-STATUS = '00'
003312        MOVE 'ACKRPT report opened OK'
003313          TO WS-CONSOLE-MESSAGE
003320        PERFORM DISPLAY-CONSOLE-MESSAGE
003330     ELSE
003340        MOVE 'ACKRPT report open failure...'
