000150*              for the statements handed over this cycle -      *
000160*              statement and page counts off the print stream   *
000170*              and a hash total of the type '4' trailer         *
000172*              amounts off the extract, with each statement's   *
000174*              page count and cycle date for the archive audit  *
000176*              and its own trailer amount for the tie-back of   *
000178*              any remediation re-route.                        *
000181*              Statements are recognised in whatever language   *
000183*              ZBNKSTM1 printed them in.                        *
000185*              The transmittal is held until every statement in *
000187*              the cycle's QC sample has passed review          *
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.
000450            ACCESS MODE  IS SEQUENTIAL
000460            FILE STATUS  IS WS-TRNSCTL-STATUS.
000470
000471     SELECT OPTIONAL QC-REGISTER-FILE
000472            ASSIGN       TO QCREG
000473            ORGANIZATION IS SEQUENTIAL
000474            ACCESS MODE  IS SEQUENTIAL
000475            FILE STATUS  IS WS-QCREG-STATUS.
000476
000477     SELECT OPTIONAL STATEMENT-LITERAL-FILE
000478            ASSIGN       TO STMTLIT
000479            ORGANIZATION IS SEQUENTIAL
000480            ACCESS MODE  IS SEQUENTIAL
000481            FILE STATUS  IS WS-STMTLIT-STATUS.
000482
000483 DATA DIVISION.
000490 FILE SECTION.
000500 FD  EXTRACT-FILE
000510     RECORDING MODE IS V
000590 FD  TRANSMITTAL-FILE
000600     RECORD CONTAINS 52 CHARACTERS.
000610 COPY CTRNSCTL.
000611
000612*****************************************************************
000613* The statement QC sign-off register kept by ZBNKQCS1 and       *
000614* ZBNKQCR1.                                                     *
000615*****************************************************************
000616 FD  QC-REGISTER-FILE
000617     RECORD CONTAINS 80 CHARACTERS.
000618 COPY CQCREG.
000619
000620*****************************************************************
000621* ZBNKSTM1's translation table, for the statement literals in   *
000622* every language the print stream may carry.                    *
000623*****************************************************************
000624 FD  STATEMENT-LITERAL-FILE
000625     RECORD CONTAINS 80 CHARACTERS.
000626 COPY CSTMLIT.
000627
000630 WORKING-STORAGE SECTION.
000640 01  WS-MISC-STORAGE.
000650   05  WS-PROGRAM-ID                         PIC X(8)
000760     10  WS-TRNSCTL-STAT1                    PIC X(1).
000770     10  WS-TRNSCTL-STAT2                    PIC X(1).
000780
000781   05  WS-QCREG-STATUS.
000782     10  WS-QCREG-STAT1                      PIC X(1).
000783     10  WS-QCREG-STAT2                      PIC X(1).
000784
000785   05  WS-STMTLIT-STATUS.
000786     10  WS-STMTLIT-STAT1                    PIC X(1).
000787     10  WS-STMTLIT-STAT2                    PIC X(1).
000788
000790   05  WS-IO-STATUS.
000800     10  WS-IO-STAT1                         PIC X(1).
000810     10  WS-IO-STAT2                         PIC X(1).
000920   05  WS-STMT-EOF-SW                        PIC X(1)
000930       VALUE 'N'.
000940     88  END-OF-PRINT-STREAM                  VALUE 'Y'.
000941   05  WS-QCREG-EOF-SW                       PIC X(1)
000942       VALUE 'N'.
000944     88  QC-REGISTER-EOF                      VALUE 'Y'.
000945   05  WS-QC-HEADER-SW                       PIC X(1)
000947       VALUE 'N'.
000948     88  QC-HEADER-FOUND                      VALUE 'Y'.
000950
000960   05  WS-STMT-COUNT                         PIC 9(5)
000970       VALUE ZERO.
001010       VALUE ZERO.
001020   05  WS-CURRENT-PID                        PIC X(5)
001030       VALUE LOW-VALUES.
001031   05  WS-STMT-PAGES                         PIC 9(7)
001032       VALUE ZERO.
001033   05  WS-BANNER-DATE.
001034     10  WS-BANNER-MM                        PIC X(2).
001035     10  FILLER                              PIC X(1).
001036     10  WS-BANNER-DD                        PIC X(2).
001037     10  FILLER                              PIC X(1).
001038     10  WS-BANNER-YY                        PIC X(2).
001039   05  WS-STMT-CYCLE-DATE.
001040     10  WS-STMT-CYCLE-YY                    PIC X(2).
001041     10  WS-STMT-CYCLE-MM                    PIC X(2).
001042     10  WS-STMT-CYCLE-DD                    PIC X(2).
001043   05  WS-RUN-DATE                           PIC 9(6).
001050   05  WS-RUN-TIME                           PIC 9(8).
001051   05  WS-EXTRACT-RUN-ID.
001052     10  WS-EXTRACT-RUN-DATE                 PIC 9(6)
001053         VALUE ZERO.
001054     10  WS-EXTRACT-RUN-TIME                 PIC 9(8)
001055         VALUE ZERO.
001056   05  WS-QC-SAMPLED                         PIC 9(5)
001057       VALUE ZERO.
001058   05  WS-QC-PASSED                          PIC 9(5)
001059       VALUE ZERO.
001060
001070*****************************************************************
001080* Per-customer type '4' trailer amounts collected off the       *
001190                                              COMP-3.
001200   05  WS-TRLR-IX                            PIC 9(4).
001210
001211*****************************************************************
001212* The banner and customer heading texts in every language, by   *
001213* which pages and statements are recognised on the print        *
001214* stream.                                                       *
001215*****************************************************************
001216 01  WS-STMT-MARKERS.
001217   05  WS-LIT-EOF-SW                         PIC X(1)
001218       VALUE 'N'.
001219     88  LITERAL-FILE-EOF                     VALUE 'Y'.
001220   05  WS-MKR-COUNT                          PIC 9(2)
001221       VALUE ZERO.
001222   05  WS-MKR-ENTRY OCCURS 60 TIMES.
001223     10  WS-MKR-KEY                          PIC X(16).
001224     10  WS-MKR-TEXT                         PIC X(40).
001225   05  WS-MKR-IX                             PIC 9(2).
001226   05  WS-MKR-WANTED                         PIC X(16).
001227   05  WS-MKR-SLICE                          PIC X(40).
001228   05  WS-MKR-MATCH-SW                       PIC X(1)
001229       VALUE 'N'.
001230     88  MARKER-MATCHED                       VALUE 'Y'.
001231
001232 01  WS-CONSOLE-MESSAGE                      PIC X(60).
001233
001240 PROCEDURE DIVISION.
001250*****************************************************************
001260* Collect the type '4' trailer amounts off the extract, then    *
001300* totals the vendor must confirm against.                       *
001310*****************************************************************
001320     PERFORM COLLECT-TRAILER-AMOUNTS.
001323     PERFORM VERIFY-QC-SIGN-OFF.
001326     PERFORM LOAD-STATEMENT-MARKERS.
001330     ACCEPT WS-RUN-DATE FROM DATE.
001340     ACCEPT WS-RUN-TIME FROM TIME.
001350     PERFORM TRANSMITTAL-OPEN.
001540
001550*****************************************************************
001560* Read the extract and remember each customer's type '4'        *
001566* trailer amount for the hash total, and the run id off the     *
001573* header for matching the QC sign-off register.                 *
001580*****************************************************************
001590 COLLECT-TRAILER-AMOUNTS.
001600     PERFORM EXTRACT-OPEN.
001610     PERFORM EXTRACT-READ.
001611     IF NOT END-OF-EXTRACT
001613      AND BANKXT01-H-TYPE IS EQUAL TO 'H'
001615        MOVE BANKXT01-H-RUN-DATE TO WS-EXTRACT-RUN-DATE
001616        MOVE BANKXT01-H-RUN-TIME TO WS-EXTRACT-RUN-TIME
001618     END-IF.
001620     PERFORM UNTIL END-OF-EXTRACT
001630        IF BANKXT01-4-TYPE IS EQUAL TO '4'
001640           IF WS-TRLR-COUNT IS LESS THAN 2000
001780     PERFORM EXTRACT-CLOSE.
001790
001800*****************************************************************
001801* Hold the transmittal unless the QC sample pulled off this     *
001802* cycle's print stream has been signed off - the register must  *
001803* be this run's, and every statement in it must have passed.    *
001804* An unreviewed or failed statement stops the job before the    *
001805* transmittal is written.                                       *
001806*****************************************************************
001807 VERIFY-QC-SIGN-OFF.
001808     OPEN INPUT QC-REGISTER-FILE.
001809     EVALUATE TRUE
001810       WHEN WS-QCREG-STATUS IS EQUAL TO '35'
001811       WHEN WS-QCREG-STATUS IS EQUAL TO '05'
001812          MOVE 'No QC sign-off register - transmittal held'
001813            TO WS-CONSOLE-MESSAGE
001814          PERFORM ABORT-PROGRAM
001815       WHEN WS-QCREG-STATUS IS EQUAL TO '00'
001816          CONTINUE
001817       WHEN OTHER
001818          MOVE 'QCREG file open failure...'
001819            TO WS-CONSOLE-MESSAGE
001820          PERFORM DISPLAY-CONSOLE-MESSAGE
001821          MOVE WS-QCREG-STATUS TO WS-IO-STATUS
001822          PERFORM DISPLAY-IO-STATUS
001823          PERFORM ABORT-PROGRAM
001824     END-EVALUATE.
001825     PERFORM QC-REGISTER-READ.
001826     PERFORM UNTIL QC-REGISTER-EOF
001827        IF QCR-RUN-ID IS EQUAL TO WS-EXTRACT-RUN-ID
001828           EVALUATE TRUE
001829             WHEN QCR-REC-HEADER
001830                MOVE 'Y' TO WS-QC-HEADER-SW
001831             WHEN QCR-REC-DETAIL
001832                ADD 1 TO WS-QC-SAMPLED
001833                IF QCR-PASSED
001834                   ADD 1 TO WS-QC-PASSED
001835                END-IF
001836             WHEN OTHER
001837                CONTINUE
001838           END-EVALUATE
001839        END-IF
001840        PERFORM QC-REGISTER-READ
001841     END-PERFORM.
001842     CLOSE QC-REGISTER-FILE.
001843     IF NOT QC-HEADER-FOUND
001844        MOVE 'QC register not for this run - transmittal held'
001845          TO WS-CONSOLE-MESSAGE
001846        PERFORM ABORT-PROGRAM
001847     END-IF.
001848     IF WS-QC-PASSED IS NOT EQUAL TO WS-QC-SAMPLED
001849        MOVE SPACES TO WS-CONSOLE-MESSAGE
001850        STRING WS-QC-PASSED DELIMITED BY SIZE
001851               ' of ' DELIMITED BY SIZE
001852               WS-QC-SAMPLED DELIMITED BY SIZE
001853               ' QC samples passed - transmittal held'
001854                 DELIMITED BY SIZE
001855          INTO WS-CONSOLE-MESSAGE
001856        PERFORM ABORT-PROGRAM
001857     END-IF.
001858     MOVE SPACES TO WS-CONSOLE-MESSAGE.
001859     STRING WS-QC-SAMPLED DELIMITED BY SIZE
001860            ' QC samples all passed' DELIMITED BY SIZE
001861       INTO WS-CONSOLE-MESSAGE.
001862     PERFORM DISPLAY-CONSOLE-MESSAGE.
001863
001864 QC-REGISTER-READ.
001865     READ QC-REGISTER-FILE
001866       AT END
001867          MOVE 'Y' TO WS-QCREG-EOF-SW
001868     END-READ.
001869     IF NOT QC-REGISTER-EOF
001870        IF WS-QCREG-STATUS IS NOT EQUAL TO '00'
001871           MOVE 'QCREG Error reading file ...'
001872             TO WS-CONSOLE-MESSAGE
001873           PERFORM DISPLAY-CONSOLE-MESSAGE
001874           MOVE WS-QCREG-STATUS TO WS-IO-STATUS
001875           PERFORM DISPLAY-IO-STATUS
001876           PERFORM ABORT-PROGRAM
001877        END-IF
001878     END-IF.
001879
001880*****************************************************************
001881* Walk the print stream. A page is recognised by its statement  *
001882* banner line; a statement by the first page heading carrying   *
001883* a PID different from the one before it. A statement's detail  *
001884* record is written once its last page has gone by, so it can   *
001885* carry the statement's page count and its cycle date - the     *
001886* date on its page banner, which ZBNKSTM1 prints as the cycle   *
001887* date it archives the statement under - the interrupted run's  *
001888* date when it is restarted.                                    *
001889*****************************************************************
001890 SCAN-PRINT-STREAM.
001891     PERFORM STATEMENT-OPEN.
001892     PERFORM STATEMENT-READ.
001893     PERFORM UNTIL END-OF-PRINT-STREAM
001896        MOVE 'TITLE' TO WS-MKR-WANTED
001899        MOVE STATEMENT-LINE (11:33) TO WS-MKR-SLICE
001903        PERFORM CHECK-STATEMENT-MARKER
001906        IF MARKER-MATCHED
001910           ADD 1 TO WS-PAGE-COUNT
001915           MOVE STATEMENT-LINE (50:8) TO WS-BANNER-DATE
001920        END-IF
001923        MOVE 'CUSTOMER' TO WS-MKR-WANTED
001927        MOVE STATEMENT-LINE (11:9) TO WS-MKR-SLICE
001930        PERFORM CHECK-STATEMENT-MARKER
001934        IF MARKER-MATCHED
001938           IF STATEMENT-LINE (20:5) IS EQUAL TO WS-CURRENT-PID
001941              ADD 1 TO WS-STMT-PAGES
001945           ELSE
001949              IF WS-CURRENT-PID IS NOT EQUAL TO LOW-VALUES
001952                 PERFORM RECORD-ONE-STATEMENT
001956              END-IF
001960           MOVE STATEMENT-LINE (20:5) TO WS-CURRENT-PID
001963              MOVE 1 TO WS-STMT-PAGES
001966              MOVE WS-BANNER-YY TO WS-STMT-CYCLE-YY
001970              MOVE WS-BANNER-MM TO WS-STMT-CYCLE-MM
001973              MOVE WS-BANNER-DD TO WS-STMT-CYCLE-DD
001976           END-IF
001980        END-IF
001990        PERFORM STATEMENT-READ
002000     END-PERFORM.
002002     IF WS-CURRENT-PID IS NOT EQUAL TO LOW-VALUES
002005        PERFORM RECORD-ONE-STATEMENT
002007     END-IF.
002010     PERFORM STATEMENT-CLOSE.
002020
002030*****************************************************************
002040* Count the statement, add its type '4' trailer amount into the *
002050* hash total, and write its detail record carrying that amount. *
002060*****************************************************************
002070 RECORD-ONE-STATEMENT.
002080     ADD 1 TO WS-STMT-COUNT.
002090     MOVE SPACES TO TRNSCTL-RECORD.
002100     SET TRN-REC-DETAIL TO TRUE.
002110     MOVE WS-CURRENT-PID TO TRN-PID.
002115     MOVE WS-STMT-PAGES TO TRN-PAGE-COUNT.
002120     MOVE WS-STMT-CYCLE-DATE TO TRN-RUN-DATE.
002125     MOVE ZERO TO TRN-HASH-TOTAL.
002130     PERFORM VARYING WS-TRLR-IX FROM 1 BY 1
002140       UNTIL WS-TRLR-IX IS GREATER THAN WS-TRLR-COUNT
002150        IF WS-TRLR-PID (WS-TRLR-IX) IS EQUAL TO WS-CURRENT-PID
002160           ADD WS-TRLR-AMOUNT (WS-TRLR-IX) TO WS-HASH-TOTAL
002165           ADD WS-TRLR-AMOUNT (WS-TRLR-IX) TO TRN-HASH-TOTAL
002170        END-IF
002180     END-PERFORM.
002185     PERFORM TRANSMITTAL-PUT.
002190
002200 WRITE-CONTROL-RECORD.
002210     MOVE SPACES TO TRNSCTL-RECORD.
003200     CLOSE TRANSMITTAL-FILE.
003210
003220*****************************************************************
003221* Load the statement texts the print stream is recognised by -  *
003222* the English ones ZBNKSTM1 prints by default, and each         *
003223* language's from the translation table when one is supplied.   *
003224*****************************************************************
003225 LOAD-STATEMENT-MARKERS.
003226     MOVE 'TITLE' TO WS-MKR-WANTED.
003227     MOVE 'B A N K   S T A T E M E N T' TO WS-MKR-SLICE.
003228     PERFORM ADD-STATEMENT-MARKER.
003229     MOVE 'CUSTOMER' TO WS-MKR-WANTED.
003230     MOVE 'CUSTOMER ' TO WS-MKR-SLICE.
003231     PERFORM ADD-STATEMENT-MARKER.
003232     OPEN INPUT STATEMENT-LITERAL-FILE.
003233     EVALUATE TRUE
003234       WHEN WS-STMTLIT-STATUS IS EQUAL TO '35'
003235       WHEN WS-STMTLIT-STATUS IS EQUAL TO '05'
003236          CONTINUE
003237       WHEN WS-STMTLIT-STATUS IS EQUAL TO '00'
003238          PERFORM READ-LITERAL-RECORD
003239          PERFORM UNTIL LITERAL-FILE-EOF
003240             IF LIT-FIXED-LITERAL
003241                IF LIT-KEY IS EQUAL TO 'TITLE'
003242               OR LIT-KEY IS EQUAL TO 'CUSTOMER'
003243                   MOVE LIT-KEY TO WS-MKR-WANTED
003244                   MOVE LIT-TEXT TO WS-MKR-SLICE
003245                   PERFORM ADD-STATEMENT-MARKER
003246                END-IF
003247             END-IF
003248             PERFORM READ-LITERAL-RECORD
003249          END-PERFORM
003250          CLOSE STATEMENT-LITERAL-FILE
003251       WHEN OTHER
003252          MOVE 'STMTLIT file open failure...'
003253            TO WS-CONSOLE-MESSAGE
003254          PERFORM DISPLAY-CONSOLE-MESSAGE
003255          MOVE WS-STMTLIT-STATUS TO WS-IO-STATUS
003256          PERFORM DISPLAY-IO-STATUS
003257          PERFORM ABORT-PROGRAM
003258     END-EVALUATE.
003259
003260 READ-LITERAL-RECORD.
003261     READ STATEMENT-LITERAL-FILE
003262       AT END
003263          MOVE 'Y' TO WS-LIT-EOF-SW
003264     END-READ.
003265
003266 ADD-STATEMENT-MARKER.
003267     IF WS-MKR-COUNT IS LESS THAN 60
003268        ADD 1 TO WS-MKR-COUNT
003269        MOVE WS-MKR-WANTED TO WS-MKR-KEY (WS-MKR-COUNT)
003270        MOVE WS-MKR-SLICE TO WS-MKR-TEXT (WS-MKR-COUNT)
003271     ELSE
003272        MOVE 'Statement marker table full - entry ignored'
003273          TO WS-CONSOLE-MESSAGE
003274        PERFORM DISPLAY-CONSOLE-MESSAGE
003275     END-IF.
003276
003277*****************************************************************
003278* Is the slice of the line just read the wanted literal in any  *
003279* language?                                                     *
003280*****************************************************************
003281 CHECK-STATEMENT-MARKER.
003282     MOVE 'N' TO WS-MKR-MATCH-SW.
003283     PERFORM VARYING WS-MKR-IX FROM 1 BY 1
003284       UNTIL WS-MKR-IX IS GREATER THAN WS-MKR-COUNT
003285             OR MARKER-MATCHED
003286        IF WS-MKR-KEY (WS-MKR-IX) IS EQUAL TO WS-MKR-WANTED
003287         AND WS-MKR-TEXT (WS-MKR-IX) IS EQUAL TO WS-MKR-SLICE
003288           MOVE 'Y' TO WS-MKR-MATCH-SW
003289        END-IF
003290     END-PERFORM.
003291
003292*****************************************************************
003293* Display the file status bytes. This routine will display as   *
003294* two digits if the full two byte file status is numeric. If    *
003295* second byte is non-numeric then it will be treated as a       *
003296* binary number.                                                *
003297*****************************************************************
003298 DISPLAY-IO-STATUS.
003299     IF WS-IO-STATUS NUMERIC
003300        MOVE SPACE TO WS-CONSOLE-MESSAGE
003310        STRING 'File status -' DELIMITED BY SIZE
003320               WS-IO-STATUS DELIMITED BY SIZE
