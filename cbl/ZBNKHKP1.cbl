000170*              archive generation of the older ones, purge      *
000180*              what is past its archive life, and report the    *
000190*              disposition of every file                        *
000192*              A record of a customer or account under legal    *
000195*              hold stays online whatever its age, and is       *
000197*              reported with the holds gone dormant             *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.
001600            ACCESS MODE  IS SEQUENTIAL
001610            FILE STATUS  IS WS-RULES-STATUS.
001620
001621     SELECT OPTIONAL LEGAL-HOLD-FILE
001622            ASSIGN       TO LEGHOLD
001623            ORGANIZATION IS SEQUENTIAL
001624            ACCESS MODE  IS SEQUENTIAL
001625            FILE STATUS  IS WS-HOLD-STATUS.
001626
001627     SELECT OPTIONAL EXTRACT-FILE
001628            ASSIGN       TO EXTRACT
001629            ORGANIZATION IS SEQUENTIAL
001630            ACCESS MODE  IS SEQUENTIAL
001631            FILE STATUS  IS WS-EXTRACT-STATUS.
001632
001633     SELECT DISPOSITION-REPORT
001640            ASSIGN       TO HKPRPT
001650            ORGANIZATION IS SEQUENTIAL
001660            ACCESS MODE  IS SEQUENTIAL
002800   05  RET-ARCH-YEARS                        PIC 9(2).
002810   05  FILLER                                PIC X(6).
002820
002821*****************************************************************
002822* The legal hold register ZBNKLGH1 maintains, and the cycle    *
002823* extract, which gives the accounts of a customer under hold   *
002824* for the files that carry only an account number.             *
002825*****************************************************************
002826 FD  LEGAL-HOLD-FILE
002827     RECORD CONTAINS 100 CHARACTERS.
002828 COPY CLEGHOLD.
002829
002830 FD  EXTRACT-FILE
002831     RECORDING MODE IS V
002832     RECORD CONTAINS 66 TO 95 CHARACTERS.
002833 COPY CBANKXT1.
002834
002835 FD  DISPOSITION-REPORT
002840     RECORD CONTAINS 80 CHARACTERS.
002850 01  DISPOSITION-REPORT-LINE                  PIC X(80).
002860
003200     10  WS-RULES-STAT1                      PIC X(1).
003210     10  WS-RULES-STAT2                      PIC X(1).
003220
003221   05  WS-HOLD-STATUS.
003222     10  WS-HOLD-STAT1                       PIC X(1).
003223     10  WS-HOLD-STAT2                       PIC X(1).
003224
003225   05  WS-EXTRACT-STATUS.
003226     10  WS-EXTRACT-STAT1                    PIC X(1).
003227     10  WS-EXTRACT-STAT2                    PIC X(1).
003228
003230   05  WS-REPORT-STATUS.
003240     10  WS-REPORT-STAT1                     PIC X(1).
003250     10  WS-REPORT-STAT2                     PIC X(1).
003430   05  WS-CURRENT-MISSING-SW                PIC X(1)
003440       VALUE 'N'.
003450     88  CURRENT-FILE-MISSING                VALUE 'Y'.
003451   05  WS-HOLD-EOF-SW                        PIC X(1)
003452       VALUE 'N'.
003453     88  HOLD-FILE-EOF                       VALUE 'Y'.
003454   05  WS-EXTRACT-EOF-SW                     PIC X(1)
003455       VALUE 'N'.
003456     88  END-OF-EXTRACT                      VALUE 'Y'.
003457   05  WS-RECORD-HELD-SW                     PIC X(1)
003458       VALUE 'N'.
003459     88  RECORD-HELD                         VALUE 'Y'.
003460
003470*****************************************************************
003480* The files this job keeps house over, with each one's date    *
003500* by the rules file when a rule names the file) and the        *
003510* disposition counters. Date types: 6 is a YYMMDD zoned date,  *
003520* S is a YYYY/MM/DD character date.                            *
003522* The PID and account locations are what a legal hold is       *
003525* matched on - zero where the file carries none. Held counts   *
003527* the records kept online only because of a hold.              *
003530*****************************************************************
003540 01  WS-FILE-CONTROL-TABLE.
003550   05  WS-HKP-FILE-COUNT                     PIC 9(2)
003600     10  WS-HKP-DATE-OFF                     PIC 9(3).
003610     10  WS-HKP-KEEP-DAYS                    PIC 9(4).
003620     10  WS-HKP-ARCH-YEARS                   PIC 9(2).
003622     10  WS-HKP-PID-OFF                      PIC 9(3).
003625     10  WS-HKP-ACC-OFF                      PIC 9(3).
003627     10  WS-HKP-ACC-LEN                      PIC 9(2).
003630     10  WS-HKP-KEPT                         PIC 9(7).
003640     10  WS-HKP-ARCHIVED                     PIC 9(7).
003650     10  WS-HKP-PURGED                       PIC 9(7).
003655     10  WS-HKP-HELD                         PIC 9(7).
003660   05  WS-HKP-IX                             PIC 9(2).
003670   05  WS-HKP-CUR                            PIC 9(2).
003680
003750   05  WS-TODAY-DAYNO                        PIC 9(7).
003760   05  WS-REC-AGE-DAYS                       PIC S9(7).
003770   05  WS-ARCH-LIMIT-DAYS                    PIC 9(7).
003771   05  WS-REC-PID                            PIC X(5).
003772   05  WS-REC-ACC-NO                         PIC X(10).
003773   05  WS-HOLD-DAYNO                         PIC 9(7).
003774   05  WS-HOLD-IDLE-DAYS                     PIC S9(7).
003775
003776*****************************************************************
003777* The open legal holds. A customer hold is also entered once   *
003778* for each of the customer's accounts on the extract, marked   *
003779* derived, so a file carrying only the account still finds it. *
003780*****************************************************************
003781 01  WS-HOLD-TABLE.
003782   05  WS-HOLD-COUNT                         PIC 9(4)
003783       VALUE ZERO.
003784   05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
003785     10  WS-HOLD-SUBJECT                     PIC X(1).
003786     10  WS-HOLD-PID                         PIC X(5).
003787     10  WS-HOLD-ACC-NO                      PIC X(10).
003788     10  WS-HOLD-MATTER-REF                  PIC X(12).
003789     10  WS-HOLD-PLACED-BY                   PIC X(8).
003790     10  WS-HOLD-PLACED-DATE                 PIC 9(6).
003791     10  WS-HOLD-LAST-ACTIVITY               PIC 9(6).
003792     10  WS-HOLD-DERIVED-SW                  PIC X(1).
003793       88  HOLD-ENTRY-DERIVED                VALUE 'Y'.
003794   05  WS-HOLD-IX                            PIC 9(4).
003795   05  WS-HOLD-MATCH-IX                      PIC 9(4).
003796   05  WS-HOLD-REG-COUNT                     PIC 9(4).
003797   05  WS-HOLDS-IN-FORCE                     PIC 9(5)
003798       VALUE ZERO.
003799   05  WS-HOLDS-DORMANT                      PIC 9(5)
003800       VALUE ZERO.
003801   05  WS-HELD-RETAINED                      PIC 9(7)
003802       VALUE ZERO.
003803
003804 01  WS-CONSOLE-MESSAGE                      PIC X(60).
003805
003810*****************************************************************
003820* Disposition report lines.                                     *
003830*****************************************************************
003850   05  FILLER                                PIC X(54)
003860       VALUE '  FILE      KEEP  ARCH       KEPT   ARCHIVED     PURG
003870-            'ED'.
003875   05  FILLER                                PIC X(10)
003880       VALUE '      HELD'.
003885   05  FILLER                          PIC X(14) VALUE SPACES.
003890
003900 01  RPT-FILE-LINE.
003910   05  FILLER                          PIC X(2)  VALUE SPACES.
004000   05  RF-ARCHIVED                           PIC ZZZZZZ9.
004010   05  FILLER                          PIC X(4)  VALUE SPACES.
004020   05  RF-PURGED                             PIC ZZZZZZ9.
004021   05  FILLER                          PIC X(4)  VALUE SPACES.
004022   05  RF-HELD                               PIC ZZZZZZ9.
004023   05  FILLER                          PIC X(14) VALUE SPACES.
004024
004025 01  RPT-HELD-HEADING.
004026   05  FILLER                                PIC X(40)
004027       VALUE '  FILE      PID    ACCOUNT     MATTER'.
004028   05  FILLER                                PIC X(40)
004029       VALUE '     REC DATE  WOULD BE'.
004030
004031 01  RPT-HELD-LINE.
004032   05  FILLER                          PIC X(2)  VALUE SPACES.
004033   05  RD-FILE-ID                            PIC X(8).
004034   05  FILLER                          PIC X(2)  VALUE SPACES.
004035   05  RD-PID                                PIC X(5).
004036   05  FILLER                          PIC X(2)  VALUE SPACES.
004037   05  RD-ACC-NO                             PIC X(10).
004038   05  FILLER                          PIC X(2)  VALUE SPACES.
004039   05  RD-MATTER-REF                         PIC X(12).
004040   05  FILLER                          PIC X(2)  VALUE SPACES.
004041   05  RD-REC-DATE                           PIC 9(8).
004042   05  FILLER                          PIC X(2)  VALUE SPACES.
004043   05  RD-DISPOSITION                        PIC X(8).
004044   05  FILLER                          PIC X(17) VALUE SPACES.
004045
004046 01  RPT-DORMANT-HEADING.
004047   05  FILLER                                PIC X(35)
004048       VALUE '  PID    ACCOUNT     MATTER'.
004049   05  FILLER                                PIC X(45)
004050       VALUE 'PLACED BY PLACED  LAST ACT  IDLE DAYS'.
004051
004052 01  RPT-DORMANT-LINE.
004053   05  FILLER                          PIC X(2)  VALUE SPACES.
004054   05  RN-PID                                PIC X(5).
004055   05  FILLER                          PIC X(2)  VALUE SPACES.
004056   05  RN-ACC-NO                             PIC X(10).
004057   05  FILLER                          PIC X(2)  VALUE SPACES.
004058   05  RN-MATTER-REF                         PIC X(12).
004059   05  FILLER                          PIC X(2)  VALUE SPACES.
004060   05  RN-PLACED-BY                          PIC X(8).
004061   05  FILLER                          PIC X(2)  VALUE SPACES.
004062   05  RN-PLACED-DATE                        PIC 9(6).
004063   05  FILLER                          PIC X(2)  VALUE SPACES.
004064   05  RN-LAST-ACTIVITY                      PIC 9(6).
004065   05  FILLER                          PIC X(2)  VALUE SPACES.
004066   05  RN-IDLE-DAYS                          PIC ZZZZZZ9.
004067   05  FILLER                          PIC X(12) VALUE SPACES.
004068
004069 01  RPT-COUNT-LINE.
004070   05  RT-LABEL                              PIC X(40).
004071   05  RT-COUNT                              PIC Z(6)9.
004072   05  FILLER                          PIC X(33) VALUE SPACES.
004073
004074 PROCEDURE DIVISION.
004075*****************************************************************
004076* Load the retention rules over the shipped defaults, then     *
004080* process each shared file in turn - recent records to the     *
004090* trimmed online copy, older ones to the archive generation,   *
004100* anything past its archive life purged - and report what      *
004120*****************************************************************
004130     PERFORM LOAD-FILE-TABLE.
004140     PERFORM LOAD-RETENTION-RULES.
004143     PERFORM LOAD-LEGAL-HOLDS.
004146     PERFORM LOAD-HELD-ACCOUNTS.
004150     ACCEPT WS-TODAY-DIGITS (3:6) FROM DATE.
004160     MOVE 20 TO WS-TODAY-DIGITS (1:2).
004170     COMPUTE WS-TODAY-DAYNO =
004180        FUNCTION INTEGER-OF-DATE (WS-TODAY-DIGITS).
004181
004182     PERFORM REPORT-OPEN.
004183     MOVE '  RECORDS RETAINED UNDER LEGAL HOLD'
004185       TO DISPOSITION-REPORT-LINE.
004186     PERFORM REPORT-PUT.
004187     MOVE RPT-HELD-HEADING TO DISPOSITION-REPORT-LINE.
004188     PERFORM REPORT-PUT.
004190
004200     PERFORM VARYING WS-HKP-CUR FROM 1 BY 1
004210       UNTIL WS-HKP-CUR IS GREATER THAN WS-HKP-FILE-COUNT
004230     END-PERFORM.
004240
004250     PERFORM WRITE-DISPOSITION-REPORT.
004253     PERFORM WRITE-DORMANT-HOLDS.
004256     CLOSE DISPOSITION-REPORT.
004260
004270     MOVE 'Housekeeping complete' TO WS-CONSOLE-MESSAGE.
004280     PERFORM DISPLAY-CONSOLE-MESSAGE.
004630     PERFORM VARYING WS-HKP-IX FROM 1 BY 1
004640       UNTIL WS-HKP-IX IS GREATER THAN WS-HKP-FILE-COUNT
004650        MOVE 90 TO WS-HKP-KEEP-DAYS (WS-HKP-IX)
004652        MOVE ZERO TO WS-HKP-PID-OFF (WS-HKP-IX)
004655        MOVE ZERO TO WS-HKP-ACC-OFF (WS-HKP-IX)
004657        MOVE ZERO TO WS-HKP-ACC-LEN (WS-HKP-IX)
004660        MOVE 7 TO WS-HKP-ARCH-YEARS (WS-HKP-IX)
004670        MOVE ZERO TO WS-HKP-KEPT (WS-HKP-IX)
004680        MOVE ZERO TO WS-HKP-ARCHIVED (WS-HKP-IX)
004690        MOVE ZERO TO WS-HKP-PURGED (WS-HKP-IX)
004695        MOVE ZERO TO WS-HKP-HELD (WS-HKP-IX)
004700     END-PERFORM.
004701     MOVE 15 TO WS-HKP-PID-OFF (3).
004702     MOVE 20 TO WS-HKP-ACC-OFF (3).
004703     MOVE 10 TO WS-HKP-ACC-LEN (3).
004704     MOVE 27 TO WS-HKP-ACC-OFF (5).
004705     MOVE 9 TO WS-HKP-ACC-LEN (5).
004706     MOVE 1 TO WS-HKP-PID-OFF (6).
004707     MOVE 6 TO WS-HKP-ACC-OFF (6).
004708     MOVE 10 TO WS-HKP-ACC-LEN (6).
004709     MOVE 1 TO WS-HKP-PID-OFF (7).
004710     MOVE 6 TO WS-HKP-ACC-OFF (7).
004711     MOVE 10 TO WS-HKP-ACC-LEN (7).
004712
004720*****************************************************************
004730* Overlay the defaults with the rules file, echoing each rule  *
004740* applied. A rule naming an unknown file is reported and       *
005260     MOVE 'N' TO WS-CURRENT-MISSING-SW.
005270
005280*****************************************************************
005281* Load the open legal holds off the register ZBNKLGH1          *
005282* maintains. With no register nothing is held.                 *
005283*****************************************************************
005284 LOAD-LEGAL-HOLDS.
005285     OPEN INPUT LEGAL-HOLD-FILE.
005286     EVALUATE TRUE
005287       WHEN WS-HOLD-STATUS IS EQUAL TO '35'
005288       WHEN WS-HOLD-STATUS IS EQUAL TO '05'
005289          MOVE 'No legal hold register - nothing held'
005290            TO WS-CONSOLE-MESSAGE
005291          PERFORM DISPLAY-CONSOLE-MESSAGE
005292       WHEN WS-HOLD-STATUS IS EQUAL TO '00'
005293          PERFORM HOLD-READ
005294          PERFORM UNTIL HOLD-FILE-EOF
005295             IF LGH-OPEN
005296                PERFORM ADD-HOLD-ENTRY
005297                MOVE LGH-SUBJECT
005298            TO WS-HOLD-SUBJECT (WS-HOLD-COUNT)
005299                MOVE LGH-PID TO WS-HOLD-PID (WS-HOLD-COUNT)
005300                MOVE LGH-ACC-NO TO WS-HOLD-ACC-NO (WS-HOLD-COUNT)
005301                MOVE LGH-MATTER-REF
005302                  TO WS-HOLD-MATTER-REF (WS-HOLD-COUNT)
005303                MOVE LGH-PLACED-BY
005304                  TO WS-HOLD-PLACED-BY (WS-HOLD-COUNT)
005305                MOVE LGH-PLACED-DATE
005306                  TO WS-HOLD-PLACED-DATE (WS-HOLD-COUNT)
005307                MOVE LGH-LAST-ACTIVITY
005308                  TO WS-HOLD-LAST-ACTIVITY (WS-HOLD-COUNT)
005309                MOVE 'N' TO WS-HOLD-DERIVED-SW (WS-HOLD-COUNT)
005310             END-IF
005311             PERFORM HOLD-READ
005312          END-PERFORM
005313          CLOSE LEGAL-HOLD-FILE
005314       WHEN OTHER
005315          MOVE 'LEGHOLD file open failure...'
005316            TO WS-CONSOLE-MESSAGE
005317          PERFORM DISPLAY-CONSOLE-MESSAGE
005318          MOVE WS-HOLD-STATUS TO WS-IO-STATUS
005319          PERFORM DISPLAY-IO-STATUS
005320          PERFORM ABORT-PROGRAM
005321     END-EVALUATE.
005322     MOVE WS-HOLD-COUNT TO WS-HOLD-REG-COUNT.
005323     MOVE WS-HOLD-COUNT TO WS-HOLDS-IN-FORCE.
005324
005325 HOLD-READ.
005326     READ LEGAL-HOLD-FILE
005327       AT END
005328          MOVE 'Y' TO WS-HOLD-EOF-SW
005329     END-READ.
005330
005331*****************************************************************
005332* A hold must never be lost for want of table room - a full    *
005333* table stops the run before anything is purged.               *
005334*****************************************************************
005335 ADD-HOLD-ENTRY.
005336     IF WS-HOLD-COUNT IS NOT LESS THAN 2000
005337        MOVE 'Legal hold table full - run refused'
005338          TO WS-CONSOLE-MESSAGE
005339        PERFORM ABORT-PROGRAM
005340     END-IF.
005341     ADD 1 TO WS-HOLD-COUNT.
005342
005343*****************************************************************
005344* Enter each account of a customer under hold, off the cycle   *
005345* extract's type '2' records, so the address-change history -  *
005346* which carries only the account - keeps that customer's       *
005347* records too. With no extract on hand only the records that   *
005348* carry the PID are matched for a customer hold.               *
005349*****************************************************************
005350 LOAD-HELD-ACCOUNTS.
005351     IF WS-HOLD-REG-COUNT IS GREATER THAN ZERO
005352        OPEN INPUT EXTRACT-FILE
005353        EVALUATE TRUE
005354          WHEN WS-EXTRACT-STATUS IS EQUAL TO '35'
005355          WHEN WS-EXTRACT-STATUS IS EQUAL TO '05'
005356             MOVE 'No extract - customer holds matched on PID'
005357               TO WS-CONSOLE-MESSAGE
005358             PERFORM DISPLAY-CONSOLE-MESSAGE
005359          WHEN WS-EXTRACT-STATUS IS EQUAL TO '00'
005360             PERFORM EXTRACT-READ
005361             PERFORM UNTIL END-OF-EXTRACT
005362                IF BANKXT01-2-TYPE IS EQUAL TO '2'
005363                   PERFORM ENTER-HELD-ACCOUNT
005364                END-IF
005365                PERFORM EXTRACT-READ
005366             END-PERFORM
005367             CLOSE EXTRACT-FILE
005368          WHEN OTHER
005369             MOVE 'EXTRACT file open failure...'
005370               TO WS-CONSOLE-MESSAGE
005371             PERFORM DISPLAY-CONSOLE-MESSAGE
005372             MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
005373             PERFORM DISPLAY-IO-STATUS
005374             PERFORM ABORT-PROGRAM
005375        END-EVALUATE
005376     END-IF.
005377
005378 EXTRACT-READ.
005379     READ EXTRACT-FILE
005380       AT END
005381          MOVE 'Y' TO WS-EXTRACT-EOF-SW
005382     END-READ.
005383
005384 ENTER-HELD-ACCOUNT.
005385     PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
005386       UNTIL WS-HOLD-IX IS GREATER THAN WS-HOLD-REG-COUNT
005387        IF WS-HOLD-SUBJECT (WS-HOLD-IX) IS EQUAL TO 'P'
005388         AND WS-HOLD-PID (WS-HOLD-IX) IS EQUAL TO BANKXT01-2-PID
005389           PERFORM ADD-HOLD-ENTRY
005390           MOVE 'A' TO WS-HOLD-SUBJECT (WS-HOLD-COUNT)
005391           MOVE BANKXT01-2-PID TO WS-HOLD-PID (WS-HOLD-COUNT)
005392           MOVE BANKXT01-2-ACC-NO
005393           TO WS-HOLD-ACC-NO (WS-HOLD-COUNT)
005394           MOVE WS-HOLD-MATTER-REF (WS-HOLD-IX)
005395             TO WS-HOLD-MATTER-REF (WS-HOLD-COUNT)
005396           MOVE WS-HOLD-PLACED-BY (WS-HOLD-IX)
005397             TO WS-HOLD-PLACED-BY (WS-HOLD-COUNT)
005398           MOVE WS-HOLD-PLACED-DATE (WS-HOLD-IX)
005399             TO WS-HOLD-PLACED-DATE (WS-HOLD-COUNT)
005400           MOVE WS-HOLD-LAST-ACTIVITY (WS-HOLD-IX)
005401             TO WS-HOLD-LAST-ACTIVITY (WS-HOLD-COUNT)
005402           MOVE 'Y' TO WS-HOLD-DERIVED-SW (WS-HOLD-COUNT)
005403        END-IF
005404     END-PERFORM.
005405
005406
005407*****************************************************************
005408* Process the file selected by WS-HKP-CUR - open its trio,     *
005409* disposition every record by age, close. A file not on hand   *
005410* this run is skipped.                                         *
005411*****************************************************************
005412 PROCESS-ONE-FILE.
005413     MOVE 'N' TO WS-CURRENT-EOF-SW.
005414     MOVE 'N' TO WS-CURRENT-MISSING-SW.
005415     COMPUTE WS-ARCH-LIMIT-DAYS =
005416        WS-HKP-KEEP-DAYS (WS-HKP-CUR)
005417        + (WS-HKP-ARCH-YEARS (WS-HKP-CUR) * 365).
005418     PERFORM CURRENT-OPEN.
005419     IF CURRENT-FILE-MISSING
005420        MOVE SPACES TO WS-CONSOLE-MESSAGE
005421        STRING WS-HKP-FILE-ID (WS-HKP-CUR) DELIMITED BY SIZE
005430               ' not on hand - skipped' DELIMITED BY SIZE
005440          INTO WS-CONSOLE-MESSAGE
005450        PERFORM DISPLAY-CONSOLE-MESSAGE
005900        COMPUTE WS-REC-AGE-DAYS =
005910           WS-TODAY-DAYNO - WS-REC-DAYNO
005920     END-IF.
005921     MOVE 'N' TO WS-RECORD-HELD-SW.
005923     IF WS-REC-AGE-DAYS IS GREATER THAN
005925           WS-HKP-KEEP-DAYS (WS-HKP-CUR)
005926        PERFORM CHECK-LEGAL-HOLD
005928     END-IF.
005930     EVALUATE TRUE
005940       WHEN WS-REC-AGE-DAYS IS NOT GREATER THAN
005950              WS-HKP-KEEP-DAYS (WS-HKP-CUR)
005960          ADD 1 TO WS-HKP-KEPT (WS-HKP-CUR)
005970          PERFORM CURRENT-WRITE-KEEP
005971       WHEN RECORD-HELD
005973          ADD 1 TO WS-HKP-KEPT (WS-HKP-CUR)
005975          ADD 1 TO WS-HKP-HELD (WS-HKP-CUR)
005976          PERFORM CURRENT-WRITE-KEEP
005978          PERFORM WRITE-HELD-LINE
005980       WHEN WS-REC-AGE-DAYS IS NOT GREATER THAN
005990              WS-ARCH-LIMIT-DAYS
006000          ADD 1 TO WS-HKP-ARCHIVED (WS-HKP-CUR)
006040     END-EVALUATE.
006050
006060*****************************************************************
006061* A record past its online life is looked up in the legal      *
006062* holds by the PID and account it carries, where the file has  *
006063* them. A match keeps it online whatever its age - a hold      *
006064* overrides the retention rules until legal releases it.       *
006065*****************************************************************
006066 CHECK-LEGAL-HOLD.
006067     MOVE SPACES TO WS-REC-PID.
006068     MOVE SPACES TO WS-REC-ACC-NO.
006069     IF WS-HKP-PID-OFF (WS-HKP-CUR) IS GREATER THAN ZERO
006070        MOVE WS-REC-IMAGE (WS-HKP-PID-OFF (WS-HKP-CUR):5)
006071          TO WS-REC-PID
006072     END-IF.
006073     IF WS-HKP-ACC-OFF (WS-HKP-CUR) IS GREATER THAN ZERO
006074        MOVE WS-REC-IMAGE (WS-HKP-ACC-OFF (WS-HKP-CUR):
006075                           WS-HKP-ACC-LEN (WS-HKP-CUR))
006076          TO WS-REC-ACC-NO
006077     END-IF.
006078     IF WS-REC-PID IS NOT EQUAL TO SPACES
006079      OR WS-REC-ACC-NO IS NOT EQUAL TO SPACES
006080        PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
006081          UNTIL WS-HOLD-IX IS GREATER THAN WS-HOLD-COUNT
006082                   OR RECORD-HELD
006083           IF (WS-HOLD-SUBJECT (WS-HOLD-IX) IS EQUAL TO 'P'
006084                 AND WS-REC-PID IS NOT EQUAL TO SPACES
006085                 AND WS-HOLD-PID (WS-HOLD-IX)
006086                       IS EQUAL TO WS-REC-PID)
006087            OR (WS-HOLD-SUBJECT (WS-HOLD-IX) IS EQUAL TO 'A'
006088                 AND WS-REC-ACC-NO IS NOT EQUAL TO SPACES
006089                 AND WS-HOLD-ACC-NO (WS-HOLD-IX)
006090                       IS EQUAL TO WS-REC-ACC-NO)
006091              MOVE 'Y' TO WS-RECORD-HELD-SW
006092              MOVE WS-HOLD-IX TO WS-HOLD-MATCH-IX
006093           END-IF
006094        END-PERFORM
006095     END-IF.
006096
006097*****************************************************************
006098* List a record kept only because of a hold, with the matter   *
006099* that holds it and where the retention rules would have sent  *
006100* it.                                                          *
006101*****************************************************************
006102 WRITE-HELD-LINE.
006103     ADD 1 TO WS-HELD-RETAINED.
006104     MOVE WS-HKP-FILE-ID (WS-HKP-CUR) TO RD-FILE-ID.
006105     MOVE WS-REC-PID TO RD-PID.
006106     MOVE WS-REC-ACC-NO TO RD-ACC-NO.
006107     MOVE WS-HOLD-MATTER-REF (WS-HOLD-MATCH-IX) TO RD-MATTER-REF.
006108     MOVE WS-REC-DATE-DIGITS TO RD-REC-DATE.
006109     IF WS-REC-AGE-DAYS IS GREATER THAN WS-ARCH-LIMIT-DAYS
006110        MOVE 'PURGED' TO RD-DISPOSITION
006111     ELSE
006112        MOVE 'ARCHIVED' TO RD-DISPOSITION
006113     END-IF.
006114     MOVE RPT-HELD-LINE TO DISPOSITION-REPORT-LINE.
006115     PERFORM REPORT-PUT.
006116
006117
006118*****************************************************************
006119* Open / read / write / close the trio of files selected by    *
006120* WS-HKP-CUR. The files have different records, so each verb   *
006121* is an EVALUATE over the file number, the same way ZBNKMRG1   *
006122* drives its partial extracts.                                 *
006123*****************************************************************
006124 CURRENT-OPEN.
006130     EVALUATE WS-HKP-CUR
006140       WHEN 1
006150          OPEN INPUT PERF-IN-FILE
007980* file and where its records went.                              *
007990*****************************************************************
008000 WRITE-DISPOSITION-REPORT.
008014     MOVE 'RECORDS RETAINED UNDER LEGAL HOLD' TO RT-LABEL.
008028     MOVE WS-HELD-RETAINED TO RT-COUNT.
008042     MOVE RPT-COUNT-LINE TO DISPOSITION-REPORT-LINE.
008057     PERFORM REPORT-PUT.
008071     MOVE SPACES TO DISPOSITION-REPORT-LINE.
008085     PERFORM REPORT-PUT.
008100     MOVE RPT-HEADING-LINE TO DISPOSITION-REPORT-LINE.
008110     PERFORM REPORT-PUT.
008120     PERFORM VARYING WS-HKP-IX FROM 1 BY 1
008170        MOVE WS-HKP-KEPT (WS-HKP-IX) TO RF-KEPT
008180        MOVE WS-HKP-ARCHIVED (WS-HKP-IX) TO RF-ARCHIVED
008190        MOVE WS-HKP-PURGED (WS-HKP-IX) TO RF-PURGED
008195        MOVE WS-HKP-HELD (WS-HKP-IX) TO RF-HELD
008200        MOVE RPT-FILE-LINE TO DISPOSITION-REPORT-LINE
008210        PERFORM REPORT-PUT
008220     END-PERFORM.
008221
008222*****************************************************************
008223* List the holds in force that nobody has placed, reviewed or  *
008224* touched for a year, so legal can confirm each is still       *
008225* wanted or release it.                                        *
008226*****************************************************************
008227 WRITE-DORMANT-HOLDS.
008228     MOVE SPACES TO DISPOSITION-REPORT-LINE.
008229     PERFORM REPORT-PUT.
008230     MOVE '  OPEN HOLDS WITH NO ACTIVITY FOR A YEAR'
008231       TO DISPOSITION-REPORT-LINE.
008232     PERFORM REPORT-PUT.
008233     MOVE RPT-DORMANT-HEADING TO DISPOSITION-REPORT-LINE.
008234     PERFORM REPORT-PUT.
008235     PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
008236       UNTIL WS-HOLD-IX IS GREATER THAN WS-HOLD-REG-COUNT
008237        MOVE ZERO TO WS-HOLD-IDLE-DAYS
008238        IF WS-HOLD-LAST-ACTIVITY (WS-HOLD-IX) IS NUMERIC
008239         AND WS-HOLD-LAST-ACTIVITY (WS-HOLD-IX)
008240               IS GREATER THAN ZERO
008241           MOVE 20 TO WS-REC-DATE-DIGITS (1:2)
008242           MOVE WS-HOLD-LAST-ACTIVITY (WS-HOLD-IX)
008243             TO WS-REC-DATE-DIGITS (3:6)
008244           COMPUTE WS-HOLD-DAYNO =
008245              FUNCTION INTEGER-OF-DATE (WS-REC-DATE-DIGITS)
008246           COMPUTE WS-HOLD-IDLE-DAYS =
008247              WS-TODAY-DAYNO - WS-HOLD-DAYNO
008248        END-IF
008249        IF WS-HOLD-IDLE-DAYS IS GREATER THAN 365
008250           ADD 1 TO WS-HOLDS-DORMANT
008251           MOVE WS-HOLD-PID (WS-HOLD-IX) TO RN-PID
008252           MOVE WS-HOLD-ACC-NO (WS-HOLD-IX) TO RN-ACC-NO
008253           MOVE WS-HOLD-MATTER-REF (WS-HOLD-IX) TO RN-MATTER-REF
008254           MOVE WS-HOLD-PLACED-BY (WS-HOLD-IX) TO RN-PLACED-BY
008255           MOVE WS-HOLD-PLACED-DATE (WS-HOLD-IX)
008256             TO RN-PLACED-DATE
008257           MOVE WS-HOLD-LAST-ACTIVITY (WS-HOLD-IX)
008258             TO RN-LAST-ACTIVITY
008259           MOVE WS-HOLD-IDLE-DAYS TO RN-IDLE-DAYS
008260           MOVE RPT-DORMANT-LINE TO DISPOSITION-REPORT-LINE
008261           PERFORM REPORT-PUT
008262        END-IF
008263     END-PERFORM.
008264     MOVE SPACES TO DISPOSITION-REPORT-LINE.
008265     PERFORM REPORT-PUT.
008266     MOVE 'LEGAL HOLDS IN FORCE' TO RT-LABEL.
008267     MOVE WS-HOLDS-IN-FORCE TO RT-COUNT.
008268     MOVE RPT-COUNT-LINE TO DISPOSITION-REPORT-LINE.
008269     PERFORM REPORT-PUT.
008270     MOVE 'HOLDS WITH NO ACTIVITY FOR A YEAR' TO RT-LABEL.
008271     MOVE WS-HOLDS-DORMANT TO RT-COUNT.
008272     MOVE RPT-COUNT-LINE TO DISPOSITION-REPORT-LINE.
008273     PERFORM REPORT-PUT.
008274
008275*****************************************************************
008276* Open the disposition report as output - the records retained *
008277* under hold are listed on it as the files are processed.      *
008278*****************************************************************
008279 REPORT-OPEN.
008280     OPEN OUTPUT DISPOSITION-REPORT.
008281     IF WS-REPORT-STATUS IS NOT EQUAL TO '00'
008282        MOVE 'HKPRPT report open failure...'
008283          TO WS-CONSOLE-MESSAGE
008284        PERFORM DISPLAY-CONSOLE-MESSAGE
008285        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008286        PERFORM DISPLAY-IO-STATUS
008287        PERFORM ABORT-PROGRAM
008288     END-IF.
008289
008290 REPORT-PUT.
008291     WRITE DISPOSITION-REPORT-LINE.
008292     IF WS-REPORT-STATUS NOT = '00'
008293        MOVE 'HKPRPT report Error writing file ...'
008294          TO WS-CONSOLE-MESSAGE
008300        PERFORM DISPLAY-CONSOLE-MESSAGE
008310        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008320        PERFORM DISPLAY-IO-STATUS
