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
000130* Prgram:      ZBNKIRM1.CBL                                     *
000140* Function:    Deposit interest rate schedule maintenance -     *
000150*              apply the rate changes keyed for each account    *
000160*              type, currency and balance tier from their       *
000170*              effective dates, audit who changed what, write   *
000180*              the schedule ZBNKEXT1 accrues interest from and  *
000190*              give notice to every customer account whose rate *
000200*              changes on a date still to come                  *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKIRM1.
000250 DATE-WRITTEN.
000260     October 2026.
000270 DATE-COMPILED.
000280     Today.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT   SECTION.
000310   FILE-CONTROL.
000320     SELECT SECURITY-PROFILE-FILE
000330            ASSIGN       TO SECPROF
000340            ORGANIZATION IS SEQUENTIAL
000350            ACCESS MODE  IS SEQUENTIAL
000360            FILE STATUS  IS WS-PROFILE-STATUS.
000370
000380     SELECT OPTIONAL RATE-SCHEDULE-FILE
000390            ASSIGN       TO RATESCHD
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-RATESCHD-STATUS.
000430
000440     SELECT OPTIONAL RATE-TRANS-FILE
000450            ASSIGN       TO RATETRN
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-RATETRN-STATUS.
000490
000500     SELECT EXTRACT-FILE
000510            ASSIGN       TO EXTRACT
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-EXTRACT-STATUS.
000550
000560     SELECT NEW-SCHEDULE-FILE
000570            ASSIGN       TO RATESNEW
000580            ORGANIZATION IS SEQUENTIAL
000590            ACCESS MODE  IS SEQUENTIAL
000600            FILE STATUS  IS WS-RATESNEW-STATUS.
000610
000620     SELECT OPTIONAL RATE-AUDIT-FILE
000630            ASSIGN       TO RATEAUDT
000640            ORGANIZATION IS SEQUENTIAL
000650            ACCESS MODE  IS SEQUENTIAL
000660            FILE STATUS  IS WS-AUDIT-STATUS.
000670
000680     SELECT RATE-NOTICE-FILE
000690            ASSIGN       TO RATENOTC
000700            ORGANIZATION IS SEQUENTIAL
000710            ACCESS MODE  IS SEQUENTIAL
000720            FILE STATUS  IS WS-NOTICE-STATUS.
000730
000740     SELECT RATE-REPORT
000750            ASSIGN       TO IRMRPT
000760            ORGANIZATION IS SEQUENTIAL
000770            ACCESS MODE  IS SEQUENTIAL
000780            FILE STATUS  IS WS-REPORT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  SECURITY-PROFILE-FILE
000830     RECORD CONTAINS 40 CHARACTERS.
000840 COPY CSECPROF.
000850
000860 FD  RATE-SCHEDULE-FILE
000870     RECORD CONTAINS 80 CHARACTERS.
000880 COPY CINTRAT.
000890
000900 FD  RATE-TRANS-FILE
000910     RECORD CONTAINS 60 CHARACTERS.
000920 COPY CRATTRN.
000930
000940 FD  EXTRACT-FILE
000950     RECORDING MODE IS V
000960     RECORD CONTAINS 66 TO 95 CHARACTERS.
000970 COPY CBANKXT1.
000980
000990 FD  NEW-SCHEDULE-FILE
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  NEW-SCHEDULE-RECORD                     PIC X(80).
001020
001030 FD  RATE-AUDIT-FILE
001040     RECORD CONTAINS 100 CHARACTERS.
001050 COPY CRATAUD.
001060
001070 FD  RATE-NOTICE-FILE
001080     RECORD CONTAINS 80 CHARACTERS.
001090 COPY CRATNTC.
001100
001110 FD  RATE-REPORT
001120     RECORD CONTAINS 132 CHARACTERS.
001130 01  RATE-REPORT-LINE                        PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160 01  WS-MISC-STORAGE.
001170   05  WS-PROGRAM-ID                         PIC X(8)
001180       VALUE 'ZBNKIRM1'.
001190   05  WS-PROFILE-STATUS.
001200     10  WS-PROFILE-STAT1                    PIC X(1).
001210     10  WS-PROFILE-STAT2                    PIC X(1).
001220
001230   05  WS-RATESCHD-STATUS.
001240     10  WS-RATESCHD-STAT1                   PIC X(1).
001250     10  WS-RATESCHD-STAT2                   PIC X(1).
001260
001270   05  WS-RATETRN-STATUS.
001280     10  WS-RATETRN-STAT1                    PIC X(1).
001290     10  WS-RATETRN-STAT2                    PIC X(1).
001300
001310   05  WS-EXTRACT-STATUS.
001320     10  WS-EXTRACT-STAT1                    PIC X(1).
001330     10  WS-EXTRACT-STAT2                    PIC X(1).
001340
001350   05  WS-RATESNEW-STATUS.
001360     10  WS-RATESNEW-STAT1                   PIC X(1).
001370     10  WS-RATESNEW-STAT2                   PIC X(1).
001380
001390   05  WS-AUDIT-STATUS.
001400     10  WS-AUDIT-STAT1                      PIC X(1).
001410     10  WS-AUDIT-STAT2                      PIC X(1).
001420
001430   05  WS-NOTICE-STATUS.
001440     10  WS-NOTICE-STAT1                     PIC X(1).
001450     10  WS-NOTICE-STAT2                     PIC X(1).
001460
001470   05  WS-REPORT-STATUS.
001480     10  WS-REPORT-STAT1                     PIC X(1).
001490     10  WS-REPORT-STAT2                     PIC X(1).
001500
001510   05  WS-IO-STATUS.
001520     10  WS-IO-STAT1                         PIC X(1).
001530     10  WS-IO-STAT2                         PIC X(1).
001540
001550   05  WS-TWO-BYTES.
001560     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001570     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001580   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001590                                             PIC 9(1) COMP.
001600
001610   05  WS-PROFILE-EOF-SW                     PIC X(1)
001620       VALUE 'N'.
001630     88  PROFILE-EOF                          VALUE 'Y'.
001640   05  WS-RATESCHD-EOF-SW                    PIC X(1)
001650       VALUE 'N'.
001660     88  RATESCHD-EOF                         VALUE 'Y'.
001670   05  WS-RATETRN-EOF-SW                     PIC X(1)
001680       VALUE 'N'.
001690     88  RATETRN-EOF                          VALUE 'Y'.
001700   05  WS-EXTRACT-EOF-SW                     PIC X(1)
001710       VALUE 'N'.
001720     88  END-OF-EXTRACT                       VALUE 'Y'.
001730   05  WS-TRAILER-SW                         PIC X(1)
001740       VALUE 'N'.
001750     88  EXTRACT-TRAILER-SEEN                 VALUE 'Y'.
001760
001770   05  WS-TRANS-READ                         PIC 9(5)
001780       VALUE ZERO.
001790   05  WS-ADDED-COUNT                        PIC 9(5)
001800       VALUE ZERO.
001810   05  WS-AMENDED-COUNT                      PIC 9(5)
001820       VALUE ZERO.
001830   05  WS-CANCELLED-COUNT                    PIC 9(5)
001840       VALUE ZERO.
001850   05  WS-REJECTED-COUNT                     PIC 9(5)
001860       VALUE ZERO.
001870   05  WS-NOTICE-COUNT                       PIC 9(5)
001880       VALUE ZERO.
001890   05  WS-CHANGE-DATE-COUNT                  PIC 9(5)
001900       VALUE ZERO.
001910
001920 01  WS-DATE-WORK.
001930   05  WS-TODAY.
001940     10  WS-TODAY-CC                         PIC X(2)
001950         VALUE '20'.
001960     10  WS-TODAY-YMD                        PIC 9(6).
001970   05  WS-TODAY-DIGITS                       PIC 9(8).
001980   05  WS-NOW                                PIC 9(8).
001990   05  WS-DAY-NO                             PIC 9(7).
002000
002010*****************************************************************
002020* The profiles, for checking who may change the schedule - an   *
002030* active supervisor or manager.                                 *
002040*****************************************************************
002050 01  WS-PROFILE-TABLE.
002060   05  WS-PRF-COUNT                          PIC 9(3)
002070       VALUE ZERO.
002080   05  WS-PRF-ENTRY OCCURS 500 TIMES.
002090     10  WS-PRF-USERID                       PIC X(8).
002100     10  WS-PRF-STATUS                       PIC X(1).
002110       88  WS-PRF-ACTIVE                      VALUE 'A'.
002120     10  WS-PRF-ROLE                         PIC X(1).
002130       88  WS-PRF-MAY-CHANGE-RATES            VALUE 'S' 'M'.
002140   05  WS-PRF-IX                             PIC 9(3).
002150   05  WS-PRF-MATCH-IX                       PIC 9(3).
002160   05  WS-PRF-FOUND-SW                       PIC X(1)
002170       VALUE 'N'.
002180     88  PROFILE-FOUND                        VALUE 'Y'.
002190
002200*****************************************************************
002210* The schedule, held in type, currency, tier floor and          *
002220* effective date order - the order of the key below.            *
002230*****************************************************************
002240 01  WS-SCHEDULE-TABLE.
002250   05  WS-SCH-COUNT                          PIC 9(3)
002260       VALUE ZERO.
002270   05  WS-SCH-ENTRY OCCURS 300 TIMES.
002280     10  WS-SCH-KEY.
002290       15  WS-SCH-ACC-TYPE                   PIC X(10).
002300       15  WS-SCH-CURR-CODE                  PIC X(3).
002310       15  WS-SCH-TIER-FLOOR                 PIC 9(9)V99.
002320       15  WS-SCH-EFFECTIVE-DATE             PIC 9(8).
002330     10  WS-SCH-RATE                         PIC 9(2)V9(3).
002340     10  WS-SCH-ENTERED-BY                   PIC X(8).
002350     10  WS-SCH-ENTERED-DATE                 PIC 9(8).
002360     10  WS-SCH-ADDED-SW                     PIC X(1).
002370       88  WS-SCH-ADDED-THIS-RUN              VALUE 'Y'.
002380   05  WS-SCH-IX                             PIC 9(3).
002390   05  WS-SCH-MATCH-IX                       PIC 9(3).
002400   05  WS-SCH-INSERT-IX                      PIC 9(3).
002410   05  WS-SCH-FOUND-SW                       PIC X(1)
002420       VALUE 'N'.
002430     88  SCHEDULE-ENTRY-FOUND                 VALUE 'Y'.
002440   05  WS-SCH-PRODUCT-SW                     PIC X(1)
002450       VALUE 'N'.
002460     88  PRODUCT-ON-SCHEDULE                  VALUE 'Y'.
002470   05  WS-SCH-LAST-KEY                       PIC X(32).
002480
002490 01  WS-CHANGE-KEY.
002500   05  WS-CHG-ACC-TYPE                       PIC X(10).
002510   05  WS-CHG-CURR-CODE                      PIC X(3).
002520   05  WS-CHG-TIER-FLOOR                     PIC 9(9)V99.
002530   05  WS-CHG-EFFECTIVE-DATE                 PIC 9(8).
002540
002550 01  WS-CHANGE-WORK.
002560   05  WS-CHG-REASON                         PIC X(26).
002570   05  WS-CHG-EVENT                          PIC X(1).
002580   05  WS-CHG-OLD-RATE                       PIC 9(2)V9(3).
002590   05  WS-CHG-NEW-RATE                       PIC 9(2)V9(3).
002600
002610*****************************************************************
002620* The customer accounts on the latest extract.                  *
002630*****************************************************************
002640 01  WS-ACCOUNT-TABLE.
002650   05  WS-ACT-COUNT                          PIC 9(4)
002660       VALUE ZERO.
002670   05  WS-ACT-ENTRY OCCURS 5000 TIMES.
002680     10  WS-ACT-PID                          PIC X(5).
002690     10  WS-ACT-ACC-NO                       PIC X(10).
002700     10  WS-ACT-ACC-TYPE                     PIC X(10).
002710     10  WS-ACT-CURR-CODE                    PIC X(3).
002720     10  WS-ACT-BALANCE                      PIC S9(9)V99.
002730   05  WS-ACT-IX                             PIC 9(4).
002740
002750*****************************************************************
002760* Each account type, currency and effective date still to come  *
002770* that notices have been given for.                             *
002780*****************************************************************
002790 01  WS-CHANGE-DATE-TABLE.
002800   05  WS-CDT-COUNT                          PIC 9(3)
002810       VALUE ZERO.
002820   05  WS-CDT-ENTRY OCCURS 300 TIMES.
002830     10  WS-CDT-ACC-TYPE                     PIC X(10).
002840     10  WS-CDT-CURR-CODE                    PIC X(3).
002850     10  WS-CDT-EFFECTIVE-DATE               PIC 9(8).
002860   05  WS-CDT-IX                             PIC 9(3).
002870   05  WS-CDT-FOUND-SW                       PIC X(1)
002880       VALUE 'N'.
002890     88  CHANGE-DATE-DONE                     VALUE 'Y'.
002900   05  WS-CDT-NOTICES                        PIC 9(5).
002910   05  WS-CDT-DAY-BEFORE                     PIC 9(8).
002920
002930*****************************************************************
002940* Rate lookup - the rate an account of the type and currency    *
002950* with the balance given earns on the date given: the entry in  *
002960* effect that day for the highest tier floor the balance        *
002970* reaches. In schedule order that is the last entry found.      *
002980*****************************************************************
002990 01  WS-RATE-LOOKUP.
003000   05  WS-LKP-ACC-TYPE                       PIC X(10).
003010   05  WS-LKP-CURR-CODE                      PIC X(3).
003020   05  WS-LKP-BALANCE                        PIC S9(9)V99.
003030   05  WS-LKP-DATE                           PIC 9(8).
003040   05  WS-LKP-RATE                           PIC 9(2)V9(3).
003050   05  WS-LKP-OLD-RATE                       PIC 9(2)V9(3).
003060   05  WS-LKP-IX                             PIC 9(3).
003070
003080 01  WS-CONSOLE-MESSAGE                      PIC X(60).
003090
003100*****************************************************************
003110* Report lines.                                                 *
003120*****************************************************************
003130 01  RPT-HEADING-LINE.
003140   05  FILLER                          PIC X(2)  VALUE SPACES.
003150   05  FILLER                                PIC X(36)
003160       VALUE 'INTEREST RATE SCHEDULE MAINTENANCE  '.
003170   05  FILLER                                PIC X(11)
003180       VALUE 'RUN DATE - '.
003190   05  RH-RUN-DATE                           PIC X(8).
003200   05  FILLER                          PIC X(75) VALUE SPACES.
003210
003220 01  RPT-SECTION-LINE.
003230   05  FILLER                          PIC X(2)  VALUE SPACES.
003240   05  RX-TITLE                              PIC X(60).
003250   05  FILLER                          PIC X(70) VALUE SPACES.
003260
003270 01  RPT-CHANGE-HEADING.
003280   05  FILLER                                PIC X(30)
003290       VALUE '  A  TYPE        CUR       TIE'.
003300   05  FILLER                                PIC X(30)
003310       VALUE 'R FROM  EFFECTIVE OLD RATE  NE'.
003320   05  FILLER                                PIC X(24)
003330       VALUE 'W RATE  USERID    RESULT'.
003340   05  FILLER                          PIC X(48) VALUE SPACES.
003350
003360 01  RPT-CHANGE-LINE.
003370   05  FILLER                          PIC X(2)  VALUE SPACES.
003380   05  RC-ACTION                             PIC X(1).
003390   05  FILLER                          PIC X(2)  VALUE SPACES.
003400   05  RC-ACC-TYPE                           PIC X(10).
003410   05  FILLER                          PIC X(2)  VALUE SPACES.
003420   05  RC-CURR-CODE                          PIC X(3).
003430   05  FILLER                          PIC X(2)  VALUE SPACES.
003440   05  RC-TIER-FLOOR                         PIC ZZZ,ZZZ,ZZ9.99.
003450   05  FILLER                          PIC X(2)  VALUE SPACES.
003460   05  RC-EFFECTIVE-DATE                     PIC X(8).
003470   05  FILLER                          PIC X(2)  VALUE SPACES.
003480   05  RC-OLD-RATE                           PIC Z9.999.
003490   05  FILLER                          PIC X(4)  VALUE SPACES.
003500   05  RC-NEW-RATE                           PIC Z9.999.
003510   05  FILLER                          PIC X(4)  VALUE SPACES.
003520   05  RC-USERID                             PIC X(8).
003530   05  FILLER                          PIC X(2)  VALUE SPACES.
003540   05  RC-RESULT                             PIC X(26).
003550   05  FILLER                          PIC X(28) VALUE SPACES.
003560
003570 01  RPT-SCHEDULE-HEADING.
003580   05  FILLER                                PIC X(30)
003590       VALUE '  TYPE        CUR       TIER F'.
003600   05  FILLER                                PIC X(30)
003610       VALUE 'ROM  EFFECTIVE     RATE   STAT'.
003620   05  FILLER                                PIC X(22)
003630       VALUE 'US      ENTERED BY  ON'.
003640   05  FILLER                          PIC X(50) VALUE SPACES.
003650
003660 01  RPT-SCHEDULE-LINE.
003670   05  FILLER                          PIC X(2)  VALUE SPACES.
003680   05  RS-ACC-TYPE                           PIC X(10).
003690   05  FILLER                          PIC X(2)  VALUE SPACES.
003700   05  RS-CURR-CODE                          PIC X(3).
003710   05  FILLER                          PIC X(2)  VALUE SPACES.
003720   05  RS-TIER-FLOOR                         PIC ZZZ,ZZZ,ZZ9.99.
003730   05  FILLER                          PIC X(2)  VALUE SPACES.
003740   05  RS-EFFECTIVE-DATE                     PIC X(8).
003750   05  FILLER                          PIC X(4)  VALUE SPACES.
003760   05  RS-RATE                               PIC Z9.999.
003770   05  FILLER                          PIC X(3)  VALUE SPACES.
003780   05  RS-STATUS                             PIC X(10).
003790   05  FILLER                          PIC X(2)  VALUE SPACES.
003800   05  RS-ENTERED-BY                         PIC X(8).
003810   05  FILLER                          PIC X(4)  VALUE SPACES.
003820   05  RS-ENTERED-DATE                       PIC X(8).
003830   05  FILLER                          PIC X(44) VALUE SPACES.
003840
003850 01  RPT-NOTICE-HEADING.
003860   05  FILLER                                PIC X(30)
003870       VALUE '  TYPE        CUR  EFFECTIVE A'.
003880   05  FILLER                                PIC X(16)
003890       VALUE 'CCOUNTS NOTIFIED'.
003900   05  FILLER                          PIC X(86) VALUE SPACES.
003910
003920 01  RPT-NOTICE-LINE.
003930   05  FILLER                          PIC X(2)  VALUE SPACES.
003940   05  RN-ACC-TYPE                           PIC X(10).
003950   05  FILLER                          PIC X(2)  VALUE SPACES.
003960   05  RN-CURR-CODE                          PIC X(3).
003970   05  FILLER                          PIC X(2)  VALUE SPACES.
003980   05  RN-EFFECTIVE-DATE                     PIC X(8).
003990   05  FILLER                          PIC X(14) VALUE SPACES.
004000   05  RN-NOTICES                            PIC ZZZZ9.
004010   05  FILLER                          PIC X(86) VALUE SPACES.
004020
004030 01  RPT-TOTAL-LINE.
004040   05  FILLER                          PIC X(2)  VALUE SPACES.
004050   05  RT-LABEL                              PIC X(40).
004060   05  RT-COUNT                              PIC ZZZZ9.
004070   05  FILLER                          PIC X(85) VALUE SPACES.
004080
004090 PROCEDURE DIVISION.
004100*****************************************************************
004110* Apply the keyed changes to the schedule, write it forward,    *
004120* then give notice of every rate change still to come to the    *
004130* customer accounts it changes.                                 *
004140*****************************************************************
004150     ACCEPT WS-TODAY-YMD FROM DATE.
004160     ACCEPT WS-NOW FROM TIME.
004170     MOVE WS-TODAY TO WS-TODAY-DIGITS.
004180
004190     PERFORM LOAD-PROFILES.
004200     PERFORM LOAD-SCHEDULE.
004210     PERFORM LOAD-ACCOUNTS.
004220
004230     PERFORM REPORT-OPEN.
004240     MOVE WS-TODAY TO RH-RUN-DATE.
004250     MOVE RPT-HEADING-LINE TO RATE-REPORT-LINE.
004260     PERFORM REPORT-PUT.
004270     PERFORM APPLY-CHANGES.
004280     PERFORM WRITE-NEW-SCHEDULE.
004290     PERFORM WRITE-RATE-NOTICES.
004300     PERFORM REPORT-TOTALS.
004310     PERFORM REPORT-CLOSE.
004320
004330     MOVE SPACES TO WS-CONSOLE-MESSAGE.
004340     STRING WS-TRANS-READ DELIMITED BY SIZE
004350            ' changes read, ' DELIMITED BY SIZE
004360            WS-NOTICE-COUNT DELIMITED BY SIZE
004370            ' rate change notices' DELIMITED BY SIZE
004380       INTO WS-CONSOLE-MESSAGE.
004390     PERFORM DISPLAY-CONSOLE-MESSAGE.
004400     MOVE 'End Of Job'
004410       TO WS-CONSOLE-MESSAGE.
004420     PERFORM DISPLAY-CONSOLE-MESSAGE.
004430
004440     IF WS-REJECTED-COUNT IS GREATER THAN ZERO
004450        MOVE 4 TO RETURN-CODE
004460     ELSE
004470        MOVE 0 TO RETURN-CODE
004480     END-IF.
004490
004500     GOBACK.
004510
004520*****************************************************************
004530* Load the userids, their status and role from the security     *
004540* profile.                                                      *
004550*****************************************************************
004560 LOAD-PROFILES.
004570     OPEN INPUT SECURITY-PROFILE-FILE.
004580     IF WS-PROFILE-STATUS IS NOT EQUAL TO '00'
004590        MOVE 'SECPROF file open failure...'
004600          TO WS-CONSOLE-MESSAGE
004610        PERFORM DISPLAY-CONSOLE-MESSAGE
004620        MOVE WS-PROFILE-STATUS TO WS-IO-STATUS
004630        PERFORM DISPLAY-IO-STATUS
004640        PERFORM ABORT-PROGRAM
004650     END-IF.
004660     PERFORM PROFILE-READ.
004670     PERFORM UNTIL PROFILE-EOF
004680        IF WS-PRF-COUNT IS LESS THAN 500
004690           ADD 1 TO WS-PRF-COUNT
004700           MOVE SECPROF-USERID TO WS-PRF-USERID (WS-PRF-COUNT)
004710           MOVE SECPROF-STATUS TO WS-PRF-STATUS (WS-PRF-COUNT)
004720           MOVE SECPROF-ROLE TO WS-PRF-ROLE (WS-PRF-COUNT)
004730        ELSE
004740           MOVE 'Profile table full - run refused'
004750             TO WS-CONSOLE-MESSAGE
004760           PERFORM ABORT-PROGRAM
004770        END-IF
004780        PERFORM PROFILE-READ
004790     END-PERFORM.
004800     CLOSE SECURITY-PROFILE-FILE.
004810
004820 PROFILE-READ.
004830     READ SECURITY-PROFILE-FILE
004840       AT END
004850          MOVE 'Y' TO WS-PROFILE-EOF-SW
004860     END-READ.
004870
004880*****************************************************************
004890* Load the schedule as it stands. File status 05 is a normal    *
004900* open of an OPTIONAL file that does not exist - the first run  *
004910* starts the schedule. An entry out of order means the file was *
004920* not written by this job, and the run is refused rather than   *
004930* accrue interest from a schedule that cannot be trusted.       *
004940*****************************************************************
004950 LOAD-SCHEDULE.
004960     MOVE LOW-VALUES TO WS-SCH-LAST-KEY.
004970     OPEN INPUT RATE-SCHEDULE-FILE.
004980     EVALUATE TRUE
004990       WHEN WS-RATESCHD-STATUS IS EQUAL TO '35'
005000       WHEN WS-RATESCHD-STATUS IS EQUAL TO '05'
005010          MOVE 'No rate schedule on hand - starting it'
005020            TO WS-CONSOLE-MESSAGE
005030          PERFORM DISPLAY-CONSOLE-MESSAGE
005040       WHEN WS-RATESCHD-STATUS IS EQUAL TO '00'
005050          PERFORM RATESCHD-READ
005060          PERFORM UNTIL RATESCHD-EOF
005070             IF WS-SCH-COUNT IS NOT LESS THAN 300
005080                MOVE 'Rate schedule table full - run refused'
005090                  TO WS-CONSOLE-MESSAGE
005100                PERFORM ABORT-PROGRAM
005110             END-IF
005120             ADD 1 TO WS-SCH-COUNT
005130             MOVE IRS-ACC-TYPE TO WS-SCH-ACC-TYPE (WS-SCH-COUNT)
005140             MOVE IRS-CURR-CODE TO WS-SCH-CURR-CODE (WS-SCH-COUNT)
005150             MOVE IRS-TIER-FLOOR
005160               TO WS-SCH-TIER-FLOOR (WS-SCH-COUNT)
005170             MOVE IRS-EFFECTIVE-DATE
005180               TO WS-SCH-EFFECTIVE-DATE (WS-SCH-COUNT)
005190             MOVE IRS-RATE TO WS-SCH-RATE (WS-SCH-COUNT)
005200             MOVE IRS-ENTERED-BY
005210               TO WS-SCH-ENTERED-BY (WS-SCH-COUNT)
005220             MOVE IRS-ENTERED-DATE
005230               TO WS-SCH-ENTERED-DATE (WS-SCH-COUNT)
005240             MOVE 'N' TO WS-SCH-ADDED-SW (WS-SCH-COUNT)
005250             IF WS-SCH-KEY (WS-SCH-COUNT) IS NOT GREATER THAN
005260                  WS-SCH-LAST-KEY
005270                MOVE 'RATESCHD out of sequence - run refused'
005280                  TO WS-CONSOLE-MESSAGE
005290                PERFORM ABORT-PROGRAM
005300             END-IF
005310             MOVE WS-SCH-KEY (WS-SCH-COUNT) TO WS-SCH-LAST-KEY
005320             PERFORM RATESCHD-READ
005330          END-PERFORM
005340          CLOSE RATE-SCHEDULE-FILE
005350       WHEN OTHER
005360          MOVE 'RATESCHD file open failure...'
005370            TO WS-CONSOLE-MESSAGE
005380          PERFORM DISPLAY-CONSOLE-MESSAGE
005390          MOVE WS-RATESCHD-STATUS TO WS-IO-STATUS
005400          PERFORM DISPLAY-IO-STATUS
005410          PERFORM ABORT-PROGRAM
005420     END-EVALUATE.
005430
005440 RATESCHD-READ.
005450     READ RATE-SCHEDULE-FILE
005460       AT END
005470          MOVE 'Y' TO WS-RATESCHD-EOF-SW
005480     END-READ.
005490
005500*****************************************************************
005510* Load every customer account off the latest extract, with its  *
005520* type, currency and balance - an account with no currency is   *
005530* a dollar account, as ZBNKEXT1 writes it.                      *
005540*****************************************************************
005550 LOAD-ACCOUNTS.
005560     PERFORM EXTRACT-OPEN.
005570     PERFORM EXTRACT-READ.
005580     PERFORM UNTIL END-OF-EXTRACT
005590        EVALUATE TRUE
005600          WHEN BANKXT01-2-TYPE IS EQUAL TO '2'
005610             IF WS-ACT-COUNT IS NOT LESS THAN 5000
005620                MOVE 'Account table full - run refused'
005630                  TO WS-CONSOLE-MESSAGE
005640                PERFORM ABORT-PROGRAM
005650             END-IF
005660             ADD 1 TO WS-ACT-COUNT
005670             MOVE BANKXT01-2-PID TO WS-ACT-PID (WS-ACT-COUNT)
005680             MOVE BANKXT01-2-ACC-NO
005690               TO WS-ACT-ACC-NO (WS-ACT-COUNT)
005700             MOVE BANKXT01-2-ACC-DESC (1:10)
005710               TO WS-ACT-ACC-TYPE (WS-ACT-COUNT)
005720             IF BANKXT01-2-CURR-CODE IS EQUAL TO SPACES
005730                MOVE 'USD' TO WS-ACT-CURR-CODE (WS-ACT-COUNT)
005740             ELSE
005750                MOVE BANKXT01-2-CURR-CODE
005760                  TO WS-ACT-CURR-CODE (WS-ACT-COUNT)
005770             END-IF
005780             MOVE BANKXT01-2-ACC-CURR-BAL
005790               TO WS-ACT-BALANCE (WS-ACT-COUNT)
005800          WHEN BANKXT01-T-TYPE IS EQUAL TO 'T'
005810             MOVE 'Y' TO WS-TRAILER-SW
005820          WHEN OTHER
005830             CONTINUE
005840        END-EVALUATE
005850        PERFORM EXTRACT-READ
005860     END-PERFORM.
005870     PERFORM EXTRACT-CLOSE.
005880     IF NOT EXTRACT-TRAILER-SEEN
005890        MOVE 'EXTRACT has no trailer - run refused'
005900          TO WS-CONSOLE-MESSAGE
005910        PERFORM ABORT-PROGRAM
005920     END-IF.
005930
005940*****************************************************************
005950* Apply each keyed change in the order keyed and audit it,      *
005960* applied or refused. A run with no changes keyed still writes  *
005970* the schedule forward and gives the notices afresh from the    *
005980* latest extract.                                               *
005990*****************************************************************
006000 APPLY-CHANGES.
006010     MOVE SPACES TO RATE-REPORT-LINE.
006020     PERFORM REPORT-PUT.
006030     MOVE 'SCHEDULE CHANGES' TO RX-TITLE.
006040     MOVE RPT-SECTION-LINE TO RATE-REPORT-LINE.
006050     PERFORM REPORT-PUT.
006060     MOVE RPT-CHANGE-HEADING TO RATE-REPORT-LINE.
006070     PERFORM REPORT-PUT.
006080     OPEN INPUT RATE-TRANS-FILE.
006090     EVALUATE TRUE
006100       WHEN WS-RATETRN-STATUS IS EQUAL TO '35'
006110       WHEN WS-RATETRN-STATUS IS EQUAL TO '05'
006120          MOVE 'No rate changes keyed'
006130            TO WS-CONSOLE-MESSAGE
006140          PERFORM DISPLAY-CONSOLE-MESSAGE
006150       WHEN WS-RATETRN-STATUS IS EQUAL TO '00'
006160          PERFORM AUDIT-OPEN
006170          PERFORM RATETRN-READ
006180          PERFORM UNTIL RATETRN-EOF
006190             ADD 1 TO WS-TRANS-READ
006200             PERFORM APPLY-ONE-CHANGE
006210             PERFORM RATETRN-READ
006220          END-PERFORM
006230          PERFORM AUDIT-CLOSE
006240          CLOSE RATE-TRANS-FILE
006250       WHEN OTHER
006260          MOVE 'RATETRN file open failure...'
006270            TO WS-CONSOLE-MESSAGE
006280          PERFORM DISPLAY-CONSOLE-MESSAGE
006290          MOVE WS-RATETRN-STATUS TO WS-IO-STATUS
006300          PERFORM DISPLAY-IO-STATUS
006310          PERFORM ABORT-PROGRAM
006320     END-EVALUATE.
006330     IF WS-TRANS-READ IS EQUAL TO ZERO
006340        MOVE 'NONE' TO RX-TITLE
006350        MOVE RPT-SECTION-LINE TO RATE-REPORT-LINE
006360        PERFORM REPORT-PUT
006370     END-IF.
006380
006390 RATETRN-READ.
006400     READ RATE-TRANS-FILE
006410       AT END
006420          MOVE 'Y' TO WS-RATETRN-EOF-SW
006430     END-READ.
006440
006450*****************************************************************
006460* One change. Only an active supervisor or manager may change   *
006470* the schedule. A rate takes effect on a date still to come, so *
006480* customers can be told before it does - except the first rates *
006490* for an account type and currency, which no customer has yet   *
006500* been paid on. An entry for a date still to come may be        *
006510* amended or cancelled; one already in effect stands, and is    *
006520* changed by entering the tier's next rate.                     *
006530*****************************************************************
006540 APPLY-ONE-CHANGE.
006550     MOVE SPACES TO WS-CHG-REASON.
006560     MOVE 'X' TO WS-CHG-EVENT.
006570     MOVE ZERO TO WS-CHG-OLD-RATE.
006580     MOVE ZERO TO WS-CHG-NEW-RATE.
006590     MOVE RTT-ACC-TYPE TO WS-CHG-ACC-TYPE.
006600     MOVE RTT-CURR-CODE TO WS-CHG-CURR-CODE.
006610     MOVE ZERO TO WS-CHG-TIER-FLOOR.
006620     MOVE ZERO TO WS-CHG-EFFECTIVE-DATE.
006630     IF RTT-TIER-FLOOR IS NUMERIC
006640        MOVE RTT-TIER-FLOOR TO WS-CHG-TIER-FLOOR
006650     END-IF.
006660     IF RTT-EFFECTIVE-DATE IS NUMERIC
006670        MOVE RTT-EFFECTIVE-DATE TO WS-CHG-EFFECTIVE-DATE
006680     END-IF.
006690     IF RTT-RATE IS NUMERIC
006700        MOVE RTT-RATE TO WS-CHG-NEW-RATE
006710     END-IF.
006720     PERFORM FIND-RATE-USER.
006730     PERFORM FIND-SCHEDULE-ENTRY.
006740     PERFORM FIND-TIER-PRIOR-RATE.
006750     EVALUATE TRUE
006760       WHEN NOT RTT-ACTION-ADD
006770        AND NOT RTT-ACTION-CANCEL
006780          MOVE 'ACTION MUST BE A OR C' TO WS-CHG-REASON
006790       WHEN NOT PROFILE-FOUND
006800          MOVE 'USERID NOT ON SECPROF' TO WS-CHG-REASON
006810       WHEN NOT WS-PRF-ACTIVE (WS-PRF-MATCH-IX)
006820          MOVE 'USERID NOT ACTIVE' TO WS-CHG-REASON
006830       WHEN NOT WS-PRF-MAY-CHANGE-RATES (WS-PRF-MATCH-IX)
006840          MOVE 'NOT SUPERVISOR OR MANAGER' TO WS-CHG-REASON
006850       WHEN RTT-ACC-TYPE IS EQUAL TO SPACES
006860          MOVE 'NO ACCOUNT TYPE' TO WS-CHG-REASON
006870       WHEN RTT-CURR-CODE IS EQUAL TO SPACES
006880          MOVE 'NO CURRENCY' TO WS-CHG-REASON
006890       WHEN RTT-TIER-FLOOR IS NOT NUMERIC
006900          MOVE 'TIER FLOOR NOT NUMERIC' TO WS-CHG-REASON
006910       WHEN RTT-EFFECTIVE-DATE IS NOT NUMERIC
006920          MOVE 'EFFECTIVE DATE NOT VALID' TO WS-CHG-REASON
006930       WHEN FUNCTION TEST-DATE-YYYYMMDD (RTT-EFFECTIVE-DATE)
006940              IS NOT EQUAL TO ZERO
006950          MOVE 'EFFECTIVE DATE NOT VALID' TO WS-CHG-REASON
006960       WHEN RTT-ACTION-CANCEL
006970        AND NOT SCHEDULE-ENTRY-FOUND
006980          MOVE 'NO SUCH ENTRY TO CANCEL' TO WS-CHG-REASON
006990       WHEN RTT-ACTION-CANCEL
007000        AND RTT-EFFECTIVE-DATE IS NOT GREATER THAN WS-TODAY-DIGITS
007010          MOVE 'ENTRY ALREADY IN EFFECT' TO WS-CHG-REASON
007020       WHEN RTT-ACTION-CANCEL
007030          MOVE WS-SCH-RATE (WS-SCH-MATCH-IX) TO WS-CHG-OLD-RATE
007040          PERFORM REMOVE-SCHEDULE-ENTRY
007050          MOVE WS-LKP-OLD-RATE TO WS-CHG-NEW-RATE
007060          MOVE 'C' TO WS-CHG-EVENT
007070          ADD 1 TO WS-CANCELLED-COUNT
007080       WHEN RTT-RATE IS NOT NUMERIC
007090          MOVE 'RATE NOT NUMERIC' TO WS-CHG-REASON
007100       WHEN RTT-EFFECTIVE-DATE IS NOT GREATER THAN WS-TODAY-DIGITS
007110        AND PRODUCT-ON-SCHEDULE
007120          MOVE 'EFFECTIVE DATE NOT AHEAD' TO WS-CHG-REASON
007130       WHEN SCHEDULE-ENTRY-FOUND
007140        AND RTT-RATE IS EQUAL TO WS-SCH-RATE (WS-SCH-MATCH-IX)
007150          MOVE 'RATE UNCHANGED' TO WS-CHG-REASON
007160       WHEN NOT SCHEDULE-ENTRY-FOUND
007170        AND RTT-RATE IS EQUAL TO WS-LKP-OLD-RATE
007180          MOVE 'RATE UNCHANGED' TO WS-CHG-REASON
007190       WHEN SCHEDULE-ENTRY-FOUND
007200          MOVE WS-SCH-RATE (WS-SCH-MATCH-IX) TO WS-CHG-OLD-RATE
007210          MOVE RTT-RATE TO WS-SCH-RATE (WS-SCH-MATCH-IX)
007220          MOVE RTT-USERID TO WS-SCH-ENTERED-BY (WS-SCH-MATCH-IX)
007230          MOVE WS-TODAY-DIGITS
007240            TO WS-SCH-ENTERED-DATE (WS-SCH-MATCH-IX)
007250          MOVE 'M' TO WS-CHG-EVENT
007260          ADD 1 TO WS-AMENDED-COUNT
007270       WHEN WS-SCH-COUNT IS NOT LESS THAN 300
007280          MOVE 'SCHEDULE TABLE FULL' TO WS-CHG-REASON
007290       WHEN OTHER
007300          MOVE WS-LKP-OLD-RATE TO WS-CHG-OLD-RATE
007310          PERFORM INSERT-SCHEDULE-ENTRY
007320          MOVE 'A' TO WS-CHG-EVENT
007330          ADD 1 TO WS-ADDED-COUNT
007340     END-EVALUATE.
007350     IF WS-CHG-REASON IS NOT EQUAL TO SPACES
007360        ADD 1 TO WS-REJECTED-COUNT
007370     END-IF.
007380     PERFORM WRITE-AUDIT-RECORD.
007390     PERFORM REPORT-ONE-CHANGE.
007400
007410*****************************************************************
007420* Find the profile of the user who keyed the change.            *
007430*****************************************************************
007440 FIND-RATE-USER.
007450     MOVE 'N' TO WS-PRF-FOUND-SW.
007460     MOVE ZERO TO WS-PRF-MATCH-IX.
007470     PERFORM VARYING WS-PRF-IX FROM 1 BY 1
007480       UNTIL WS-PRF-IX IS GREATER THAN WS-PRF-COUNT
007490                OR PROFILE-FOUND
007500        IF WS-PRF-USERID (WS-PRF-IX) IS EQUAL TO RTT-USERID
007510           MOVE 'Y' TO WS-PRF-FOUND-SW
007520           MOVE WS-PRF-IX TO WS-PRF-MATCH-IX
007530        END-IF
007540     END-PERFORM.
007550
007560*****************************************************************
007570* Find the entry with the change's key, and whether the account *
007580* type and currency had any rates on the schedule before this   *
007590* run - all the first rates for a new product may be keyed in   *
007600* the one run. The insert point is the first entry whose key is *
007610* higher.                                                       *
007620*****************************************************************
007630 FIND-SCHEDULE-ENTRY.
007640     MOVE 'N' TO WS-SCH-FOUND-SW.
007650     MOVE 'N' TO WS-SCH-PRODUCT-SW.
007660     MOVE ZERO TO WS-SCH-MATCH-IX.
007670     MOVE ZERO TO WS-SCH-INSERT-IX.
007680     PERFORM VARYING WS-SCH-IX FROM 1 BY 1
007690       UNTIL WS-SCH-IX IS GREATER THAN WS-SCH-COUNT
007700        IF WS-SCH-ACC-TYPE (WS-SCH-IX) IS EQUAL TO WS-CHG-ACC-TYPE
007710         AND WS-SCH-CURR-CODE (WS-SCH-IX) IS EQUAL TO
007720               WS-CHG-CURR-CODE
007730         AND NOT WS-SCH-ADDED-THIS-RUN (WS-SCH-IX)
007740           MOVE 'Y' TO WS-SCH-PRODUCT-SW
007750        END-IF
007760        IF WS-SCH-KEY (WS-SCH-IX) IS EQUAL TO WS-CHANGE-KEY
007770           MOVE 'Y' TO WS-SCH-FOUND-SW
007780           MOVE WS-SCH-IX TO WS-SCH-MATCH-IX
007790        END-IF
007800        IF WS-SCH-KEY (WS-SCH-IX) IS GREATER THAN WS-CHANGE-KEY
007810         AND WS-SCH-INSERT-IX IS EQUAL TO ZERO
007820           MOVE WS-SCH-IX TO WS-SCH-INSERT-IX
007830        END-IF
007840     END-PERFORM.
007850     IF WS-SCH-INSERT-IX IS EQUAL TO ZERO
007860        COMPUTE WS-SCH-INSERT-IX = WS-SCH-COUNT + 1
007870     END-IF.
007880
007890*****************************************************************
007900* The rate the change's tier pays before its effective date -   *
007910* zero for a new tier.                                          *
007920*****************************************************************
007930 FIND-TIER-PRIOR-RATE.
007940     MOVE ZERO TO WS-LKP-OLD-RATE.
007950     PERFORM VARYING WS-SCH-IX FROM 1 BY 1
007960       UNTIL WS-SCH-IX IS GREATER THAN WS-SCH-COUNT
007970        IF WS-SCH-ACC-TYPE (WS-SCH-IX) IS EQUAL TO WS-CHG-ACC-TYPE
007980         AND WS-SCH-CURR-CODE (WS-SCH-IX) IS EQUAL TO
007990               WS-CHG-CURR-CODE
008000         AND WS-SCH-TIER-FLOOR (WS-SCH-IX) IS EQUAL TO
008010               WS-CHG-TIER-FLOOR
008020         AND WS-SCH-EFFECTIVE-DATE (WS-SCH-IX) IS LESS THAN
008030               WS-CHG-EFFECTIVE-DATE
008040           MOVE WS-SCH-RATE (WS-SCH-IX) TO WS-LKP-OLD-RATE
008050        END-IF
008060     END-PERFORM.
008070
008080*****************************************************************
008090* Open a slot at the insert point and put the new entry in it.  *
008100*****************************************************************
008110 INSERT-SCHEDULE-ENTRY.
008120     PERFORM VARYING WS-SCH-IX FROM WS-SCH-COUNT BY -1
008130       UNTIL WS-SCH-IX IS LESS THAN WS-SCH-INSERT-IX
008140        MOVE WS-SCH-ENTRY (WS-SCH-IX)
008150          TO WS-SCH-ENTRY (WS-SCH-IX + 1)
008160     END-PERFORM.
008170     ADD 1 TO WS-SCH-COUNT.
008180     MOVE WS-CHANGE-KEY TO WS-SCH-KEY (WS-SCH-INSERT-IX).
008190     MOVE RTT-RATE TO WS-SCH-RATE (WS-SCH-INSERT-IX).
008200     MOVE RTT-USERID TO WS-SCH-ENTERED-BY (WS-SCH-INSERT-IX).
008210     MOVE WS-TODAY-DIGITS
008220       TO WS-SCH-ENTERED-DATE (WS-SCH-INSERT-IX).
008230     MOVE 'Y' TO WS-SCH-ADDED-SW (WS-SCH-INSERT-IX).
008240
008250 REMOVE-SCHEDULE-ENTRY.
008260     PERFORM VARYING WS-SCH-IX FROM WS-SCH-MATCH-IX BY 1
008270       UNTIL WS-SCH-IX IS NOT LESS THAN WS-SCH-COUNT
008280        MOVE WS-SCH-ENTRY (WS-SCH-IX + 1)
008290          TO WS-SCH-ENTRY (WS-SCH-IX)
008300     END-PERFORM.
008310     SUBTRACT 1 FROM WS-SCH-COUNT.
008320
008330*****************************************************************
008340* Audit the change - who keyed it, for which entry, the rate    *
008350* before and after, and why it was refused.                     *
008360*****************************************************************
008370 WRITE-AUDIT-RECORD.
008380     MOVE SPACES TO RATE-AUDIT-RECORD.
008390     MOVE WS-TODAY-DIGITS TO RAU-DATE.
008400     MOVE WS-NOW (1:6) TO RAU-TIME.
008410     MOVE WS-CHG-EVENT TO RAU-EVENT.
008420     MOVE RTT-USERID TO RAU-USERID.
008430     MOVE RTT-ACC-TYPE TO RAU-ACC-TYPE.
008440     MOVE RTT-CURR-CODE TO RAU-CURR-CODE.
008450     MOVE WS-CHG-TIER-FLOOR TO RAU-TIER-FLOOR.
008460     MOVE WS-CHG-EFFECTIVE-DATE TO RAU-EFFECTIVE-DATE.
008470     MOVE WS-CHG-OLD-RATE TO RAU-OLD-RATE.
008480     MOVE WS-CHG-NEW-RATE TO RAU-NEW-RATE.
008490     MOVE WS-CHG-REASON TO RAU-REASON.
008500     WRITE RATE-AUDIT-RECORD.
008510     IF WS-AUDIT-STATUS IS NOT EQUAL TO '00'
008520        MOVE 'RATEAUDT Error writing file ...'
008530          TO WS-CONSOLE-MESSAGE
008540        PERFORM DISPLAY-CONSOLE-MESSAGE
008550        MOVE WS-AUDIT-STATUS TO WS-IO-STATUS
008560        PERFORM DISPLAY-IO-STATUS
008570        PERFORM ABORT-PROGRAM
008580     END-IF.
008590
008600 REPORT-ONE-CHANGE.
008610     MOVE RTT-ACTION TO RC-ACTION.
008620     MOVE RTT-ACC-TYPE TO RC-ACC-TYPE.
008630     MOVE RTT-CURR-CODE TO RC-CURR-CODE.
008640     MOVE WS-CHG-TIER-FLOOR TO RC-TIER-FLOOR.
008650     MOVE RTT-EFFECTIVE-DATE TO RC-EFFECTIVE-DATE.
008660     MOVE WS-CHG-OLD-RATE TO RC-OLD-RATE.
008670     MOVE WS-CHG-NEW-RATE TO RC-NEW-RATE.
008680     MOVE RTT-USERID TO RC-USERID.
008690     EVALUATE WS-CHG-EVENT
008700       WHEN 'A'
008710          MOVE 'ADDED' TO RC-RESULT
008720       WHEN 'M'
008730          MOVE 'AMENDED' TO RC-RESULT
008740       WHEN 'C'
008750          MOVE 'CANCELLED' TO RC-RESULT
008760       WHEN OTHER
008770          MOVE WS-CHG-REASON TO RC-RESULT
008780     END-EVALUATE.
008790     MOVE RPT-CHANGE-LINE TO RATE-REPORT-LINE.
008800     PERFORM REPORT-PUT.
008810
008820*****************************************************************
008830* Write the schedule forward, in key order, and list it with    *
008840* each entry's standing today - in force, superseded by a later *
008850* rate for its tier already in effect, or still to come.        *
008860*****************************************************************
008870 WRITE-NEW-SCHEDULE.
008880     OPEN OUTPUT NEW-SCHEDULE-FILE.
008890     IF WS-RATESNEW-STATUS IS NOT EQUAL TO '00'
008900        MOVE 'RATESNEW file open failure...'
008910          TO WS-CONSOLE-MESSAGE
008920        PERFORM DISPLAY-CONSOLE-MESSAGE
008930        MOVE WS-RATESNEW-STATUS TO WS-IO-STATUS
008940        PERFORM DISPLAY-IO-STATUS
008950        PERFORM ABORT-PROGRAM
008960     END-IF.
008970     MOVE SPACES TO RATE-REPORT-LINE.
008980     PERFORM REPORT-PUT.
008990     MOVE 'RATE SCHEDULE' TO RX-TITLE.
009000     MOVE RPT-SECTION-LINE TO RATE-REPORT-LINE.
009010     PERFORM REPORT-PUT.
009020     MOVE RPT-SCHEDULE-HEADING TO RATE-REPORT-LINE.
009030     PERFORM REPORT-PUT.
009040     PERFORM VARYING WS-SCH-IX FROM 1 BY 1
009050       UNTIL WS-SCH-IX IS GREATER THAN WS-SCH-COUNT
009060        PERFORM WRITE-ONE-SCHEDULE-ENTRY
009070     END-PERFORM.
009080     CLOSE NEW-SCHEDULE-FILE.
009090     IF WS-SCH-COUNT IS EQUAL TO ZERO
009100        MOVE 'NONE' TO RX-TITLE
009110        MOVE RPT-SECTION-LINE TO RATE-REPORT-LINE
009120        PERFORM REPORT-PUT
009130     END-IF.
009140
009150 WRITE-ONE-SCHEDULE-ENTRY.
009160     MOVE SPACES TO INT-RATE-SCHEDULE-RECORD.
009170     MOVE WS-SCH-ACC-TYPE (WS-SCH-IX) TO IRS-ACC-TYPE.
009180     MOVE WS-SCH-CURR-CODE (WS-SCH-IX) TO IRS-CURR-CODE.
009190     MOVE WS-SCH-TIER-FLOOR (WS-SCH-IX) TO IRS-TIER-FLOOR.
009200     MOVE WS-SCH-EFFECTIVE-DATE (WS-SCH-IX) TO IRS-EFFECTIVE-DATE.
009210     MOVE WS-SCH-RATE (WS-SCH-IX) TO IRS-RATE.
009220     MOVE WS-SCH-ENTERED-BY (WS-SCH-IX) TO IRS-ENTERED-BY.
009230     MOVE WS-SCH-ENTERED-DATE (WS-SCH-IX) TO IRS-ENTERED-DATE.
009240     WRITE NEW-SCHEDULE-RECORD FROM INT-RATE-SCHEDULE-RECORD.
009250     IF WS-RATESNEW-STATUS IS NOT EQUAL TO '00'
009260        MOVE 'RATESNEW Error writing file ...'
009270          TO WS-CONSOLE-MESSAGE
009280        PERFORM DISPLAY-CONSOLE-MESSAGE
009290        MOVE WS-RATESNEW-STATUS TO WS-IO-STATUS
009300        PERFORM DISPLAY-IO-STATUS
009310        PERFORM ABORT-PROGRAM
009320     END-IF.
009330     MOVE WS-SCH-ACC-TYPE (WS-SCH-IX) TO RS-ACC-TYPE.
009340     MOVE WS-SCH-CURR-CODE (WS-SCH-IX) TO RS-CURR-CODE.
009350     MOVE WS-SCH-TIER-FLOOR (WS-SCH-IX) TO RS-TIER-FLOOR.
009360     MOVE WS-SCH-EFFECTIVE-DATE (WS-SCH-IX) TO RS-EFFECTIVE-DATE.
009370     MOVE WS-SCH-RATE (WS-SCH-IX) TO RS-RATE.
009380     MOVE WS-SCH-ENTERED-BY (WS-SCH-IX) TO RS-ENTERED-BY.
009390     MOVE WS-SCH-ENTERED-DATE (WS-SCH-IX) TO RS-ENTERED-DATE.
009400     EVALUATE TRUE
009410       WHEN WS-SCH-EFFECTIVE-DATE (WS-SCH-IX) IS GREATER THAN
009420              WS-TODAY-DIGITS
009430          MOVE 'TO COME' TO RS-STATUS
009440       WHEN WS-SCH-IX IS LESS THAN WS-SCH-COUNT
009450        AND WS-SCH-KEY (WS-SCH-IX + 1) (1:24) IS EQUAL TO
009460              WS-SCH-KEY (WS-SCH-IX) (1:24)
009470        AND WS-SCH-EFFECTIVE-DATE (WS-SCH-IX + 1) IS NOT GREATER
009480              THAN WS-TODAY-DIGITS
009490          MOVE 'SUPERSEDED' TO RS-STATUS
009500       WHEN OTHER
009510          MOVE 'IN FORCE' TO RS-STATUS
009520     END-EVALUATE.
009530     MOVE RPT-SCHEDULE-LINE TO RATE-REPORT-LINE.
009540     PERFORM REPORT-PUT.
009550
009560*****************************************************************
009570* Give notice of every rate change still to come. For each      *
009580* account type, currency and effective date on the schedule     *
009590* after today, every account of that type and currency whose    *
009600* rate at its balance on the latest extract differs the day     *
009610* before and the day of the change gets a notice. The notices   *
009620* are rebuilt in full each run, so an amended or cancelled      *
009630* change is told as it now stands.                              *
009640*****************************************************************
009650 WRITE-RATE-NOTICES.
009660     OPEN OUTPUT RATE-NOTICE-FILE.
009670     IF WS-NOTICE-STATUS IS NOT EQUAL TO '00'
009680        MOVE 'RATENOTC file open failure...'
009690          TO WS-CONSOLE-MESSAGE
009700        PERFORM DISPLAY-CONSOLE-MESSAGE
009710        MOVE WS-NOTICE-STATUS TO WS-IO-STATUS
009720        PERFORM DISPLAY-IO-STATUS
009730        PERFORM ABORT-PROGRAM
009740     END-IF.
009750     MOVE SPACES TO RATE-REPORT-LINE.
009760     PERFORM REPORT-PUT.
009770     MOVE 'RATE CHANGES STILL TO COME - NOTICES GIVEN'
009780       TO RX-TITLE.
009790     MOVE RPT-SECTION-LINE TO RATE-REPORT-LINE.
009800     PERFORM REPORT-PUT.
009810     MOVE RPT-NOTICE-HEADING TO RATE-REPORT-LINE.
009820     PERFORM REPORT-PUT.
009830     PERFORM VARYING WS-SCH-IX FROM 1 BY 1
009840       UNTIL WS-SCH-IX IS GREATER THAN WS-SCH-COUNT
009850        IF WS-SCH-EFFECTIVE-DATE (WS-SCH-IX) IS GREATER THAN
009860             WS-TODAY-DIGITS
009870           PERFORM FIND-CHANGE-DATE
009880           IF NOT CHANGE-DATE-DONE
009890              PERFORM NOTICE-ONE-CHANGE-DATE
009900           END-IF
009910        END-IF
009920     END-PERFORM.
009930     CLOSE RATE-NOTICE-FILE.
009940     IF WS-CDT-COUNT IS EQUAL TO ZERO
009950        MOVE 'NONE' TO RX-TITLE
009960        MOVE RPT-SECTION-LINE TO RATE-REPORT-LINE
009970        PERFORM REPORT-PUT
009980     END-IF.
009990
010000 FIND-CHANGE-DATE.
010010     MOVE 'N' TO WS-CDT-FOUND-SW.
010020     PERFORM VARYING WS-CDT-IX FROM 1 BY 1
010030       UNTIL WS-CDT-IX IS GREATER THAN WS-CDT-COUNT
010040                OR CHANGE-DATE-DONE
010050        IF WS-CDT-ACC-TYPE (WS-CDT-IX) IS EQUAL TO
010060             WS-SCH-ACC-TYPE (WS-SCH-IX)
010070         AND WS-CDT-CURR-CODE (WS-CDT-IX) IS EQUAL TO
010080               WS-SCH-CURR-CODE (WS-SCH-IX)
010090         AND WS-CDT-EFFECTIVE-DATE (WS-CDT-IX) IS EQUAL TO
010100               WS-SCH-EFFECTIVE-DATE (WS-SCH-IX)
010110           MOVE 'Y' TO WS-CDT-FOUND-SW
010120        END-IF
010130     END-PERFORM.
010140
010150 NOTICE-ONE-CHANGE-DATE.
010160     ADD 1 TO WS-CDT-COUNT.
010170     MOVE WS-SCH-ACC-TYPE (WS-SCH-IX)
010180       TO WS-CDT-ACC-TYPE (WS-CDT-COUNT).
010190     MOVE WS-SCH-CURR-CODE (WS-SCH-IX)
010200       TO WS-CDT-CURR-CODE (WS-CDT-COUNT).
010210     MOVE WS-SCH-EFFECTIVE-DATE (WS-SCH-IX)
010220       TO WS-CDT-EFFECTIVE-DATE (WS-CDT-COUNT).
010230     COMPUTE WS-DAY-NO = FUNCTION INTEGER-OF-DATE
010240        (WS-SCH-EFFECTIVE-DATE (WS-SCH-IX)) - 1.
010250     COMPUTE WS-CDT-DAY-BEFORE =
010260        FUNCTION DATE-OF-INTEGER (WS-DAY-NO).
010270     MOVE ZERO TO WS-CDT-NOTICES.
010280     MOVE WS-SCH-ACC-TYPE (WS-SCH-IX) TO WS-LKP-ACC-TYPE.
010290     MOVE WS-SCH-CURR-CODE (WS-SCH-IX) TO WS-LKP-CURR-CODE.
010300     PERFORM VARYING WS-ACT-IX FROM 1 BY 1
010310       UNTIL WS-ACT-IX IS GREATER THAN WS-ACT-COUNT
010320        IF WS-ACT-ACC-TYPE (WS-ACT-IX) IS EQUAL TO WS-LKP-ACC-TYPE
010330         AND WS-ACT-CURR-CODE (WS-ACT-IX) IS EQUAL TO
010340               WS-LKP-CURR-CODE
010350           PERFORM NOTICE-ONE-ACCOUNT
010360        END-IF
010370     END-PERFORM.
010380     MOVE WS-LKP-ACC-TYPE TO RN-ACC-TYPE.
010390     MOVE WS-LKP-CURR-CODE TO RN-CURR-CODE.
010400     MOVE WS-CDT-EFFECTIVE-DATE (WS-CDT-COUNT)
010410       TO RN-EFFECTIVE-DATE.
010420     MOVE WS-CDT-NOTICES TO RN-NOTICES.
010430     MOVE RPT-NOTICE-LINE TO RATE-REPORT-LINE.
010440     PERFORM REPORT-PUT.
010450     ADD 1 TO WS-CHANGE-DATE-COUNT.
010460
010470 NOTICE-ONE-ACCOUNT.
010480     MOVE WS-ACT-BALANCE (WS-ACT-IX) TO WS-LKP-BALANCE.
010490     MOVE WS-CDT-DAY-BEFORE TO WS-LKP-DATE.
010500     PERFORM LOOKUP-RATE.
010510     MOVE WS-LKP-RATE TO WS-LKP-OLD-RATE.
010520     MOVE WS-CDT-EFFECTIVE-DATE (WS-CDT-COUNT) TO WS-LKP-DATE.
010530     PERFORM LOOKUP-RATE.
010540     IF WS-LKP-RATE IS NOT EQUAL TO WS-LKP-OLD-RATE
010550        MOVE SPACES TO RATE-NOTICE-RECORD
010560        MOVE WS-ACT-PID (WS-ACT-IX) TO RNT-PID
010570        MOVE WS-ACT-ACC-NO (WS-ACT-IX) TO RNT-ACC-NO
010580        MOVE WS-LKP-ACC-TYPE TO RNT-ACC-TYPE
010590        MOVE WS-LKP-CURR-CODE TO RNT-CURR-CODE
010600        MOVE WS-CDT-EFFECTIVE-DATE (WS-CDT-COUNT)
010610          TO RNT-EFFECTIVE-DATE
010620        MOVE WS-LKP-OLD-RATE TO RNT-OLD-RATE
010630        MOVE WS-LKP-RATE TO RNT-NEW-RATE
010640        MOVE WS-TODAY-DIGITS TO RNT-NOTICE-DATE
010650        WRITE RATE-NOTICE-RECORD
010660        IF WS-NOTICE-STATUS IS NOT EQUAL TO '00'
010670           MOVE 'RATENOTC Error writing file ...'
010680             TO WS-CONSOLE-MESSAGE
010690           PERFORM DISPLAY-CONSOLE-MESSAGE
010700           MOVE WS-NOTICE-STATUS TO WS-IO-STATUS
010710           PERFORM DISPLAY-IO-STATUS
010720           PERFORM ABORT-PROGRAM
010730        END-IF
010740        ADD 1 TO WS-CDT-NOTICES
010750        ADD 1 TO WS-NOTICE-COUNT
010760     END-IF.
010770
010780*****************************************************************
010790* The rate in WS-RATE-LOOKUP for its type, currency, balance    *
010800* and date - zero where no tier the balance reaches is in       *
010810* effect.                                                       *
010820*****************************************************************
010830 LOOKUP-RATE.
010840     MOVE ZERO TO WS-LKP-RATE.
010850     PERFORM VARYING WS-LKP-IX FROM 1 BY 1
010860       UNTIL WS-LKP-IX IS GREATER THAN WS-SCH-COUNT
010870        IF WS-SCH-ACC-TYPE (WS-LKP-IX) IS EQUAL TO WS-LKP-ACC-TYPE
010880         AND WS-SCH-CURR-CODE (WS-LKP-IX) IS EQUAL TO
010890               WS-LKP-CURR-CODE
010900         AND WS-SCH-TIER-FLOOR (WS-LKP-IX) IS NOT GREATER THAN
010910               WS-LKP-BALANCE
010920         AND WS-SCH-EFFECTIVE-DATE (WS-LKP-IX) IS NOT GREATER THAN
010930               WS-LKP-DATE
010940           MOVE WS-SCH-RATE (WS-LKP-IX) TO WS-LKP-RATE
010950        END-IF
010960     END-PERFORM.
010970
010980*****************************************************************
010990* Counts for the run.                                           *
011000*****************************************************************
011010 REPORT-TOTALS.
011020     MOVE SPACES TO RATE-REPORT-LINE.
011030     PERFORM REPORT-PUT.
011040     MOVE 'TOTALS' TO RX-TITLE.
011050     MOVE RPT-SECTION-LINE TO RATE-REPORT-LINE.
011060     PERFORM REPORT-PUT.
011070     MOVE 'CHANGES READ' TO RT-LABEL.
011080     MOVE WS-TRANS-READ TO RT-COUNT.
011090     PERFORM REPORT-TOTAL-LINE.
011100     MOVE '  ADDED' TO RT-LABEL.
011110     MOVE WS-ADDED-COUNT TO RT-COUNT.
011120     PERFORM REPORT-TOTAL-LINE.
011130     MOVE '  AMENDED' TO RT-LABEL.
011140     MOVE WS-AMENDED-COUNT TO RT-COUNT.
011150     PERFORM REPORT-TOTAL-LINE.
011160     MOVE '  CANCELLED' TO RT-LABEL.
011170     MOVE WS-CANCELLED-COUNT TO RT-COUNT.
011180     PERFORM REPORT-TOTAL-LINE.
011190     MOVE '  REFUSED' TO RT-LABEL.
011200     MOVE WS-REJECTED-COUNT TO RT-COUNT.
011210     PERFORM REPORT-TOTAL-LINE.
011220     MOVE 'SCHEDULE ENTRIES WRITTEN' TO RT-LABEL.
011230     MOVE WS-SCH-COUNT TO RT-COUNT.
011240     PERFORM REPORT-TOTAL-LINE.
011250     MOVE 'CUSTOMER ACCOUNTS ON THE EXTRACT' TO RT-LABEL.
011260     MOVE WS-ACT-COUNT TO RT-COUNT.
011270     PERFORM REPORT-TOTAL-LINE.
011280     MOVE 'RATE CHANGES STILL TO COME' TO RT-LABEL.
011290     MOVE WS-CHANGE-DATE-COUNT TO RT-COUNT.
011300     PERFORM REPORT-TOTAL-LINE.
011310     MOVE 'RATE CHANGE NOTICES WRITTEN' TO RT-LABEL.
011320     MOVE WS-NOTICE-COUNT TO RT-COUNT.
011330     PERFORM REPORT-TOTAL-LINE.
011340
011350 REPORT-TOTAL-LINE.
011360     MOVE RPT-TOTAL-LINE TO RATE-REPORT-LINE.
011370     PERFORM REPORT-PUT.
011380
011390*****************************************************************
011400* Open the audit trail to add to it. File status 05 is a normal *
011410* open of an OPTIONAL file that did not exist - the first run   *
011420* starts the trail.                                             *
011430*****************************************************************
011440 AUDIT-OPEN.
011450     OPEN EXTEND RATE-AUDIT-FILE.
011460     IF WS-AUDIT-STATUS IS NOT EQUAL TO '00'
011470      AND WS-AUDIT-STATUS IS NOT EQUAL TO '05'
011480        MOVE 'RATEAUDT file open failure...'
011490          TO WS-CONSOLE-MESSAGE
011500        PERFORM DISPLAY-CONSOLE-MESSAGE
011510        MOVE WS-AUDIT-STATUS TO WS-IO-STATUS
011520        PERFORM DISPLAY-IO-STATUS
011530        PERFORM ABORT-PROGRAM
011540     END-IF.
011550
011560 AUDIT-CLOSE.
011570     CLOSE RATE-AUDIT-FILE.
011580
011590*****************************************************************
011600* Open the extract file produced by ZBNKEXT1 as input.          *
011610*****************************************************************
011620 EXTRACT-OPEN.
011630     OPEN INPUT EXTRACT-FILE.
011640     IF WS-EXTRACT-STATUS = '00'
011650        MOVE 'EXTRACT file opened OK'
011660          TO WS-CONSOLE-MESSAGE
011670        PERFORM DISPLAY-CONSOLE-MESSAGE
011680     ELSE
011690        MOVE 'EXTRACT file open failure...'
011700          TO WS-CONSOLE-MESSAGE
011710        PERFORM DISPLAY-CONSOLE-MESSAGE
011720        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
011730        PERFORM DISPLAY-IO-STATUS
011740        PERFORM ABORT-PROGRAM
011750        END-IF.
011760
011770 EXTRACT-READ.
011780     READ EXTRACT-FILE
011790        AT END
011800           MOVE 'Y' TO WS-EXTRACT-EOF-SW
011810     END-READ.
011820     IF NOT END-OF-EXTRACT
011830        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
011840           MOVE 'EXTRACT Error reading file ...'
011850             TO WS-CONSOLE-MESSAGE
011860           PERFORM DISPLAY-CONSOLE-MESSAGE
011870           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
011880           PERFORM DISPLAY-IO-STATUS
011890           PERFORM ABORT-PROGRAM
011900        END-IF
011910     END-IF.
011920
011930 EXTRACT-CLOSE.
011940     CLOSE EXTRACT-FILE.
011950
011960*****************************************************************
011970* Open the rate report as output.                               *
011980*****************************************************************
011990 REPORT-OPEN.
012000     OPEN OUTPUT RATE-REPORT.
012010     IF WS-REPORT-STATUS = '00'
012020        MOVE 'IRMRPT report opened OK'
012030          TO WS-CONSOLE-MESSAGE
012040        PERFORM DISPLAY-CONSOLE-MESSAGE
012050     ELSE
012060        MOVE 'IRMRPT report open failure...'
012070          TO WS-CONSOLE-MESSAGE
012080        PERFORM DISPLAY-CONSOLE-MESSAGE
012090        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
012100        PERFORM DISPLAY-IO-STATUS
012110        PERFORM ABORT-PROGRAM
012120     END-IF.
012130
012140 REPORT-PUT.
012150     WRITE RATE-REPORT-LINE.
012160     IF WS-REPORT-STATUS NOT = '00'
012170        MOVE 'IRMRPT report Error writing file ...'
012180          TO WS-CONSOLE-MESSAGE
012190        PERFORM DISPLAY-CONSOLE-MESSAGE
012200        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
012210        PERFORM DISPLAY-IO-STATUS
012220        PERFORM ABORT-PROGRAM
012230     END-IF.
012240
012250 REPORT-CLOSE.
012260     CLOSE RATE-REPORT.
012270
012280*****************************************************************
012290* Display the file status bytes. This routine will display as   *
012300* two digits if the full two byte file status is numeric. If    *
012310* second byte is non-numeric then it will be treated as a       *
012320* binary number.                                                *
012330*****************************************************************
012340 DISPLAY-IO-STATUS.
012350     IF WS-IO-STATUS NUMERIC
012360        MOVE SPACE TO WS-CONSOLE-MESSAGE
012370        STRING 'File status -' DELIMITED BY SIZE
012380               WS-IO-STATUS DELIMITED BY SIZE
012390          INTO WS-CONSOLE-MESSAGE
012400        PERFORM DISPLAY-CONSOLE-MESSAGE
012410     ELSE
012420        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
012430        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
012440        MOVE SPACE TO WS-CONSOLE-MESSAGE
012450        STRING 'File status -' DELIMITED BY SIZE
012460               WS-IO-STAT1 DELIMITED BY SIZE
012470               '/' DELIMITED BY SIZE
012480               WS-TWO-BYTES DELIMITED BY SIZE
012490          INTO WS-CONSOLE-MESSAGE
012500        PERFORM DISPLAY-CONSOLE-MESSAGE
012510     END-IF.
012520
012530*****************************************************************
012540* 'ABORT' the program.                                          *
012550* Post a message to the console and issue a STOP RUN            *
012560*****************************************************************
012570 ABORT-PROGRAM.
012580     IF WS-CONSOLE-MESSAGE NOT = SPACES
012590        PERFORM DISPLAY-CONSOLE-MESSAGE
012600     END-IF.
012610     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
012620     PERFORM DISPLAY-CONSOLE-MESSAGE.
012630     MOVE 16 TO RETURN-CODE.
012640     GOBACK.
012650
012660*****************************************************************
012670* Display a message on the console, prefixed with the program   *
012680* name so it can be picked out of a mixed job log.              *
012690*****************************************************************
012700 DISPLAY-CONSOLE-MESSAGE.
012710     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
