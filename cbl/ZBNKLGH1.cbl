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
000130* Prgram:      ZBNKLGH1.CBL                                     *
000140* Function:    Legal hold register maintenance - apply the      *
000150*              holds legal has placed, reviewed and released    *
000160*              to the register ZBNKHKP1 honours, add each       *
000170*              change to the hold audit trail and report the    *
000180*              holds in force                                   *
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.
000220     ZBNKLGH1.
000230 DATE-WRITTEN.
000240     September 2026.
000250 DATE-COMPILED.
000260     Today.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT   SECTION.
000290   FILE-CONTROL.
000300     SELECT OPTIONAL LEGAL-HOLD-FILE
000310            ASSIGN       TO LEGHOLD
000320            ORGANIZATION IS SEQUENTIAL
000330            ACCESS MODE  IS SEQUENTIAL
000340            FILE STATUS  IS WS-LEGHOLD-STATUS.
000350
000360     SELECT HOLD-TRANS-FILE
000370            ASSIGN       TO LGHTRAN
000380            ORGANIZATION IS SEQUENTIAL
000390            ACCESS MODE  IS SEQUENTIAL
000400            FILE STATUS  IS WS-LGHTRAN-STATUS.
000410
000420     SELECT NEW-HOLD-FILE
000430            ASSIGN       TO LEGHOLDN
000440            ORGANIZATION IS SEQUENTIAL
000450            ACCESS MODE  IS SEQUENTIAL
000460            FILE STATUS  IS WS-LEGHOLDN-STATUS.
000470
000480     SELECT OPTIONAL HOLD-AUDIT-FILE
000490            ASSIGN       TO LGHAUDT
000500            ORGANIZATION IS SEQUENTIAL
000510            ACCESS MODE  IS SEQUENTIAL
000520            FILE STATUS  IS WS-AUDIT-STATUS.
000530
000540     SELECT MAINT-REPORT
000550            ASSIGN       TO LGHRPT
000560            ORGANIZATION IS SEQUENTIAL
000570            ACCESS MODE  IS SEQUENTIAL
000580            FILE STATUS  IS WS-REPORT-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  LEGAL-HOLD-FILE
000630     RECORD CONTAINS 100 CHARACTERS.
000640 COPY CLEGHOLD.
000650
000660*****************************************************************
000670* Hold transactions sent in by legal - one record per hold      *
000680* placed, reviewed or released, carrying the userid of who      *
000690* asked. "P" places a hold, "V" records that legal has reviewed *
000700* it and wants it kept, "R" releases it. A hold is named by its *
000710* subject - "P" a customer, "A" a single account - the PID or   *
000720* account, and the matter reference.                            *
000730*****************************************************************
000740 FD  HOLD-TRANS-FILE
000750     RECORD CONTAINS 80 CHARACTERS.
000760 01  HOLD-TRANS-RECORD.
000770   05  LGT-ACTION                            PIC X(1).
000780     88  LGT-ACTION-PLACE                     VALUE 'P'.
000790     88  LGT-ACTION-REVIEW                    VALUE 'V'.
000800     88  LGT-ACTION-RELEASE                   VALUE 'R'.
000810   05  LGT-SUBJECT                           PIC X(1).
000820     88  LGT-SUBJECT-PID                      VALUE 'P'.
000830     88  LGT-SUBJECT-ACCOUNT                  VALUE 'A'.
000840   05  LGT-PID                               PIC X(5).
000850   05  LGT-ACC-NO                            PIC X(10).
000860   05  LGT-MATTER-REF                        PIC X(12).
000870   05  LGT-USERID                            PIC X(8).
000880   05  LGT-DESC                              PIC X(30).
000890   05  FILLER                                PIC X(13).
000900
000910 FD  NEW-HOLD-FILE
000920     RECORD CONTAINS 100 CHARACTERS.
000930 01  NEW-HOLD-RECORD                         PIC X(100).
000940
000950*****************************************************************
000960* The audit trail - one record for every change made to a hold, *
000970* with who made it. It is added to run after run, never         *
000980* rewritten.                                                    *
000990*****************************************************************
001000 FD  HOLD-AUDIT-FILE
001010     RECORD CONTAINS 100 CHARACTERS.
001020 01  HOLD-AUDIT-RECORD.
001030   05  LGA-DATE                              PIC 9(6).
001040   05  LGA-TIME                              PIC 9(8).
001050   05  LGA-ACTION                            PIC X(1).
001060   05  LGA-SUBJECT                           PIC X(1).
001070   05  LGA-PID                               PIC X(5).
001080   05  LGA-ACC-NO                            PIC X(10).
001090   05  LGA-MATTER-REF                        PIC X(12).
001100   05  LGA-USERID                            PIC X(8).
001110   05  LGA-OLD-STATUS                        PIC X(1).
001120   05  LGA-NEW-STATUS                        PIC X(1).
001130   05  LGA-DESC                              PIC X(30).
001140   05  FILLER                                PIC X(17).
001150
001160 FD  MAINT-REPORT
001170     RECORD CONTAINS 80 CHARACTERS.
001180 01  MAINT-REPORT-LINE                       PIC X(80).
001190
001200 WORKING-STORAGE SECTION.
001210 01  WS-MISC-STORAGE.
001220   05  WS-PROGRAM-ID                         PIC X(8)
001230       VALUE 'ZBNKLGH1'.
001240   05  WS-LEGHOLD-STATUS.
001250     10  WS-LEGHOLD-STAT1                    PIC X(1).
001260     10  WS-LEGHOLD-STAT2                    PIC X(1).
001270
001280   05  WS-LGHTRAN-STATUS.
001290     10  WS-LGHTRAN-STAT1                    PIC X(1).
001300     10  WS-LGHTRAN-STAT2                    PIC X(1).
001310
001320   05  WS-LEGHOLDN-STATUS.
001330     10  WS-LEGHOLDN-STAT1                   PIC X(1).
001340     10  WS-LEGHOLDN-STAT2                   PIC X(1).
001350
001360   05  WS-AUDIT-STATUS.
001370     10  WS-AUDIT-STAT1                      PIC X(1).
001380     10  WS-AUDIT-STAT2                      PIC X(1).
001390
001400   05  WS-REPORT-STATUS.
001410     10  WS-REPORT-STAT1                     PIC X(1).
001420     10  WS-REPORT-STAT2                     PIC X(1).
001430
001440   05  WS-IO-STATUS.
001450     10  WS-IO-STAT1                         PIC X(1).
001460     10  WS-IO-STAT2                         PIC X(1).
001470
001480   05  WS-TWO-BYTES.
001490     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001500     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001510   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001520                                             PIC 9(1) COMP.
001530
001540   05  WS-HOLD-EOF-SW                        PIC X(1)
001550       VALUE 'N'.
001560     88  HOLD-FILE-EOF                        VALUE 'Y'.
001570   05  WS-TRANS-EOF-SW                       PIC X(1)
001580       VALUE 'N'.
001590     88  TRANS-FILE-EOF                       VALUE 'Y'.
001600   05  WS-TRANS-VALID-SW                     PIC X(1)
001610       VALUE 'N'.
001620     88  TRANS-VALID                          VALUE 'Y'.
001630
001640   05  WS-HOLDS-PLACED                       PIC 9(4)
001650       VALUE ZERO.
001660   05  WS-HOLDS-REVIEWED                     PIC 9(4)
001670       VALUE ZERO.
001680   05  WS-HOLDS-RELEASED                     PIC 9(4)
001690       VALUE ZERO.
001700   05  WS-TRANS-REJECTED                     PIC 9(4)
001710       VALUE ZERO.
001720   05  WS-HOLDS-IN-FORCE                     PIC 9(4)
001730       VALUE ZERO.
001740
001750*****************************************************************
001760* The register held in storage while the transactions are       *
001770* applied against it. Released holds are carried forward with   *
001780* the open ones - the register is the hold history too.         *
001790*****************************************************************
001800 01  WS-HOLD-TABLE.
001810   05  WS-HOLD-COUNT                         PIC 9(4)
001820       VALUE ZERO.
001830   05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
001840     10  WS-HOLD-IMAGE                       PIC X(100).
001850   05  WS-HOLD-IX                            PIC 9(4).
001860   05  WS-HOLD-MATCH-IX                      PIC 9(4).
001870   05  WS-HOLD-FOUND-SW                      PIC X(1)
001880       VALUE 'N'.
001890     88  HOLD-ENTRY-FOUND                     VALUE 'Y'.
001900
001910*****************************************************************
001920* A change being applied - the status either side of it, for    *
001930* the audit trail.                                              *
001940*****************************************************************
001950 01  WS-CHANGE.
001960   05  WS-CHG-OLD-STATUS                     PIC X(1).
001970   05  WS-CHG-NEW-STATUS                     PIC X(1).
001980   05  WS-REJECT-TEXT                        PIC X(40).
001990
002000 01  WS-TODAY                                PIC 9(6).
002010 01  WS-TIME-NOW                             PIC 9(8).
002020
002030 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002040
002050*****************************************************************
002060* Report lines.                                                 *
002070*****************************************************************
002080 01  RPT-HEADING-LINE.
002090   05  RH-TITLE                              PIC X(40)
002100       VALUE 'LEGAL HOLD REGISTER MAINTENANCE'.
002110   05  FILLER                          PIC X(13)
002120       VALUE '  RUN DATE - '.
002130   05  RH-RUN-DATE                           PIC 9(6).
002140   05  FILLER                          PIC X(21) VALUE SPACES.
002150
002160 01  RPT-ACTION-LINE.
002170   05  FILLER                          PIC X(2)  VALUE SPACES.
002180   05  RA-ACTION                             PIC X(8).
002190   05  FILLER                          PIC X(2)  VALUE SPACES.
002200   05  RA-PID                                PIC X(5).
002210   05  FILLER                          PIC X(2)  VALUE SPACES.
002220   05  RA-ACC-NO                             PIC X(10).
002230   05  FILLER                          PIC X(2)  VALUE SPACES.
002240   05  RA-MATTER-REF                         PIC X(12).
002250   05  FILLER                          PIC X(2)  VALUE SPACES.
002260   05  RA-USERID                             PIC X(8).
002270   05  FILLER                          PIC X(2)  VALUE SPACES.
002280   05  RA-TEXT                               PIC X(25).
002290
002300 01  RPT-HOLD-HEADING.
002310   05  FILLER                                PIC X(35)
002320       VALUE '  PID    ACCOUNT     MATTER'.
002330   05  FILLER                                PIC X(45)
002340       VALUE 'PLACED BY PLACED  LAST ACT DESCRIPTION'.
002350
002360 01  RPT-HOLD-LINE.
002370   05  FILLER                          PIC X(2)  VALUE SPACES.
002380   05  RO-PID                                PIC X(5).
002390   05  FILLER                          PIC X(2)  VALUE SPACES.
002400   05  RO-ACC-NO                             PIC X(10).
002410   05  FILLER                          PIC X(2)  VALUE SPACES.
002420   05  RO-MATTER-REF                         PIC X(12).
002430   05  FILLER                          PIC X(2)  VALUE SPACES.
002440   05  RO-PLACED-BY                          PIC X(8).
002450   05  FILLER                          PIC X(2)  VALUE SPACES.
002460   05  RO-PLACED-DATE                        PIC 9(6).
002470   05  FILLER                          PIC X(2)  VALUE SPACES.
002480   05  RO-LAST-ACTIVITY                      PIC 9(6).
002490   05  FILLER                          PIC X(3)  VALUE SPACES.
002500   05  RO-DESC                               PIC X(18).
002510
002520 01  RPT-COUNT-LINE.
002530   05  RT-LABEL                              PIC X(40).
002540   05  RT-COUNT                              PIC Z(6)9.
002550   05  FILLER                          PIC X(33) VALUE SPACES.
002560
002570 PROCEDURE DIVISION.
002580*****************************************************************
002590* Load the register, apply the transactions against it with     *
002600* each action reported and audited, then write the new register *
002610* and list the holds in force.                                  *
002620*****************************************************************
002630     ACCEPT WS-TODAY FROM DATE.
002640     ACCEPT WS-TIME-NOW FROM TIME.
002650
002660     PERFORM REPORT-OPEN.
002670     MOVE WS-TODAY TO RH-RUN-DATE.
002680     MOVE RPT-HEADING-LINE TO MAINT-REPORT-LINE.
002690     PERFORM REPORT-PUT.
002700     MOVE SPACES TO MAINT-REPORT-LINE.
002710     PERFORM REPORT-PUT.
002720     PERFORM LOAD-HOLD-REGISTER.
002730     PERFORM AUDIT-OPEN.
002740     PERFORM APPLY-TRANSACTIONS.
002750     PERFORM AUDIT-CLOSE.
002760     PERFORM WRITE-NEW-REGISTER.
002770     PERFORM WRITE-HOLDS-IN-FORCE.
002780     PERFORM WRITE-SUMMARY.
002790     PERFORM REPORT-CLOSE.
002800
002810     MOVE SPACES TO WS-CONSOLE-MESSAGE.
002820     STRING WS-HOLDS-PLACED DELIMITED BY SIZE
002830            ' placed, ' DELIMITED BY SIZE
002840            WS-HOLDS-RELEASED DELIMITED BY SIZE
002850            ' released, ' DELIMITED BY SIZE
002860            WS-TRANS-REJECTED DELIMITED BY SIZE
002870            ' rejected' DELIMITED BY SIZE
002880       INTO WS-CONSOLE-MESSAGE.
002890     PERFORM DISPLAY-CONSOLE-MESSAGE.
002900     MOVE 'End Of Job'
002910       TO WS-CONSOLE-MESSAGE.
002920     PERFORM DISPLAY-CONSOLE-MESSAGE.
002930
002940     IF WS-TRANS-REJECTED IS GREATER THAN ZERO
002950        MOVE 4 TO RETURN-CODE
002960     ELSE
002970        MOVE 0 TO RETURN-CODE
002980     END-IF.
002990
003000     GOBACK.
003010
003020*****************************************************************
003030* Load the current register. File status 05 is a normal open of *
003040* an OPTIONAL file that does not exist - the first maintenance  *
003050* run starts with an empty register.                            *
003060*****************************************************************
003070 LOAD-HOLD-REGISTER.
003080     OPEN INPUT LEGAL-HOLD-FILE.
003090     EVALUATE TRUE
003100       WHEN WS-LEGHOLD-STATUS IS EQUAL TO '35'
003110       WHEN WS-LEGHOLD-STATUS IS EQUAL TO '05'
003120          MOVE 'No legal hold register - starting empty'
003130            TO WS-CONSOLE-MESSAGE
003140          PERFORM DISPLAY-CONSOLE-MESSAGE
003150       WHEN WS-LEGHOLD-STATUS IS EQUAL TO '00'
003160          PERFORM HOLD-READ
003170          PERFORM UNTIL HOLD-FILE-EOF
003180             IF WS-HOLD-COUNT IS LESS THAN 2000
003190                ADD 1 TO WS-HOLD-COUNT
003200                MOVE LEGAL-HOLD-RECORD
003210                  TO WS-HOLD-IMAGE (WS-HOLD-COUNT)
003220             ELSE
003230                MOVE 'Legal hold table full - run refused'
003240                  TO WS-CONSOLE-MESSAGE
003250                PERFORM ABORT-PROGRAM
003260             END-IF
003270             PERFORM HOLD-READ
003280          END-PERFORM
003290          CLOSE LEGAL-HOLD-FILE
003300       WHEN OTHER
003310          MOVE 'LEGHOLD file open failure...'
003320            TO WS-CONSOLE-MESSAGE
003330          PERFORM DISPLAY-CONSOLE-MESSAGE
003340          MOVE WS-LEGHOLD-STATUS TO WS-IO-STATUS
003350          PERFORM DISPLAY-IO-STATUS
003360          PERFORM ABORT-PROGRAM
003370     END-EVALUATE.
003380
003390 HOLD-READ.
003400     READ LEGAL-HOLD-FILE
003410       AT END
003420          MOVE 'Y' TO WS-HOLD-EOF-SW
003430     END-READ.
003440
003450*****************************************************************
003460* Apply each transaction in the order legal sent them.          *
003470*****************************************************************
003480 APPLY-TRANSACTIONS.
003490     OPEN INPUT HOLD-TRANS-FILE.
003500     IF WS-LGHTRAN-STATUS IS NOT EQUAL TO '00'
003510        MOVE 'LGHTRAN file open failure...'
003520          TO WS-CONSOLE-MESSAGE
003530        PERFORM DISPLAY-CONSOLE-MESSAGE
003540        MOVE WS-LGHTRAN-STATUS TO WS-IO-STATUS
003550        PERFORM DISPLAY-IO-STATUS
003560        PERFORM ABORT-PROGRAM
003570     END-IF.
003580     PERFORM TRANS-READ.
003590     PERFORM UNTIL TRANS-FILE-EOF
003600        PERFORM APPLY-ONE-TRANSACTION
003610        PERFORM TRANS-READ
003620     END-PERFORM.
003630     CLOSE HOLD-TRANS-FILE.
003640
003650 TRANS-READ.
003660     READ HOLD-TRANS-FILE
003670       AT END
003680          MOVE 'Y' TO WS-TRANS-EOF-SW
003690     END-READ.
003700
003710*****************************************************************
003720* A transaction must name its subject properly and say who sent *
003730* it before it is looked up. A hold can only be placed once per *
003740* subject and matter while it is open; a review or release must *
003750* find the open hold.                                           *
003760*****************************************************************
003770 APPLY-ONE-TRANSACTION.
003780     PERFORM VALIDATE-TRANSACTION.
003790     IF NOT TRANS-VALID
003800        PERFORM REJECT-TRANSACTION
003810     ELSE
003820        PERFORM FIND-OPEN-HOLD
003830        EVALUATE TRUE
003840          WHEN LGT-ACTION-PLACE AND HOLD-ENTRY-FOUND
003850             MOVE 'HOLD ALREADY OPEN' TO WS-REJECT-TEXT
003860             PERFORM REJECT-TRANSACTION
003870          WHEN LGT-ACTION-PLACE
003880             PERFORM PLACE-HOLD
003890          WHEN NOT HOLD-ENTRY-FOUND
003900             MOVE 'NO OPEN HOLD FOR MATTER' TO WS-REJECT-TEXT
003910             PERFORM REJECT-TRANSACTION
003920          WHEN LGT-ACTION-REVIEW
003930             PERFORM REVIEW-HOLD
003940          WHEN OTHER
003950             PERFORM RELEASE-HOLD
003960        END-EVALUATE
003970     END-IF.
003980
003990 VALIDATE-TRANSACTION.
004000     MOVE 'Y' TO WS-TRANS-VALID-SW.
004010     EVALUATE TRUE
004020       WHEN NOT LGT-ACTION-PLACE
004030        AND NOT LGT-ACTION-REVIEW
004040        AND NOT LGT-ACTION-RELEASE
004050          MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-TEXT
004060          MOVE 'N' TO WS-TRANS-VALID-SW
004070       WHEN NOT LGT-SUBJECT-PID
004080        AND NOT LGT-SUBJECT-ACCOUNT
004090          MOVE 'UNKNOWN HOLD SUBJECT' TO WS-REJECT-TEXT
004100          MOVE 'N' TO WS-TRANS-VALID-SW
004110       WHEN LGT-SUBJECT-PID
004120        AND LGT-PID IS EQUAL TO SPACES
004130          MOVE 'CUSTOMER HOLD WITH NO PID' TO WS-REJECT-TEXT
004140          MOVE 'N' TO WS-TRANS-VALID-SW
004150       WHEN LGT-SUBJECT-ACCOUNT
004160        AND LGT-ACC-NO IS EQUAL TO SPACES
004170          MOVE 'ACCOUNT HOLD - NO ACCOUNT' TO WS-REJECT-TEXT
004180          MOVE 'N' TO WS-TRANS-VALID-SW
004190       WHEN LGT-MATTER-REF IS EQUAL TO SPACES
004200          MOVE 'NO MATTER REFERENCE' TO WS-REJECT-TEXT
004210          MOVE 'N' TO WS-TRANS-VALID-SW
004220       WHEN LGT-USERID IS EQUAL TO SPACES
004230          MOVE 'NO USERID' TO WS-REJECT-TEXT
004240          MOVE 'N' TO WS-TRANS-VALID-SW
004250       WHEN OTHER
004260          CONTINUE
004270     END-EVALUATE.
004280
004290*****************************************************************
004300* Find the open hold for the transaction's subject and matter.  *
004310* A customer hold is matched on the PID, an account hold on the *
004320* account.                                                      *
004330*****************************************************************
004340 FIND-OPEN-HOLD.
004350     MOVE 'N' TO WS-HOLD-FOUND-SW.
004360     MOVE ZERO TO WS-HOLD-MATCH-IX.
004370     PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
004380       UNTIL WS-HOLD-IX IS GREATER THAN WS-HOLD-COUNT
004390                OR HOLD-ENTRY-FOUND
004400        MOVE WS-HOLD-IMAGE (WS-HOLD-IX) TO LEGAL-HOLD-RECORD
004410        IF LGH-OPEN
004420         AND LGH-SUBJECT IS EQUAL TO LGT-SUBJECT
004430         AND LGH-MATTER-REF IS EQUAL TO LGT-MATTER-REF
004440           IF (LGH-SUBJECT-PID
004450                 AND LGH-PID IS EQUAL TO LGT-PID)
004460            OR (LGH-SUBJECT-ACCOUNT
004470                 AND LGH-ACC-NO IS EQUAL TO LGT-ACC-NO)
004480              MOVE 'Y' TO WS-HOLD-FOUND-SW
004490              MOVE WS-HOLD-IX TO WS-HOLD-MATCH-IX
004500           END-IF
004510        END-IF
004520     END-PERFORM.
004530
004540*****************************************************************
004550* Place a new hold, in force from today.                        *
004560*****************************************************************
004570 PLACE-HOLD.
004580     IF WS-HOLD-COUNT IS NOT LESS THAN 2000
004590        MOVE 'Legal hold table full - run refused'
004600          TO WS-CONSOLE-MESSAGE
004610        PERFORM ABORT-PROGRAM
004620     END-IF.
004630     ADD 1 TO WS-HOLD-COUNT.
004640     MOVE WS-HOLD-COUNT TO WS-HOLD-MATCH-IX.
004650     MOVE SPACES TO LEGAL-HOLD-RECORD.
004660     MOVE LGT-SUBJECT TO LGH-SUBJECT.
004670     MOVE LGT-PID TO LGH-PID.
004680     MOVE LGT-ACC-NO TO LGH-ACC-NO.
004690     MOVE LGT-MATTER-REF TO LGH-MATTER-REF.
004700     MOVE 'O' TO LGH-STATUS.
004710     MOVE LGT-USERID TO LGH-PLACED-BY.
004720     MOVE WS-TODAY TO LGH-PLACED-DATE.
004730     MOVE ZERO TO LGH-RELEASE-DATE.
004740     MOVE WS-TODAY TO LGH-LAST-ACTIVITY.
004750     MOVE LGT-DESC TO LGH-DESC.
004760     MOVE LEGAL-HOLD-RECORD TO WS-HOLD-IMAGE (WS-HOLD-MATCH-IX).
004770     ADD 1 TO WS-HOLDS-PLACED.
004780     MOVE SPACE TO WS-CHG-OLD-STATUS.
004790     MOVE 'O' TO WS-CHG-NEW-STATUS.
004800     PERFORM WRITE-AUDIT-RECORD.
004810     MOVE 'PLACED' TO RA-ACTION.
004820     MOVE LGT-DESC TO RA-TEXT.
004830     PERFORM WRITE-ACTION-LINE.
004840
004850*****************************************************************
004860* Legal has looked at the hold and wants it kept - the review   *
004870* restarts the year before it is reported as dormant. A new     *
004880* description replaces the old one; a blank one leaves it.      *
004890*****************************************************************
004900 REVIEW-HOLD.
004910     MOVE WS-HOLD-IMAGE (WS-HOLD-MATCH-IX) TO LEGAL-HOLD-RECORD.
004920     MOVE WS-TODAY TO LGH-LAST-ACTIVITY.
004930     IF LGT-DESC IS NOT EQUAL TO SPACES
004940        MOVE LGT-DESC TO LGH-DESC
004950     END-IF.
004960     MOVE LEGAL-HOLD-RECORD TO WS-HOLD-IMAGE (WS-HOLD-MATCH-IX).
004970     ADD 1 TO WS-HOLDS-REVIEWED.
004980     MOVE 'O' TO WS-CHG-OLD-STATUS.
004990     MOVE 'O' TO WS-CHG-NEW-STATUS.
005000     PERFORM WRITE-AUDIT-RECORD.
005010     MOVE 'REVIEWED' TO RA-ACTION.
005020     MOVE LGH-DESC TO RA-TEXT.
005030     PERFORM WRITE-ACTION-LINE.
005040
005050*****************************************************************
005060* Release the hold - from the next housekeeping run the         *
005070* subject's records age under the retention rules again.        *
005080*****************************************************************
005090 RELEASE-HOLD.
005100     MOVE WS-HOLD-IMAGE (WS-HOLD-MATCH-IX) TO LEGAL-HOLD-RECORD.
005110     MOVE 'R' TO LGH-STATUS.
005120     MOVE LGT-USERID TO LGH-RELEASED-BY.
005130     MOVE WS-TODAY TO LGH-RELEASE-DATE.
005140     MOVE WS-TODAY TO LGH-LAST-ACTIVITY.
005150     MOVE LEGAL-HOLD-RECORD TO WS-HOLD-IMAGE (WS-HOLD-MATCH-IX).
005160     ADD 1 TO WS-HOLDS-RELEASED.
005170     MOVE 'O' TO WS-CHG-OLD-STATUS.
005180     MOVE 'R' TO WS-CHG-NEW-STATUS.
005190     PERFORM WRITE-AUDIT-RECORD.
005200     MOVE 'RELEASED' TO RA-ACTION.
005210     MOVE LGH-DESC TO RA-TEXT.
005220     PERFORM WRITE-ACTION-LINE.
005230
005240 REJECT-TRANSACTION.
005250     ADD 1 TO WS-TRANS-REJECTED.
005260     MOVE 'REJECTED' TO RA-ACTION.
005270     MOVE WS-REJECT-TEXT TO RA-TEXT.
005280     PERFORM WRITE-ACTION-LINE.
005290
005300 WRITE-ACTION-LINE.
005310     MOVE LGT-PID TO RA-PID.
005320     MOVE LGT-ACC-NO TO RA-ACC-NO.
005330     MOVE LGT-MATTER-REF TO RA-MATTER-REF.
005340     MOVE LGT-USERID TO RA-USERID.
005350     MOVE RPT-ACTION-LINE TO MAINT-REPORT-LINE.
005360     PERFORM REPORT-PUT.
005370
005380 WRITE-AUDIT-RECORD.
005390     MOVE SPACES TO HOLD-AUDIT-RECORD.
005400     MOVE WS-TODAY TO LGA-DATE.
005410     MOVE WS-TIME-NOW TO LGA-TIME.
005420     MOVE LGT-ACTION TO LGA-ACTION.
005430     MOVE LGT-SUBJECT TO LGA-SUBJECT.
005440     MOVE LGT-PID TO LGA-PID.
005450     MOVE LGT-ACC-NO TO LGA-ACC-NO.
005460     MOVE LGT-MATTER-REF TO LGA-MATTER-REF.
005470     MOVE LGT-USERID TO LGA-USERID.
005480     MOVE WS-CHG-OLD-STATUS TO LGA-OLD-STATUS.
005490     MOVE WS-CHG-NEW-STATUS TO LGA-NEW-STATUS.
005500     MOVE LGT-DESC TO LGA-DESC.
005510     WRITE HOLD-AUDIT-RECORD.
005520     IF WS-AUDIT-STATUS IS NOT EQUAL TO '00'
005530        MOVE 'LGHAUDT Error writing file ...'
005540          TO WS-CONSOLE-MESSAGE
005550        PERFORM DISPLAY-CONSOLE-MESSAGE
005560        MOVE WS-AUDIT-STATUS TO WS-IO-STATUS
005570        PERFORM DISPLAY-IO-STATUS
005580        PERFORM ABORT-PROGRAM
005590     END-IF.
005600
005610*****************************************************************
005620* Write every hold, open and released, to the new register.     *
005630*****************************************************************
005640 WRITE-NEW-REGISTER.
005650     OPEN OUTPUT NEW-HOLD-FILE.
005660     IF WS-LEGHOLDN-STATUS IS NOT EQUAL TO '00'
005670        MOVE 'LEGHOLDN file open failure...'
005680          TO WS-CONSOLE-MESSAGE
005690        PERFORM DISPLAY-CONSOLE-MESSAGE
005700        MOVE WS-LEGHOLDN-STATUS TO WS-IO-STATUS
005710        PERFORM DISPLAY-IO-STATUS
005720        PERFORM ABORT-PROGRAM
005730     END-IF.
005740     PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
005750       UNTIL WS-HOLD-IX IS GREATER THAN WS-HOLD-COUNT
005760        WRITE NEW-HOLD-RECORD FROM WS-HOLD-IMAGE (WS-HOLD-IX)
005770        IF WS-LEGHOLDN-STATUS IS NOT EQUAL TO '00'
005780           MOVE 'LEGHOLDN Error writing file ...'
005790             TO WS-CONSOLE-MESSAGE
005800           PERFORM DISPLAY-CONSOLE-MESSAGE
005810           MOVE WS-LEGHOLDN-STATUS TO WS-IO-STATUS
005820           PERFORM DISPLAY-IO-STATUS
005830           PERFORM ABORT-PROGRAM
005840        END-IF
005850     END-PERFORM.
005860     CLOSE NEW-HOLD-FILE.
005870
005880*****************************************************************
005890* List the holds in force after this run's changes.             *
005900*****************************************************************
005910 WRITE-HOLDS-IN-FORCE.
005920     MOVE SPACES TO MAINT-REPORT-LINE.
005930     PERFORM REPORT-PUT.
005940     MOVE '  HOLDS IN FORCE' TO MAINT-REPORT-LINE.
005950     PERFORM REPORT-PUT.
005960     MOVE RPT-HOLD-HEADING TO MAINT-REPORT-LINE.
005970     PERFORM REPORT-PUT.
005980     PERFORM VARYING WS-HOLD-IX FROM 1 BY 1
005990       UNTIL WS-HOLD-IX IS GREATER THAN WS-HOLD-COUNT
006000        MOVE WS-HOLD-IMAGE (WS-HOLD-IX) TO LEGAL-HOLD-RECORD
006010        IF LGH-OPEN
006020           ADD 1 TO WS-HOLDS-IN-FORCE
006030           MOVE LGH-PID TO RO-PID
006040           MOVE LGH-ACC-NO TO RO-ACC-NO
006050           MOVE LGH-MATTER-REF TO RO-MATTER-REF
006060           MOVE LGH-PLACED-BY TO RO-PLACED-BY
006070           MOVE LGH-PLACED-DATE TO RO-PLACED-DATE
006080           MOVE LGH-LAST-ACTIVITY TO RO-LAST-ACTIVITY
006090           MOVE LGH-DESC TO RO-DESC
006100           MOVE RPT-HOLD-LINE TO MAINT-REPORT-LINE
006110           PERFORM REPORT-PUT
006120        END-IF
006130     END-PERFORM.
006140
006150 WRITE-SUMMARY.
006160     MOVE SPACES TO MAINT-REPORT-LINE.
006170     PERFORM REPORT-PUT.
006180     MOVE 'HOLDS PLACED' TO RT-LABEL.
006190     MOVE WS-HOLDS-PLACED TO RT-COUNT.
006200     MOVE RPT-COUNT-LINE TO MAINT-REPORT-LINE.
006210     PERFORM REPORT-PUT.
006220     MOVE 'HOLDS REVIEWED' TO RT-LABEL.
006230     MOVE WS-HOLDS-REVIEWED TO RT-COUNT.
006240     MOVE RPT-COUNT-LINE TO MAINT-REPORT-LINE.
006250     PERFORM REPORT-PUT.
006260     MOVE 'HOLDS RELEASED' TO RT-LABEL.
006270     MOVE WS-HOLDS-RELEASED TO RT-COUNT.
006280     MOVE RPT-COUNT-LINE TO MAINT-REPORT-LINE.
006290     PERFORM REPORT-PUT.
006300     MOVE 'TRANSACTIONS REJECTED' TO RT-LABEL.
006310     MOVE WS-TRANS-REJECTED TO RT-COUNT.
006320     MOVE RPT-COUNT-LINE TO MAINT-REPORT-LINE.
006330     PERFORM REPORT-PUT.
006340     MOVE 'HOLDS IN FORCE' TO RT-LABEL.
006350     MOVE WS-HOLDS-IN-FORCE TO RT-COUNT.
006360     MOVE RPT-COUNT-LINE TO MAINT-REPORT-LINE.
006370     PERFORM REPORT-PUT.
006380
006390*****************************************************************
006400* Open the audit trail to add to it. File status 05 is a normal *
006410* open of an OPTIONAL file that did not exist - the first run   *
006420* starts the trail.                                             *
006430*****************************************************************
006440 AUDIT-OPEN.
006450     OPEN EXTEND HOLD-AUDIT-FILE.
006460     IF WS-AUDIT-STATUS IS NOT EQUAL TO '00'
006470      AND WS-AUDIT-STATUS IS NOT EQUAL TO '05'
006480        MOVE 'LGHAUDT file open failure...'
006490          TO WS-CONSOLE-MESSAGE
006500        PERFORM DISPLAY-CONSOLE-MESSAGE
006510        MOVE WS-AUDIT-STATUS TO WS-IO-STATUS
006520        PERFORM DISPLAY-IO-STATUS
006530        PERFORM ABORT-PROGRAM
006540     END-IF.
006550
006560 AUDIT-CLOSE.
006570     CLOSE HOLD-AUDIT-FILE.
006580
006590*****************************************************************
006600* Open the maintenance report as output.                        *
006610*****************************************************************
006620 REPORT-OPEN.
006630     OPEN OUTPUT MAINT-REPORT.
006640     IF WS-REPORT-STATUS = '00'
006650        MOVE 'LGHRPT report opened OK'
006660          TO WS-CONSOLE-MESSAGE
006670        PERFORM DISPLAY-CONSOLE-MESSAGE
006680     ELSE
006690        MOVE 'LGHRPT report open failure...'
006700          TO WS-CONSOLE-MESSAGE
006710        PERFORM DISPLAY-CONSOLE-MESSAGE
006720        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
006730        PERFORM DISPLAY-IO-STATUS
006740        PERFORM ABORT-PROGRAM
006750     END-IF.
006760
006770 REPORT-PUT.
006780     WRITE MAINT-REPORT-LINE.
006790     IF WS-REPORT-STATUS NOT = '00'
006800        MOVE 'LGHRPT report Error writing file ...'
006810          TO WS-CONSOLE-MESSAGE
006820        PERFORM DISPLAY-CONSOLE-MESSAGE
006830        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
006840        PERFORM DISPLAY-IO-STATUS
006850        PERFORM ABORT-PROGRAM
006860     END-IF.
006870
006880 REPORT-CLOSE.
006890     CLOSE MAINT-REPORT.
006900
006910*****************************************************************
006920* Display the file status bytes. This routine will display as   *
006930* two digits if the full two byte file status is numeric. If    *
006940* second byte is non-numeric then it will be treated as a       *
006950* binary number.                                                *
006960*****************************************************************
006970 DISPLAY-IO-STATUS.
006980     IF WS-IO-STATUS NUMERIC
006990        MOVE SPACE TO WS-CONSOLE-MESSAGE
007000        STRING 'File status -' DELIMITED BY SIZE
007010               WS-IO-STATUS DELIMITED BY SIZE
007020          INTO WS-CONSOLE-MESSAGE
007030        PERFORM DISPLAY-CONSOLE-MESSAGE
007040     ELSE
007050        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
007060        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
007070        MOVE SPACE TO WS-CONSOLE-MESSAGE
007080        STRING 'File status -' DELIMITED BY SIZE
007090               WS-IO-STAT1 DELIMITED BY SIZE
007100               '/' DELIMITED BY SIZE
007110               WS-TWO-BYTES DELIMITED BY SIZE
007120          INTO WS-CONSOLE-MESSAGE
007130        PERFORM DISPLAY-CONSOLE-MESSAGE
007140     END-IF.
007150
007160*****************************************************************
007170* 'ABORT' the program.                                          *
007180* Post a message to the console and issue a STOP RUN            *
007190*****************************************************************
007200 ABORT-PROGRAM.
007210     IF WS-CONSOLE-MESSAGE NOT = SPACES
007220        PERFORM DISPLAY-CONSOLE-MESSAGE
007230     END-IF.
007240     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
007250     PERFORM DISPLAY-CONSOLE-MESSAGE.
007260     MOVE 16 TO RETURN-CODE.
007270     GOBACK.
007280
007290*****************************************************************
007300* Display a message on the console, prefixed with the program   *
007310* name so it can be picked out of a mixed job log.              *
007320*****************************************************************
007330 DISPLAY-CONSOLE-MESSAGE.
007340     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
