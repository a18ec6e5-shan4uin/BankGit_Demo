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
000130* Prgram:      ZBNKSCR1.CBL                                     *
000140* Function:    Sanctions and watch-list screening - match the   *
000150*              type '1' customer name and address data against  *
000160*              the watch list on exact and normalised-name      *
000170*              rules, score each hit, remember compliance's     *
000180*              decisions cycle to cycle so a cleared customer   *
000190*              is not flagged again, write the matches awaiting *
000200*              a decision to the review file and the confirmed  *
000210*              matches to the block file WBBNKXFR honours       *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.
000250     ZBNKSCR1.
000260 DATE-WRITTEN.
000270     September 2026.
000280 DATE-COMPILED.
000290     Today.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT   SECTION.
000320   FILE-CONTROL.
000330     SELECT EXTRACT-FILE
000340            ASSIGN       TO EXTRACT
000350            ORGANIZATION IS SEQUENTIAL
000360            ACCESS MODE  IS SEQUENTIAL
000370            FILE STATUS  IS WS-EXTRACT-STATUS.
000380
000390     SELECT WATCHLIST-FILE
000400            ASSIGN       TO WATCHLST
000410            ORGANIZATION IS SEQUENTIAL
000420            ACCESS MODE  IS SEQUENTIAL
000430            FILE STATUS  IS WS-WATCH-STATUS.
000440
000450     SELECT OPTIONAL DISPOSITION-FILE
000460            ASSIGN       TO SCRDISP
000470            ORGANIZATION IS SEQUENTIAL
000480            ACCESS MODE  IS SEQUENTIAL
000490            FILE STATUS  IS WS-DISP-STATUS.
000500
000510     SELECT OPTIONAL DISPOSITION-UPDATE-FILE
000520            ASSIGN       TO SCRUPD
000530            ORGANIZATION IS SEQUENTIAL
000540            ACCESS MODE  IS SEQUENTIAL
000550            FILE STATUS  IS WS-UPDATE-STATUS.
000560
000570     SELECT OPTIONAL SCREENING-CONTROL-FILE
000580            ASSIGN       TO SCRCTL
000590            ORGANIZATION IS SEQUENTIAL
000600            ACCESS MODE  IS SEQUENTIAL
000610            FILE STATUS  IS WS-CONTROL-STATUS.
000620
000630     SELECT NEW-DISPOSITION-FILE
000640            ASSIGN       TO SCRDNEW
000650            ORGANIZATION IS SEQUENTIAL
000660            ACCESS MODE  IS SEQUENTIAL
000670            FILE STATUS  IS WS-DISPNEW-STATUS.
000680
000690     SELECT REVIEW-FILE
000700            ASSIGN       TO SCRREVW
000710            ORGANIZATION IS SEQUENTIAL
000720            ACCESS MODE  IS SEQUENTIAL
000730            FILE STATUS  IS WS-REVIEW-STATUS.
000740
000750     SELECT BLOCK-FILE
000760            ASSIGN       TO SCRBLOCK
000770            ORGANIZATION IS SEQUENTIAL
000780            ACCESS MODE  IS SEQUENTIAL
000790            FILE STATUS  IS WS-BLOCK-STATUS.
000800
000810     SELECT SCREENING-REPORT
000820            ASSIGN       TO SCRRPT
000830            ORGANIZATION IS SEQUENTIAL
000840            ACCESS MODE  IS SEQUENTIAL
000850            FILE STATUS  IS WS-REPORT-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  EXTRACT-FILE
000900     RECORDING MODE IS V
000910     RECORD CONTAINS 66 TO 95 CHARACTERS.
000920 COPY CBANKXT1.
000930
000940 FD  WATCHLIST-FILE
000950     RECORD CONTAINS 100 CHARACTERS.
000960 COPY CWATCHLS.
000970
000980*****************************************************************
000990* The disposition file carried forward from the previous run    *
001000* and the updated file written behind this run.                 *
001010*****************************************************************
001020 FD  DISPOSITION-FILE
001030     RECORD CONTAINS 120 CHARACTERS.
001040 COPY CSCRDSP.
001050
001060*****************************************************************
001070* Decisions keyed by compliance - the customer and watch-list   *
001080* entry, the disposition (T true match, F false positive, R     *
001090* release a true match) and who made it.                        *
001100*****************************************************************
001110 FD  DISPOSITION-UPDATE-FILE
001120     RECORD CONTAINS 30 CHARACTERS.
001130 01  DISPOSITION-UPDATE-RECORD.
001140   05  SCU-PID                               PIC X(5).
001150   05  SCU-WL-ID                             PIC X(8).
001160   05  SCU-DISPOSITION                       PIC X(1).
001170   05  SCU-USERID                            PIC X(8).
001180   05  FILLER                                PIC X(8).
001190
001200*****************************************************************
001210* Screening control - "MINSCR" is the lowest score written for  *
001220* review.                                                       *
001230*****************************************************************
001240 FD  SCREENING-CONTROL-FILE
001250     RECORD CONTAINS 20 CHARACTERS.
001260 01  SCREENING-CONTROL-RECORD.
001270   05  SCT-KEYWORD                           PIC X(6).
001280   05  SCT-VALUE                             PIC 9(5).
001290   05  FILLER                                PIC X(9).
001300
001310 FD  NEW-DISPOSITION-FILE
001320     RECORD CONTAINS 120 CHARACTERS.
001330 01  NEW-DISPOSITION-RECORD                  PIC X(120).
001340
001350 FD  REVIEW-FILE
001360     RECORD CONTAINS 120 CHARACTERS.
001370 01  REVIEW-RECORD                           PIC X(120).
001380
001390 FD  BLOCK-FILE
001400     RECORD CONTAINS 30 CHARACTERS.
001410 COPY CSCRBLK.
001420
001430 FD  SCREENING-REPORT
001440     RECORD CONTAINS 132 CHARACTERS.
001450 01  SCREENING-REPORT-LINE                   PIC X(132).
001460
001470 WORKING-STORAGE SECTION.
001480 01  WS-MISC-STORAGE.
001490   05  WS-PROGRAM-ID                         PIC X(8)
001500       VALUE 'ZBNKSCR1'.
001510   05  WS-EXTRACT-STATUS.
001520     10  WS-EXTRACT-STAT1                    PIC X(1).
001530     10  WS-EXTRACT-STAT2                    PIC X(1).
001540
001550   05  WS-WATCH-STATUS.
001560     10  WS-WATCH-STAT1                      PIC X(1).
001570     10  WS-WATCH-STAT2                      PIC X(1).
001580
001590   05  WS-DISP-STATUS.
001600     10  WS-DISP-STAT1                       PIC X(1).
001610     10  WS-DISP-STAT2                       PIC X(1).
001620
001630   05  WS-UPDATE-STATUS.
001640     10  WS-UPDATE-STAT1                     PIC X(1).
001650     10  WS-UPDATE-STAT2                     PIC X(1).
001660
001670   05  WS-CONTROL-STATUS.
001680     10  WS-CONTROL-STAT1                    PIC X(1).
001690     10  WS-CONTROL-STAT2                    PIC X(1).
001700
001710   05  WS-DISPNEW-STATUS.
001720     10  WS-DISPNEW-STAT1                    PIC X(1).
001730     10  WS-DISPNEW-STAT2                    PIC X(1).
001740
001750   05  WS-REVIEW-STATUS.
001760     10  WS-REVIEW-STAT1                     PIC X(1).
001770     10  WS-REVIEW-STAT2                     PIC X(1).
001780
001790   05  WS-BLOCK-STATUS.
001800     10  WS-BLOCK-STAT1                      PIC X(1).
001810     10  WS-BLOCK-STAT2                      PIC X(1).
001820
001830   05  WS-REPORT-STATUS.
001840     10  WS-REPORT-STAT1                     PIC X(1).
001850     10  WS-REPORT-STAT2                     PIC X(1).
001860
001870   05  WS-IO-STATUS.
001880     10  WS-IO-STAT1                         PIC X(1).
001890     10  WS-IO-STAT2                         PIC X(1).
001900
001910   05  WS-TWO-BYTES.
001920     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001930     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001940   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001950                                             PIC 9(1) COMP.
001960
001970   05  WS-EOF-SW                             PIC X(1)
001980       VALUE 'N'.
001990     88  END-OF-EXTRACT                       VALUE 'Y'.
002000   05  WS-WATCH-EOF-SW                       PIC X(1)
002010       VALUE 'N'.
002020     88  WATCHLIST-EOF                        VALUE 'Y'.
002030   05  WS-DISP-EOF-SW                        PIC X(1)
002040       VALUE 'N'.
002050     88  DISPOSITION-FILE-EOF                 VALUE 'Y'.
002060   05  WS-UPDATE-EOF-SW                      PIC X(1)
002070       VALUE 'N'.
002080     88  UPDATE-FILE-EOF                      VALUE 'Y'.
002090   05  WS-CONTROL-EOF-SW                     PIC X(1)
002100       VALUE 'N'.
002110     88  CONTROL-EOF                          VALUE 'Y'.
002120   05  WS-TRAILER-SW                         PIC X(1)
002130       VALUE 'N'.
002140     88  EXTRACT-TRAILER-SEEN                 VALUE 'Y'.
002150
002160   05  WS-RUN-DATE                           PIC 9(6)
002170       VALUE ZERO.
002180   05  WS-MIN-SCORE                          PIC 9(3)
002190       VALUE 70.
002200
002210   05  WS-CUSTOMERS-SCREENED                 PIC 9(5)
002220       VALUE ZERO.
002230   05  WS-HIT-COUNT                          PIC 9(5)
002240       VALUE ZERO.
002250   05  WS-NEW-COUNT                          PIC 9(5)
002260       VALUE ZERO.
002270   05  WS-REFLAG-COUNT                       PIC 9(5)
002280       VALUE ZERO.
002290   05  WS-PENDING-COUNT                      PIC 9(5)
002300       VALUE ZERO.
002310   05  WS-CONFIRMED-COUNT                    PIC 9(5)
002320       VALUE ZERO.
002330   05  WS-SUPPRESSED-COUNT                   PIC 9(5)
002340       VALUE ZERO.
002350   05  WS-BLOCKED-COUNT                      PIC 9(5)
002360       VALUE ZERO.
002370   05  WS-UPDATES-APPLIED                    PIC 9(5)
002380       VALUE ZERO.
002390   05  WS-UPDATES-REJECTED                   PIC 9(5)
002400       VALUE ZERO.
002410
002420*****************************************************************
002430* The watch list, with each entry's name and address already    *
002440* normalised for matching.                                      *
002450*****************************************************************
002460 01  WS-WATCH-TABLE.
002470   05  WS-WL-COUNT                           PIC 9(4)
002480       VALUE ZERO.
002490   05  WS-WL-ENTRY OCCURS 2000 TIMES.
002500     10  WS-WL-ID                            PIC X(8).
002510     10  WS-WL-NAME                          PIC X(30).
002520     10  WS-WL-CNTRY                         PIC X(3).
002530     10  WS-WL-NORM-NAME                     PIC X(30).
002540     10  WS-WL-NORM-LEN                      PIC 9(2).
002550     10  WS-WL-NORM-ADDR                     PIC X(30).
002560   05  WS-WL-IX                              PIC 9(4).
002570
002580*****************************************************************
002590* Every disposition on file, with this run's hits folded in.    *
002600*****************************************************************
002610 01  WS-DISP-TABLE.
002620   05  WS-DSP-COUNT                          PIC 9(4)
002630       VALUE ZERO.
002640   05  WS-DSP-ENTRY OCCURS 5000 TIMES.
002650     10  WS-DSP-PID                          PIC X(5).
002660     10  WS-DSP-WL-ID                        PIC X(8).
002670     10  WS-DSP-DISPOSITION                  PIC X(1).
002680       88  DSP-PENDING                        VALUE 'P'.
002690       88  DSP-TRUE-MATCH                     VALUE 'T'.
002700       88  DSP-CLEARED                        VALUES 'F' 'R'.
002710     10  WS-DSP-SCORE                        PIC 9(3).
002720     10  WS-DSP-RULE                         PIC X(8).
002730     10  WS-DSP-CUST-NAME                    PIC X(20).
002740     10  WS-DSP-WL-NAME                      PIC X(30).
002750     10  WS-DSP-FIRST-DATE                   PIC 9(6).
002760     10  WS-DSP-LAST-DATE                    PIC 9(6).
002770     10  WS-DSP-USERID                       PIC X(8).
002780     10  WS-DSP-DECIDED-DATE                 PIC 9(6).
002790   05  WS-DSP-IX                             PIC 9(4).
002800   05  WS-DSP-WORK-IX                        PIC 9(4).
002810   05  WS-DSP-FOUND-SW                       PIC X(1)
002820       VALUE 'N'.
002830     88  DISPOSITION-FOUND                    VALUE 'Y'.
002840
002850*****************************************************************
002860* The customer being screened, normalised.                      *
002870*****************************************************************
002880 01  WS-CUSTOMER-WORK.
002890   05  WS-CUS-PID                            PIC X(5).
002900   05  WS-CUS-NAME                           PIC X(20).
002910   05  WS-CUS-UPPER-NAME                     PIC X(20).
002920   05  WS-CUS-CNTRY                          PIC X(3).
002930   05  WS-CUS-NORM-NAME                      PIC X(30).
002940   05  WS-CUS-NORM-LEN                       PIC 9(2).
002950   05  WS-CUS-NORM-ADDR                      PIC X(30).
002955   05  WS-CUS-NORM-ADDR2                     PIC X(30).
002960
002970*****************************************************************
002980* Normalising - upper case, then letters and digits only, so    *
002990* spacing and punctuation differences do not hide a match.      *
003000*****************************************************************
003010 01  WS-NORMALISE-WORK.
003020   05  WS-NORM-IN                            PIC X(30).
003030   05  WS-NORM-OUT                           PIC X(30).
003040   05  WS-NORM-LEN                           PIC 9(2).
003050   05  WS-NORM-IX                            PIC 9(2).
003060   05  WS-NORM-CHAR                          PIC X(1).
003070
003080*****************************************************************
003090* One customer against one watch-list entry.                    *
003100*****************************************************************
003110 01  WS-MATCH-WORK.
003120   05  WS-MATCH-ID                           PIC X(8).
003130   05  WS-MATCH-SCORE                        PIC 9(3).
003140   05  WS-MATCH-RULE                         PIC X(8).
003150   05  WS-MATCH-DIFFS                        PIC 9(2).
003160   05  WS-MATCH-IX                           PIC 9(2).
003170   05  WS-MATCH-TALLY                        PIC 9(3).
003180   05  WS-MATCH-ACTION                       PIC X(26).
003190
003200 01  WS-CONSOLE-MESSAGE                      PIC X(60).
003210
003220*****************************************************************
003230* Screening report lines.                                       *
003240*****************************************************************
003250 01  RPT-HEADING-LINE.
003260   05  FILLER                          PIC X(2)  VALUE SPACES.
003270   05  FILLER                                PIC X(34)
003280       VALUE 'SANCTIONS AND WATCH-LIST SCREENING'.
003290   05  FILLER                                PIC X(10)
003300       VALUE '  CYCLE - '.
003310   05  RH-RUN-DATE                           PIC 9(6).
003320   05  FILLER                                PIC X(18)
003330       VALUE '  REVIEW SCORE - '.
003340   05  RH-MIN-SCORE                          PIC ZZ9.
003350   05  FILLER                          PIC X(59) VALUE SPACES.
003360
003370 01  RPT-SECTION-LINE.
003380   05  FILLER                          PIC X(2)  VALUE SPACES.
003390   05  RX-TITLE                              PIC X(50).
003400   05  FILLER                          PIC X(80) VALUE SPACES.
003410
003420 01  RPT-COLUMN-LINE.
003430   05  FILLER                                PIC X(30)
003440       VALUE '  PID    CUSTOMER NAME        '.
003450   05  FILLER                                PIC X(30)
003460       VALUE ' LIST ID   LISTED NAME        '.
003470   05  FILLER                                PIC X(28)
003480       VALUE '             RULE     SCORE '.
003490   05  FILLER                                PIC X(30)
003500       VALUE 'ACTION                        '.
003510   05  FILLER                          PIC X(14) VALUE SPACES.
003520
003530 01  RPT-DETAIL-LINE.
003540   05  FILLER                          PIC X(2)  VALUE SPACES.
003550   05  RD-PID                                PIC X(5).
003560   05  FILLER                          PIC X(2)  VALUE SPACES.
003570   05  RD-CUST-NAME                          PIC X(20).
003580   05  FILLER                          PIC X(2)  VALUE SPACES.
003590   05  RD-WL-ID                              PIC X(8).
003600   05  FILLER                          PIC X(2)  VALUE SPACES.
003610   05  RD-WL-NAME                            PIC X(30).
003620   05  FILLER                          PIC X(2)  VALUE SPACES.
003630   05  RD-RULE                               PIC X(8).
003640   05  FILLER                          PIC X(2)  VALUE SPACES.
003650   05  RD-SCORE                              PIC ZZ9.
003660   05  FILLER                          PIC X(2)  VALUE SPACES.
003670   05  RD-ACTION                             PIC X(26).
003680   05  FILLER                          PIC X(18) VALUE SPACES.
003690
003700 01  RPT-TOTAL-LINE.
003710   05  FILLER                          PIC X(2)  VALUE SPACES.
003720   05  RT-LABEL                              PIC X(40).
003730   05  RT-COUNT                              PIC ZZZZ9.
003740   05  FILLER                          PIC X(85) VALUE SPACES.
003750
003760 PROCEDURE DIVISION.
003770*****************************************************************
003780* Bring the dispositions up to date with compliance's decisions *
003790* first, so a customer cleared since the last run is not        *
003800* flagged again by this one.                                    *
003810*****************************************************************
003820     ACCEPT WS-RUN-DATE FROM DATE.
003830     PERFORM LOAD-SCREENING-CONTROLS.
003840     PERFORM LOAD-WATCHLIST.
003850     PERFORM LOAD-DISPOSITION-FILE.
003860     PERFORM APPLY-DISPOSITION-UPDATES.
003870
003880     PERFORM REPORT-OPEN.
003890     PERFORM REVIEW-OPEN.
003900     PERFORM SCREEN-CUSTOMERS.
003910     PERFORM REVIEW-CLOSE.
003920     PERFORM WRITE-NEW-DISPOSITION-FILE.
003930     PERFORM WRITE-BLOCK-FILE.
003940     PERFORM REPORT-TOTALS.
003950     PERFORM REPORT-CLOSE.
003960
003970     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003980     STRING WS-CUSTOMERS-SCREENED DELIMITED BY SIZE
003990            ' screened, ' DELIMITED BY SIZE
004000            WS-PENDING-COUNT DELIMITED BY SIZE
004010            ' for review, ' DELIMITED BY SIZE
004020            WS-BLOCKED-COUNT DELIMITED BY SIZE
004030            ' blocked' DELIMITED BY SIZE
004040       INTO WS-CONSOLE-MESSAGE.
004050     PERFORM DISPLAY-CONSOLE-MESSAGE.
004060     MOVE 'End Of Job'
004070       TO WS-CONSOLE-MESSAGE.
004080     PERFORM DISPLAY-CONSOLE-MESSAGE.
004090
004100     IF WS-PENDING-COUNT IS GREATER THAN ZERO
004110        MOVE 4 TO RETURN-CODE
004120     ELSE
004130        MOVE 0 TO RETURN-CODE
004140     END-IF.
004150
004160     GOBACK.
004170
004180*****************************************************************
004190* Load the screening control. A missing control file leaves the *
004200* shipped default standing.                                     *
004210*****************************************************************
004220 LOAD-SCREENING-CONTROLS.
004230     OPEN INPUT SCREENING-CONTROL-FILE.
004240     EVALUATE TRUE
004250       WHEN WS-CONTROL-STATUS IS EQUAL TO '35'
004260       WHEN WS-CONTROL-STATUS IS EQUAL TO '05'
004270          CONTINUE
004280       WHEN WS-CONTROL-STATUS IS EQUAL TO '00'
004290          PERFORM CONTROL-READ
004300          PERFORM UNTIL CONTROL-EOF
004310             IF SCT-VALUE IS NUMERIC
004320                EVALUATE SCT-KEYWORD
004330                  WHEN 'MINSCR'
004340                     IF SCT-VALUE IS GREATER THAN ZERO
004350                      AND SCT-VALUE IS NOT GREATER THAN 100
004360                        MOVE SCT-VALUE TO WS-MIN-SCORE
004370                     END-IF
004380                  WHEN OTHER
004390                     CONTINUE
004400                END-EVALUATE
004410             END-IF
004420             PERFORM CONTROL-READ
004430          END-PERFORM
004440          CLOSE SCREENING-CONTROL-FILE
004450       WHEN OTHER
004460          MOVE 'SCRCTL file open failure...'
004470            TO WS-CONSOLE-MESSAGE
004480          PERFORM DISPLAY-CONSOLE-MESSAGE
004490          MOVE WS-CONTROL-STATUS TO WS-IO-STATUS
004500          PERFORM DISPLAY-IO-STATUS
004510          PERFORM ABORT-PROGRAM
004520     END-EVALUATE.
004530
004540 CONTROL-READ.
004550     READ SCREENING-CONTROL-FILE
004560       AT END
004570          MOVE 'Y' TO WS-CONTROL-EOF-SW
004580     END-READ.
004590
004600*****************************************************************
004610* Load the watch list. Screening against no list at all proves  *
004620* nothing, so an empty list refuses the run.                    *
004630*****************************************************************
004640 LOAD-WATCHLIST.
004650     OPEN INPUT WATCHLIST-FILE.
004660     IF WS-WATCH-STATUS IS NOT EQUAL TO '00'
004670        MOVE 'WATCHLST file open failure...'
004680          TO WS-CONSOLE-MESSAGE
004690        PERFORM DISPLAY-CONSOLE-MESSAGE
004700        MOVE WS-WATCH-STATUS TO WS-IO-STATUS
004710        PERFORM DISPLAY-IO-STATUS
004720        PERFORM ABORT-PROGRAM
004730     END-IF.
004740     PERFORM WATCHLIST-READ.
004750     PERFORM UNTIL WATCHLIST-EOF
004760        IF WL-NAME IS NOT EQUAL TO SPACES
004770           IF WS-WL-COUNT IS LESS THAN 2000
004780              ADD 1 TO WS-WL-COUNT
004790              MOVE WL-ID TO WS-WL-ID (WS-WL-COUNT)
004800              MOVE WL-NAME TO WS-WL-NAME (WS-WL-COUNT)
004810              MOVE WL-CNTRY TO WS-WL-CNTRY (WS-WL-COUNT)
004820              MOVE WL-NAME TO WS-NORM-IN
004830              PERFORM NORMALISE-TEXT
004840              MOVE WS-NORM-OUT TO WS-WL-NORM-NAME (WS-WL-COUNT)
004850              MOVE WS-NORM-LEN TO WS-WL-NORM-LEN (WS-WL-COUNT)
004860              MOVE WL-ADDRESS TO WS-NORM-IN
004870              PERFORM NORMALISE-TEXT
004880              MOVE WS-NORM-OUT TO WS-WL-NORM-ADDR (WS-WL-COUNT)
004890           ELSE
004900              MOVE 'Watch-list table full - run refused'
004910                TO WS-CONSOLE-MESSAGE
004920              PERFORM ABORT-PROGRAM
004930           END-IF
004940        END-IF
004950        PERFORM WATCHLIST-READ
004960     END-PERFORM.
004970     CLOSE WATCHLIST-FILE.
004980     IF WS-WL-COUNT IS EQUAL TO ZERO
004990        MOVE 'WATCHLST is empty - run refused'
005000          TO WS-CONSOLE-MESSAGE
005010        PERFORM ABORT-PROGRAM
005020     END-IF.
005030
005040 WATCHLIST-READ.
005050     READ WATCHLIST-FILE
005060       AT END
005070          MOVE 'Y' TO WS-WATCH-EOF-SW
005080     END-READ.
005090
005100*****************************************************************
005110* Load the dispositions carried forward from the previous run.  *
005120*****************************************************************
005130 LOAD-DISPOSITION-FILE.
005140     OPEN INPUT DISPOSITION-FILE.
005150     EVALUATE TRUE
005160       WHEN WS-DISP-STATUS IS EQUAL TO '35'
005170       WHEN WS-DISP-STATUS IS EQUAL TO '05'
005180          MOVE 'No disposition file on hand - starting empty'
005190            TO WS-CONSOLE-MESSAGE
005200          PERFORM DISPLAY-CONSOLE-MESSAGE
005210       WHEN WS-DISP-STATUS IS EQUAL TO '00'
005220          PERFORM DISPOSITION-READ
005230          PERFORM UNTIL DISPOSITION-FILE-EOF
005240             IF WS-DSP-COUNT IS LESS THAN 5000
005250                ADD 1 TO WS-DSP-COUNT
005260                MOVE SCD-PID TO WS-DSP-PID (WS-DSP-COUNT)
005270                MOVE SCD-WL-ID TO WS-DSP-WL-ID (WS-DSP-COUNT)
005280                MOVE SCD-DISPOSITION
005290                  TO WS-DSP-DISPOSITION (WS-DSP-COUNT)
005300                MOVE SCD-SCORE TO WS-DSP-SCORE (WS-DSP-COUNT)
005310                MOVE SCD-RULE TO WS-DSP-RULE (WS-DSP-COUNT)
005320                MOVE SCD-CUST-NAME
005330                  TO WS-DSP-CUST-NAME (WS-DSP-COUNT)
005340                MOVE SCD-WL-NAME TO WS-DSP-WL-NAME (WS-DSP-COUNT)
005350                MOVE SCD-FIRST-DATE
005360                  TO WS-DSP-FIRST-DATE (WS-DSP-COUNT)
005370                MOVE SCD-LAST-DATE
005380                  TO WS-DSP-LAST-DATE (WS-DSP-COUNT)
005390                MOVE SCD-USERID TO WS-DSP-USERID (WS-DSP-COUNT)
005400                MOVE SCD-DECIDED-DATE
005410                  TO WS-DSP-DECIDED-DATE (WS-DSP-COUNT)
005420             ELSE
005430                MOVE 'Disposition table full - run refused'
005440                  TO WS-CONSOLE-MESSAGE
005450                PERFORM ABORT-PROGRAM
005460             END-IF
005470             PERFORM DISPOSITION-READ
005480          END-PERFORM
005490          CLOSE DISPOSITION-FILE
005500       WHEN OTHER
005510          MOVE 'SCRDISP file open failure...'
005520            TO WS-CONSOLE-MESSAGE
005530          PERFORM DISPLAY-CONSOLE-MESSAGE
005540          MOVE WS-DISP-STATUS TO WS-IO-STATUS
005550          PERFORM DISPLAY-IO-STATUS
005560          PERFORM ABORT-PROGRAM
005570     END-EVALUATE.
005580
005590 DISPOSITION-READ.
005600     READ DISPOSITION-FILE
005610       AT END
005620          MOVE 'Y' TO WS-DISP-EOF-SW
005630     END-READ.
005640
005650*****************************************************************
005660* Apply compliance's decisions. Only a match already on file    *
005670* can be decided, and only to one of the three final states.    *
005680*****************************************************************
005690 APPLY-DISPOSITION-UPDATES.
005700     OPEN INPUT DISPOSITION-UPDATE-FILE.
005710     EVALUATE TRUE
005720       WHEN WS-UPDATE-STATUS IS EQUAL TO '35'
005730       WHEN WS-UPDATE-STATUS IS EQUAL TO '05'
005740          MOVE 'No screening decisions supplied'
005750            TO WS-CONSOLE-MESSAGE
005760          PERFORM DISPLAY-CONSOLE-MESSAGE
005770       WHEN WS-UPDATE-STATUS IS EQUAL TO '00'
005780          PERFORM UPDATE-READ
005790          PERFORM UNTIL UPDATE-FILE-EOF
005800             PERFORM APPLY-ONE-UPDATE
005810             PERFORM UPDATE-READ
005820          END-PERFORM
005830          CLOSE DISPOSITION-UPDATE-FILE
005840       WHEN OTHER
005850          MOVE 'SCRUPD file open failure...'
005860            TO WS-CONSOLE-MESSAGE
005870          PERFORM DISPLAY-CONSOLE-MESSAGE
005880          MOVE WS-UPDATE-STATUS TO WS-IO-STATUS
005890          PERFORM DISPLAY-IO-STATUS
005900          PERFORM ABORT-PROGRAM
005910     END-EVALUATE.
005920
005930 UPDATE-READ.
005940     READ DISPOSITION-UPDATE-FILE
005950       AT END
005960          MOVE 'Y' TO WS-UPDATE-EOF-SW
005970     END-READ.
005980
005990 APPLY-ONE-UPDATE.
006000     MOVE SCU-PID TO WS-CUS-PID.
006010     MOVE SCU-WL-ID TO WS-MATCH-ID.
006020     PERFORM FIND-DISPOSITION.
006030     IF DISPOSITION-FOUND
006040      AND (SCU-DISPOSITION IS EQUAL TO 'T'
006050           OR SCU-DISPOSITION IS EQUAL TO 'F'
006060           OR SCU-DISPOSITION IS EQUAL TO 'R')
006070        ADD 1 TO WS-UPDATES-APPLIED
006080        MOVE SCU-DISPOSITION
006090          TO WS-DSP-DISPOSITION (WS-DSP-WORK-IX)
006100        MOVE SCU-USERID TO WS-DSP-USERID (WS-DSP-WORK-IX)
006110        MOVE WS-RUN-DATE TO WS-DSP-DECIDED-DATE (WS-DSP-WORK-IX)
006120     ELSE
006130        ADD 1 TO WS-UPDATES-REJECTED
006140        MOVE SPACES TO WS-CONSOLE-MESSAGE
006150        STRING 'Decision for ' DELIMITED BY SIZE
006160               SCU-PID DELIMITED BY SIZE
006170               '/' DELIMITED BY SIZE
006180               SCU-WL-ID DELIMITED BY SIZE
006190               ' rejected' DELIMITED BY SIZE
006200          INTO WS-CONSOLE-MESSAGE
006210        PERFORM DISPLAY-CONSOLE-MESSAGE
006220     END-IF.
006230
006240*****************************************************************
006250* Find the disposition for customer WS-CUS-PID against the      *
006260* watch-list entry whose id is in WS-MATCH-ID and leave its     *
006270* index in WS-DSP-WORK-IX.                                      *
006280*****************************************************************
006290 FIND-DISPOSITION.
006300     MOVE 'N' TO WS-DSP-FOUND-SW.
006310     PERFORM VARYING WS-DSP-IX FROM 1 BY 1
006320       UNTIL WS-DSP-IX IS GREATER THAN WS-DSP-COUNT
006330                OR DISPOSITION-FOUND
006340        IF WS-DSP-PID (WS-DSP-IX) IS EQUAL TO WS-CUS-PID
006350         AND WS-DSP-WL-ID (WS-DSP-IX) IS EQUAL TO WS-MATCH-ID
006360           MOVE 'Y' TO WS-DSP-FOUND-SW
006370           MOVE WS-DSP-IX TO WS-DSP-WORK-IX
006380        END-IF
006390     END-PERFORM.
006400
006410*****************************************************************
006420* Screen every type '1' customer against every watch-list       *
006430* entry.                                                        *
006440*****************************************************************
006450 SCREEN-CUSTOMERS.
006460     MOVE WS-RUN-DATE TO RH-RUN-DATE.
006470     MOVE WS-MIN-SCORE TO RH-MIN-SCORE.
006480     MOVE RPT-HEADING-LINE TO SCREENING-REPORT-LINE.
006490     PERFORM REPORT-PUT.
006500     MOVE SPACES TO SCREENING-REPORT-LINE.
006510     PERFORM REPORT-PUT.
006520     MOVE 'POTENTIAL MATCHES THIS CYCLE' TO RX-TITLE.
006530     MOVE RPT-SECTION-LINE TO SCREENING-REPORT-LINE.
006540     PERFORM REPORT-PUT.
006550     MOVE RPT-COLUMN-LINE TO SCREENING-REPORT-LINE.
006560     PERFORM REPORT-PUT.
006570
006580     PERFORM EXTRACT-OPEN.
006590     PERFORM EXTRACT-READ.
006600     IF NOT END-OF-EXTRACT
006610      AND BANKXT01-H-TYPE IS EQUAL TO 'H'
006620        MOVE BANKXT01-H-RUN-DATE TO WS-RUN-DATE
006630     END-IF.
006640     PERFORM UNTIL END-OF-EXTRACT
006650        EVALUATE TRUE
006660          WHEN BANKXT01-1-TYPE IS EQUAL TO '1'
006670             ADD 1 TO WS-CUSTOMERS-SCREENED
006680             PERFORM SCREEN-ONE-CUSTOMER
006690          WHEN BANKXT01-T-TYPE IS EQUAL TO 'T'
006700             MOVE 'Y' TO WS-TRAILER-SW
006710          WHEN OTHER
006720             CONTINUE
006730        END-EVALUATE
006740        PERFORM EXTRACT-READ
006750     END-PERFORM.
006760     PERFORM EXTRACT-CLOSE.
006770     IF NOT EXTRACT-TRAILER-SEEN
006780        MOVE 'EXTRACT has no trailer - run refused'
006790          TO WS-CONSOLE-MESSAGE
006800        PERFORM ABORT-PROGRAM
006810     END-IF.
006820
006830 SCREEN-ONE-CUSTOMER.
006840     MOVE BANKXT01-1-PID TO WS-CUS-PID.
006850     MOVE BANKXT01-1-NAME TO WS-CUS-NAME.
006860     MOVE BANKXT01-1-NAME TO WS-CUS-UPPER-NAME.
006870     INSPECT WS-CUS-UPPER-NAME
006880       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
006890               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
006900     MOVE BANKXT01-1-CNTRY TO WS-CUS-CNTRY.
006910     INSPECT WS-CUS-CNTRY
006920       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
006930               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
006940     MOVE BANKXT01-1-NAME TO WS-NORM-IN.
006950     PERFORM NORMALISE-TEXT.
006960     MOVE WS-NORM-OUT TO WS-CUS-NORM-NAME.
006970     MOVE WS-NORM-LEN TO WS-CUS-NORM-LEN.
006980     MOVE BANKXT01-1-ADDR1 TO WS-NORM-IN.
006990     PERFORM NORMALISE-TEXT.
007000     MOVE WS-NORM-OUT TO WS-CUS-NORM-ADDR.
007002     MOVE BANKXT01-1-ADDR2 TO WS-NORM-IN.
007004     PERFORM NORMALISE-TEXT.
007006     MOVE WS-NORM-OUT TO WS-CUS-NORM-ADDR2.
007010     IF WS-CUS-NORM-LEN IS GREATER THAN ZERO
007020        PERFORM VARYING WS-WL-IX FROM 1 BY 1
007030          UNTIL WS-WL-IX IS GREATER THAN WS-WL-COUNT
007040           PERFORM SCORE-ONE-ENTRY
007050           IF WS-MATCH-SCORE IS NOT LESS THAN WS-MIN-SCORE
007060              PERFORM RECORD-ONE-HIT
007070           END-IF
007080        END-PERFORM
007090     END-IF.
007100
007110*****************************************************************
007120* Score the customer against one watch-list entry on the name   *
007130* first - exact (the names as written, case aside), normalised  *
007140* (equal once spacing and punctuation are gone), near (same     *
007150* length and one letter different) or partial (the shorter name *
007160* of eight letters or more inside the longer). A name match     *
007170* gains ten for the same country and ten for an address line    *
007180* that matches the entry's address. No name match scores        *
007185* nothing at all.                                               *
007190*****************************************************************
007200 SCORE-ONE-ENTRY.
007210     MOVE ZERO TO WS-MATCH-SCORE.
007220     MOVE SPACES TO WS-MATCH-RULE.
007230     EVALUATE TRUE
007240       WHEN WS-WL-NAME (WS-WL-IX) (1:20) IS EQUAL TO
007250               WS-CUS-UPPER-NAME
007260        AND WS-WL-NAME (WS-WL-IX) (21:10) IS EQUAL TO SPACES
007270          MOVE 100 TO WS-MATCH-SCORE
007280          MOVE 'EXACT' TO WS-MATCH-RULE
007290       WHEN WS-WL-NORM-NAME (WS-WL-IX) IS EQUAL TO
007300               WS-CUS-NORM-NAME
007310          MOVE 90 TO WS-MATCH-SCORE
007320          MOVE 'NORMAL' TO WS-MATCH-RULE
007330       WHEN OTHER
007340          PERFORM CHECK-NEAR-MATCH
007350     END-EVALUATE.
007360     IF WS-MATCH-SCORE IS GREATER THAN ZERO
007370        IF WS-CUS-CNTRY IS NOT EQUAL TO SPACES
007380         AND WS-CUS-CNTRY IS EQUAL TO WS-WL-CNTRY (WS-WL-IX)
007390           ADD 10 TO WS-MATCH-SCORE
007400        END-IF
007410        IF (WS-CUS-NORM-ADDR IS NOT EQUAL TO SPACES
007420         AND WS-CUS-NORM-ADDR IS EQUAL TO
007430               WS-WL-NORM-ADDR (WS-WL-IX))
007432         OR (WS-CUS-NORM-ADDR2 IS NOT EQUAL TO SPACES
007434         AND WS-CUS-NORM-ADDR2 IS EQUAL TO
007436               WS-WL-NORM-ADDR (WS-WL-IX))
007440           ADD 10 TO WS-MATCH-SCORE
007450        END-IF
007460        IF WS-MATCH-SCORE IS GREATER THAN 100
007470           MOVE 100 TO WS-MATCH-SCORE
007480        END-IF
007490     END-IF.
007500
007510 CHECK-NEAR-MATCH.
007520     IF WS-CUS-NORM-LEN IS EQUAL TO WS-WL-NORM-LEN (WS-WL-IX)
007530      AND WS-CUS-NORM-LEN IS NOT LESS THAN 6
007540        MOVE ZERO TO WS-MATCH-DIFFS
007550        PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
007560          UNTIL WS-MATCH-IX IS GREATER THAN WS-CUS-NORM-LEN
007570           IF WS-CUS-NORM-NAME (WS-MATCH-IX:1) IS NOT EQUAL TO
007580                WS-WL-NORM-NAME (WS-WL-IX) (WS-MATCH-IX:1)
007590              ADD 1 TO WS-MATCH-DIFFS
007600           END-IF
007610        END-PERFORM
007620        IF WS-MATCH-DIFFS IS EQUAL TO 1
007630           MOVE 80 TO WS-MATCH-SCORE
007640           MOVE 'NEAR' TO WS-MATCH-RULE
007650        END-IF
007660     END-IF.
007670     IF WS-MATCH-SCORE IS EQUAL TO ZERO
007680        MOVE ZERO TO WS-MATCH-TALLY
007690        IF WS-CUS-NORM-LEN IS LESS THAN WS-WL-NORM-LEN (WS-WL-IX)
007700           IF WS-CUS-NORM-LEN IS NOT LESS THAN 8
007710              INSPECT WS-WL-NORM-NAME (WS-WL-IX)
007720                TALLYING WS-MATCH-TALLY FOR ALL
007730                WS-CUS-NORM-NAME (1:WS-CUS-NORM-LEN)
007740           END-IF
007750        ELSE
007760           IF WS-WL-NORM-LEN (WS-WL-IX) IS NOT LESS THAN 8
007770              INSPECT WS-CUS-NORM-NAME
007780                TALLYING WS-MATCH-TALLY FOR ALL
007790                WS-WL-NORM-NAME (WS-WL-IX)
007800                  (1:WS-WL-NORM-LEN (WS-WL-IX))
007810           END-IF
007820        END-IF
007830        IF WS-MATCH-TALLY IS GREATER THAN ZERO
007840           MOVE 70 TO WS-MATCH-SCORE
007850           MOVE 'PARTIAL' TO WS-MATCH-RULE
007860        END-IF
007870     END-IF.
007880
007890*****************************************************************
007900* Fold a hit into the dispositions. A new hit, or a cleared one *
007910* whose customer name has changed since it was cleared, goes    *
007920* for review; one still awaiting a decision goes for review     *
007930* again; a confirmed match stays blocked; a cleared one is      *
007940* passed over.                                                  *
007950*****************************************************************
007960 RECORD-ONE-HIT.
007970     ADD 1 TO WS-HIT-COUNT.
007980     MOVE WS-WL-ID (WS-WL-IX) TO WS-MATCH-ID.
007990     PERFORM FIND-DISPOSITION.
008000     IF NOT DISPOSITION-FOUND
008010        IF WS-DSP-COUNT IS LESS THAN 5000
008020           ADD 1 TO WS-DSP-COUNT
008030           MOVE WS-DSP-COUNT TO WS-DSP-WORK-IX
008040           MOVE WS-CUS-PID TO WS-DSP-PID (WS-DSP-WORK-IX)
008050           MOVE WS-MATCH-ID TO WS-DSP-WL-ID (WS-DSP-WORK-IX)
008060           MOVE 'P' TO WS-DSP-DISPOSITION (WS-DSP-WORK-IX)
008070           MOVE WS-RUN-DATE TO WS-DSP-FIRST-DATE (WS-DSP-WORK-IX)
008080           MOVE SPACES TO WS-DSP-USERID (WS-DSP-WORK-IX)
008090           MOVE ZERO TO WS-DSP-DECIDED-DATE (WS-DSP-WORK-IX)
008100           MOVE WS-CUS-NAME TO WS-DSP-CUST-NAME (WS-DSP-WORK-IX)
008110           ADD 1 TO WS-NEW-COUNT
008120           MOVE 'NEW - FOR REVIEW' TO WS-MATCH-ACTION
008130        ELSE
008140           MOVE 'Disposition table full - run refused'
008150             TO WS-CONSOLE-MESSAGE
008160           PERFORM ABORT-PROGRAM
008170        END-IF
008180     ELSE
008190        EVALUATE TRUE
008200          WHEN DSP-TRUE-MATCH (WS-DSP-WORK-IX)
008210             ADD 1 TO WS-CONFIRMED-COUNT
008220             MOVE 'CONFIRMED - BLOCKED' TO WS-MATCH-ACTION
008230          WHEN DSP-CLEARED (WS-DSP-WORK-IX)
008240           AND WS-DSP-CUST-NAME (WS-DSP-WORK-IX) IS EQUAL TO
008250                 WS-CUS-NAME
008260             ADD 1 TO WS-SUPPRESSED-COUNT
008270             MOVE 'CLEARED - NOT FLAGGED' TO WS-MATCH-ACTION
008280          WHEN DSP-CLEARED (WS-DSP-WORK-IX)
008290             MOVE 'P' TO WS-DSP-DISPOSITION (WS-DSP-WORK-IX)
008300             MOVE WS-CUS-NAME
008310               TO WS-DSP-CUST-NAME (WS-DSP-WORK-IX)
008320             ADD 1 TO WS-REFLAG-COUNT
008330             MOVE 'NAME CHANGED - FOR REVIEW' TO WS-MATCH-ACTION
008340          WHEN OTHER
008350             MOVE 'P' TO WS-DSP-DISPOSITION (WS-DSP-WORK-IX)
008360             MOVE WS-CUS-NAME
008370               TO WS-DSP-CUST-NAME (WS-DSP-WORK-IX)
008380             MOVE 'AWAITING REVIEW' TO WS-MATCH-ACTION
008390        END-EVALUATE
008400     END-IF.
008410     MOVE WS-MATCH-SCORE TO WS-DSP-SCORE (WS-DSP-WORK-IX).
008420     MOVE WS-MATCH-RULE TO WS-DSP-RULE (WS-DSP-WORK-IX).
008430     MOVE WS-WL-NAME (WS-WL-IX)
008440       TO WS-DSP-WL-NAME (WS-DSP-WORK-IX).
008450     MOVE WS-RUN-DATE TO WS-DSP-LAST-DATE (WS-DSP-WORK-IX).
008460     IF DSP-PENDING (WS-DSP-WORK-IX)
008470        ADD 1 TO WS-PENDING-COUNT
008480        PERFORM SET-DISPOSITION-RECORD
008490        PERFORM REVIEW-PUT
008500     END-IF.
008510     MOVE WS-CUS-PID TO RD-PID.
008520     MOVE WS-CUS-NAME TO RD-CUST-NAME.
008530     MOVE WS-MATCH-ID TO RD-WL-ID.
008540     MOVE WS-WL-NAME (WS-WL-IX) TO RD-WL-NAME.
008550     MOVE WS-MATCH-RULE TO RD-RULE.
008560     MOVE WS-MATCH-SCORE TO RD-SCORE.
008570     MOVE WS-MATCH-ACTION TO RD-ACTION.
008580     MOVE RPT-DETAIL-LINE TO SCREENING-REPORT-LINE.
008590     PERFORM REPORT-PUT.
008600
008610*****************************************************************
008620* Build the disposition record for table entry WS-DSP-WORK-IX.  *
008630*****************************************************************
008640 SET-DISPOSITION-RECORD.
008650     MOVE SPACES TO SCREEN-DISP-RECORD.
008660     MOVE WS-DSP-PID (WS-DSP-WORK-IX) TO SCD-PID.
008670     MOVE WS-DSP-WL-ID (WS-DSP-WORK-IX) TO SCD-WL-ID.
008680     MOVE WS-DSP-DISPOSITION (WS-DSP-WORK-IX) TO SCD-DISPOSITION.
008690     MOVE WS-DSP-SCORE (WS-DSP-WORK-IX) TO SCD-SCORE.
008700     MOVE WS-DSP-RULE (WS-DSP-WORK-IX) TO SCD-RULE.
008710     MOVE WS-DSP-CUST-NAME (WS-DSP-WORK-IX) TO SCD-CUST-NAME.
008720     MOVE WS-DSP-WL-NAME (WS-DSP-WORK-IX) TO SCD-WL-NAME.
008730     MOVE WS-DSP-FIRST-DATE (WS-DSP-WORK-IX) TO SCD-FIRST-DATE.
008740     MOVE WS-DSP-LAST-DATE (WS-DSP-WORK-IX) TO SCD-LAST-DATE.
008750     MOVE WS-DSP-USERID (WS-DSP-WORK-IX) TO SCD-USERID.
008760     MOVE WS-DSP-DECIDED-DATE (WS-DSP-WORK-IX)
008770       TO SCD-DECIDED-DATE.
008780
008790*****************************************************************
008800* Reduce WS-NORM-IN to upper-case letters and digits, packed to *
008810* the left of WS-NORM-OUT, with their count in WS-NORM-LEN.     *
008820*****************************************************************
008830 NORMALISE-TEXT.
008840     INSPECT WS-NORM-IN
008850       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
008860               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
008870     MOVE SPACES TO WS-NORM-OUT.
008880     MOVE ZERO TO WS-NORM-LEN.
008890     PERFORM VARYING WS-NORM-IX FROM 1 BY 1
008900       UNTIL WS-NORM-IX IS GREATER THAN 30
008910        MOVE WS-NORM-IN (WS-NORM-IX:1) TO WS-NORM-CHAR
008920        IF (WS-NORM-CHAR IS NOT LESS THAN 'A'
008930            AND WS-NORM-CHAR IS NOT GREATER THAN 'Z')
008940         OR WS-NORM-CHAR IS NUMERIC
008950           ADD 1 TO WS-NORM-LEN
008960           MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-NORM-LEN:1)
008970        END-IF
008980     END-PERFORM.
008990
009000*****************************************************************
009010* Write every disposition forward for the next run.             *
009020*****************************************************************
009030 WRITE-NEW-DISPOSITION-FILE.
009040     OPEN OUTPUT NEW-DISPOSITION-FILE.
009050     IF WS-DISPNEW-STATUS IS NOT EQUAL TO '00'
009060        MOVE 'SCRDNEW file open failure...'
009070          TO WS-CONSOLE-MESSAGE
009080        PERFORM DISPLAY-CONSOLE-MESSAGE
009090        MOVE WS-DISPNEW-STATUS TO WS-IO-STATUS
009100        PERFORM DISPLAY-IO-STATUS
009110        PERFORM ABORT-PROGRAM
009120     END-IF.
009130     PERFORM VARYING WS-DSP-WORK-IX FROM 1 BY 1
009140       UNTIL WS-DSP-WORK-IX IS GREATER THAN WS-DSP-COUNT
009150        PERFORM SET-DISPOSITION-RECORD
009160        WRITE NEW-DISPOSITION-RECORD FROM SCREEN-DISP-RECORD
009170        IF WS-DISPNEW-STATUS IS NOT EQUAL TO '00'
009180           MOVE 'SCRDNEW Error writing file ...'
009190             TO WS-CONSOLE-MESSAGE
009200           PERFORM DISPLAY-CONSOLE-MESSAGE
009210           MOVE WS-DISPNEW-STATUS TO WS-IO-STATUS
009220           PERFORM DISPLAY-IO-STATUS
009230           PERFORM ABORT-PROGRAM
009240        END-IF
009250     END-PERFORM.
009260     CLOSE NEW-DISPOSITION-FILE.
009270
009280*****************************************************************
009290* Write the block file - every confirmed match on file, whether *
009300* or not it came up again this cycle, stays blocked until       *
009310* compliance releases it.                                       *
009320*****************************************************************
009330 WRITE-BLOCK-FILE.
009340     OPEN OUTPUT BLOCK-FILE.
009350     IF WS-BLOCK-STATUS IS NOT EQUAL TO '00'
009360        MOVE 'SCRBLOCK file open failure...'
009370          TO WS-CONSOLE-MESSAGE
009380        PERFORM DISPLAY-CONSOLE-MESSAGE
009390        MOVE WS-BLOCK-STATUS TO WS-IO-STATUS
009400        PERFORM DISPLAY-IO-STATUS
009410        PERFORM ABORT-PROGRAM
009420     END-IF.
009430     PERFORM VARYING WS-DSP-IX FROM 1 BY 1
009440       UNTIL WS-DSP-IX IS GREATER THAN WS-DSP-COUNT
009450        IF DSP-TRUE-MATCH (WS-DSP-IX)
009460           ADD 1 TO WS-BLOCKED-COUNT
009470           MOVE SPACES TO SCREEN-BLOCK-RECORD
009480           MOVE WS-DSP-PID (WS-DSP-IX) TO SCB-PID
009490           MOVE WS-DSP-WL-ID (WS-DSP-IX) TO SCB-WL-ID
009500           MOVE WS-DSP-DECIDED-DATE (WS-DSP-IX)
009510             TO SCB-DECIDED-DATE
009520           MOVE WS-DSP-USERID (WS-DSP-IX) TO SCB-USERID
009530           WRITE SCREEN-BLOCK-RECORD
009540           IF WS-BLOCK-STATUS IS NOT EQUAL TO '00'
009550              MOVE 'SCRBLOCK Error writing file ...'
009560                TO WS-CONSOLE-MESSAGE
009570              PERFORM DISPLAY-CONSOLE-MESSAGE
009580              MOVE WS-BLOCK-STATUS TO WS-IO-STATUS
009590              PERFORM DISPLAY-IO-STATUS
009600              PERFORM ABORT-PROGRAM
009610           END-IF
009620        END-IF
009630     END-PERFORM.
009640     CLOSE BLOCK-FILE.
009650
009660*****************************************************************
009670* Counts for the run.                                           *
009680*****************************************************************
009690 REPORT-TOTALS.
009700     IF WS-HIT-COUNT IS EQUAL TO ZERO
009710        MOVE 'NONE' TO RX-TITLE
009720        MOVE RPT-SECTION-LINE TO SCREENING-REPORT-LINE
009730        PERFORM REPORT-PUT
009740     END-IF.
009750     MOVE SPACES TO SCREENING-REPORT-LINE.
009760     PERFORM REPORT-PUT.
009770     MOVE 'TOTALS' TO RX-TITLE.
009780     MOVE RPT-SECTION-LINE TO SCREENING-REPORT-LINE.
009790     PERFORM REPORT-PUT.
009800     MOVE 'CUSTOMERS SCREENED' TO RT-LABEL.
009810     MOVE WS-CUSTOMERS-SCREENED TO RT-COUNT.
009820     PERFORM REPORT-TOTAL-LINE.
009830     MOVE 'WATCH-LIST ENTRIES' TO RT-LABEL.
009840     MOVE WS-WL-COUNT TO RT-COUNT.
009850     PERFORM REPORT-TOTAL-LINE.
009860     MOVE 'POTENTIAL MATCHES' TO RT-LABEL.
009870     MOVE WS-HIT-COUNT TO RT-COUNT.
009880     PERFORM REPORT-TOTAL-LINE.
009890     MOVE '  NEW THIS CYCLE' TO RT-LABEL.
009900     MOVE WS-NEW-COUNT TO RT-COUNT.
009910     PERFORM REPORT-TOTAL-LINE.
009920     MOVE '  RE-FLAGGED - NAME CHANGED' TO RT-LABEL.
009930     MOVE WS-REFLAG-COUNT TO RT-COUNT.
009940     PERFORM REPORT-TOTAL-LINE.
009950     MOVE '  WRITTEN FOR REVIEW' TO RT-LABEL.
009960     MOVE WS-PENDING-COUNT TO RT-COUNT.
009970     PERFORM REPORT-TOTAL-LINE.
009980     MOVE '  CONFIRMED MATCHES' TO RT-LABEL.
009990     MOVE WS-CONFIRMED-COUNT TO RT-COUNT.
010000     PERFORM REPORT-TOTAL-LINE.
010010     MOVE '  CLEARED - NOT FLAGGED' TO RT-LABEL.
010020     MOVE WS-SUPPRESSED-COUNT TO RT-COUNT.
010030     PERFORM REPORT-TOTAL-LINE.
010040     MOVE 'CUSTOMERS BLOCKED FROM TRANSFERS' TO RT-LABEL.
010050     MOVE WS-BLOCKED-COUNT TO RT-COUNT.
010060     PERFORM REPORT-TOTAL-LINE.
010070     MOVE 'DECISIONS APPLIED' TO RT-LABEL.
010080     MOVE WS-UPDATES-APPLIED TO RT-COUNT.
010090     PERFORM REPORT-TOTAL-LINE.
010100     MOVE 'DECISIONS REJECTED' TO RT-LABEL.
010110     MOVE WS-UPDATES-REJECTED TO RT-COUNT.
010120     PERFORM REPORT-TOTAL-LINE.
010130
010140 REPORT-TOTAL-LINE.
010150     MOVE RPT-TOTAL-LINE TO SCREENING-REPORT-LINE.
010160     PERFORM REPORT-PUT.
010170
010180*****************************************************************
010190* Open the extract file produced by ZBNKEXT1 as input.          *
010200*****************************************************************
010210 EXTRACT-OPEN.
010220     OPEN INPUT EXTRACT-FILE.
010230     IF WS-EXTRACT-STATUS = '00'
010240        MOVE 'EXTRACT file opened OK'
010250          TO WS-CONSOLE-MESSAGE
010260        PERFORM DISPLAY-CONSOLE-MESSAGE
010270     ELSE
010280        MOVE 'EXTRACT file open failure...'
010290          TO WS-CONSOLE-MESSAGE
010300        PERFORM DISPLAY-CONSOLE-MESSAGE
010310        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
010320        PERFORM DISPLAY-IO-STATUS
010330        PERFORM ABORT-PROGRAM
010340        END-IF.
010350
010360 EXTRACT-READ.
010370     READ EXTRACT-FILE
010380        AT END
010390           MOVE 'Y' TO WS-EOF-SW
010400     END-READ.
010410     IF NOT END-OF-EXTRACT
010420        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
010430           MOVE 'EXTRACT Error reading file ...'
010440             TO WS-CONSOLE-MESSAGE
010450           PERFORM DISPLAY-CONSOLE-MESSAGE
010460           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
010470           PERFORM DISPLAY-IO-STATUS
010480           PERFORM ABORT-PROGRAM
010490        END-IF
010500     END-IF.
010510
010520 EXTRACT-CLOSE.
010530     CLOSE EXTRACT-FILE.
010540
010550*****************************************************************
010560* The review file - matches awaiting compliance's decision.     *
010570*****************************************************************
010580 REVIEW-OPEN.
010590     OPEN OUTPUT REVIEW-FILE.
010600     IF WS-REVIEW-STATUS IS NOT EQUAL TO '00'
010610        MOVE 'SCRREVW file open failure...'
010620          TO WS-CONSOLE-MESSAGE
010630        PERFORM DISPLAY-CONSOLE-MESSAGE
010640        MOVE WS-REVIEW-STATUS TO WS-IO-STATUS
010650        PERFORM DISPLAY-IO-STATUS
010660        PERFORM ABORT-PROGRAM
010670     END-IF.
010680
010690 REVIEW-PUT.
010700     WRITE REVIEW-RECORD FROM SCREEN-DISP-RECORD.
010710     IF WS-REVIEW-STATUS IS NOT EQUAL TO '00'
010720        MOVE 'SCRREVW Error writing file ...'
010730          TO WS-CONSOLE-MESSAGE
010740        PERFORM DISPLAY-CONSOLE-MESSAGE
010750        MOVE WS-REVIEW-STATUS TO WS-IO-STATUS
010760        PERFORM DISPLAY-IO-STATUS
010770        PERFORM ABORT-PROGRAM
010780     END-IF.
010790
010800 REVIEW-CLOSE.
010810     CLOSE REVIEW-FILE.
010820
010830*****************************************************************
010840* Open the screening report as output.                          *
010850*****************************************************************
010860 REPORT-OPEN.
010870     OPEN OUTPUT SCREENING-REPORT.
010880     IF WS-REPORT-STATUS = '00'
010890        MOVE 'SCRRPT report opened OK'
010900          TO WS-CONSOLE-MESSAGE
010910        PERFORM DISPLAY-CONSOLE-MESSAGE
010920     ELSE
010930        MOVE 'SCRRPT report open failure...'
010940          TO WS-CONSOLE-MESSAGE
010950        PERFORM DISPLAY-CONSOLE-MESSAGE
010960        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
010970        PERFORM DISPLAY-IO-STATUS
010980        PERFORM ABORT-PROGRAM
010990        END-IF.
011000
011010 REPORT-PUT.
011020     WRITE SCREENING-REPORT-LINE.
011030     IF WS-REPORT-STATUS NOT = '00'
011040        MOVE 'SCRRPT report Error writing file ...'
011050          TO WS-CONSOLE-MESSAGE
011060        PERFORM DISPLAY-CONSOLE-MESSAGE
011070        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
011080        PERFORM DISPLAY-IO-STATUS
011090        PERFORM ABORT-PROGRAM
011100     END-IF.
011110
011120 REPORT-CLOSE.
011130     CLOSE SCREENING-REPORT.
011140
011150*****************************************************************
011160* Display the file status bytes. This routine will display as   *
011170* two digits if the full two byte file status is numeric. If    *
011180* second byte is non-numeric then it will be treated as a       *
011190* binary number.                                                *
011200*****************************************************************
011210 DISPLAY-IO-STATUS.
011220     IF WS-IO-STATUS NUMERIC
011230        MOVE SPACE TO WS-CONSOLE-MESSAGE
011240        STRING 'File status -' DELIMITED BY SIZE
011250               WS-IO-STATUS DELIMITED BY SIZE
011260          INTO WS-CONSOLE-MESSAGE
011270        PERFORM DISPLAY-CONSOLE-MESSAGE
011280     ELSE
011290        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
011300        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
011310        MOVE SPACE TO WS-CONSOLE-MESSAGE
011320        STRING 'File status -' DELIMITED BY SIZE
011330               WS-IO-STAT1 DELIMITED BY SIZE
011340               '/' DELIMITED BY SIZE
011350               WS-TWO-BYTES DELIMITED BY SIZE
011360          INTO WS-CONSOLE-MESSAGE
011370        PERFORM DISPLAY-CONSOLE-MESSAGE
011380     END-IF.
011390
011400*****************************************************************
011410* 'ABORT' the program.                                          *
011420* Post a message to the console and issue a STOP RUN            *
011430*****************************************************************
011440 ABORT-PROGRAM.
011450     IF WS-CONSOLE-MESSAGE NOT = SPACES
011460        PERFORM DISPLAY-CONSOLE-MESSAGE
011470     END-IF.
011480     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
011490     PERFORM DISPLAY-CONSOLE-MESSAGE.
011500     MOVE 16 TO RETURN-CODE.
011510     GOBACK.
011520
011530*****************************************************************
011540* Display a message on the console, prefixed with the program   *
011550* name so it can be picked out of a mixed job log.              *
011560*****************************************************************
011570 DISPLAY-CONSOLE-MESSAGE.
011580     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
