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
000130* Prgram:      ZBNKDLQ1.CBL                                     *
000140* Function:    Loan delinquency over the cycle extract - bucket *
000150*              every type 'L' loan as current, 30, 60, 90 or    *
000160*              120+ days past due against the cycle run date,   *
000170*              compare with the bucket history carried from the *
000180*              last cycle so cures and roll-forwards are seen,  *
000190*              print the collections report and cut the         *
000200*              past-due notice file for the statement inserts   *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKDLQ1.
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
000380     SELECT OPTIONAL HISTORY-FILE
000390            ASSIGN       TO DLQHIST
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-HISTORY-STATUS.
000430
000440     SELECT NEW-HISTORY-FILE
000450            ASSIGN       TO DLQHNEW
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-HISTNEW-STATUS.
000490
000500     SELECT DELINQUENCY-REPORT
000510            ASSIGN       TO DLQRPT
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-REPORT-STATUS.
000550
000560     SELECT NOTICE-FILE
000570            ASSIGN       TO DLQNOTE
000580            ORGANIZATION IS SEQUENTIAL
000590            ACCESS MODE  IS SEQUENTIAL
000600            FILE STATUS  IS WS-NOTICE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  EXTRACT-FILE
000650     RECORDING MODE IS V
000660     RECORD CONTAINS 66 TO 95 CHARACTERS.
000670 COPY CBANKXT1.
000680
000690*****************************************************************
000700* Delinquency history carried cycle to cycle - one record per   *
000710* loan on the last extract with the bucket it was left in       *
000720* (0 current, 1 30 days, 2 60 days, 3 90 days, 4 120+ days),    *
000730* the bucket it held before that cycle, the worst bucket it has *
000740* reached and the cycle run date that bucketed it. The prior    *
000750* bucket lets the same extract be run through again without     *
000760* disturbing the movement the first run reported.               *
000770*****************************************************************
000780 FD  HISTORY-FILE
000790     RECORD CONTAINS 50 CHARACTERS.
000800 01  HISTORY-RECORD.
000810   05  DLH-PID                               PIC X(5).
000820   05  DLH-ACC-NO                            PIC X(10).
000830   05  DLH-BUCKET                            PIC 9(1).
000840   05  DLH-PRIOR-BUCKET                      PIC 9(1).
000850   05  DLH-WORST-BUCKET                      PIC 9(1).
000860   05  DLH-DAYS-PAST-DUE                     PIC 9(5).
000870   05  DLH-RUN-DATE                          PIC 9(6).
000880   05  DLH-CURED-DATE                        PIC 9(6).
000890   05  FILLER                                PIC X(15).
000900
000910 FD  NEW-HISTORY-FILE
000920     RECORD CONTAINS 50 CHARACTERS.
000930 01  NEW-HISTORY-RECORD                      PIC X(50).
000940
000950 FD  DELINQUENCY-REPORT
000960     RECORD CONTAINS 132 CHARACTERS.
000970 01  DELINQUENCY-REPORT-LINE                 PIC X(132).
000980
000990*****************************************************************
001000* Past-due notice file for the statement inserts - one record   *
001010* per loan 30 days or more past due.                            *
001020*****************************************************************
001030 FD  NOTICE-FILE
001040     RECORD CONTAINS 80 CHARACTERS.
001050 01  NOTICE-RECORD.
001060   05  DNT-PID                               PIC X(5).
001070   05  DNT-ACC-NO                            PIC X(10).
001080   05  DNT-BUCKET                            PIC X(9).
001090   05  DNT-DAYS-PAST-DUE                     PIC 9(5).
001100   05  DNT-DUE-DATE                          PIC X(8).
001110   05  DNT-PAYMENT                           PIC 9(7)V99.
001120   05  DNT-PRINCIPAL                         PIC 9(9)V99.
001130   05  DNT-DESC                              PIC X(20).
001140   05  FILLER                                PIC X(3).
001150
001160 WORKING-STORAGE SECTION.
001170 01  WS-MISC-STORAGE.
001180   05  WS-PROGRAM-ID                         PIC X(8)
001190       VALUE 'ZBNKDLQ1'.
001200   05  WS-EXTRACT-STATUS.
001210     10  WS-EXTRACT-STAT1                    PIC X(1).
001220     10  WS-EXTRACT-STAT2                    PIC X(1).
001230
001240   05  WS-HISTORY-STATUS.
001250     10  WS-HISTORY-STAT1                    PIC X(1).
001260     10  WS-HISTORY-STAT2                    PIC X(1).
001270
001280   05  WS-HISTNEW-STATUS.
001290     10  WS-HISTNEW-STAT1                    PIC X(1).
001300     10  WS-HISTNEW-STAT2                    PIC X(1).
001310
001320   05  WS-REPORT-STATUS.
001330     10  WS-REPORT-STAT1                     PIC X(1).
001340     10  WS-REPORT-STAT2                     PIC X(1).
001350
001360   05  WS-NOTICE-STATUS.
001370     10  WS-NOTICE-STAT1                     PIC X(1).
001380     10  WS-NOTICE-STAT2                     PIC X(1).
001390
001400   05  WS-IO-STATUS.
001410     10  WS-IO-STAT1                         PIC X(1).
001420     10  WS-IO-STAT2                         PIC X(1).
001430
001440   05  WS-TWO-BYTES.
001450     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001460     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001470   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001480                                             PIC 9(1) COMP.
001490
001500   05  WS-EOF-SW                             PIC X(1)
001510       VALUE 'N'.
001520     88  END-OF-EXTRACT                       VALUE 'Y'.
001530   05  WS-HISTORY-EOF-SW                     PIC X(1)
001540       VALUE 'N'.
001550     88  HISTORY-EOF                          VALUE 'Y'.
001560   05  WS-TRAILER-SW                         PIC X(1)
001570       VALUE 'N'.
001580     88  EXTRACT-TRAILER-SEEN                 VALUE 'Y'.
001590
001600   05  WS-RUN-DATE                           PIC 9(6)
001610       VALUE ZERO.
001620   05  WS-LOANS-SEEN                         PIC 9(7)
001630       VALUE ZERO.
001640   05  WS-PAST-DUE-COUNT                     PIC 9(5)
001650       VALUE ZERO.
001660   05  WS-NEW-DELINQUENT-COUNT               PIC 9(5)
001670       VALUE ZERO.
001680   05  WS-ROLLED-COUNT                       PIC 9(5)
001690       VALUE ZERO.
001700   05  WS-IMPROVED-COUNT                     PIC 9(5)
001710       VALUE ZERO.
001720   05  WS-CURED-COUNT                        PIC 9(5)
001730       VALUE ZERO.
001740   05  WS-GONE-COUNT                         PIC 9(5)
001750       VALUE ZERO.
001760   05  WS-BAD-DATE-COUNT                     PIC 9(5)
001770       VALUE ZERO.
001780   05  WS-NOTICE-COUNT                       PIC 9(5)
001790       VALUE ZERO.
001800
001810 01  WS-DATE-WORK.
001820   05  WS-RUN-DIGITS                         PIC 9(8).
001830   05  WS-DUE-DIGITS                         PIC 9(8).
001840   05  WS-RUN-DAYNO                          PIC 9(7).
001850   05  WS-DUE-DAYNO                          PIC 9(7).
001860
001870*****************************************************************
001880* The loans - the history off DLQHIST plus every loan on this   *
001890* cycle's extract. The state byte says whether this cycle's     *
001900* extract carried the loan; the movement byte says how its      *
001910* bucket moved against the prior cycle.                         *
001920*****************************************************************
001930 01  WS-LOAN-TABLE.
001940   05  WS-LN-COUNT                           PIC 9(4)
001950       VALUE ZERO.
001960   05  WS-LN-ENTRY OCCURS 5000 TIMES.
001970     10  WS-LN-PID                           PIC X(5).
001980     10  WS-LN-ACC-NO                        PIC X(10).
001990     10  WS-LN-BUCKET                        PIC 9(1).
002000     10  WS-LN-PRIOR-BUCKET                  PIC 9(1).
002010     10  WS-LN-WORST-BUCKET                  PIC 9(1).
002020     10  WS-LN-DAYS-PAST-DUE                 PIC 9(5).
002030     10  WS-LN-RUN-DATE                      PIC 9(6).
002040     10  WS-LN-CURED-DATE                    PIC 9(6).
002050     10  WS-LN-DUE-DATE                      PIC X(8).
002060     10  WS-LN-PAYMENT                       PIC S9(7)V99.
002070     10  WS-LN-PRINCIPAL                     PIC S9(9)V99.
002080     10  WS-LN-STATE                         PIC X(1).
002090       88  LN-ON-EXTRACT                      VALUE 'E'.
002100       88  LN-NOT-ON-EXTRACT                  VALUE 'N'.
002110     10  WS-LN-MOVEMENT                      PIC X(1).
002120       88  LN-NEWLY-DELINQUENT                VALUE 'D'.
002130       88  LN-ROLLED-FORWARD                  VALUE 'R'.
002140       88  LN-IMPROVED                        VALUE 'I'.
002150       88  LN-CURED                           VALUE 'C'.
002160       88  LN-UNCHANGED                       VALUE 'U'.
002170   05  WS-LN-IX                              PIC 9(4).
002180   05  WS-LN-WORK-IX                         PIC 9(4).
002190   05  WS-LN-FOUND-SW                        PIC X(1)
002200       VALUE 'N'.
002210     88  LOAN-ENTRY-FOUND                     VALUE 'Y'.
002220
002230*****************************************************************
002240* Counts and principal by bucket for the loans on this cycle's  *
002250* extract - subscript is the bucket plus one.                   *
002260*****************************************************************
002270 01  WS-BUCKET-TOTALS.
002280   05  WS-BKT-ENTRY OCCURS 5 TIMES.
002290     10  WS-BKT-LOANS                        PIC 9(5).
002300     10  WS-BKT-PRINCIPAL                    PIC S9(11)V99.
002310   05  WS-BKT-IX                             PIC 9(1).
002320   05  WS-NAME-IX                            PIC 9(1).
002330
002340 01  WS-BUCKET-NAMES.
002350   05  FILLER                                PIC X(9)
002360       VALUE 'CURRENT  '.
002370   05  FILLER                                PIC X(9)
002380       VALUE '30 DAYS  '.
002390   05  FILLER                                PIC X(9)
002400       VALUE '60 DAYS  '.
002410   05  FILLER                                PIC X(9)
002420       VALUE '90 DAYS  '.
002430   05  FILLER                                PIC X(9)
002440       VALUE '120+ DAYS'.
002450 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
002460   05  WS-BUCKET-NAME                        PIC X(9)
002470       OCCURS 5 TIMES.
002480
002490 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002500
002510*****************************************************************
002520* Collections report lines.                                     *
002530*****************************************************************
002540 01  RPT-HEADING-LINE.
002550   05  FILLER                          PIC X(2)  VALUE SPACES.
002560   05  FILLER                                PIC X(35)
002570       VALUE 'LOAN DELINQUENCY - COLLECTIONS LIST'.
002580   05  FILLER                                PIC X(10)
002590       VALUE '  CYCLE - '.
002600   05  RH-RUN-DATE                           PIC 9(6).
002610   05  FILLER                          PIC X(79) VALUE SPACES.
002620
002630 01  RPT-SECTION-LINE.
002640   05  FILLER                          PIC X(2)  VALUE SPACES.
002650   05  RX-TITLE                              PIC X(40).
002660   05  FILLER                          PIC X(90) VALUE SPACES.
002670
002680 01  RPT-COLUMN-LINE.
002690   05  FILLER                                PIC X(30)
002700       VALUE '  PID    ACCOUNT     BUCKET   '.
002710   05  FILLER                                PIC X(30)
002720       VALUE '   DAYS  DUE DATE     PAYMENT '.
002730   05  FILLER                                PIC X(30)
002740       VALUE '     PRINCIPAL   WAS        MO'.
002750   05  FILLER                                PIC X(6)
002760       VALUE 'VEMENT'.
002770   05  FILLER                          PIC X(36) VALUE SPACES.
002780
002790 01  RPT-DETAIL-LINE.
002800   05  FILLER                          PIC X(2)  VALUE SPACES.
002810   05  RD-PID                                PIC X(5).
002820   05  FILLER                          PIC X(2)  VALUE SPACES.
002830   05  RD-ACC-NO                             PIC X(10).
002840   05  FILLER                          PIC X(2)  VALUE SPACES.
002850   05  RD-BUCKET                             PIC X(9).
002860   05  FILLER                          PIC X(2)  VALUE SPACES.
002870   05  RD-DAYS                               PIC ZZZZ9.
002880   05  FILLER                          PIC X(2)  VALUE SPACES.
002890   05  RD-DUE-DATE                           PIC X(8).
002900   05  FILLER                          PIC X(2)  VALUE SPACES.
002910   05  RD-PAYMENT                            PIC Z(6)9.99-.
002920   05  FILLER                          PIC X(2)  VALUE SPACES.
002930   05  RD-PRINCIPAL                          PIC Z(8)9.99-.
002940   05  FILLER                          PIC X(2)  VALUE SPACES.
002950   05  RD-PRIOR-BUCKET                       PIC X(9).
002960   05  FILLER                          PIC X(2)  VALUE SPACES.
002970   05  RD-MOVEMENT                           PIC X(18).
002980   05  FILLER                          PIC X(26) VALUE SPACES.
002990
003000 01  RPT-BUCKET-COLUMN-LINE.
003010   05  FILLER                                PIC X(40)
003020       VALUE '  BUCKET     LOANS       PRINCIPAL      '.
003030   05  FILLER                          PIC X(92) VALUE SPACES.
003040
003050 01  RPT-BUCKET-LINE.
003060   05  FILLER                          PIC X(2)  VALUE SPACES.
003070   05  RB-BUCKET                             PIC X(9).
003080   05  FILLER                          PIC X(2)  VALUE SPACES.
003090   05  RB-LOANS                              PIC ZZZZ9.
003100   05  FILLER                          PIC X(2)  VALUE SPACES.
003110   05  RB-PRINCIPAL                          PIC Z(10)9.99-.
003120   05  FILLER                          PIC X(97) VALUE SPACES.
003130
003140 01  RPT-TOTAL-LINE.
003150   05  FILLER                          PIC X(2)  VALUE SPACES.
003160   05  RT-LABEL                              PIC X(30).
003170   05  RT-COUNT                              PIC ZZZZZZ9.
003180   05  FILLER                          PIC X(93) VALUE SPACES.
003190
003200 PROCEDURE DIVISION.
003210*****************************************************************
003220* Load the bucket history, bucket every loan on the extract     *
003230* against it, then carry the loans forward, print the           *
003240* collections report and close the past-due notices.            *
003250*****************************************************************
003260     ACCEPT WS-RUN-DATE FROM DATE.
003270     PERFORM LOAD-DELINQUENCY-HISTORY.
003280     PERFORM NOTICE-OPEN.
003290     PERFORM BUCKET-EXTRACT.
003300     PERFORM NOTICE-CLOSE.
003310     PERFORM WRITE-NEW-HISTORY.
003320     PERFORM REPORT-OPEN.
003330     PERFORM REPORT-DELINQUENCY.
003340     PERFORM REPORT-CLOSE.
003350
003360     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003370     STRING WS-PAST-DUE-COUNT DELIMITED BY SIZE
003380            ' loans past due, ' DELIMITED BY SIZE
003390            WS-CURED-COUNT DELIMITED BY SIZE
003400            ' cured' DELIMITED BY SIZE
003410       INTO WS-CONSOLE-MESSAGE.
003420     PERFORM DISPLAY-CONSOLE-MESSAGE.
003430     MOVE 'End Of Job'
003440       TO WS-CONSOLE-MESSAGE.
003450     PERFORM DISPLAY-CONSOLE-MESSAGE.
003460
003470     IF WS-BKT-LOANS (5) IS GREATER THAN ZERO
003480      OR WS-BAD-DATE-COUNT IS GREATER THAN ZERO
003490        MOVE 4 TO RETURN-CODE
003500     ELSE
003510        MOVE 0 TO RETURN-CODE
003520     END-IF.
003530
003540     GOBACK.
003550
003560*****************************************************************
003570* Load the bucket history. The first cycle has none - every     *
003580* loan then starts from current. Until this cycle's extract     *
003590* says otherwise each loan is taken as no longer carried.       *
003600*****************************************************************
003610 LOAD-DELINQUENCY-HISTORY.
003620     PERFORM VARYING WS-BKT-IX FROM 1 BY 1
003630       UNTIL WS-BKT-IX IS GREATER THAN 5
003640        MOVE ZERO TO WS-BKT-LOANS (WS-BKT-IX)
003650        MOVE ZERO TO WS-BKT-PRINCIPAL (WS-BKT-IX)
003660     END-PERFORM.
003670     OPEN INPUT HISTORY-FILE.
003680     EVALUATE TRUE
003690       WHEN WS-HISTORY-STATUS IS EQUAL TO '35'
003700       WHEN WS-HISTORY-STATUS IS EQUAL TO '05'
003710          MOVE 'No delinquency history - first cycle assumed'
003720            TO WS-CONSOLE-MESSAGE
003730          PERFORM DISPLAY-CONSOLE-MESSAGE
003740       WHEN WS-HISTORY-STATUS IS EQUAL TO '00'
003750          PERFORM HISTORY-READ
003760          PERFORM UNTIL HISTORY-EOF
003770             PERFORM ADD-LOAN-ENTRY
003780             MOVE DLH-PID TO WS-LN-PID (WS-LN-WORK-IX)
003790             MOVE DLH-ACC-NO TO WS-LN-ACC-NO (WS-LN-WORK-IX)
003800             MOVE DLH-BUCKET TO WS-LN-BUCKET (WS-LN-WORK-IX)
003810             MOVE DLH-PRIOR-BUCKET
003820               TO WS-LN-PRIOR-BUCKET (WS-LN-WORK-IX)
003830             MOVE DLH-WORST-BUCKET
003840               TO WS-LN-WORST-BUCKET (WS-LN-WORK-IX)
003850             MOVE DLH-DAYS-PAST-DUE
003860               TO WS-LN-DAYS-PAST-DUE (WS-LN-WORK-IX)
003870             MOVE DLH-RUN-DATE TO WS-LN-RUN-DATE (WS-LN-WORK-IX)
003880             MOVE DLH-CURED-DATE
003890               TO WS-LN-CURED-DATE (WS-LN-WORK-IX)
003900             PERFORM HISTORY-READ
003910          END-PERFORM
003920          CLOSE HISTORY-FILE
003930       WHEN OTHER
003940          MOVE 'DLQHIST file open failure...'
003950            TO WS-CONSOLE-MESSAGE
003960          PERFORM DISPLAY-CONSOLE-MESSAGE
003970          MOVE WS-HISTORY-STATUS TO WS-IO-STATUS
003980          PERFORM DISPLAY-IO-STATUS
003990          PERFORM ABORT-PROGRAM
004000     END-EVALUATE.
004010
004020 HISTORY-READ.
004030     READ HISTORY-FILE
004040       AT END
004050          MOVE 'Y' TO WS-HISTORY-EOF-SW
004060     END-READ.
004070
004080*****************************************************************
004090* Find the loan entry for the type 'L' record in hand, leaving  *
004100* its index in WS-LN-WORK-IX.                                   *
004110*****************************************************************
004120 FIND-LOAN-ENTRY.
004130     MOVE 'N' TO WS-LN-FOUND-SW.
004140     PERFORM VARYING WS-LN-IX FROM 1 BY 1
004150       UNTIL WS-LN-IX IS GREATER THAN WS-LN-COUNT
004160                OR LOAN-ENTRY-FOUND
004170        IF WS-LN-PID (WS-LN-IX) IS EQUAL TO BANKXT01-L-PID
004180         AND WS-LN-ACC-NO (WS-LN-IX) IS EQUAL TO
004190               BANKXT01-L-ACC-NO
004200           MOVE 'Y' TO WS-LN-FOUND-SW
004210           MOVE WS-LN-IX TO WS-LN-WORK-IX
004220        END-IF
004230     END-PERFORM.
004240
004250*****************************************************************
004260* Open a fresh loan entry, leaving its index in WS-LN-WORK-IX.  *
004270*****************************************************************
004280 ADD-LOAN-ENTRY.
004290     IF WS-LN-COUNT IS LESS THAN 5000
004300        ADD 1 TO WS-LN-COUNT
004310        MOVE WS-LN-COUNT TO WS-LN-WORK-IX
004320        MOVE SPACES TO WS-LN-ENTRY (WS-LN-WORK-IX)
004330        MOVE ZERO TO WS-LN-BUCKET (WS-LN-WORK-IX)
004340        MOVE ZERO TO WS-LN-PRIOR-BUCKET (WS-LN-WORK-IX)
004350        MOVE ZERO TO WS-LN-WORST-BUCKET (WS-LN-WORK-IX)
004360        MOVE ZERO TO WS-LN-DAYS-PAST-DUE (WS-LN-WORK-IX)
004370        MOVE ZERO TO WS-LN-RUN-DATE (WS-LN-WORK-IX)
004380        MOVE ZERO TO WS-LN-CURED-DATE (WS-LN-WORK-IX)
004390        MOVE ZERO TO WS-LN-PAYMENT (WS-LN-WORK-IX)
004400        MOVE ZERO TO WS-LN-PRINCIPAL (WS-LN-WORK-IX)
004410        MOVE 'N' TO WS-LN-STATE (WS-LN-WORK-IX)
004420        MOVE 'U' TO WS-LN-MOVEMENT (WS-LN-WORK-IX)
004430     ELSE
004440        MOVE 'Loan table full - run refused'
004450          TO WS-CONSOLE-MESSAGE
004460        PERFORM ABORT-PROGRAM
004470     END-IF.
004480
004490*****************************************************************
004500* Read the extract once. The header gives the cycle run date    *
004510* the days past due count to; the trailer proves the file was   *
004520* written to the end - without it the history is not replaced.  *
004530*****************************************************************
004540 BUCKET-EXTRACT.
004550     PERFORM EXTRACT-OPEN.
004560     PERFORM EXTRACT-READ.
004570     IF NOT END-OF-EXTRACT
004580      AND BANKXT01-H-TYPE IS EQUAL TO 'H'
004590        MOVE BANKXT01-H-RUN-DATE TO WS-RUN-DATE
004600     END-IF.
004610     MOVE WS-RUN-DATE TO WS-RUN-DIGITS (3:6).
004620     MOVE 20 TO WS-RUN-DIGITS (1:2).
004630     COMPUTE WS-RUN-DAYNO =
004640        FUNCTION INTEGER-OF-DATE (WS-RUN-DIGITS).
004650     PERFORM UNTIL END-OF-EXTRACT
004660        EVALUATE TRUE
004670          WHEN BANKXT01-L-TYPE IS EQUAL TO 'L'
004680             PERFORM BUCKET-ONE-LOAN
004690          WHEN BANKXT01-T-TYPE IS EQUAL TO 'T'
004700             MOVE 'Y' TO WS-TRAILER-SW
004710          WHEN OTHER
004720             CONTINUE
004730        END-EVALUATE
004740        PERFORM EXTRACT-READ
004750     END-PERFORM.
004760     PERFORM EXTRACT-CLOSE.
004770     IF NOT EXTRACT-TRAILER-SEEN
004780        MOVE 'EXTRACT has no trailer - run refused'
004790          TO WS-CONSOLE-MESSAGE
004800        PERFORM ABORT-PROGRAM
004810     END-IF.
004820
004830*****************************************************************
004840* Bucket one loan. The bucket it is measured against is the one *
004850* the last cycle left it in - or, when this cycle has already   *
004860* bucketed it, the one it held before this cycle.               *
004870*****************************************************************
004880 BUCKET-ONE-LOAN.
004890     ADD 1 TO WS-LOANS-SEEN.
004900     PERFORM FIND-LOAN-ENTRY.
004910     IF NOT LOAN-ENTRY-FOUND
004920        PERFORM ADD-LOAN-ENTRY
004930        MOVE BANKXT01-L-PID TO WS-LN-PID (WS-LN-WORK-IX)
004940        MOVE BANKXT01-L-ACC-NO TO WS-LN-ACC-NO (WS-LN-WORK-IX)
004950     ELSE
004960        IF WS-LN-RUN-DATE (WS-LN-WORK-IX) IS NOT EQUAL TO
004970             WS-RUN-DATE
004980           MOVE WS-LN-BUCKET (WS-LN-WORK-IX)
004990             TO WS-LN-PRIOR-BUCKET (WS-LN-WORK-IX)
005000        END-IF
005010     END-IF.
005020     MOVE 'E' TO WS-LN-STATE (WS-LN-WORK-IX).
005030     MOVE WS-RUN-DATE TO WS-LN-RUN-DATE (WS-LN-WORK-IX).
005040     MOVE BANKXT01-L-DUE-DATE TO WS-LN-DUE-DATE (WS-LN-WORK-IX).
005050     MOVE BANKXT01-L-PAYMENT TO WS-LN-PAYMENT (WS-LN-WORK-IX).
005060     MOVE BANKXT01-L-PRINCIPAL
005070       TO WS-LN-PRINCIPAL (WS-LN-WORK-IX).
005080
005090     MOVE ZERO TO WS-LN-DAYS-PAST-DUE (WS-LN-WORK-IX).
005100     IF BANKXT01-L-DUE-DATE IS NUMERIC
005110      AND BANKXT01-L-DUE-DATE IS GREATER THAN '19000000'
005120        MOVE BANKXT01-L-DUE-DATE TO WS-DUE-DIGITS
005130        COMPUTE WS-DUE-DAYNO =
005140           FUNCTION INTEGER-OF-DATE (WS-DUE-DIGITS)
005150        IF WS-DUE-DAYNO IS LESS THAN WS-RUN-DAYNO
005160           COMPUTE WS-LN-DAYS-PAST-DUE (WS-LN-WORK-IX) =
005170              WS-RUN-DAYNO - WS-DUE-DAYNO
005180        END-IF
005190     ELSE
005200        ADD 1 TO WS-BAD-DATE-COUNT
005210        MOVE SPACES TO WS-CONSOLE-MESSAGE
005220        STRING 'Loan ' DELIMITED BY SIZE
005230               BANKXT01-L-ACC-NO DELIMITED BY SIZE
005240               ' has no usable due date - taken as current'
005250                 DELIMITED BY SIZE
005260          INTO WS-CONSOLE-MESSAGE
005270        PERFORM DISPLAY-CONSOLE-MESSAGE
005280     END-IF.
005290
005300     EVALUATE TRUE
005310       WHEN WS-LN-DAYS-PAST-DUE (WS-LN-WORK-IX) < 30
005320          MOVE 0 TO WS-LN-BUCKET (WS-LN-WORK-IX)
005330       WHEN WS-LN-DAYS-PAST-DUE (WS-LN-WORK-IX) < 60
005340          MOVE 1 TO WS-LN-BUCKET (WS-LN-WORK-IX)
005350       WHEN WS-LN-DAYS-PAST-DUE (WS-LN-WORK-IX) < 90
005360          MOVE 2 TO WS-LN-BUCKET (WS-LN-WORK-IX)
005370       WHEN WS-LN-DAYS-PAST-DUE (WS-LN-WORK-IX) < 120
005380          MOVE 3 TO WS-LN-BUCKET (WS-LN-WORK-IX)
005390       WHEN OTHER
005400          MOVE 4 TO WS-LN-BUCKET (WS-LN-WORK-IX)
005410     END-EVALUATE.
005420     IF WS-LN-BUCKET (WS-LN-WORK-IX) IS GREATER THAN
005430          WS-LN-WORST-BUCKET (WS-LN-WORK-IX)
005440        MOVE WS-LN-BUCKET (WS-LN-WORK-IX)
005450          TO WS-LN-WORST-BUCKET (WS-LN-WORK-IX)
005460     END-IF.
005470
005480     EVALUATE TRUE
005490       WHEN WS-LN-BUCKET (WS-LN-WORK-IX) IS EQUAL TO
005500              WS-LN-PRIOR-BUCKET (WS-LN-WORK-IX)
005510          MOVE 'U' TO WS-LN-MOVEMENT (WS-LN-WORK-IX)
005520       WHEN WS-LN-BUCKET (WS-LN-WORK-IX) IS EQUAL TO ZERO
005530          MOVE 'C' TO WS-LN-MOVEMENT (WS-LN-WORK-IX)
005540          MOVE WS-RUN-DATE TO WS-LN-CURED-DATE (WS-LN-WORK-IX)
005550          ADD 1 TO WS-CURED-COUNT
005560       WHEN WS-LN-PRIOR-BUCKET (WS-LN-WORK-IX) IS EQUAL TO ZERO
005570          MOVE 'D' TO WS-LN-MOVEMENT (WS-LN-WORK-IX)
005580          ADD 1 TO WS-NEW-DELINQUENT-COUNT
005590       WHEN WS-LN-BUCKET (WS-LN-WORK-IX) IS GREATER THAN
005600              WS-LN-PRIOR-BUCKET (WS-LN-WORK-IX)
005610          MOVE 'R' TO WS-LN-MOVEMENT (WS-LN-WORK-IX)
005620          ADD 1 TO WS-ROLLED-COUNT
005630       WHEN OTHER
005640          MOVE 'I' TO WS-LN-MOVEMENT (WS-LN-WORK-IX)
005650          ADD 1 TO WS-IMPROVED-COUNT
005660     END-EVALUATE.
005670
005680     COMPUTE WS-BKT-IX = WS-LN-BUCKET (WS-LN-WORK-IX) + 1.
005690     ADD 1 TO WS-BKT-LOANS (WS-BKT-IX).
005700     ADD WS-LN-PRINCIPAL (WS-LN-WORK-IX)
005710       TO WS-BKT-PRINCIPAL (WS-BKT-IX).
005720     IF WS-LN-BUCKET (WS-LN-WORK-IX) IS GREATER THAN ZERO
005730        ADD 1 TO WS-PAST-DUE-COUNT
005740        PERFORM WRITE-NOTICE
005750     END-IF.
005760
005770*****************************************************************
005780* Cut the past-due notice for the statement insert.             *
005790*****************************************************************
005800 WRITE-NOTICE.
005810     MOVE SPACES TO NOTICE-RECORD.
005820     MOVE WS-LN-PID (WS-LN-WORK-IX) TO DNT-PID.
005830     MOVE WS-LN-ACC-NO (WS-LN-WORK-IX) TO DNT-ACC-NO.
005840     MOVE WS-BUCKET-NAME (WS-BKT-IX) TO DNT-BUCKET.
005850     MOVE WS-LN-DAYS-PAST-DUE (WS-LN-WORK-IX)
005860       TO DNT-DAYS-PAST-DUE.
005870     MOVE WS-LN-DUE-DATE (WS-LN-WORK-IX) TO DNT-DUE-DATE.
005880     MOVE WS-LN-PAYMENT (WS-LN-WORK-IX) TO DNT-PAYMENT.
005890     MOVE WS-LN-PRINCIPAL (WS-LN-WORK-IX) TO DNT-PRINCIPAL.
005900     MOVE BANKXT01-L-DESC TO DNT-DESC.
005910     WRITE NOTICE-RECORD.
005920     IF WS-NOTICE-STATUS IS NOT EQUAL TO '00'
005930        MOVE 'DLQNOTE Error writing file ...'
005940          TO WS-CONSOLE-MESSAGE
005950        PERFORM DISPLAY-CONSOLE-MESSAGE
005960        MOVE WS-NOTICE-STATUS TO WS-IO-STATUS
005970        PERFORM DISPLAY-IO-STATUS
005980        PERFORM ABORT-PROGRAM
005990     END-IF.
006000     ADD 1 TO WS-NOTICE-COUNT.
006010
006020*****************************************************************
006030* Write the new history - every loan this cycle's extract       *
006040* carried. A loan the extract no longer carries has been paid   *
006050* off or closed and is dropped.                                 *
006060*****************************************************************
006070 WRITE-NEW-HISTORY.
006080     OPEN OUTPUT NEW-HISTORY-FILE.
006090     IF WS-HISTNEW-STATUS IS NOT EQUAL TO '00'
006100        MOVE 'DLQHNEW file open failure...'
006110          TO WS-CONSOLE-MESSAGE
006120        PERFORM DISPLAY-CONSOLE-MESSAGE
006130        MOVE WS-HISTNEW-STATUS TO WS-IO-STATUS
006140        PERFORM DISPLAY-IO-STATUS
006150        PERFORM ABORT-PROGRAM
006160     END-IF.
006170     PERFORM VARYING WS-LN-IX FROM 1 BY 1
006180       UNTIL WS-LN-IX IS GREATER THAN WS-LN-COUNT
006190        IF LN-ON-EXTRACT (WS-LN-IX)
006200           MOVE SPACES TO HISTORY-RECORD
006210           MOVE WS-LN-PID (WS-LN-IX) TO DLH-PID
006220           MOVE WS-LN-ACC-NO (WS-LN-IX) TO DLH-ACC-NO
006230           MOVE WS-LN-BUCKET (WS-LN-IX) TO DLH-BUCKET
006240           MOVE WS-LN-PRIOR-BUCKET (WS-LN-IX) TO DLH-PRIOR-BUCKET
006250           MOVE WS-LN-WORST-BUCKET (WS-LN-IX) TO DLH-WORST-BUCKET
006260           MOVE WS-LN-DAYS-PAST-DUE (WS-LN-IX)
006270             TO DLH-DAYS-PAST-DUE
006280           MOVE WS-LN-RUN-DATE (WS-LN-IX) TO DLH-RUN-DATE
006290           MOVE WS-LN-CURED-DATE (WS-LN-IX) TO DLH-CURED-DATE
006300           WRITE NEW-HISTORY-RECORD FROM HISTORY-RECORD
006310           IF WS-HISTNEW-STATUS IS NOT EQUAL TO '00'
006320              MOVE 'DLQHNEW Error writing file ...'
006330                TO WS-CONSOLE-MESSAGE
006340              PERFORM DISPLAY-CONSOLE-MESSAGE
006350              MOVE WS-HISTNEW-STATUS TO WS-IO-STATUS
006360              PERFORM DISPLAY-IO-STATUS
006370              PERFORM ABORT-PROGRAM
006380           END-IF
006390        ELSE
006400           ADD 1 TO WS-GONE-COUNT
006410        END-IF
006420     END-PERFORM.
006430     CLOSE NEW-HISTORY-FILE.
006440
006450*****************************************************************
006460* Print the collections report - the past-due loans worst       *
006470* bucket first, the loans that cured this cycle, the counts and *
006480* principal by bucket and the movement counts.                  *
006490*****************************************************************
006500 REPORT-DELINQUENCY.
006510     MOVE WS-RUN-DATE TO RH-RUN-DATE.
006520     MOVE RPT-HEADING-LINE TO DELINQUENCY-REPORT-LINE.
006530     PERFORM REPORT-PUT.
006540     PERFORM VARYING WS-BKT-IX FROM 5 BY -1
006550       UNTIL WS-BKT-IX IS LESS THAN 2
006560        MOVE SPACES TO RX-TITLE
006570        STRING 'PAST DUE ' DELIMITED BY SIZE
006580               WS-BUCKET-NAME (WS-BKT-IX) DELIMITED BY SIZE
006590          INTO RX-TITLE
006600        PERFORM REPORT-SECTION-HEAD
006610        PERFORM VARYING WS-LN-IX FROM 1 BY 1
006620          UNTIL WS-LN-IX IS GREATER THAN WS-LN-COUNT
006630           IF LN-ON-EXTRACT (WS-LN-IX)
006640            AND WS-LN-BUCKET (WS-LN-IX) + 1 IS EQUAL TO WS-BKT-IX
006650              PERFORM REPORT-DETAIL
006660           END-IF
006670        END-PERFORM
006680     END-PERFORM.
006690
006700     MOVE 'CURED THIS CYCLE' TO RX-TITLE.
006710     PERFORM REPORT-SECTION-HEAD.
006720     PERFORM VARYING WS-LN-IX FROM 1 BY 1
006730       UNTIL WS-LN-IX IS GREATER THAN WS-LN-COUNT
006740        IF LN-ON-EXTRACT (WS-LN-IX)
006750         AND LN-CURED (WS-LN-IX)
006760           PERFORM REPORT-DETAIL
006770        END-IF
006780     END-PERFORM.
006790
006800     MOVE SPACES TO DELINQUENCY-REPORT-LINE.
006810     PERFORM REPORT-PUT.
006820     MOVE 'LOANS AND PRINCIPAL BY BUCKET' TO RX-TITLE.
006830     MOVE RPT-SECTION-LINE TO DELINQUENCY-REPORT-LINE.
006840     PERFORM REPORT-PUT.
006850     MOVE RPT-BUCKET-COLUMN-LINE TO DELINQUENCY-REPORT-LINE.
006860     PERFORM REPORT-PUT.
006870     PERFORM VARYING WS-BKT-IX FROM 1 BY 1
006880       UNTIL WS-BKT-IX IS GREATER THAN 5
006890        MOVE WS-BUCKET-NAME (WS-BKT-IX) TO RB-BUCKET
006900        MOVE WS-BKT-LOANS (WS-BKT-IX) TO RB-LOANS
006910        MOVE WS-BKT-PRINCIPAL (WS-BKT-IX) TO RB-PRINCIPAL
006920        MOVE RPT-BUCKET-LINE TO DELINQUENCY-REPORT-LINE
006930        PERFORM REPORT-PUT
006940     END-PERFORM.
006950
006960     MOVE SPACES TO DELINQUENCY-REPORT-LINE.
006970     PERFORM REPORT-PUT.
006980     MOVE 'LOANS ON EXTRACT' TO RT-LABEL.
006990     MOVE WS-LOANS-SEEN TO RT-COUNT.
007000     PERFORM REPORT-TOTAL.
007010     MOVE 'PAST DUE' TO RT-LABEL.
007020     MOVE WS-PAST-DUE-COUNT TO RT-COUNT.
007030     PERFORM REPORT-TOTAL.
007040     MOVE 'NEWLY DELINQUENT' TO RT-LABEL.
007050     MOVE WS-NEW-DELINQUENT-COUNT TO RT-COUNT.
007060     PERFORM REPORT-TOTAL.
007070     MOVE 'ROLLED TO A WORSE BUCKET' TO RT-LABEL.
007080     MOVE WS-ROLLED-COUNT TO RT-COUNT.
007090     PERFORM REPORT-TOTAL.
007100     MOVE 'IMPROVED BUT STILL PAST DUE' TO RT-LABEL.
007110     MOVE WS-IMPROVED-COUNT TO RT-COUNT.
007120     PERFORM REPORT-TOTAL.
007130     MOVE 'CURED' TO RT-LABEL.
007140     MOVE WS-CURED-COUNT TO RT-COUNT.
007150     PERFORM REPORT-TOTAL.
007160     MOVE 'NO LONGER ON EXTRACT' TO RT-LABEL.
007170     MOVE WS-GONE-COUNT TO RT-COUNT.
007180     PERFORM REPORT-TOTAL.
007190     MOVE 'NO USABLE DUE DATE' TO RT-LABEL.
007200     MOVE WS-BAD-DATE-COUNT TO RT-COUNT.
007210     PERFORM REPORT-TOTAL.
007220     MOVE 'PAST-DUE NOTICES CUT' TO RT-LABEL.
007230     MOVE WS-NOTICE-COUNT TO RT-COUNT.
007240     PERFORM REPORT-TOTAL.
007250
007260 REPORT-SECTION-HEAD.
007270     MOVE SPACES TO DELINQUENCY-REPORT-LINE.
007280     PERFORM REPORT-PUT.
007290     MOVE RPT-SECTION-LINE TO DELINQUENCY-REPORT-LINE.
007300     PERFORM REPORT-PUT.
007310     MOVE RPT-COLUMN-LINE TO DELINQUENCY-REPORT-LINE.
007320     PERFORM REPORT-PUT.
007330
007340 REPORT-DETAIL.
007350     MOVE WS-LN-PID (WS-LN-IX) TO RD-PID.
007360     MOVE WS-LN-ACC-NO (WS-LN-IX) TO RD-ACC-NO.
007370     COMPUTE WS-NAME-IX = WS-LN-BUCKET (WS-LN-IX) + 1.
007380     MOVE WS-BUCKET-NAME (WS-NAME-IX) TO RD-BUCKET.
007390     MOVE WS-LN-DAYS-PAST-DUE (WS-LN-IX) TO RD-DAYS.
007400     MOVE WS-LN-DUE-DATE (WS-LN-IX) TO RD-DUE-DATE.
007410     MOVE WS-LN-PAYMENT (WS-LN-IX) TO RD-PAYMENT.
007420     MOVE WS-LN-PRINCIPAL (WS-LN-IX) TO RD-PRINCIPAL.
007430     COMPUTE WS-NAME-IX = WS-LN-PRIOR-BUCKET (WS-LN-IX) + 1.
007440     MOVE WS-BUCKET-NAME (WS-NAME-IX) TO RD-PRIOR-BUCKET.
007450     EVALUATE TRUE
007460       WHEN LN-NEWLY-DELINQUENT (WS-LN-IX)
007470          MOVE 'NEWLY DELINQUENT' TO RD-MOVEMENT
007480       WHEN LN-ROLLED-FORWARD (WS-LN-IX)
007490          MOVE 'ROLLED FORWARD' TO RD-MOVEMENT
007500       WHEN LN-IMPROVED (WS-LN-IX)
007510          MOVE 'IMPROVED' TO RD-MOVEMENT
007520       WHEN LN-CURED (WS-LN-IX)
007530          MOVE 'CURED' TO RD-MOVEMENT
007540       WHEN OTHER
007550          MOVE 'UNCHANGED' TO RD-MOVEMENT
007560     END-EVALUATE.
007570     MOVE RPT-DETAIL-LINE TO DELINQUENCY-REPORT-LINE.
007580     PERFORM REPORT-PUT.
007590
007600 REPORT-TOTAL.
007610     MOVE RPT-TOTAL-LINE TO DELINQUENCY-REPORT-LINE.
007620     PERFORM REPORT-PUT.
007630
007640*****************************************************************
007650* Open the extract file produced by ZBNKEXT1 as input.          *
007660*****************************************************************
007670 EXTRACT-OPEN.
007680     OPEN INPUT EXTRACT-FILE.
007690     IF WS-EXTRACT-STATUS = '00'
007700        MOVE 'EXTRACT file opened OK'
007710          TO WS-CONSOLE-MESSAGE
007720        PERFORM DISPLAY-CONSOLE-MESSAGE
007730     ELSE
007740        MOVE 'EXTRACT file open failure...'
007750          TO WS-CONSOLE-MESSAGE
007760        PERFORM DISPLAY-CONSOLE-MESSAGE
007770        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
007780        PERFORM DISPLAY-IO-STATUS
007790        PERFORM ABORT-PROGRAM
007800        END-IF.
007810
007820 EXTRACT-READ.
007830     READ EXTRACT-FILE
007840        AT END
007850           MOVE 'Y' TO WS-EOF-SW
007860     END-READ.
007870     IF NOT END-OF-EXTRACT
007880        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
007890           MOVE 'EXTRACT Error reading file ...'
007900             TO WS-CONSOLE-MESSAGE
007910           PERFORM DISPLAY-CONSOLE-MESSAGE
007920           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
007930           PERFORM DISPLAY-IO-STATUS
007940           PERFORM ABORT-PROGRAM
007950        END-IF
007960     END-IF.
007970
007980 EXTRACT-CLOSE.
007990     CLOSE EXTRACT-FILE.
008000
008010*****************************************************************
008020* Open the past-due notice file as output.                      *
008030*****************************************************************
008040 NOTICE-OPEN.
008050     OPEN OUTPUT NOTICE-FILE.
008060     IF WS-NOTICE-STATUS = '00'
008070        MOVE 'DLQNOTE file opened OK'
008080          TO WS-CONSOLE-MESSAGE
008090        PERFORM DISPLAY-CONSOLE-MESSAGE
008100     ELSE
008110        MOVE 'DLQNOTE file open failure...'
008120          TO WS-CONSOLE-MESSAGE
008130        PERFORM DISPLAY-CONSOLE-MESSAGE
008140        MOVE WS-NOTICE-STATUS TO WS-IO-STATUS
008150        PERFORM DISPLAY-IO-STATUS
008160        PERFORM ABORT-PROGRAM
008170        END-IF.
008180
008190 NOTICE-CLOSE.
008200     CLOSE NOTICE-FILE.
008210
008220*****************************************************************
008230* Open the collections report as output.                        *
008240*****************************************************************
008250 REPORT-OPEN.
008260     OPEN OUTPUT DELINQUENCY-REPORT.
008270     IF WS-REPORT-STATUS = '00'
008280        MOVE 'DLQRPT report opened OK'
008290          TO WS-CONSOLE-MESSAGE
008300        PERFORM DISPLAY-CONSOLE-MESSAGE
008310     ELSE
008320        MOVE 'DLQRPT report open failure...'
008330          TO WS-CONSOLE-MESSAGE
008340        PERFORM DISPLAY-CONSOLE-MESSAGE
008350        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008360        PERFORM DISPLAY-IO-STATUS
008370        PERFORM ABORT-PROGRAM
008380        END-IF.
008390
008400 REPORT-PUT.
008410     WRITE DELINQUENCY-REPORT-LINE.
008420     IF WS-REPORT-STATUS NOT = '00'
008430        MOVE 'DLQRPT report Error writing file ...'
008440          TO WS-CONSOLE-MESSAGE
008450        PERFORM DISPLAY-CONSOLE-MESSAGE
008460        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008470        PERFORM DISPLAY-IO-STATUS
008480        PERFORM ABORT-PROGRAM
008490     END-IF.
008500
008510 REPORT-CLOSE.
008520     CLOSE DELINQUENCY-REPORT.
008530
008540*****************************************************************
008550* Display the file status bytes. This routine will display as   *
008560* two digits if the full two byte file status is numeric. If    *
008570* second byte is non-numeric then it will be treated as a       *
008580* binary number.                                                *
008590*****************************************************************
008600 DISPLAY-IO-STATUS.
008610     IF WS-IO-STATUS NUMERIC
008620        MOVE SPACE TO WS-CONSOLE-MESSAGE
008630        STRING 'File status -' DELIMITED BY SIZE
008640               WS-IO-STATUS DELIMITED BY SIZE
008650          INTO WS-CONSOLE-MESSAGE
008660        PERFORM DISPLAY-CONSOLE-MESSAGE
008670     ELSE
008680        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
008690        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
008700        MOVE SPACE TO WS-CONSOLE-MESSAGE
008710        STRING 'File status -' DELIMITED BY SIZE
008720               WS-IO-STAT1 DELIMITED BY SIZE
008730               '/' DELIMITED BY SIZE
008740               WS-TWO-BYTES DELIMITED BY SIZE
008750          INTO WS-CONSOLE-MESSAGE
008760        PERFORM DISPLAY-CONSOLE-MESSAGE
008770     END-IF.
008780
008790*****************************************************************
008800* 'ABORT' the program.                                          *
008810* Post a message to the console and issue a STOP RUN            *
008820*****************************************************************
008830 ABORT-PROGRAM.
008840     IF WS-CONSOLE-MESSAGE NOT = SPACES
008850        PERFORM DISPLAY-CONSOLE-MESSAGE
008860     END-IF.
008870     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
008880     PERFORM DISPLAY-CONSOLE-MESSAGE.
008890     MOVE 16 TO RETURN-CODE.
008900     GOBACK.
008910
008920*****************************************************************
008930* Display a message on the console, prefixed with the program   *
008940* name so it can be picked out of a mixed job log.              *
008950*****************************************************************
008960 DISPLAY-CONSOLE-MESSAGE.
008970     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
