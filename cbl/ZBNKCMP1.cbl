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
000130* Prgram:      ZBNKCMP1.CBL                                     *
000140* Function:    Compare a rerun, restarted or merged extract     *
000150*              with the extract it replaces - match the two     *
000160*              files record for record by PID, record type and  *
000170*              account, list the records only one of them has   *
000180*              and the balances, amounts, fees and interest     *
000190*              that differ, and sign the rerun off as IDENTICAL *
000200*              or DIFFERENT before the statements print         *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKCMP1.
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
000380     SELECT ORIGINAL-EXTRACT-FILE
000390            ASSIGN       TO ORIGEXT
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-ORIG-STATUS.
000430
000440     SELECT SORTED-ORIGINAL-FILE
000450            ASSIGN       TO CMPWK01
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-SORTED-STATUS.
000490
000500     SELECT COMPARE-REPORT
000510            ASSIGN       TO CMPRPT
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-REPORT-STATUS.
000550
000560     SELECT SORT-FILE
000570            ASSIGN       TO SRTWK01.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610*****************************************************************
000620* The rerun extract - the one being signed off.                 *
000630*****************************************************************
000640 FD  EXTRACT-FILE
000650     RECORDING MODE IS V
000660     RECORD IS VARYING IN SIZE FROM 66 TO 95 CHARACTERS
000670            DEPENDING ON WS-EXTRACT-REC-LEN.
000680 01  EXTRACT-RECORD                          PIC X(95).
000690
000700*****************************************************************
000710* The extract the rerun replaces.                               *
000720*****************************************************************
000730 FD  ORIGINAL-EXTRACT-FILE
000740     RECORDING MODE IS V
000750     RECORD IS VARYING IN SIZE FROM 66 TO 95 CHARACTERS
000760            DEPENDING ON WS-ORIG-REC-LEN.
000770 01  ORIGINAL-EXTRACT-RECORD                 PIC X(95).
000780
000790*****************************************************************
000800* The original extract in match order, as the first sort left   *
000810* it. The record image leads so the CBANKXT1 layouts give the   *
000820* original record's fields while the rerun's come back through  *
000830* the CBANKXT2 image.                                           *
000840*****************************************************************
000850 FD  SORTED-ORIGINAL-FILE
000860     RECORD CONTAINS 137 CHARACTERS.
000870 COPY CBANKXT1.
000880 01  SORTED-ORIGINAL-RECORD.
000890   05  SOR-DATA                              PIC X(95).
000900   05  SOR-KEY                               PIC X(42).
000910
000920 FD  COMPARE-REPORT
000930     RECORD CONTAINS 132 CHARACTERS.
000940 01  COMPARE-REPORT-LINE                     PIC X(132).
000950
000960 SD  SORT-FILE.
000970 01  SORT-WORK-REC.
000980   05  SORT-DATA                             PIC X(95).
000990   05  SORT-KEY.
001000     10  SORT-PID                            PIC X(5).
001010     10  SORT-TYPE                           PIC X(1).
001020     10  SORT-ACC-NO                         PIC X(10).
001030     10  SORT-TIMESTAMP                      PIC X(26).
001040
001050 WORKING-STORAGE SECTION.
001060 01  WS-MISC-STORAGE.
001070   05  WS-PROGRAM-ID                         PIC X(8)
001080       VALUE 'ZBNKCMP1'.
001090   05  WS-EXTRACT-STATUS.
001100     10  WS-EXTRACT-STAT1                    PIC X(1).
001110     10  WS-EXTRACT-STAT2                    PIC X(1).
001120
001130   05  WS-ORIG-STATUS.
001140     10  WS-ORIG-STAT1                       PIC X(1).
001150     10  WS-ORIG-STAT2                       PIC X(1).
001160
001170   05  WS-SORTED-STATUS.
001180     10  WS-SORTED-STAT1                     PIC X(1).
001190     10  WS-SORTED-STAT2                     PIC X(1).
001200
001210   05  WS-REPORT-STATUS.
001220     10  WS-REPORT-STAT1                     PIC X(1).
001230     10  WS-REPORT-STAT2                     PIC X(1).
001240
001250   05  WS-IO-STATUS.
001260     10  WS-IO-STAT1                         PIC X(1).
001270     10  WS-IO-STAT2                         PIC X(1).
001280
001290   05  WS-TWO-BYTES.
001300     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001310     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001320   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001330                                             PIC 9(1) COMP.
001340
001350   05  WS-EXTRACT-REC-LEN                    PIC 9(4) COMP.
001360   05  WS-ORIG-REC-LEN                       PIC 9(4) COMP.
001370
001380   05  WS-EOF-SW                             PIC X(1)
001390       VALUE 'N'.
001400     88  END-OF-EXTRACT                       VALUE 'Y'.
001410   05  WS-ORIG-EOF-SW                        PIC X(1)
001420       VALUE 'N'.
001430     88  END-OF-ORIGINAL-EXTRACT              VALUE 'Y'.
001440   05  WS-SORTED-EOF-SW                      PIC X(1)
001450       VALUE 'N'.
001460     88  END-OF-SORTED-ORIGINAL               VALUE 'Y'.
001470   05  WS-SORT-EOF-SW                        PIC X(1)
001480       VALUE 'N'.
001490     88  END-OF-SORTED-DATA                   VALUE 'Y'.
001500   05  WS-RECORD-DIFF-SW                     PIC X(1)
001510       VALUE 'N'.
001520     88  RECORD-DIFFERS                       VALUE 'Y'.
001530
001540*****************************************************************
001550* The header run stamps - shown on the report but never         *
001560* compared, since a rerun is by definition a different run.     *
001570*****************************************************************
001580   05  WS-ORIG-RUN-DATE                      PIC 9(6)
001590       VALUE ZERO.
001600   05  WS-ORIG-RUN-TIME                      PIC 9(8)
001610       VALUE ZERO.
001620   05  WS-RERUN-RUN-DATE                     PIC 9(6)
001630       VALUE ZERO.
001640   05  WS-RERUN-RUN-TIME                     PIC 9(8)
001650       VALUE ZERO.
001660
001670   05  WS-ORIG-KEY                           PIC X(42).
001680   05  WS-RERUN-KEY                          PIC X(42).
001690   05  WS-LIST-KEY.
001700     10  WS-LIST-PID                         PIC X(5).
001710     10  WS-LIST-TYPE                        PIC X(1).
001720     10  WS-LIST-ACC-NO                      PIC X(10).
001730     10  WS-LIST-TIMESTAMP                   PIC X(26).
001740
001750   05  WS-ORIG-READ-COUNT                    PIC 9(7)
001760       VALUE ZERO.
001770   05  WS-RERUN-READ-COUNT                   PIC 9(7)
001780       VALUE ZERO.
001790   05  WS-MATCHED-COUNT                      PIC 9(7)
001800       VALUE ZERO.
001810   05  WS-IDENTICAL-COUNT                    PIC 9(7)
001820       VALUE ZERO.
001830   05  WS-DIFFERENT-COUNT                    PIC 9(7)
001840       VALUE ZERO.
001850   05  WS-ORIG-ONLY-COUNT                    PIC 9(7)
001860       VALUE ZERO.
001870   05  WS-RERUN-ONLY-COUNT                   PIC 9(7)
001880       VALUE ZERO.
001882   05  WS-UNMATCHED-COUNT                    PIC 9(7)
001884       VALUE ZERO.
001890
001900*****************************************************************
001910* One field comparison - the caller loads the field's name and  *
001920* both values before CHECK-AMOUNT-FIELD or CHECK-RATE-FIELD.    *
001930*****************************************************************
001940   05  WS-CMP-FIELD-NAME                     PIC X(14).
001950   05  WS-CMP-ORIG-AMOUNT                    PIC S9(9)V99.
001960   05  WS-CMP-RERUN-AMOUNT                   PIC S9(9)V99.
001970   05  WS-CMP-ORIG-RATE                      PIC 9(3)V9(6).
001980   05  WS-CMP-RERUN-RATE                     PIC 9(3)V9(6).
001990   05  WS-EDIT-AMOUNT                        PIC -(9)9.99.
002000   05  WS-EDIT-RATE                          PIC ZZ9.999999.
002010   05  WS-EDIT-COUNT                         PIC ZZZZ9.
002020
002030 COPY CBANKXT2.
002040
002050 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002060
002070*****************************************************************
002080* Comparison report lines.                                      *
002090*****************************************************************
002100 01  RPT-HEADING-LINE.
002110   05  FILLER                          PIC X(2)  VALUE SPACES.
002120   05  FILLER                                PIC X(34)
002130       VALUE 'EXTRACT COMPARISON - RERUN AGAINST'.
002140   05  FILLER                                PIC X(20)
002150       VALUE ' ORIGINAL'.
002160   05  FILLER                          PIC X(76) VALUE SPACES.
002170
002180 01  RPT-RUN-LINE.
002190   05  FILLER                          PIC X(2)  VALUE SPACES.
002200   05  RR-WHICH                              PIC X(18).
002210   05  FILLER                                PIC X(12)
002220       VALUE 'RUN DATE -  '.
002230   05  RR-RUN-DATE                           PIC 9(6).
002240   05  FILLER                                PIC X(12)
002250       VALUE '  RUN TIME -'.
002260   05  FILLER                          PIC X(1)  VALUE SPACES.
002270   05  RR-RUN-TIME                           PIC 9(8).
002280   05  FILLER                                PIC X(20)
002290       VALUE '  (NOT COMPARED)'.
002300   05  FILLER                          PIC X(53) VALUE SPACES.
002310
002320 01  RPT-SECTION-LINE.
002330   05  FILLER                          PIC X(2)  VALUE SPACES.
002340   05  RX-TITLE                              PIC X(50).
002350   05  FILLER                          PIC X(80) VALUE SPACES.
002360
002370 01  RPT-COLUMN-LINE.
002380   05  FILLER                                PIC X(30)
002390       VALUE '                    TYPE PID  '.
002400   05  FILLER                                PIC X(30)
002410       VALUE '   ACCOUNT    TIMESTAMP/DATE  '.
002420   05  FILLER                                PIC X(30)
002430       VALUE '           FIELD              '.
002440   05  FILLER                                PIC X(30)
002450       VALUE '    ORIGINAL             RERUN'.
002460   05  FILLER                          PIC X(12) VALUE SPACES.
002470
002480 01  RPT-DETAIL-LINE.
002490   05  FILLER                          PIC X(2)  VALUE SPACES.
002500   05  RD-WHAT                               PIC X(16).
002510   05  FILLER                          PIC X(3)  VALUE SPACES.
002520   05  RD-TYPE                               PIC X(1).
002530   05  FILLER                          PIC X(3)  VALUE SPACES.
002540   05  RD-PID                                PIC X(5).
002550   05  FILLER                          PIC X(3)  VALUE SPACES.
002560   05  RD-ACC-NO                             PIC X(10).
002570   05  FILLER                          PIC X(1)  VALUE SPACES.
002580   05  RD-TIMESTAMP                          PIC X(26).
002590   05  FILLER                          PIC X(1)  VALUE SPACES.
002600   05  RD-FIELD                              PIC X(14).
002610   05  FILLER                          PIC X(1)  VALUE SPACES.
002620   05  RD-ORIGINAL                           PIC X(16)
002630       JUSTIFIED RIGHT.
002640   05  FILLER                          PIC X(2)  VALUE SPACES.
002650   05  RD-RERUN                              PIC X(16)
002660       JUSTIFIED RIGHT.
002670   05  FILLER                          PIC X(12) VALUE SPACES.
002680
002690 01  RPT-TOTAL-LINE.
002700   05  FILLER                          PIC X(2)  VALUE SPACES.
002710   05  RT-LABEL                              PIC X(30).
002720   05  RT-COUNT                              PIC Z,ZZZ,ZZ9.
002730   05  FILLER                          PIC X(91) VALUE SPACES.
002740
002750 01  RPT-RESULT-LINE.
002760   05  FILLER                          PIC X(2)  VALUE SPACES.
002770   05  FILLER                                PIC X(30)
002780       VALUE 'COMPARISON RESULT'.
002790   05  RS-RESULT                             PIC X(9).
002800   05  FILLER                          PIC X(91) VALUE SPACES.
002810
002820 PROCEDURE DIVISION.
002830*****************************************************************
002840* Put the original extract into match order on the work file,   *
002850* then sort the rerun into the same order and match the two as  *
002860* the rerun comes back off the sort.                            *
002870*****************************************************************
002880     PERFORM REPORT-OPEN.
002890
002900     SORT SORT-FILE
002910       ON ASCENDING KEY SORT-PID
002920                        SORT-TYPE
002930                        SORT-ACC-NO
002940                        SORT-TIMESTAMP
002950       WITH DUPLICATES IN ORDER
002960       INPUT PROCEDURE IS RELEASE-ORIGINAL-RECORDS
002970       GIVING SORTED-ORIGINAL-FILE.
002980
002990     MOVE 'N' TO WS-SORT-EOF-SW.
003000     SORT SORT-FILE
003010       ON ASCENDING KEY SORT-PID
003020                        SORT-TYPE
003030                        SORT-ACC-NO
003040                        SORT-TIMESTAMP
003050       WITH DUPLICATES IN ORDER
003060       INPUT PROCEDURE IS RELEASE-RERUN-RECORDS
003070       OUTPUT PROCEDURE IS MATCH-EXTRACTS.
003080
003090     PERFORM REPORT-TOTALS.
003100     PERFORM REPORT-CLOSE.
003110
003120     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003130     IF WS-DIFFERENT-COUNT IS EQUAL TO ZERO
003140      AND WS-ORIG-ONLY-COUNT IS EQUAL TO ZERO
003150      AND WS-RERUN-ONLY-COUNT IS EQUAL TO ZERO
003160        STRING 'Extracts IDENTICAL - ' DELIMITED BY SIZE
003170               WS-MATCHED-COUNT DELIMITED BY SIZE
003180               ' records matched' DELIMITED BY SIZE
003190          INTO WS-CONSOLE-MESSAGE
003200        MOVE 0 TO RETURN-CODE
003210     ELSE
003212        COMPUTE WS-UNMATCHED-COUNT =
003214           WS-ORIG-ONLY-COUNT + WS-RERUN-ONLY-COUNT
003220        STRING 'Extracts DIFFERENT - ' DELIMITED BY SIZE
003230               WS-DIFFERENT-COUNT DELIMITED BY SIZE
003240               ' differ, ' DELIMITED BY SIZE
003250               WS-UNMATCHED-COUNT DELIMITED BY SIZE
003280               ' unmatched' DELIMITED BY SIZE
003290          INTO WS-CONSOLE-MESSAGE
003300        MOVE 4 TO RETURN-CODE
003310     END-IF.
003320     PERFORM DISPLAY-CONSOLE-MESSAGE.
003330     MOVE 'End Of Job'
003340       TO WS-CONSOLE-MESSAGE.
003350     PERFORM DISPLAY-CONSOLE-MESSAGE.
003360
003370     GOBACK.
003380
003390*****************************************************************
003400* Sort input for the original extract.                          *
003410*****************************************************************
003420 RELEASE-ORIGINAL-RECORDS.
003430     PERFORM ORIGINAL-OPEN.
003440     PERFORM ORIGINAL-READ.
003450     PERFORM UNTIL END-OF-ORIGINAL-EXTRACT
003460        ADD 1 TO WS-ORIG-READ-COUNT
003470        IF XT2-TYPE IS EQUAL TO 'H'
003480           MOVE XT2-H-RUN-DATE TO WS-ORIG-RUN-DATE
003490           MOVE XT2-H-RUN-TIME TO WS-ORIG-RUN-TIME
003500        END-IF
003510        PERFORM RELEASE-ONE-RECORD
003520        PERFORM ORIGINAL-READ
003530     END-PERFORM.
003540     PERFORM ORIGINAL-CLOSE.
003550
003560*****************************************************************
003570* Sort input for the rerun extract.                             *
003580*****************************************************************
003590 RELEASE-RERUN-RECORDS.
003600     PERFORM EXTRACT-OPEN.
003610     PERFORM EXTRACT-READ.
003620     PERFORM UNTIL END-OF-EXTRACT
003630        ADD 1 TO WS-RERUN-READ-COUNT
003640        IF XT2-TYPE IS EQUAL TO 'H'
003650           MOVE XT2-H-RUN-DATE TO WS-RERUN-RUN-DATE
003660           MOVE XT2-H-RUN-TIME TO WS-RERUN-RUN-TIME
003670        END-IF
003680        PERFORM RELEASE-ONE-RECORD
003690        PERFORM EXTRACT-READ
003700     END-PERFORM.
003710     PERFORM EXTRACT-CLOSE.
003720
003730*****************************************************************
003740* Release the record in the CBANKXT2 image with its match key - *
003750* the PID and record type, then the account (the currency for a *
003760* rate, the program for an RPC audit) and the timestamp or date *
003770* that tells a customer's records of one type apart. Records    *
003780* that belong to the file rather than a customer sort first     *
003790* under a blank PID.                                            *
003800*****************************************************************
003810 RELEASE-ONE-RECORD.
003820     MOVE SPACES TO SORT-WORK-REC.
003830     MOVE XT2-RECORD-AREA TO SORT-DATA.
003840     MOVE XT2-TYPE TO SORT-TYPE.
003850     EVALUATE XT2-TYPE
003860       WHEN 'H'
003870       WHEN 'T'
003880          CONTINUE
003890       WHEN 'R'
003900          MOVE XT2-R-CURR-CODE TO SORT-ACC-NO
003910       WHEN '5'
003920          MOVE XT2-5-PGM TO SORT-ACC-NO
003930       WHEN '2'
003940          MOVE XT2-PID TO SORT-PID
003950          MOVE XT2-2-ACC-NO TO SORT-ACC-NO
003960       WHEN '3'
003970          MOVE XT2-PID TO SORT-PID
003980          MOVE XT2-3-ACC-NO TO SORT-ACC-NO
003990          MOVE XT2-3-TIMESTAMP TO SORT-TIMESTAMP
004000       WHEN '7'
004010          MOVE XT2-PID TO SORT-PID
004020          MOVE XT2-7-ACC-NO TO SORT-ACC-NO
004030          MOVE XT2-7-PLACED-DATE TO SORT-TIMESTAMP
004040       WHEN 'L'
004050          MOVE XT2-PID TO SORT-PID
004060          MOVE XT2-L-ACC-NO TO SORT-ACC-NO
004070       WHEN OTHER
004080          MOVE XT2-PID TO SORT-PID
004090     END-EVALUATE.
004100     RELEASE SORT-WORK-REC.
004110
004120*****************************************************************
004130* Sort output for the rerun - walk it and the sorted original   *
004140* together, key against key. A key only one side has is a       *
004150* record only that extract carries; equal keys are the same     *
004160* record and are compared field by field.                       *
004170*****************************************************************
004180 MATCH-EXTRACTS.
004190     MOVE 'ORIGINAL EXTRACT' TO RR-WHICH.
004200     MOVE WS-ORIG-RUN-DATE TO RR-RUN-DATE.
004210     MOVE WS-ORIG-RUN-TIME TO RR-RUN-TIME.
004220     MOVE RPT-HEADING-LINE TO COMPARE-REPORT-LINE.
004230     PERFORM REPORT-PUT.
004240     MOVE RPT-RUN-LINE TO COMPARE-REPORT-LINE.
004250     PERFORM REPORT-PUT.
004260     MOVE 'RERUN EXTRACT' TO RR-WHICH.
004270     MOVE WS-RERUN-RUN-DATE TO RR-RUN-DATE.
004280     MOVE WS-RERUN-RUN-TIME TO RR-RUN-TIME.
004290     MOVE RPT-RUN-LINE TO COMPARE-REPORT-LINE.
004300     PERFORM REPORT-PUT.
004310     MOVE SPACES TO COMPARE-REPORT-LINE.
004320     PERFORM REPORT-PUT.
004330     MOVE 'RECORDS NOT ON BOTH EXTRACTS OR NOT THE SAME'
004340       TO RX-TITLE.
004350     MOVE RPT-SECTION-LINE TO COMPARE-REPORT-LINE.
004360     PERFORM REPORT-PUT.
004370     MOVE RPT-COLUMN-LINE TO COMPARE-REPORT-LINE.
004380     PERFORM REPORT-PUT.
004390
004400     PERFORM SORTED-ORIGINAL-OPEN.
004410     PERFORM SORTED-ORIGINAL-READ.
004420     PERFORM RETURN-RERUN-RECORD.
004430     PERFORM UNTIL END-OF-SORTED-ORIGINAL
004440                AND END-OF-SORTED-DATA
004450        EVALUATE TRUE
004460          WHEN WS-ORIG-KEY IS LESS THAN WS-RERUN-KEY
004470             ADD 1 TO WS-ORIG-ONLY-COUNT
004480             MOVE 'ONLY IN ORIGINAL' TO RD-WHAT
004490             MOVE WS-ORIG-KEY TO WS-LIST-KEY
004500             PERFORM REPORT-UNMATCHED
004510             PERFORM SORTED-ORIGINAL-READ
004520          WHEN WS-ORIG-KEY IS GREATER THAN WS-RERUN-KEY
004530             ADD 1 TO WS-RERUN-ONLY-COUNT
004540             MOVE 'ONLY IN RERUN' TO RD-WHAT
004550             MOVE WS-RERUN-KEY TO WS-LIST-KEY
004560             PERFORM REPORT-UNMATCHED
004570             PERFORM RETURN-RERUN-RECORD
004580          WHEN OTHER
004590             ADD 1 TO WS-MATCHED-COUNT
004600             MOVE WS-RERUN-KEY TO WS-LIST-KEY
004610             PERFORM COMPARE-MATCHED-RECORDS
004620             PERFORM SORTED-ORIGINAL-READ
004630             PERFORM RETURN-RERUN-RECORD
004640        END-EVALUATE
004650     END-PERFORM.
004660     PERFORM SORTED-ORIGINAL-CLOSE.
004670
004680*****************************************************************
004690* Take the next rerun record off the sort into the CBANKXT2     *
004700* image. The key goes to high values at the end so the rest of  *
004710* the original falls out as unmatched.                          *
004720*****************************************************************
004730 RETURN-RERUN-RECORD.
004740     RETURN SORT-FILE
004750       AT END
004760          MOVE 'Y' TO WS-SORT-EOF-SW
004770     END-RETURN.
004780     IF END-OF-SORTED-DATA
004790        MOVE HIGH-VALUES TO WS-RERUN-KEY
004800     ELSE
004810        MOVE SORT-KEY TO WS-RERUN-KEY
004820        MOVE SORT-DATA TO XT2-RECORD-AREA
004830     END-IF.
004840
004850*****************************************************************
004860* List a record only one extract carries, from its key.         *
004870*****************************************************************
004880 REPORT-UNMATCHED.
004890     PERFORM SET-REPORT-KEY.
004900     MOVE SPACES TO RD-FIELD.
004910     MOVE SPACES TO RD-ORIGINAL.
004920     MOVE SPACES TO RD-RERUN.
004930     MOVE RPT-DETAIL-LINE TO COMPARE-REPORT-LINE.
004940     PERFORM REPORT-PUT.
004950
004960*****************************************************************
004970* Compare a matched pair - the original in the CBANKXT1 layouts *
004980* and the rerun in the CBANKXT2 image. Each money field that    *
004990* differs is listed with both values, then laid over with the   *
005000* original's value, as are the stamps a rerun is expected to    *
005010* change, so whatever still differs afterwards is listed once   *
005020* as other data.                                                *
005030*****************************************************************
005040 COMPARE-MATCHED-RECORDS.
005050     MOVE 'N' TO WS-RECORD-DIFF-SW.
005060     MOVE 'DIFFERENT' TO RD-WHAT.
005070     PERFORM SET-REPORT-KEY.
005080     EVALUATE XT2-TYPE
005090       WHEN 'H'
005100          MOVE BANKXT01-H-RUN-DATE TO XT2-H-RUN-DATE
005110          MOVE BANKXT01-H-RUN-TIME TO XT2-H-RUN-TIME
005120       WHEN '5'
005130          MOVE BANKXT01-5-DATE TO XT2-5-DATE
005140          MOVE BANKXT01-5-TIME TO XT2-5-TIME
005150       WHEN '2'
005160          MOVE 'BALANCE' TO WS-CMP-FIELD-NAME
005170          MOVE BANKXT01-2-ACC-CURR-BAL TO WS-CMP-ORIG-AMOUNT
005180          MOVE XT2-2-ACC-CURR-BAL TO WS-CMP-RERUN-AMOUNT
005190          PERFORM CHECK-AMOUNT-FIELD
005200          MOVE BANKXT01-2-ACC-CURR-BAL TO XT2-2-ACC-CURR-BAL
005210          MOVE 'STMT BALANCE' TO WS-CMP-FIELD-NAME
005220          MOVE BANKXT01-2-ACC-LAST-STMT-BAL TO WS-CMP-ORIG-AMOUNT
005230          MOVE XT2-2-ACC-LAST-STMT-BAL TO WS-CMP-RERUN-AMOUNT
005240          PERFORM CHECK-AMOUNT-FIELD
005250          MOVE BANKXT01-2-ACC-LAST-STMT-BAL
005260            TO XT2-2-ACC-LAST-STMT-BAL
005270       WHEN '3'
005280          MOVE 'AMOUNT' TO WS-CMP-FIELD-NAME
005290          MOVE BANKXT01-3-AMOUNT TO WS-CMP-ORIG-AMOUNT
005300          MOVE XT2-3-AMOUNT TO WS-CMP-RERUN-AMOUNT
005310          PERFORM CHECK-AMOUNT-FIELD
005320          MOVE BANKXT01-3-AMOUNT TO XT2-3-AMOUNT
005330       WHEN '4'
005340          MOVE 'POSTED AMOUNT' TO WS-CMP-FIELD-NAME
005350          MOVE BANKXT01-4-TOTAL-AMOUNT TO WS-CMP-ORIG-AMOUNT
005360          MOVE XT2-4-TOTAL-AMOUNT TO WS-CMP-RERUN-AMOUNT
005370          PERFORM CHECK-AMOUNT-FIELD
005380          MOVE BANKXT01-4-TOTAL-AMOUNT TO XT2-4-TOTAL-AMOUNT
005390          MOVE 'BASE AMOUNT' TO WS-CMP-FIELD-NAME
005400          MOVE BANKXT01-4-BASE-AMOUNT TO WS-CMP-ORIG-AMOUNT
005410          MOVE XT2-4-BASE-AMOUNT TO WS-CMP-RERUN-AMOUNT
005420          PERFORM CHECK-AMOUNT-FIELD
005430          MOVE BANKXT01-4-BASE-AMOUNT TO XT2-4-BASE-AMOUNT
005440          MOVE 'PENDING AMOUNT' TO WS-CMP-FIELD-NAME
005450          MOVE BANKXT01-4-PENDING-AMOUNT TO WS-CMP-ORIG-AMOUNT
005460          MOVE XT2-4-PENDING-AMOUNT TO WS-CMP-RERUN-AMOUNT
005470          PERFORM CHECK-AMOUNT-FIELD
005480          MOVE BANKXT01-4-PENDING-AMOUNT TO XT2-4-PENDING-AMOUNT
005490       WHEN '6'
005500          MOVE 'MAINT FEE' TO WS-CMP-FIELD-NAME
005510          MOVE BANKXT01-6-MAINT-FEE TO WS-CMP-ORIG-AMOUNT
005520          MOVE XT2-6-MAINT-FEE TO WS-CMP-RERUN-AMOUNT
005530          PERFORM CHECK-AMOUNT-FIELD
005540          MOVE BANKXT01-6-MAINT-FEE TO XT2-6-MAINT-FEE
005550          MOVE 'EXCESS FEE' TO WS-CMP-FIELD-NAME
005560          MOVE BANKXT01-6-EXCESS-FEE TO WS-CMP-ORIG-AMOUNT
005570          MOVE XT2-6-EXCESS-FEE TO WS-CMP-RERUN-AMOUNT
005580          PERFORM CHECK-AMOUNT-FIELD
005590          MOVE BANKXT01-6-EXCESS-FEE TO XT2-6-EXCESS-FEE
005600          MOVE 'TOTAL FEE' TO WS-CMP-FIELD-NAME
005610          MOVE BANKXT01-6-TOTAL-FEE TO WS-CMP-ORIG-AMOUNT
005620          MOVE XT2-6-TOTAL-FEE TO WS-CMP-RERUN-AMOUNT
005630          PERFORM CHECK-AMOUNT-FIELD
005640          MOVE BANKXT01-6-TOTAL-FEE TO XT2-6-TOTAL-FEE
005650       WHEN '7'
005660          MOVE 'HOLD AMOUNT' TO WS-CMP-FIELD-NAME
005670          MOVE BANKXT01-7-AMOUNT TO WS-CMP-ORIG-AMOUNT
005680          MOVE XT2-7-AMOUNT TO WS-CMP-RERUN-AMOUNT
005690          PERFORM CHECK-AMOUNT-FIELD
005700          MOVE BANKXT01-7-AMOUNT TO XT2-7-AMOUNT
005710       WHEN 'I'
005720          MOVE 'INTEREST' TO WS-CMP-FIELD-NAME
005730          MOVE BANKXT01-I-INT-AMOUNT TO WS-CMP-ORIG-AMOUNT
005740          MOVE XT2-I-INT-AMOUNT TO WS-CMP-RERUN-AMOUNT
005750          PERFORM CHECK-AMOUNT-FIELD
005760          MOVE BANKXT01-I-INT-AMOUNT TO XT2-I-INT-AMOUNT
005770       WHEN 'L'
005780          MOVE 'PRINCIPAL' TO WS-CMP-FIELD-NAME
005790          MOVE BANKXT01-L-PRINCIPAL TO WS-CMP-ORIG-AMOUNT
005800          MOVE XT2-L-PRINCIPAL TO WS-CMP-RERUN-AMOUNT
005810          PERFORM CHECK-AMOUNT-FIELD
005820          MOVE BANKXT01-L-PRINCIPAL TO XT2-L-PRINCIPAL
005830          MOVE 'PAYMENT DUE' TO WS-CMP-FIELD-NAME
005840          MOVE BANKXT01-L-PAYMENT TO WS-CMP-ORIG-AMOUNT
005850          MOVE XT2-L-PAYMENT TO WS-CMP-RERUN-AMOUNT
005860          PERFORM CHECK-AMOUNT-FIELD
005870          MOVE BANKXT01-L-PAYMENT TO XT2-L-PAYMENT
005880          MOVE 'LOAN RATE' TO WS-CMP-FIELD-NAME
005890          MOVE BANKXT01-L-RATE TO WS-CMP-ORIG-RATE
005900          MOVE XT2-L-RATE TO WS-CMP-RERUN-RATE
005910          PERFORM CHECK-RATE-FIELD
005920          MOVE BANKXT01-L-RATE TO XT2-L-RATE
005930       WHEN 'R'
005940          MOVE 'EXCHANGE RATE' TO WS-CMP-FIELD-NAME
005950          MOVE BANKXT01-R-RATE TO WS-CMP-ORIG-RATE
005960          MOVE XT2-R-RATE TO WS-CMP-RERUN-RATE
005970          PERFORM CHECK-RATE-FIELD
005980          MOVE BANKXT01-R-RATE TO XT2-R-RATE
005990       WHEN 'T'
006000          MOVE 'COUNTER 1' TO WS-CMP-FIELD-NAME
006010          MOVE BANKXT01-T-COUNTER1 TO WS-CMP-ORIG-AMOUNT
006020          MOVE XT2-T-COUNTER1 TO WS-CMP-RERUN-AMOUNT
006030          PERFORM CHECK-COUNT-FIELD
006040          MOVE BANKXT01-T-COUNTER1 TO XT2-T-COUNTER1
006050          MOVE 'COUNTER 2' TO WS-CMP-FIELD-NAME
006060          MOVE BANKXT01-T-COUNTER2 TO WS-CMP-ORIG-AMOUNT
006070          MOVE XT2-T-COUNTER2 TO WS-CMP-RERUN-AMOUNT
006080          PERFORM CHECK-COUNT-FIELD
006090          MOVE BANKXT01-T-COUNTER2 TO XT2-T-COUNTER2
006100          MOVE 'COUNTER 3' TO WS-CMP-FIELD-NAME
006110          MOVE BANKXT01-T-COUNTER3 TO WS-CMP-ORIG-AMOUNT
006120          MOVE XT2-T-COUNTER3 TO WS-CMP-RERUN-AMOUNT
006130          PERFORM CHECK-COUNT-FIELD
006140          MOVE BANKXT01-T-COUNTER3 TO XT2-T-COUNTER3
006150       WHEN OTHER
006160          CONTINUE
006170     END-EVALUATE.
006180     IF XT2-RECORD-AREA IS NOT EQUAL TO SOR-DATA
006190        MOVE 'OTHER DATA' TO RD-FIELD
006200        MOVE SPACES TO RD-ORIGINAL
006210        MOVE SPACES TO RD-RERUN
006220        PERFORM REPORT-DIFFERENCE
006230     END-IF.
006240     IF RECORD-DIFFERS
006250        ADD 1 TO WS-DIFFERENT-COUNT
006260     ELSE
006270        ADD 1 TO WS-IDENTICAL-COUNT
006280     END-IF.
006290
006300 SET-REPORT-KEY.
006310     MOVE WS-LIST-TYPE TO RD-TYPE.
006320     MOVE WS-LIST-PID TO RD-PID.
006330     MOVE WS-LIST-ACC-NO TO RD-ACC-NO.
006340     MOVE WS-LIST-TIMESTAMP TO RD-TIMESTAMP.
006350
006360 CHECK-AMOUNT-FIELD.
006370     IF WS-CMP-ORIG-AMOUNT IS NOT EQUAL TO WS-CMP-RERUN-AMOUNT
006380        MOVE WS-CMP-FIELD-NAME TO RD-FIELD
006390        MOVE WS-CMP-ORIG-AMOUNT TO WS-EDIT-AMOUNT
006400        MOVE WS-EDIT-AMOUNT TO RD-ORIGINAL
006410        MOVE WS-CMP-RERUN-AMOUNT TO WS-EDIT-AMOUNT
006420        MOVE WS-EDIT-AMOUNT TO RD-RERUN
006430        PERFORM REPORT-DIFFERENCE
006440     END-IF.
006450
006460 CHECK-RATE-FIELD.
006470     IF WS-CMP-ORIG-RATE IS NOT EQUAL TO WS-CMP-RERUN-RATE
006480        MOVE WS-CMP-FIELD-NAME TO RD-FIELD
006490        MOVE WS-CMP-ORIG-RATE TO WS-EDIT-RATE
006500        MOVE WS-EDIT-RATE TO RD-ORIGINAL
006510        MOVE WS-CMP-RERUN-RATE TO WS-EDIT-RATE
006520        MOVE WS-EDIT-RATE TO RD-RERUN
006530        PERFORM REPORT-DIFFERENCE
006540     END-IF.
006550
006560 CHECK-COUNT-FIELD.
006570     IF WS-CMP-ORIG-AMOUNT IS NOT EQUAL TO WS-CMP-RERUN-AMOUNT
006580        MOVE WS-CMP-FIELD-NAME TO RD-FIELD
006590        MOVE WS-CMP-ORIG-AMOUNT TO WS-EDIT-COUNT
006600        MOVE WS-EDIT-COUNT TO RD-ORIGINAL
006610        MOVE WS-CMP-RERUN-AMOUNT TO WS-EDIT-COUNT
006620        MOVE WS-EDIT-COUNT TO RD-RERUN
006630        PERFORM REPORT-DIFFERENCE
006640     END-IF.
006650
006660 REPORT-DIFFERENCE.
006670     MOVE 'Y' TO WS-RECORD-DIFF-SW.
006680     MOVE RPT-DETAIL-LINE TO COMPARE-REPORT-LINE.
006690     PERFORM REPORT-PUT.
006700
006710*****************************************************************
006720* Counts and the sign-off result.                               *
006730*****************************************************************
006740 REPORT-TOTALS.
006750     IF WS-MATCHED-COUNT IS EQUAL TO WS-IDENTICAL-COUNT
006760      AND WS-ORIG-ONLY-COUNT IS EQUAL TO ZERO
006770      AND WS-RERUN-ONLY-COUNT IS EQUAL TO ZERO
006780        MOVE 'NONE' TO RX-TITLE
006790        MOVE RPT-SECTION-LINE TO COMPARE-REPORT-LINE
006800        PERFORM REPORT-PUT
006810     END-IF.
006820     MOVE SPACES TO COMPARE-REPORT-LINE.
006830     PERFORM REPORT-PUT.
006840     MOVE 'TOTALS' TO RX-TITLE.
006850     MOVE RPT-SECTION-LINE TO COMPARE-REPORT-LINE.
006860     PERFORM REPORT-PUT.
006870     MOVE 'ORIGINAL RECORDS READ' TO RT-LABEL.
006880     MOVE WS-ORIG-READ-COUNT TO RT-COUNT.
006890     MOVE RPT-TOTAL-LINE TO COMPARE-REPORT-LINE.
006900     PERFORM REPORT-PUT.
006910     MOVE 'RERUN RECORDS READ' TO RT-LABEL.
006920     MOVE WS-RERUN-READ-COUNT TO RT-COUNT.
006930     MOVE RPT-TOTAL-LINE TO COMPARE-REPORT-LINE.
006940     PERFORM REPORT-PUT.
006950     MOVE 'RECORDS MATCHED' TO RT-LABEL.
006960     MOVE WS-MATCHED-COUNT TO RT-COUNT.
006970     MOVE RPT-TOTAL-LINE TO COMPARE-REPORT-LINE.
006980     PERFORM REPORT-PUT.
006990     MOVE '  IDENTICAL' TO RT-LABEL.
007000     MOVE WS-IDENTICAL-COUNT TO RT-COUNT.
007010     MOVE RPT-TOTAL-LINE TO COMPARE-REPORT-LINE.
007020     PERFORM REPORT-PUT.
007030     MOVE '  DIFFERENT' TO RT-LABEL.
007040     MOVE WS-DIFFERENT-COUNT TO RT-COUNT.
007050     MOVE RPT-TOTAL-LINE TO COMPARE-REPORT-LINE.
007060     PERFORM REPORT-PUT.
007070     MOVE 'ONLY IN ORIGINAL' TO RT-LABEL.
007080     MOVE WS-ORIG-ONLY-COUNT TO RT-COUNT.
007090     MOVE RPT-TOTAL-LINE TO COMPARE-REPORT-LINE.
007100     PERFORM REPORT-PUT.
007110     MOVE 'ONLY IN RERUN' TO RT-LABEL.
007120     MOVE WS-RERUN-ONLY-COUNT TO RT-COUNT.
007130     MOVE RPT-TOTAL-LINE TO COMPARE-REPORT-LINE.
007140     PERFORM REPORT-PUT.
007150     MOVE SPACES TO COMPARE-REPORT-LINE.
007160     PERFORM REPORT-PUT.
007170     IF WS-DIFFERENT-COUNT IS EQUAL TO ZERO
007180      AND WS-ORIG-ONLY-COUNT IS EQUAL TO ZERO
007190      AND WS-RERUN-ONLY-COUNT IS EQUAL TO ZERO
007200        MOVE 'IDENTICAL' TO RS-RESULT
007210     ELSE
007220        MOVE 'DIFFERENT' TO RS-RESULT
007230     END-IF.
007240     MOVE RPT-RESULT-LINE TO COMPARE-REPORT-LINE.
007250     PERFORM REPORT-PUT.
007260
007270*****************************************************************
007280* Open the rerun extract as input.                              *
007290*****************************************************************
007300 EXTRACT-OPEN.
007310     OPEN INPUT EXTRACT-FILE.
007320     IF WS-EXTRACT-STATUS = '00'
007330        MOVE 'EXTRACT file opened OK'
007340          TO WS-CONSOLE-MESSAGE
007350        PERFORM DISPLAY-CONSOLE-MESSAGE
007360     ELSE
007370        MOVE 'EXTRACT file open failure...'
007380          TO WS-CONSOLE-MESSAGE
007390        PERFORM DISPLAY-CONSOLE-MESSAGE
007400        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
007410        PERFORM DISPLAY-IO-STATUS
007420        PERFORM ABORT-PROGRAM
007430        END-IF.
007440
007450 EXTRACT-READ.
007460     READ EXTRACT-FILE INTO XT2-RECORD-AREA
007470        AT END
007480           MOVE 'Y' TO WS-EOF-SW
007490     END-READ.
007500     IF NOT END-OF-EXTRACT
007510        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
007520           MOVE 'EXTRACT Error reading file ...'
007530             TO WS-CONSOLE-MESSAGE
007540           PERFORM DISPLAY-CONSOLE-MESSAGE
007550           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
007560           PERFORM DISPLAY-IO-STATUS
007570           PERFORM ABORT-PROGRAM
007580        END-IF
007590     END-IF.
007600
007610 EXTRACT-CLOSE.
007620     CLOSE EXTRACT-FILE.
007630
007640*****************************************************************
007650* Open the original extract as input.                           *
007660*****************************************************************
007670 ORIGINAL-OPEN.
007680     OPEN INPUT ORIGINAL-EXTRACT-FILE.
007690     IF WS-ORIG-STATUS = '00'
007700        MOVE 'ORIGEXT file opened OK'
007710          TO WS-CONSOLE-MESSAGE
007720        PERFORM DISPLAY-CONSOLE-MESSAGE
007730     ELSE
007740        MOVE 'ORIGEXT file open failure...'
007750          TO WS-CONSOLE-MESSAGE
007760        PERFORM DISPLAY-CONSOLE-MESSAGE
007770        MOVE WS-ORIG-STATUS TO WS-IO-STATUS
007780        PERFORM DISPLAY-IO-STATUS
007790        PERFORM ABORT-PROGRAM
007800        END-IF.
007810
007820 ORIGINAL-READ.
007830     READ ORIGINAL-EXTRACT-FILE INTO XT2-RECORD-AREA
007840        AT END
007850           MOVE 'Y' TO WS-ORIG-EOF-SW
007860     END-READ.
007870     IF NOT END-OF-ORIGINAL-EXTRACT
007880        IF WS-ORIG-STATUS IS NOT EQUAL TO '00'
007890           MOVE 'ORIGEXT Error reading file ...'
007900             TO WS-CONSOLE-MESSAGE
007910           PERFORM DISPLAY-CONSOLE-MESSAGE
007920           MOVE WS-ORIG-STATUS TO WS-IO-STATUS
007930           PERFORM DISPLAY-IO-STATUS
007940           PERFORM ABORT-PROGRAM
007950        END-IF
007960     END-IF.
007970
007980 ORIGINAL-CLOSE.
007990     CLOSE ORIGINAL-EXTRACT-FILE.
008000
008010*****************************************************************
008020* The sorted original on the work file. The key goes to high    *
008030* values at the end so the rest of the rerun falls out as       *
008040* unmatched.                                                    *
008050*****************************************************************
008060 SORTED-ORIGINAL-OPEN.
008070     OPEN INPUT SORTED-ORIGINAL-FILE.
008080     IF WS-SORTED-STATUS IS NOT EQUAL TO '00'
008090        MOVE 'CMPWK01 file open failure...'
008100          TO WS-CONSOLE-MESSAGE
008110        PERFORM DISPLAY-CONSOLE-MESSAGE
008120        MOVE WS-SORTED-STATUS TO WS-IO-STATUS
008130        PERFORM DISPLAY-IO-STATUS
008140        PERFORM ABORT-PROGRAM
008150     END-IF.
008160
008170 SORTED-ORIGINAL-READ.
008180     READ SORTED-ORIGINAL-FILE
008190        AT END
008200           MOVE 'Y' TO WS-SORTED-EOF-SW
008210     END-READ.
008220     IF END-OF-SORTED-ORIGINAL
008230        MOVE HIGH-VALUES TO WS-ORIG-KEY
008240     ELSE
008250        IF WS-SORTED-STATUS IS NOT EQUAL TO '00'
008260           MOVE 'CMPWK01 Error reading file ...'
008270             TO WS-CONSOLE-MESSAGE
008280           PERFORM DISPLAY-CONSOLE-MESSAGE
008290           MOVE WS-SORTED-STATUS TO WS-IO-STATUS
008300           PERFORM DISPLAY-IO-STATUS
008310           PERFORM ABORT-PROGRAM
008320        END-IF
008330        MOVE SOR-KEY TO WS-ORIG-KEY
008340     END-IF.
008350
008360 SORTED-ORIGINAL-CLOSE.
008370     CLOSE SORTED-ORIGINAL-FILE.
008380
008390*****************************************************************
008400* Open the comparison report as output.                         *
008410*****************************************************************
008420 REPORT-OPEN.
008430     OPEN OUTPUT COMPARE-REPORT.
008440     IF WS-REPORT-STATUS = '00'
008450        MOVE 'CMPRPT report opened OK'
008460          TO WS-CONSOLE-MESSAGE
008470        PERFORM DISPLAY-CONSOLE-MESSAGE
008480     ELSE
008490        MOVE 'CMPRPT report open failure...'
008500          TO WS-CONSOLE-MESSAGE
008510        PERFORM DISPLAY-CONSOLE-MESSAGE
008520        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008530        PERFORM DISPLAY-IO-STATUS
008540        PERFORM ABORT-PROGRAM
008550        END-IF.
008560
008570 REPORT-PUT.
008580     WRITE COMPARE-REPORT-LINE.
008590     IF WS-REPORT-STATUS NOT = '00'
008600        MOVE 'CMPRPT report Error writing file ...'
008610          TO WS-CONSOLE-MESSAGE
008620        PERFORM DISPLAY-CONSOLE-MESSAGE
008630        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008640        PERFORM DISPLAY-IO-STATUS
008650        PERFORM ABORT-PROGRAM
008660     END-IF.
008670
008680 REPORT-CLOSE.
008690     CLOSE COMPARE-REPORT.
008700
008710*****************************************************************
008720* Display the file status bytes. This routine will display as   *
008730* two digits if the full two byte file status is numeric. If    *
008740* second byte is non-numeric then it will be treated as a       *
008750* binary number.                                                *
008760*****************************************************************
008770 DISPLAY-IO-STATUS.
008780     IF WS-IO-STATUS NUMERIC
008790        MOVE SPACE TO WS-CONSOLE-MESSAGE
008800        STRING 'File status -' DELIMITED BY SIZE
008810               WS-IO-STATUS DELIMITED BY SIZE
008820          INTO WS-CONSOLE-MESSAGE
008830        PERFORM DISPLAY-CONSOLE-MESSAGE
008840     ELSE
008850        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
008860        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
008870        MOVE SPACE TO WS-CONSOLE-MESSAGE
008880        STRING 'File status -' DELIMITED BY SIZE
008890               WS-IO-STAT1 DELIMITED BY SIZE
008900               '/' DELIMITED BY SIZE
008910               WS-TWO-BYTES DELIMITED BY SIZE
008920          INTO WS-CONSOLE-MESSAGE
008930        PERFORM DISPLAY-CONSOLE-MESSAGE
008940     END-IF.
008950
008960*****************************************************************
008970* 'ABORT' the program.                                          *
008980* Post a message to the console and issue a STOP RUN            *
008990*****************************************************************
009000 ABORT-PROGRAM.
009010     IF WS-CONSOLE-MESSAGE NOT = SPACES
009020        PERFORM DISPLAY-CONSOLE-MESSAGE
009030     END-IF.
009040     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
009050     PERFORM DISPLAY-CONSOLE-MESSAGE.
009060     MOVE 16 TO RETURN-CODE.
009070     GOBACK.
009080
009090*****************************************************************
009100* Display a message on the console, prefixed with the program   *
009110* name so it can be picked out of a mixed job log.              *
009120*****************************************************************
009130 DISPLAY-CONSOLE-MESSAGE.
009140     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
