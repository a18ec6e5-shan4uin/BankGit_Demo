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
000130* Prgram:      ZBNKFWR1.CBL                                     *
000140* Function:    Report the cycle's fee waivers and fee reversals *
000150*              off the fee register by branch and approver,     *
000160*              with subtotals at each level, proving the grand  *
000170*              totals against the register's TOTAL record       *
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.
000210     ZBNKFWR1.
000220 DATE-WRITTEN.
000230     September 2026.
000240 DATE-COMPILED.
000250     Today.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT   SECTION.
000280   FILE-CONTROL.
000290     SELECT FEE-REGISTER-FILE
000300            ASSIGN       TO FEEREG
000310            ORGANIZATION IS SEQUENTIAL
000320            ACCESS MODE  IS SEQUENTIAL
000330            FILE STATUS  IS WS-FEEREG-STATUS.
000340
000350     SELECT WAIVER-REPORT
000360            ASSIGN       TO FWRRPT
000370            ORGANIZATION IS SEQUENTIAL
000380            ACCESS MODE  IS SEQUENTIAL
000390            FILE STATUS  IS WS-REPORT-STATUS.
000400
000410     SELECT SORT-FILE
000420            ASSIGN       TO SRTWK01.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460*****************************************************************
000470* Fee register written by ZBNKEXT1 - one record per customer    *
000480* assessed a charge, a memo record per fee waived, one record   *
000490* per prior-cycle fee reversed, closed with a TOTAL record.     *
000500* Only the waiver and reversal entries are reported here.       *
000510*****************************************************************
000520 FD  FEE-REGISTER-FILE
000530     RECORD CONTAINS 100 CHARACTERS.
000540 COPY CFEEREG.
000550
000560 FD  WAIVER-REPORT
000570     RECORD CONTAINS 132 CHARACTERS.
000580 01  WAIVER-REPORT-LINE                      PIC X(132).
000590
000600 SD  SORT-FILE
000610     RECORD CONTAINS 58 CHARACTERS.
000620 01  SORT-WORK-REC.
000630   05  SORT-BRANCH                           PIC X(4).
000640   05  SORT-APPROVER                         PIC X(8).
000650   05  SORT-ENTRY-TYPE                       PIC X(1).
000660     88  SORT-WAIVER                          VALUE 'W'.
000670     88  SORT-REVERSAL                        VALUE 'R'.
000680   05  SORT-PID                              PIC X(5).
000690   05  SORT-FEE-TYPE                         PIC X(1).
000700   05  SORT-REASON                           PIC X(4).
000710   05  SORT-CHARGED-DATE                     PIC X(8).
000720   05  SORT-MAINT-FEE                        PIC 9(7)V99.
000730   05  SORT-EXCESS-FEE                       PIC 9(7)V99.
000740   05  SORT-TOTAL-FEE                        PIC 9(7)V99.
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-MISC-STORAGE.
000780   05  WS-PROGRAM-ID                         PIC X(8)
000790       VALUE 'ZBNKFWR1'.
000800   05  WS-FEEREG-STATUS.
000810     10  WS-FEEREG-STAT1                     PIC X(1).
000820     10  WS-FEEREG-STAT2                     PIC X(1).
000830
000840   05  WS-REPORT-STATUS.
000850     10  WS-REPORT-STAT1                     PIC X(1).
000860     10  WS-REPORT-STAT2                     PIC X(1).
000870
000880   05  WS-IO-STATUS.
000890     10  WS-IO-STAT1                         PIC X(1).
000900     10  WS-IO-STAT2                         PIC X(1).
000910
000920   05  WS-TWO-BYTES.
000930     10  WS-TWO-BYTES-LEFT                   PIC X(1).
000940     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
000950   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
000960                                             PIC 9(1) COMP.
000970
000980   05  WS-FEEREG-EOF-SW                      PIC X(1)
000990       VALUE 'N'.
001000     88  FEEREG-EOF                           VALUE 'Y'.
001010   05  WS-SORT-EOF-SW                        PIC X(1)
001020       VALUE 'N'.
001030     88  END-OF-SORTED-DATA                   VALUE 'Y'.
001040   05  WS-FEE-TOTAL-FOUND-SW                 PIC X(1)
001050       VALUE 'N'.
001060     88  FEE-TOTAL-FOUND                      VALUE 'Y'.
001070
001080   05  WS-RUN-DATE                           PIC 9(6).
001090   05  WS-REGISTER-WAIVED                    PIC 9(9)V99
001100       VALUE ZERO.
001110   05  WS-REGISTER-REVERSED                  PIC 9(9)V99
001120       VALUE ZERO.
001130   05  WS-REGISTER-REV-COUNT                 PIC 9(5)
001140       VALUE ZERO.
001150
001160*****************************************************************
001170* Control-break keys and the totals kept at each level - the    *
001180* approver's are rolled into the branch's and the branch's into *
001190* the report's as each group closes.                            *
001200*****************************************************************
001210 01  WS-BREAK-CONTROL.
001220   05  WS-CUR-BRANCH                         PIC X(4)
001230       VALUE LOW-VALUES.
001240   05  WS-CUR-APPROVER                       PIC X(8)
001250       VALUE LOW-VALUES.
001260   05  WS-GROUP-OPEN-SW                      PIC X(1)
001270       VALUE 'N'.
001280     88  GROUP-IN-PROGRESS                    VALUE 'Y'.
001290
001300 01  WS-APPROVER-TOTALS.
001310   05  WS-APR-WAIVE-COUNT                    PIC 9(5).
001320   05  WS-APR-WAIVE-AMOUNT                   PIC 9(9)V99.
001330   05  WS-APR-REV-COUNT                      PIC 9(5).
001340   05  WS-APR-REV-AMOUNT                     PIC 9(9)V99.
001350
001360 01  WS-BRANCH-TOTALS.
001370   05  WS-BRN-WAIVE-COUNT                    PIC 9(5).
001380   05  WS-BRN-WAIVE-AMOUNT                   PIC 9(9)V99.
001390   05  WS-BRN-REV-COUNT                      PIC 9(5).
001400   05  WS-BRN-REV-AMOUNT                     PIC 9(9)V99.
001410
001420 01  WS-REPORT-TOTALS.
001430   05  WS-ALL-WAIVE-COUNT                    PIC 9(5)
001440       VALUE ZERO.
001450   05  WS-ALL-WAIVE-AMOUNT                   PIC 9(9)V99
001460       VALUE ZERO.
001470   05  WS-ALL-REV-COUNT                      PIC 9(5)
001480       VALUE ZERO.
001490   05  WS-ALL-REV-AMOUNT                     PIC 9(9)V99
001500       VALUE ZERO.
001510
001520 01  WS-CONSOLE-MESSAGE                      PIC X(60).
001530
001540*****************************************************************
001550* Report lines.                                                 *
001560*****************************************************************
001570 01  RPT-HEADING-LINE.
001580   05  FILLER                          PIC X(2)  VALUE SPACES.
001590   05  RH-TITLE                              PIC X(40)
001600       VALUE 'FEE WAIVERS AND REVERSALS BY BRANCH'.
001610   05  FILLER                                PIC X(13)
001620       VALUE '  RUN DATE - '.
001630   05  RH-RUN-DATE                           PIC 9(6).
001640   05  FILLER                          PIC X(71) VALUE SPACES.
001650
001660 01  RPT-COLUMN-LINE                         PIC X(132).
001670
001680 01  RPT-DETAIL-LINE.
001690   05  FILLER                          PIC X(2)  VALUE SPACES.
001700   05  RW-BRANCH                             PIC X(4).
001710   05  FILLER                          PIC X(3)  VALUE SPACES.
001720   05  RW-APPROVER                           PIC X(8).
001730   05  FILLER                          PIC X(2)  VALUE SPACES.
001740   05  RW-ENTRY                              PIC X(8).
001750   05  FILLER                          PIC X(2)  VALUE SPACES.
001760   05  RW-PID                                PIC X(5).
001770   05  FILLER                          PIC X(2)  VALUE SPACES.
001780   05  RW-FEE-TYPE                           PIC X(6).
001790   05  FILLER                          PIC X(2)  VALUE SPACES.
001800   05  RW-REASON                             PIC X(4).
001810   05  FILLER                          PIC X(2)  VALUE SPACES.
001820   05  RW-CHARGED-DATE                       PIC X(8).
001830   05  FILLER                          PIC X(2)  VALUE SPACES.
001840   05  RW-MAINT-FEE                          PIC Z(6)9.99.
001850   05  FILLER                          PIC X(2)  VALUE SPACES.
001860   05  RW-EXCESS-FEE                         PIC Z(6)9.99.
001870   05  FILLER                          PIC X(2)  VALUE SPACES.
001880   05  RW-TOTAL-FEE                          PIC Z(6)9.99.
001890   05  FILLER                          PIC X(38) VALUE SPACES.
001900
001910 01  RPT-SUBTOTAL-LINE.
001920   05  FILLER                          PIC X(2)  VALUE SPACES.
001930   05  RS-LEVEL                              PIC X(9).
001940   05  RS-KEY                                PIC X(8).
001950   05  FILLER                          PIC X(3)  VALUE SPACES.
001960   05  FILLER                                PIC X(9)
001970       VALUE 'WAIVERS  '.
001980   05  RS-WAIVE-COUNT                        PIC Z(4)9.
001990   05  RS-WAIVE-COUNT-X REDEFINES RS-WAIVE-COUNT
002000                                             PIC X(5).
002010   05  FILLER                          PIC X(2)  VALUE SPACES.
002020   05  RS-WAIVE-AMOUNT                       PIC Z(8)9.99.
002030   05  FILLER                          PIC X(3)  VALUE SPACES.
002040   05  FILLER                                PIC X(10)
002050       VALUE 'REVERSALS '.
002060   05  RS-REV-COUNT                          PIC Z(4)9.
002070   05  FILLER                          PIC X(2)  VALUE SPACES.
002080   05  RS-REV-AMOUNT                         PIC Z(8)9.99.
002090   05  FILLER                          PIC X(50) VALUE SPACES.
002100
002110 PROCEDURE DIVISION.
002120*****************************************************************
002130* Sort the register's waiver and reversal entries into branch   *
002140* and approver order and print them with a subtotal for each    *
002150* approver and each branch, then the report totals, which must  *
002160* agree with the register's own TOTAL record.                   *
002170*****************************************************************
002180     ACCEPT WS-RUN-DATE FROM DATE.
002190     PERFORM REPORT-OPEN.
002200
002210     SORT SORT-FILE
002220       ON ASCENDING KEY SORT-BRANCH
002230                        SORT-APPROVER
002240                        SORT-ENTRY-TYPE
002250                        SORT-PID
002260       INPUT PROCEDURE IS RELEASE-REGISTER-ENTRIES
002270       OUTPUT PROCEDURE IS PRINT-WAIVER-REPORT.
002280
002290     PERFORM REPORT-CLOSE.
002300
002310     MOVE SPACES TO WS-CONSOLE-MESSAGE.
002320     STRING WS-ALL-WAIVE-COUNT DELIMITED BY SIZE
002330            ' fee waivers, ' DELIMITED BY SIZE
002340            WS-ALL-REV-COUNT DELIMITED BY SIZE
002350            ' fee reversals reported' DELIMITED BY SIZE
002360       INTO WS-CONSOLE-MESSAGE.
002370     PERFORM DISPLAY-CONSOLE-MESSAGE.
002380
002390*****************************************************************
002400* A register without its TOTAL record was left by a run that    *
002410* did not finish; report totals that disagree with the TOTAL    *
002420* record mean the register has been tampered with or truncated. *
002430*****************************************************************
002440     IF NOT FEE-TOTAL-FOUND
002450        MOVE 'FEEREG TOTAL record missing - totals unproven'
002460          TO WS-CONSOLE-MESSAGE
002470        PERFORM DISPLAY-CONSOLE-MESSAGE
002480        MOVE 8 TO RETURN-CODE
002490     ELSE
002500        IF WS-ALL-WAIVE-AMOUNT IS NOT EQUAL TO WS-REGISTER-WAIVED
002510         OR WS-ALL-REV-AMOUNT IS NOT EQUAL TO WS-REGISTER-REVERSED
002520         OR WS-ALL-REV-COUNT IS NOT EQUAL TO WS-REGISTER-REV-COUNT
002530           MOVE 'Report totals disagree with FEEREG TOTAL record'
002540             TO WS-CONSOLE-MESSAGE
002550           PERFORM DISPLAY-CONSOLE-MESSAGE
002560           MOVE 8 TO RETURN-CODE
002570        ELSE
002580           MOVE 0 TO RETURN-CODE
002590        END-IF
002600     END-IF.
002610     MOVE 'End Of Job'
002620       TO WS-CONSOLE-MESSAGE.
002630     PERFORM DISPLAY-CONSOLE-MESSAGE.
002640
002650     GOBACK.
002660
002670*****************************************************************
002680* Release the waiver and reversal entries to the sort, picking  *
002690* up the TOTAL record's figures on the way past. The assessed   *
002700* charges are the GL journal's business and are passed over.    *
002710*****************************************************************
002720 RELEASE-REGISTER-ENTRIES.
002730     PERFORM FEEREG-OPEN.
002740     PERFORM FEEREG-READ.
002750     PERFORM UNTIL FEEREG-EOF
002760        EVALUATE TRUE
002770          WHEN FEE-REG-PID IS EQUAL TO 'TOTAL'
002780             MOVE 'Y' TO WS-FEE-TOTAL-FOUND-SW
002790             MOVE FEE-REG-WAIVED-TOTAL TO WS-REGISTER-WAIVED
002800             MOVE FEE-REG-REVERSAL-TOTAL TO WS-REGISTER-REVERSED
002810             MOVE FEE-REG-REVERSAL-COUNT TO WS-REGISTER-REV-COUNT
002820          WHEN FEE-REG-WAIVER
002830          WHEN FEE-REG-REVERSAL
002840             PERFORM RELEASE-ONE-ENTRY
002850          WHEN OTHER
002860             CONTINUE
002870        END-EVALUATE
002880        PERFORM FEEREG-READ
002890     END-PERFORM.
002900     PERFORM FEEREG-CLOSE.
002910
002920 RELEASE-ONE-ENTRY.
002930     MOVE SPACES TO SORT-WORK-REC.
002940     IF FEE-REG-BRANCH IS EQUAL TO SPACES
002950        MOVE 'NONE' TO SORT-BRANCH
002960     ELSE
002970        MOVE FEE-REG-BRANCH TO SORT-BRANCH
002980     END-IF.
002990     MOVE FEE-REG-APPROVER TO SORT-APPROVER.
003000     MOVE FEE-REG-ENTRY-TYPE TO SORT-ENTRY-TYPE.
003010     MOVE FEE-REG-PID TO SORT-PID.
003020     MOVE FEE-REG-FEE-TYPE TO SORT-FEE-TYPE.
003030     MOVE FEE-REG-REASON TO SORT-REASON.
003040     MOVE FEE-REG-CHARGED-DATE TO SORT-CHARGED-DATE.
003050     MOVE FEE-REG-MAINT-FEE TO SORT-MAINT-FEE.
003060     MOVE FEE-REG-EXCESS-FEE TO SORT-EXCESS-FEE.
003070     MOVE FEE-REG-TOTAL-FEE TO SORT-TOTAL-FEE.
003080     RELEASE SORT-WORK-REC.
003090
003100*****************************************************************
003110* Print the sorted entries, closing the approver group when the *
003120* approver or branch changes and the branch group when the      *
003130* branch changes, then the report totals.                       *
003140*****************************************************************
003150 PRINT-WAIVER-REPORT.
003160     MOVE WS-RUN-DATE TO RH-RUN-DATE.
003170     MOVE RPT-HEADING-LINE TO WAIVER-REPORT-LINE.
003180     PERFORM REPORT-PUT.
003190     MOVE SPACES TO WAIVER-REPORT-LINE.
003200     PERFORM REPORT-PUT.
003210     MOVE SPACES TO RPT-COLUMN-LINE.
003220     MOVE 'BRANCH' TO RPT-COLUMN-LINE (3:6).
003230     MOVE 'APPROVER' TO RPT-COLUMN-LINE (10:8).
003240     MOVE 'ENTRY' TO RPT-COLUMN-LINE (20:5).
003250     MOVE 'PID' TO RPT-COLUMN-LINE (30:3).
003260     MOVE 'FEE' TO RPT-COLUMN-LINE (37:3).
003270     MOVE 'RSN' TO RPT-COLUMN-LINE (45:3).
003280     MOVE 'CHARGED' TO RPT-COLUMN-LINE (51:7).
003290     MOVE 'MAINTENANCE' TO RPT-COLUMN-LINE (60:11).
003300     MOVE 'EXCESS' TO RPT-COLUMN-LINE (77:6).
003310     MOVE 'TOTAL' TO RPT-COLUMN-LINE (90:5).
003320     MOVE RPT-COLUMN-LINE TO WAIVER-REPORT-LINE.
003330     PERFORM REPORT-PUT.
003340
003350     PERFORM RETURN-SORTED-ENTRY.
003360     IF END-OF-SORTED-DATA
003370        MOVE '  NONE' TO WAIVER-REPORT-LINE
003380        PERFORM REPORT-PUT
003390     END-IF.
003400     PERFORM UNTIL END-OF-SORTED-DATA
003410        IF SORT-BRANCH IS NOT EQUAL TO WS-CUR-BRANCH
003420           IF GROUP-IN-PROGRESS
003430              PERFORM FINISH-APPROVER-GROUP
003440              PERFORM FINISH-BRANCH-GROUP
003450           END-IF
003460           PERFORM START-BRANCH-GROUP
003470           PERFORM START-APPROVER-GROUP
003480        ELSE
003490           IF SORT-APPROVER IS NOT EQUAL TO WS-CUR-APPROVER
003500              PERFORM FINISH-APPROVER-GROUP
003510              PERFORM START-APPROVER-GROUP
003520           END-IF
003530        END-IF
003540        PERFORM PRINT-ONE-ENTRY
003550        PERFORM RETURN-SORTED-ENTRY
003560     END-PERFORM.
003570     IF GROUP-IN-PROGRESS
003580        PERFORM FINISH-APPROVER-GROUP
003590        PERFORM FINISH-BRANCH-GROUP
003600     END-IF.
003610
003620     MOVE SPACES TO WAIVER-REPORT-LINE.
003630     PERFORM REPORT-PUT.
003640     MOVE 'REPORT   ' TO RS-LEVEL.
003650     MOVE 'TOTALS' TO RS-KEY.
003660     MOVE WS-ALL-WAIVE-COUNT TO RS-WAIVE-COUNT.
003670     MOVE WS-ALL-WAIVE-AMOUNT TO RS-WAIVE-AMOUNT.
003680     MOVE WS-ALL-REV-COUNT TO RS-REV-COUNT.
003690     MOVE WS-ALL-REV-AMOUNT TO RS-REV-AMOUNT.
003700     MOVE RPT-SUBTOTAL-LINE TO WAIVER-REPORT-LINE.
003710     PERFORM REPORT-PUT.
003720     MOVE 'REGISTER ' TO RS-LEVEL.
003730     MOVE 'TOTAL' TO RS-KEY.
003740     MOVE SPACES TO RS-WAIVE-COUNT-X.
003750     MOVE WS-REGISTER-WAIVED TO RS-WAIVE-AMOUNT.
003760     MOVE WS-REGISTER-REV-COUNT TO RS-REV-COUNT.
003770     MOVE WS-REGISTER-REVERSED TO RS-REV-AMOUNT.
003780     MOVE RPT-SUBTOTAL-LINE TO WAIVER-REPORT-LINE.
003790     PERFORM REPORT-PUT.
003800
003810 RETURN-SORTED-ENTRY.
003820     RETURN SORT-FILE
003830       AT END
003840          MOVE 'Y' TO WS-SORT-EOF-SW
003850     END-RETURN.
003860
003870 START-BRANCH-GROUP.
003880     MOVE SORT-BRANCH TO WS-CUR-BRANCH.
003890     MOVE 'Y' TO WS-GROUP-OPEN-SW.
003900     INITIALIZE WS-BRANCH-TOTALS.
003910     MOVE SPACES TO WAIVER-REPORT-LINE.
003920     PERFORM REPORT-PUT.
003930
003940 START-APPROVER-GROUP.
003950     MOVE SORT-APPROVER TO WS-CUR-APPROVER.
003960     INITIALIZE WS-APPROVER-TOTALS.
003970
003980 PRINT-ONE-ENTRY.
003990     MOVE SORT-BRANCH TO RW-BRANCH.
004000     MOVE SORT-APPROVER TO RW-APPROVER.
004010     MOVE SORT-PID TO RW-PID.
004020     MOVE SORT-REASON TO RW-REASON.
004030     MOVE SORT-CHARGED-DATE TO RW-CHARGED-DATE.
004040     EVALUATE SORT-FEE-TYPE
004050       WHEN 'M'
004060          MOVE 'MAINT' TO RW-FEE-TYPE
004070       WHEN 'X'
004080          MOVE 'EXCESS' TO RW-FEE-TYPE
004090       WHEN 'A'
004100          MOVE 'ALL' TO RW-FEE-TYPE
004110       WHEN OTHER
004120          MOVE SORT-FEE-TYPE TO RW-FEE-TYPE
004130     END-EVALUATE.
004140     MOVE SORT-MAINT-FEE TO RW-MAINT-FEE.
004150     MOVE SORT-EXCESS-FEE TO RW-EXCESS-FEE.
004160     MOVE SORT-TOTAL-FEE TO RW-TOTAL-FEE.
004170     IF SORT-WAIVER
004180        MOVE 'WAIVED' TO RW-ENTRY
004190        ADD 1 TO WS-APR-WAIVE-COUNT
004200        ADD SORT-TOTAL-FEE TO WS-APR-WAIVE-AMOUNT
004210     ELSE
004220        MOVE 'REVERSED' TO RW-ENTRY
004230        ADD 1 TO WS-APR-REV-COUNT
004240        ADD SORT-TOTAL-FEE TO WS-APR-REV-AMOUNT
004250     END-IF.
004260     MOVE RPT-DETAIL-LINE TO WAIVER-REPORT-LINE.
004270     PERFORM REPORT-PUT.
004280
004290 FINISH-APPROVER-GROUP.
004300     MOVE 'APPROVER ' TO RS-LEVEL.
004310     MOVE WS-CUR-APPROVER TO RS-KEY.
004320     MOVE WS-APR-WAIVE-COUNT TO RS-WAIVE-COUNT.
004330     MOVE WS-APR-WAIVE-AMOUNT TO RS-WAIVE-AMOUNT.
004340     MOVE WS-APR-REV-COUNT TO RS-REV-COUNT.
004350     MOVE WS-APR-REV-AMOUNT TO RS-REV-AMOUNT.
004360     MOVE RPT-SUBTOTAL-LINE TO WAIVER-REPORT-LINE.
004370     PERFORM REPORT-PUT.
004380     ADD WS-APR-WAIVE-COUNT TO WS-BRN-WAIVE-COUNT.
004390     ADD WS-APR-WAIVE-AMOUNT TO WS-BRN-WAIVE-AMOUNT.
004400     ADD WS-APR-REV-COUNT TO WS-BRN-REV-COUNT.
004410     ADD WS-APR-REV-AMOUNT TO WS-BRN-REV-AMOUNT.
004420
004430 FINISH-BRANCH-GROUP.
004440     MOVE 'BRANCH   ' TO RS-LEVEL.
004450     MOVE WS-CUR-BRANCH TO RS-KEY.
004460     MOVE WS-BRN-WAIVE-COUNT TO RS-WAIVE-COUNT.
004470     MOVE WS-BRN-WAIVE-AMOUNT TO RS-WAIVE-AMOUNT.
004480     MOVE WS-BRN-REV-COUNT TO RS-REV-COUNT.
004490     MOVE WS-BRN-REV-AMOUNT TO RS-REV-AMOUNT.
004500     MOVE RPT-SUBTOTAL-LINE TO WAIVER-REPORT-LINE.
004510     PERFORM REPORT-PUT.
004520     ADD WS-BRN-WAIVE-COUNT TO WS-ALL-WAIVE-COUNT.
004530     ADD WS-BRN-WAIVE-AMOUNT TO WS-ALL-WAIVE-AMOUNT.
004540     ADD WS-BRN-REV-COUNT TO WS-ALL-REV-COUNT.
004550     ADD WS-BRN-REV-AMOUNT TO WS-ALL-REV-AMOUNT.
004560
004570*****************************************************************
004580* Open the fee register produced by ZBNKEXT1 as input.          *
004590*****************************************************************
004600 FEEREG-OPEN.
004610     OPEN INPUT FEE-REGISTER-FILE.
004620     IF WS-FEEREG-STATUS IS NOT EQUAL TO '00'
004630        MOVE 'FEEREG file open failure...'
004640          TO WS-CONSOLE-MESSAGE
004650        PERFORM DISPLAY-CONSOLE-MESSAGE
004660        MOVE WS-FEEREG-STATUS TO WS-IO-STATUS
004670        PERFORM DISPLAY-IO-STATUS
004680        PERFORM ABORT-PROGRAM
004690     END-IF.
004700
004710 FEEREG-READ.
004720     READ FEE-REGISTER-FILE
004730       AT END
004740          MOVE 'Y' TO WS-FEEREG-EOF-SW
004750     END-READ.
004760
004770 FEEREG-CLOSE.
004780     CLOSE FEE-REGISTER-FILE.
004790
004800*****************************************************************
004810* Open the waiver and reversal report as output.                *
004820*****************************************************************
004830 REPORT-OPEN.
004840     OPEN OUTPUT WAIVER-REPORT.
004850     IF WS-REPORT-STATUS = '00'
004860        MOVE 'FWRRPT report opened OK'
004870          TO WS-CONSOLE-MESSAGE
004880        PERFORM DISPLAY-CONSOLE-MESSAGE
004890     ELSE
004900        MOVE 'FWRRPT report open failure...'
004910          TO WS-CONSOLE-MESSAGE
004920        PERFORM DISPLAY-CONSOLE-MESSAGE
004930        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
004940        PERFORM DISPLAY-IO-STATUS
004950        PERFORM ABORT-PROGRAM
004960        END-IF.
004970
004980 REPORT-PUT.
004990     WRITE WAIVER-REPORT-LINE.
005000     IF WS-REPORT-STATUS NOT = '00'
005010        MOVE 'FWRRPT report Error writing file ...'
005020          TO WS-CONSOLE-MESSAGE
005030        PERFORM DISPLAY-CONSOLE-MESSAGE
005040        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
005050        PERFORM DISPLAY-IO-STATUS
005060        PERFORM ABORT-PROGRAM
005070     END-IF.
005080
005090 REPORT-CLOSE.
005100     CLOSE WAIVER-REPORT.
005110
005120*****************************************************************
005130* Display the file status bytes. This routine will display as   *
005140* two digits if the full two byte file status is numeric. If    *
005150* second byte is non-numeric then it will be treated as a       *
005160* binary number.                                                *
005170*****************************************************************
005180 DISPLAY-IO-STATUS.
005190     IF WS-IO-STATUS NUMERIC
005200        MOVE SPACE TO WS-CONSOLE-MESSAGE
005210        STRING 'File status -' DELIMITED BY SIZE
005220               WS-IO-STATUS DELIMITED BY SIZE
005230          INTO WS-CONSOLE-MESSAGE
005240        PERFORM DISPLAY-CONSOLE-MESSAGE
005250     ELSE
005260        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
005270        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
005280        MOVE SPACE TO WS-CONSOLE-MESSAGE
005290        STRING 'File status -' DELIMITED BY SIZE
005300               WS-IO-STAT1 DELIMITED BY SIZE
005310               '/' DELIMITED BY SIZE
005320               WS-TWO-BYTES DELIMITED BY SIZE
005330          INTO WS-CONSOLE-MESSAGE
005340        PERFORM DISPLAY-CONSOLE-MESSAGE
005350     END-IF.
005360
005370*****************************************************************
005380* 'ABORT' the program.                                          *
005390* Post a message to the console and issue a STOP RUN            *
005400*****************************************************************
005410 ABORT-PROGRAM.
005420     IF WS-CONSOLE-MESSAGE NOT = SPACES
005430        PERFORM DISPLAY-CONSOLE-MESSAGE
005440     END-IF.
005450     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
005460     PERFORM DISPLAY-CONSOLE-MESSAGE.
005470     MOVE 16 TO RETURN-CODE.
005480     GOBACK.
005490
005500*****************************************************************
005510* Display a message on the console, prefixed with the program   *
005520* name so it can be picked out of a mixed job log.              *
005530*****************************************************************
005540 DISPLAY-CONSOLE-MESSAGE.
005550     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
