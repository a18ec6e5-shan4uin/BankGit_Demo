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
000130* Prgram:      ZBNKCOA1.CBL                                     *
000140* Function:    Change-of-address ingest - match the postal      *
000150*              vendor's change-of-address file against the      *
000160*              customer addresses on the extract, classify      *
000170*              each move, and for the confirmed moves cut the   *
000180*              online address update, record the change in the  *
000190*              address history and propose the release of any   *
000200*              suppressed customer now reachable again          *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKCOA1.
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
000380     SELECT COA-MATCH-FILE
000390            ASSIGN       TO COAMATCH
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-COAMATCH-STATUS.
000430
000440     SELECT OPTIONAL SUPPRESS-FILE
000450            ASSIGN       TO SUPPFILE
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-SUPPRESS-STATUS.
000490
000500     SELECT ADDRESS-UPDATE-FILE
000510            ASSIGN       TO COAUPD
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-COAUPD-STATUS.
000550
000560     SELECT OPTIONAL ADDRESS-HISTORY-FILE
000570            ASSIGN       TO ADRHST
000580            ORGANIZATION IS SEQUENTIAL
000590            ACCESS MODE  IS SEQUENTIAL
000600            FILE STATUS  IS WS-ADRHST-STATUS.
000610
000620     SELECT RELEASE-PROPOSAL-FILE
000630            ASSIGN       TO COASUPR
000640            ORGANIZATION IS SEQUENTIAL
000650            ACCESS MODE  IS SEQUENTIAL
000660            FILE STATUS  IS WS-COASUPR-STATUS.
000670
000680     SELECT REVIEW-REPORT
000690            ASSIGN       TO COARPT
000700            ORGANIZATION IS SEQUENTIAL
000710            ACCESS MODE  IS SEQUENTIAL
000720            FILE STATUS  IS WS-REPORT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  EXTRACT-FILE
000770     RECORDING MODE IS V
000780     RECORD CONTAINS 66 TO 95 CHARACTERS.
000790 COPY CBANKXT1.
000800
000810*****************************************************************
000820* The postal vendor's change-of-address match file - one record *
000830* for each of our customers the vendor matched to a filed move, *
000840* returned under our PID with the address the vendor matched on *
000850* and, where the mover left one, the forwarding address. Move   *
000860* type "P" is a permanent move, "T" a temporary move (the end   *
000870* date says when mail goes back to the old address) and "N" a   *
000880* move that left no forwarding address. Dates are CCYYMMDD.     *
000890*****************************************************************
000900 FD  COA-MATCH-FILE
000910     RECORD CONTAINS 160 CHARACTERS.
000920 01  COA-MATCH-RECORD.
000930   05  COA-PID                               PIC X(5).
000940   05  COA-MOVE-TYPE                         PIC X(1).
000950     88  COA-MOVE-PERMANENT                   VALUE 'P'.
000960     88  COA-MOVE-TEMPORARY                   VALUE 'T'.
000970     88  COA-MOVE-NO-FORWARD                  VALUE 'N'.
000980   05  COA-MOVE-DATE                         PIC 9(8).
000990   05  COA-TEMP-END-DATE                     PIC 9(8).
001000   05  COA-NAME                              PIC X(20).
001010   05  COA-OLD-ADDR1                         PIC X(20).
001020   05  COA-OLD-ADDR2                         PIC X(20).
001030   05  COA-OLD-PST-CDE                       PIC X(8).
001040   05  COA-NEW-ADDR1                         PIC X(20).
001050   05  COA-NEW-ADDR2                         PIC X(20).
001060   05  COA-NEW-STATE                         PIC X(3).
001070   05  COA-NEW-CNTRY                         PIC X(3).
001080   05  COA-NEW-PST-CDE                       PIC X(8).
001090   05  FILLER                                PIC X(16).
001100
001110 FD  SUPPRESS-FILE
001120     RECORD CONTAINS 68 CHARACTERS.
001130 COPY CSUPPRES.
001140
001150*****************************************************************
001160* Confirmed new addresses for the online side to apply to the   *
001170* customer record, in the DBANK51P field sizes, stamped with    *
001180* the system userid they are applied under.                     *
001190*****************************************************************
001200 FD  ADDRESS-UPDATE-FILE
001210     RECORD CONTAINS 120 CHARACTERS.
001220 01  ADDRESS-UPDATE-RECORD.
001230   05  CAU-PID                               PIC X(5).
001240   05  CAU-NAME                              PIC X(20).
001250   05  CAU-ADDR1                             PIC X(20).
001260   05  CAU-ADDR2                             PIC X(20).
001270   05  CAU-STATE                             PIC X(3).
001280   05  CAU-CNTRY                             PIC X(3).
001290   05  CAU-PST-CDE                           PIC X(8).
001300   05  CAU-EFF-DATE                          PIC 9(8).
001310   05  CAU-USERID                            PIC X(8).
001320   05  CAU-DATE                              PIC 9(6).
001330   05  CAU-TIME                              PIC 9(8).
001340   05  FILLER                                PIC X(11).
001350
001360*****************************************************************
001370* The address-change history ZBNKADR1 reports over - one record *
001380* per account of the customer, added to the end of the file.    *
001390*****************************************************************
001400 FD  ADDRESS-HISTORY-FILE
001410     RECORD CONTAINS 187 CHARACTERS.
001420 01  ADDRESS-HISTORY-RECORD.
001430 COPY CADRHST.
001440
001450*****************************************************************
001460* Suppression release proposals, as ZBNKSUP1 delete             *
001470* transactions, for the back office to review and feed through  *
001480* ZBNKSUP1 once the customer is confirmed at the new address.   *
001490*****************************************************************
001500 FD  RELEASE-PROPOSAL-FILE
001510     RECORD CONTAINS 50 CHARACTERS.
001520 01  RELEASE-PROPOSAL-RECORD.
001530   05  SUPT-ACTION                           PIC X(1).
001540   05  SUPT-PID                              PIC X(5).
001550   05  SUPT-COMMENT                          PIC X(25).
001560   05  SUPT-EXP-DATE                         PIC X(8).
001570   05  SUPT-USERID                           PIC X(8).
001580   05  FILLER                                PIC X(3).
001590
001600 FD  REVIEW-REPORT
001610     RECORD CONTAINS 100 CHARACTERS.
001620 01  REVIEW-REPORT-LINE                      PIC X(100).
001630
001640 WORKING-STORAGE SECTION.
001650 01  WS-MISC-STORAGE.
001660   05  WS-PROGRAM-ID                         PIC X(8)
001670       VALUE 'ZBNKCOA1'.
001680   05  WS-EXTRACT-STATUS.
001690     10  WS-EXTRACT-STAT1                    PIC X(1).
001700     10  WS-EXTRACT-STAT2                    PIC X(1).
001710
001720   05  WS-COAMATCH-STATUS.
001730     10  WS-COAMATCH-STAT1                   PIC X(1).
001740     10  WS-COAMATCH-STAT2                   PIC X(1).
001750
001760   05  WS-SUPPRESS-STATUS.
001770     10  WS-SUPPRESS-STAT1                   PIC X(1).
001780     10  WS-SUPPRESS-STAT2                   PIC X(1).
001790
001800   05  WS-COAUPD-STATUS.
001810     10  WS-COAUPD-STAT1                     PIC X(1).
001820     10  WS-COAUPD-STAT2                     PIC X(1).
001830
001840   05  WS-ADRHST-STATUS.
001850     10  WS-ADRHST-STAT1                     PIC X(1).
001860     10  WS-ADRHST-STAT2                     PIC X(1).
001870
001880   05  WS-COASUPR-STATUS.
001890     10  WS-COASUPR-STAT1                    PIC X(1).
001900     10  WS-COASUPR-STAT2                    PIC X(1).
001910
001920   05  WS-REPORT-STATUS.
001930     10  WS-REPORT-STAT1                     PIC X(1).
001940     10  WS-REPORT-STAT2                     PIC X(1).
001950
001960   05  WS-IO-STATUS.
001970     10  WS-IO-STAT1                         PIC X(1).
001980     10  WS-IO-STAT2                         PIC X(1).
001990
002000   05  WS-TWO-BYTES.
002010     10  WS-TWO-BYTES-LEFT                   PIC X(1).
002020     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
002030   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
002040                                             PIC 9(1) COMP.
002050
002060   05  WS-EXTRACT-EOF-SW                     PIC X(1)
002070       VALUE 'N'.
002080     88  END-OF-EXTRACT                       VALUE 'Y'.
002090   05  WS-COAMATCH-EOF-SW                    PIC X(1)
002100       VALUE 'N'.
002110     88  COAMATCH-EOF                         VALUE 'Y'.
002120   05  WS-SUPPRESS-EOF-SW                    PIC X(1)
002130       VALUE 'N'.
002140     88  SUPPRESS-FILE-EOF                    VALUE 'Y'.
002150
002160   05  WS-MATCHES-READ                       PIC 9(5)
002170       VALUE ZERO.
002180   05  WS-CONFIRMED-COUNT                    PIC 9(5)
002190       VALUE ZERO.
002200   05  WS-TEMPORARY-COUNT                    PIC 9(5)
002210       VALUE ZERO.
002220   05  WS-NO-FORWARD-COUNT                   PIC 9(5)
002230       VALUE ZERO.
002240   05  WS-NOT-CURRENT-COUNT                  PIC 9(5)
002250       VALUE ZERO.
002260   05  WS-ALREADY-MOVED-COUNT                PIC 9(5)
002270       VALUE ZERO.
002280   05  WS-NOT-ON-FILE-COUNT                  PIC 9(5)
002290       VALUE ZERO.
002300   05  WS-REJECTED-COUNT                     PIC 9(5)
002310       VALUE ZERO.
002320   05  WS-UPDATES-WRITTEN                    PIC 9(5)
002330       VALUE ZERO.
002340   05  WS-HISTORY-WRITTEN                    PIC 9(5)
002350       VALUE ZERO.
002360   05  WS-RELEASES-PROPOSED                  PIC 9(5)
002370       VALUE ZERO.
002380
002390*****************************************************************
002400* The vendor's matches held in storage while the extract is     *
002410* passed, each with the class the move was given. A match found *
002420* on the extract is marked so the ones for customers we no      *
002430* longer hold can be listed at the end.                         *
002440*****************************************************************
002450 01  WS-MATCH-TABLE.
002460   05  WS-MATCH-COUNT                        PIC 9(4)
002470       VALUE ZERO.
002480   05  WS-MATCH-ENTRY OCCURS 2000 TIMES.
002490     10  WS-MATCH-IMAGE                      PIC X(160).
002500     10  WS-MATCH-FOUND-SW                   PIC X(1).
002510       88  MATCH-ON-EXTRACT                   VALUE 'Y'.
002520     10  WS-MATCH-CLASS                      PIC X(1).
002530       88  MATCH-CONFIRMED                    VALUE 'C'.
002540   05  WS-MATCH-IX                           PIC 9(4).
002550   05  WS-MATCH-DUP-SW                       PIC X(1)
002560       VALUE 'N'.
002570     88  MATCH-IS-DUPLICATE                   VALUE 'Y'.
002580
002590*****************************************************************
002600* The suppression list - only the PIDs are needed, to see which *
002610* confirmed movers are currently suppressed.                    *
002620*****************************************************************
002630 01  WS-SUPP-TABLE.
002640   05  WS-SUPP-COUNT                         PIC 9(4)
002650       VALUE ZERO.
002660   05  WS-SUPP-PID OCCURS 2000 TIMES         PIC X(5).
002670   05  WS-SUPP-IX                            PIC 9(4).
002680   05  WS-SUPP-FOUND-SW                      PIC X(1)
002690       VALUE 'N'.
002700     88  CUSTOMER-SUPPRESSED                  VALUE 'Y'.
002710
002720*****************************************************************
002730* The customer in hand, off the type '1' record, with the       *
002740* vendor match for them when there is one. The type '2' account *
002750* records follow their customer's type '1', so a confirmed move *
002760* is written to the history as each account goes by.            *
002770*****************************************************************
002780 01  WS-CUSTOMER-STATE.
002790   05  WS-CUST-PID                           PIC X(5)
002800       VALUE SPACES.
002810   05  WS-CUST-MATCH-IX                      PIC 9(4)
002820       VALUE ZERO.
002830   05  WS-CUST-MOVE-SW                       PIC X(1)
002840       VALUE 'N'.
002850     88  CUSTOMER-CONFIRMED-MOVE              VALUE 'Y'.
002860   05  WS-CUST-ADDR1                         PIC X(20).
002870   05  WS-CUST-ADDR2                         PIC X(20).
002880   05  WS-CUST-STATE                         PIC X(3).
002890   05  WS-CUST-CNTRY                         PIC X(3).
002900   05  WS-CUST-PST-CDE                       PIC X(8).
002910
002920*****************************************************************
002930* Addresses brought to upper case for comparison - the vendor   *
002940* and the online side do not always agree on case.              *
002950*****************************************************************
002960 01  WS-COMPARE-FIELDS.
002970   05  WS-CMP-OURS-ADDR1                     PIC X(20).
002980   05  WS-CMP-OURS-PST-CDE                   PIC X(8).
002990   05  WS-CMP-VEND-ADDR1                     PIC X(20).
003000   05  WS-CMP-VEND-PST-CDE                   PIC X(8).
003010   05  WS-CLASS-TEXT                         PIC X(13).
003020   05  WS-NOTE-TEXT                          PIC X(36).
003030
003040 01  WS-TIMESTAMP-FIELDS.
003050   05  WS-TODAY.
003060     10  WS-TODAY-CC                         PIC X(2)
003070         VALUE '20'.
003080     10  WS-TODAY-YMD                        PIC 9(6).
003090   05  WS-TODAY-PARTS REDEFINES WS-TODAY.
003100     10  WS-TODAY-CCYY                       PIC X(4).
003110     10  WS-TODAY-MM                         PIC X(2).
003120     10  WS-TODAY-DD                         PIC X(2).
003130   05  WS-TIME-NOW                           PIC 9(8).
003140   05  WS-TIME-PARTS REDEFINES WS-TIME-NOW.
003150     10  WS-TIME-HH                          PIC X(2).
003160     10  WS-TIME-MN                          PIC X(2).
003170     10  WS-TIME-SS                          PIC X(2).
003180     10  WS-TIME-HS                          PIC X(2).
003190
003200 01  WS-CONSOLE-MESSAGE                      PIC X(60).
003210
003220*****************************************************************
003230* Report lines.                                                 *
003240*****************************************************************
003250 01  RPT-HEADING-LINE.
003260   05  RH-TITLE                              PIC X(40)
003270       VALUE 'CHANGE OF ADDRESS REVIEW'.
003280   05  FILLER                          PIC X(13)
003290       VALUE '  RUN DATE - '.
003300   05  RH-RUN-DATE                           PIC 9(6).
003310   05  FILLER                          PIC X(41) VALUE SPACES.
003320
003330 01  RPT-COLUMN-HEADING.
003340   05  FILLER                                PIC X(40)
003350       VALUE '  CLASS          PID    NAME'.
003360   05  FILLER                                PIC X(60)
003370       VALUE '      MOVED     NOTE'.
003380
003390 01  RPT-MATCH-LINE.
003400   05  FILLER                          PIC X(2)  VALUE SPACES.
003410   05  RM-CLASS                              PIC X(13).
003420   05  FILLER                          PIC X(2)  VALUE SPACES.
003430   05  RM-PID                                PIC X(5).
003440   05  FILLER                          PIC X(2)  VALUE SPACES.
003450   05  RM-NAME                               PIC X(20).
003460   05  FILLER                          PIC X(2)  VALUE SPACES.
003470   05  RM-MOVE-DATE                          PIC 9(8).
003480   05  FILLER                          PIC X(2)  VALUE SPACES.
003490   05  RM-NOTE                               PIC X(36).
003500   05  FILLER                          PIC X(8)  VALUE SPACES.
003510
003520 01  RPT-ADDRESS-LINE.
003530   05  FILLER                          PIC X(19) VALUE SPACES.
003540   05  RA-TAG                                PIC X(5).
003550   05  FILLER                          PIC X(1)  VALUE SPACES.
003560   05  RA-ADDR1                              PIC X(20).
003570   05  FILLER                          PIC X(1)  VALUE SPACES.
003580   05  RA-ADDR2                              PIC X(20).
003590   05  FILLER                          PIC X(1)  VALUE SPACES.
003600   05  RA-STATE                              PIC X(3).
003610   05  FILLER                          PIC X(1)  VALUE SPACES.
003620   05  RA-PST-CDE                            PIC X(8).
003630   05  FILLER                          PIC X(21) VALUE SPACES.
003640
003650 01  RPT-COUNT-LINE.
003660   05  RT-LABEL                              PIC X(40).
003670   05  RT-COUNT                              PIC Z(6)9.
003680   05  FILLER                          PIC X(53) VALUE SPACES.
003690
003700 PROCEDURE DIVISION.
003710*****************************************************************
003720* Load the vendor's matches and the suppression list, pass the  *
003730* extract classifying each matched customer's move, then list   *
003740* the matches for customers not on the extract and the counts.  *
003750*****************************************************************
003760     ACCEPT WS-TODAY-YMD FROM DATE.
003770     ACCEPT WS-TIME-NOW FROM TIME.
003780
003790     PERFORM REPORT-OPEN.
003800     MOVE WS-TODAY-YMD TO RH-RUN-DATE.
003810     MOVE RPT-HEADING-LINE TO REVIEW-REPORT-LINE.
003820     PERFORM REPORT-PUT.
003830     MOVE SPACES TO REVIEW-REPORT-LINE.
003840     PERFORM REPORT-PUT.
003850     MOVE RPT-COLUMN-HEADING TO REVIEW-REPORT-LINE.
003860     PERFORM REPORT-PUT.
003870     PERFORM LOAD-VENDOR-MATCHES.
003880     PERFORM LOAD-SUPPRESSION-LIST.
003890     PERFORM UPDATE-OPEN.
003900     PERFORM HISTORY-OPEN.
003910     PERFORM PROPOSAL-OPEN.
003920     PERFORM PASS-EXTRACT.
003930     PERFORM PROPOSAL-CLOSE.
003940     PERFORM HISTORY-CLOSE.
003950     PERFORM UPDATE-CLOSE.
003960     PERFORM WRITE-NOT-ON-FILE.
003970     PERFORM WRITE-SUMMARY.
003980     PERFORM REPORT-CLOSE.
003990
004000     MOVE SPACES TO WS-CONSOLE-MESSAGE.
004010     STRING WS-CONFIRMED-COUNT DELIMITED BY SIZE
004020            ' confirmed moves, ' DELIMITED BY SIZE
004030            WS-RELEASES-PROPOSED DELIMITED BY SIZE
004040            ' releases proposed' DELIMITED BY SIZE
004050       INTO WS-CONSOLE-MESSAGE.
004060     PERFORM DISPLAY-CONSOLE-MESSAGE.
004070     MOVE 'End Of Job'
004080       TO WS-CONSOLE-MESSAGE.
004090     PERFORM DISPLAY-CONSOLE-MESSAGE.
004100
004110     IF WS-NOT-CURRENT-COUNT IS GREATER THAN ZERO
004120      OR WS-NOT-ON-FILE-COUNT IS GREATER THAN ZERO
004130      OR WS-REJECTED-COUNT IS GREATER THAN ZERO
004140        MOVE 4 TO RETURN-CODE
004150     ELSE
004160        MOVE 0 TO RETURN-CODE
004170     END-IF.
004180
004190     GOBACK.
004200
004210*****************************************************************
004220* Load the vendor's match file. A record that cannot be used -  *
004230* no PID, an unknown move type, or a second match for a         *
004240* customer already matched - is reported and left out.          *
004250*****************************************************************
004260 LOAD-VENDOR-MATCHES.
004270     OPEN INPUT COA-MATCH-FILE.
004280     IF WS-COAMATCH-STATUS IS NOT EQUAL TO '00'
004290        MOVE 'COAMATCH file open failure...'
004300          TO WS-CONSOLE-MESSAGE
004310        PERFORM DISPLAY-CONSOLE-MESSAGE
004320        MOVE WS-COAMATCH-STATUS TO WS-IO-STATUS
004330        PERFORM DISPLAY-IO-STATUS
004340        PERFORM ABORT-PROGRAM
004350     END-IF.
004360     PERFORM COAMATCH-READ.
004370     PERFORM UNTIL COAMATCH-EOF
004380        ADD 1 TO WS-MATCHES-READ
004390        PERFORM CHECK-DUPLICATE-MATCH
004400        EVALUATE TRUE
004410          WHEN COA-PID IS EQUAL TO SPACES
004420             MOVE 'NO PID ON VENDOR RECORD' TO WS-NOTE-TEXT
004430             PERFORM REJECT-VENDOR-RECORD
004440          WHEN NOT COA-MOVE-PERMANENT
004450           AND NOT COA-MOVE-TEMPORARY
004460           AND NOT COA-MOVE-NO-FORWARD
004470             MOVE 'UNKNOWN MOVE TYPE' TO WS-NOTE-TEXT
004480             PERFORM REJECT-VENDOR-RECORD
004490          WHEN MATCH-IS-DUPLICATE
004500             MOVE 'SECOND MATCH FOR CUSTOMER' TO WS-NOTE-TEXT
004510             PERFORM REJECT-VENDOR-RECORD
004520          WHEN WS-MATCH-COUNT IS NOT LESS THAN 2000
004530             MOVE 'Vendor match table full - run refused'
004540               TO WS-CONSOLE-MESSAGE
004550             PERFORM ABORT-PROGRAM
004560          WHEN OTHER
004570             ADD 1 TO WS-MATCH-COUNT
004580             MOVE COA-MATCH-RECORD
004590               TO WS-MATCH-IMAGE (WS-MATCH-COUNT)
004600             MOVE 'N' TO WS-MATCH-FOUND-SW (WS-MATCH-COUNT)
004610             MOVE SPACE TO WS-MATCH-CLASS (WS-MATCH-COUNT)
004620        END-EVALUATE
004630        PERFORM COAMATCH-READ
004640     END-PERFORM.
004650     CLOSE COA-MATCH-FILE.
004660
004670 COAMATCH-READ.
004680     READ COA-MATCH-FILE
004690       AT END
004700          MOVE 'Y' TO WS-COAMATCH-EOF-SW
004710     END-READ.
004720
004730 CHECK-DUPLICATE-MATCH.
004740     MOVE 'N' TO WS-MATCH-DUP-SW.
004750     PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
004760       UNTIL WS-MATCH-IX IS GREATER THAN WS-MATCH-COUNT
004770                OR MATCH-IS-DUPLICATE
004780        IF WS-MATCH-IMAGE (WS-MATCH-IX) (1:5) IS EQUAL TO COA-PID
004790           MOVE 'Y' TO WS-MATCH-DUP-SW
004800        END-IF
004810     END-PERFORM.
004820
004830 REJECT-VENDOR-RECORD.
004840     ADD 1 TO WS-REJECTED-COUNT.
004850     MOVE 'REJECTED' TO WS-CLASS-TEXT.
004860     MOVE COA-NAME TO RM-NAME.
004870     PERFORM WRITE-MATCH-LINE.
004880
004890*****************************************************************
004900* Load the PIDs on the suppression list. File status 05 is a    *
004910* normal open of an OPTIONAL file that does not exist - nobody  *
004920* is suppressed.                                                *
004930*****************************************************************
004940 LOAD-SUPPRESSION-LIST.
004950     OPEN INPUT SUPPRESS-FILE.
004960     EVALUATE TRUE
004970       WHEN WS-SUPPRESS-STATUS IS EQUAL TO '35'
004980       WHEN WS-SUPPRESS-STATUS IS EQUAL TO '05'
004990          MOVE 'No suppression list - nobody suppressed'
005000            TO WS-CONSOLE-MESSAGE
005010          PERFORM DISPLAY-CONSOLE-MESSAGE
005020       WHEN WS-SUPPRESS-STATUS IS EQUAL TO '00'
005030          PERFORM SUPPRESS-READ
005040          PERFORM UNTIL SUPPRESS-FILE-EOF
005050             IF WS-SUPP-COUNT IS LESS THAN 2000
005060                ADD 1 TO WS-SUPP-COUNT
005070                MOVE SUP-PID TO WS-SUPP-PID (WS-SUPP-COUNT)
005080             ELSE
005090                MOVE 'Suppression table full - run refused'
005100                  TO WS-CONSOLE-MESSAGE
005110                PERFORM ABORT-PROGRAM
005120             END-IF
005130             PERFORM SUPPRESS-READ
005140          END-PERFORM
005150          CLOSE SUPPRESS-FILE
005160       WHEN OTHER
005170          MOVE 'SUPPFILE file open failure...'
005180            TO WS-CONSOLE-MESSAGE
005190          PERFORM DISPLAY-CONSOLE-MESSAGE
005200          MOVE WS-SUPPRESS-STATUS TO WS-IO-STATUS
005210          PERFORM DISPLAY-IO-STATUS
005220          PERFORM ABORT-PROGRAM
005230     END-EVALUATE.
005240
005250 SUPPRESS-READ.
005260     READ SUPPRESS-FILE
005270       AT END
005280          MOVE 'Y' TO WS-SUPPRESS-EOF-SW
005290     END-READ.
005300
005310*****************************************************************
005320* Pass the extract. Each type '1' customer with a vendor match  *
005330* has the move classified; the type '2' accounts that follow a  *
005340* confirmed mover each get their address history record.        *
005350*****************************************************************
005360 PASS-EXTRACT.
005370     OPEN INPUT EXTRACT-FILE.
005380     IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
005390        MOVE 'EXTRACT file open failure...'
005400          TO WS-CONSOLE-MESSAGE
005410        PERFORM DISPLAY-CONSOLE-MESSAGE
005420        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
005430        PERFORM DISPLAY-IO-STATUS
005440        PERFORM ABORT-PROGRAM
005450     END-IF.
005460     PERFORM EXTRACT-READ.
005470     PERFORM UNTIL END-OF-EXTRACT
005480        EVALUATE TRUE
005490          WHEN BANKXT01-1-TYPE IS EQUAL TO '1'
005500             PERFORM START-CUSTOMER
005510          WHEN BANKXT01-2-TYPE IS EQUAL TO '2'
005520           AND BANKXT01-2-PID IS EQUAL TO WS-CUST-PID
005530           AND CUSTOMER-CONFIRMED-MOVE
005540             PERFORM WRITE-HISTORY-RECORD
005550          WHEN OTHER
005560             CONTINUE
005570        END-EVALUATE
005580        PERFORM EXTRACT-READ
005590     END-PERFORM.
005600     CLOSE EXTRACT-FILE.
005610
005620 EXTRACT-READ.
005630     READ EXTRACT-FILE
005640       AT END
005650          MOVE 'Y' TO WS-EXTRACT-EOF-SW
005660     END-READ.
005670     IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
005680      AND WS-EXTRACT-STATUS IS NOT EQUAL TO '04'
005690      AND NOT END-OF-EXTRACT
005700        MOVE 'EXTRACT Error reading file ...'
005710          TO WS-CONSOLE-MESSAGE
005720        PERFORM DISPLAY-CONSOLE-MESSAGE
005730        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
005740        PERFORM DISPLAY-IO-STATUS
005750        PERFORM ABORT-PROGRAM
005760     END-IF.
005770
005780*****************************************************************
005790* A new customer - hold their address and look for a vendor     *
005800* match. A customer appears once on the extract; a second type  *
005810* '1' for a matched customer is not classified again.           *
005820*****************************************************************
005830 START-CUSTOMER.
005840     MOVE BANKXT01-1-PID TO WS-CUST-PID.
005850     MOVE BANKXT01-1-ADDR1 TO WS-CUST-ADDR1.
005860     MOVE BANKXT01-1-ADDR2 TO WS-CUST-ADDR2.
005870     MOVE BANKXT01-1-STATE TO WS-CUST-STATE.
005880     MOVE BANKXT01-1-CNTRY TO WS-CUST-CNTRY.
005890     MOVE BANKXT01-1-PST-CDE TO WS-CUST-PST-CDE.
005900     MOVE 'N' TO WS-CUST-MOVE-SW.
005910     MOVE ZERO TO WS-CUST-MATCH-IX.
005920     PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
005930       UNTIL WS-MATCH-IX IS GREATER THAN WS-MATCH-COUNT
005940                OR WS-CUST-MATCH-IX IS GREATER THAN ZERO
005950        IF WS-MATCH-IMAGE (WS-MATCH-IX) (1:5) IS EQUAL TO
005960             WS-CUST-PID
005970         AND NOT MATCH-ON-EXTRACT (WS-MATCH-IX)
005980           MOVE WS-MATCH-IX TO WS-CUST-MATCH-IX
005990        END-IF
006000     END-PERFORM.
006010     IF WS-CUST-MATCH-IX IS GREATER THAN ZERO
006020        MOVE 'Y' TO WS-MATCH-FOUND-SW (WS-CUST-MATCH-IX)
006030        MOVE WS-MATCH-IMAGE (WS-CUST-MATCH-IX)
006040          TO COA-MATCH-RECORD
006050        PERFORM CLASSIFY-MOVE
006060     END-IF.
006070
006080*****************************************************************
006090* Classify the move. A permanent move is only confirmed when    *
006100* the vendor matched on the address we still hold (first line   *
006110* and the five-digit ZIP) and left a forwarding address that    *
006120* differs from it. A vendor match on an address we no longer    *
006130* hold is listed as not current for the back office to look at  *
006140* - the customer may already have told us. A permanent move     *
006150* with no forwarding address is taken as one that left none.    *
006160*****************************************************************
006170 CLASSIFY-MOVE.
006180     MOVE SPACES TO WS-NOTE-TEXT.
006190     MOVE WS-CUST-ADDR1 TO WS-CMP-OURS-ADDR1.
006200     MOVE WS-CUST-PST-CDE TO WS-CMP-OURS-PST-CDE.
006210     MOVE COA-OLD-ADDR1 TO WS-CMP-VEND-ADDR1.
006220     MOVE COA-OLD-PST-CDE TO WS-CMP-VEND-PST-CDE.
006230     PERFORM UPPER-CASE-COMPARE-FIELDS.
006240     EVALUATE TRUE
006250       WHEN COA-MOVE-TEMPORARY
006260          MOVE 'TEMPORARY' TO WS-CLASS-TEXT
006270          MOVE 'T' TO WS-MATCH-CLASS (WS-CUST-MATCH-IX)
006280          ADD 1 TO WS-TEMPORARY-COUNT
006290          MOVE SPACES TO WS-NOTE-TEXT
006300          STRING 'MAIL TO OLD ADDRESS FROM '
006310                   DELIMITED BY SIZE
006320                 COA-TEMP-END-DATE DELIMITED BY SIZE
006330            INTO WS-NOTE-TEXT
006340       WHEN COA-MOVE-NO-FORWARD
006350       WHEN COA-NEW-ADDR1 IS EQUAL TO SPACES
006360          MOVE 'NO FORWARD' TO WS-CLASS-TEXT
006370          MOVE 'N' TO WS-MATCH-CLASS (WS-CUST-MATCH-IX)
006380          ADD 1 TO WS-NO-FORWARD-COUNT
006390          MOVE 'MOVED - LEFT NO FORWARDING ADDRESS'
006400            TO WS-NOTE-TEXT
006410       WHEN WS-CMP-VEND-ADDR1 IS NOT EQUAL TO WS-CMP-OURS-ADDR1
006420       WHEN WS-CMP-VEND-PST-CDE (1:5) IS NOT EQUAL TO
006430            WS-CMP-OURS-PST-CDE (1:5)
006440          MOVE 'NOT CURRENT' TO WS-CLASS-TEXT
006450          MOVE 'X' TO WS-MATCH-CLASS (WS-CUST-MATCH-IX)
006460          ADD 1 TO WS-NOT-CURRENT-COUNT
006470          PERFORM CHECK-ALREADY-MOVED
006480       WHEN OTHER
006490          MOVE 'CONFIRMED' TO WS-CLASS-TEXT
006500          MOVE 'C' TO WS-MATCH-CLASS (WS-CUST-MATCH-IX)
006510          MOVE 'Y' TO WS-CUST-MOVE-SW
006520          ADD 1 TO WS-CONFIRMED-COUNT
006530          PERFORM APPLY-CONFIRMED-MOVE
006540     END-EVALUATE.
006550     MOVE COA-NAME TO RM-NAME.
006560     PERFORM WRITE-MATCH-LINE.
006570     PERFORM WRITE-ADDRESS-LINES.
006580
006590*****************************************************************
006600* Our address no longer matches the one the vendor matched on.  *
006610* When it already is the forwarding address, the customer told  *
006620* us first and there is nothing to do.                          *
006630*****************************************************************
006640 CHECK-ALREADY-MOVED.
006650     MOVE COA-NEW-ADDR1 TO WS-CMP-VEND-ADDR1.
006660     MOVE COA-NEW-PST-CDE TO WS-CMP-VEND-PST-CDE.
006670     PERFORM UPPER-CASE-COMPARE-FIELDS.
006680     IF WS-CMP-VEND-ADDR1 IS EQUAL TO WS-CMP-OURS-ADDR1
006690      AND WS-CMP-VEND-PST-CDE (1:5) IS EQUAL TO
006700          WS-CMP-OURS-PST-CDE (1:5)
006710        MOVE 'ALREADY AT NEW ADDRESS' TO WS-NOTE-TEXT
006720        MOVE 'ALREADY MOVED' TO WS-CLASS-TEXT
006730        MOVE 'A' TO WS-MATCH-CLASS (WS-CUST-MATCH-IX)
006740        SUBTRACT 1 FROM WS-NOT-CURRENT-COUNT
006750        ADD 1 TO WS-ALREADY-MOVED-COUNT
006760     ELSE
006770        MOVE 'VENDOR MATCHED ON AN OLD ADDRESS'
006780          TO WS-NOTE-TEXT
006790     END-IF.
006800
006810 UPPER-CASE-COMPARE-FIELDS.
006820     INSPECT WS-COMPARE-FIELDS
006830       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
006840               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
006850
006860*****************************************************************
006870* A confirmed move - cut the online address update and, if the  *
006880* customer is suppressed for undeliverable mail, propose the    *
006890* release now there is an address that will reach them.         *
006900*****************************************************************
006910 APPLY-CONFIRMED-MOVE.
006920     MOVE SPACES TO ADDRESS-UPDATE-RECORD.
006930     MOVE COA-PID TO CAU-PID.
006940     MOVE COA-NAME TO CAU-NAME.
006950     MOVE COA-NEW-ADDR1 TO CAU-ADDR1.
006960     MOVE COA-NEW-ADDR2 TO CAU-ADDR2.
006970     MOVE COA-NEW-STATE TO CAU-STATE.
006980     MOVE COA-NEW-CNTRY TO CAU-CNTRY.
006990     MOVE COA-NEW-PST-CDE TO CAU-PST-CDE.
007000     MOVE COA-MOVE-DATE TO CAU-EFF-DATE.
007010     MOVE WS-PROGRAM-ID TO CAU-USERID.
007020     MOVE WS-TODAY-YMD TO CAU-DATE.
007030     MOVE WS-TIME-NOW TO CAU-TIME.
007040     PERFORM UPDATE-PUT.
007050     ADD 1 TO WS-UPDATES-WRITTEN.
007060     MOVE 'ADDRESS UPDATE CUT' TO WS-NOTE-TEXT.
007070
007080     MOVE 'N' TO WS-SUPP-FOUND-SW.
007090     PERFORM VARYING WS-SUPP-IX FROM 1 BY 1
007100       UNTIL WS-SUPP-IX IS GREATER THAN WS-SUPP-COUNT
007110                OR CUSTOMER-SUPPRESSED
007120        IF WS-SUPP-PID (WS-SUPP-IX) IS EQUAL TO COA-PID
007130           MOVE 'Y' TO WS-SUPP-FOUND-SW
007140        END-IF
007150     END-PERFORM.
007160     IF CUSTOMER-SUPPRESSED
007170        MOVE SPACES TO RELEASE-PROPOSAL-RECORD
007180        MOVE 'D' TO SUPT-ACTION
007190        MOVE COA-PID TO SUPT-PID
007200        MOVE 'COA CONFIRMED NEW ADDRESS' TO SUPT-COMMENT
007210        MOVE WS-PROGRAM-ID TO SUPT-USERID
007220        PERFORM PROPOSAL-PUT
007230        ADD 1 TO WS-RELEASES-PROPOSED
007240        MOVE 'UPDATE CUT - RELEASE PROPOSED'
007250          TO WS-NOTE-TEXT
007260     END-IF.
007270
007280*****************************************************************
007290* Record the change against one of the mover's accounts in the  *
007300* address history, under the system userid, in the history's    *
007310* own field sizes.                                              *
007320*****************************************************************
007330 WRITE-HISTORY-RECORD.
007340     MOVE SPACES TO ADDRESS-HISTORY-RECORD.
007350     MOVE WS-PROGRAM-ID TO CADRHST-USERID.
007360     STRING WS-TODAY-CCYY DELIMITED BY SIZE
007370            '/' DELIMITED BY SIZE
007380            WS-TODAY-MM DELIMITED BY SIZE
007390            '/' DELIMITED BY SIZE
007400            WS-TODAY-DD DELIMITED BY SIZE
007410       INTO CADRHST-DATE.
007420     STRING WS-TIME-HH DELIMITED BY SIZE
007430            ':' DELIMITED BY SIZE
007440            WS-TIME-MN DELIMITED BY SIZE
007450            ':' DELIMITED BY SIZE
007460            WS-TIME-SS DELIMITED BY SIZE
007470       INTO CADRHST-TIME.
007480     MOVE BANKXT01-2-ACC-NO TO CADRHST-ACC-NO.
007490     MOVE WS-CUST-ADDR1 TO CADRHST-OLD-ADDR1.
007500     MOVE WS-CUST-ADDR2 TO CADRHST-OLD-ADDR2.
007510     MOVE WS-CUST-STATE TO CADRHST-OLD-STATE.
007520     MOVE WS-CUST-CNTRY TO CADRHST-OLD-CNTRY.
007530     MOVE WS-CUST-PST-CDE TO CADRHST-OLD-PSTCDE.
007540     MOVE WS-MATCH-IMAGE (WS-CUST-MATCH-IX) TO COA-MATCH-RECORD.
007550     MOVE COA-NEW-ADDR1 TO CADRHST-NEW-ADDR1.
007560     MOVE COA-NEW-ADDR2 TO CADRHST-NEW-ADDR2.
007570     MOVE COA-NEW-STATE TO CADRHST-NEW-STATE.
007580     MOVE COA-NEW-CNTRY TO CADRHST-NEW-CNTRY.
007590     MOVE COA-NEW-PST-CDE TO CADRHST-NEW-PSTCDE.
007600     WRITE ADDRESS-HISTORY-RECORD.
007610     IF WS-ADRHST-STATUS IS NOT EQUAL TO '00'
007620        MOVE 'ADRHST Error writing file ...'
007630          TO WS-CONSOLE-MESSAGE
007640        PERFORM DISPLAY-CONSOLE-MESSAGE
007650        MOVE WS-ADRHST-STATUS TO WS-IO-STATUS
007660        PERFORM DISPLAY-IO-STATUS
007670        PERFORM ABORT-PROGRAM
007680     END-IF.
007690     ADD 1 TO WS-HISTORY-WRITTEN.
007700
007710 WRITE-MATCH-LINE.
007720     MOVE WS-CLASS-TEXT TO RM-CLASS.
007730     MOVE COA-PID TO RM-PID.
007740     IF COA-MOVE-DATE IS NUMERIC
007750        MOVE COA-MOVE-DATE TO RM-MOVE-DATE
007760     ELSE
007770        MOVE ZERO TO RM-MOVE-DATE
007780     END-IF.
007790     MOVE WS-NOTE-TEXT TO RM-NOTE.
007800     MOVE RPT-MATCH-LINE TO REVIEW-REPORT-LINE.
007810     PERFORM REPORT-PUT.
007820
007830*****************************************************************
007840* The address we hold, the one the vendor matched on when it    *
007850* differs, and the forwarding address when there is one.        *
007860*****************************************************************
007870 WRITE-ADDRESS-LINES.
007880     MOVE 'OURS' TO RA-TAG.
007890     MOVE WS-CUST-ADDR1 TO RA-ADDR1.
007900     MOVE WS-CUST-ADDR2 TO RA-ADDR2.
007910     MOVE WS-CUST-STATE TO RA-STATE.
007920     MOVE WS-CUST-PST-CDE TO RA-PST-CDE.
007930     MOVE RPT-ADDRESS-LINE TO REVIEW-REPORT-LINE.
007940     PERFORM REPORT-PUT.
007950     IF WS-MATCH-CLASS (WS-CUST-MATCH-IX) IS EQUAL TO 'X'
007960        MOVE 'VEND' TO RA-TAG
007970        MOVE COA-OLD-ADDR1 TO RA-ADDR1
007980        MOVE COA-OLD-ADDR2 TO RA-ADDR2
007990        MOVE SPACES TO RA-STATE
008000        MOVE COA-OLD-PST-CDE TO RA-PST-CDE
008010        MOVE RPT-ADDRESS-LINE TO REVIEW-REPORT-LINE
008020        PERFORM REPORT-PUT
008030     END-IF.
008040     IF COA-NEW-ADDR1 IS NOT EQUAL TO SPACES
008050        MOVE 'NEW' TO RA-TAG
008060        MOVE COA-NEW-ADDR1 TO RA-ADDR1
008070        MOVE COA-NEW-ADDR2 TO RA-ADDR2
008080        MOVE COA-NEW-STATE TO RA-STATE
008090        MOVE COA-NEW-PST-CDE TO RA-PST-CDE
008100        MOVE RPT-ADDRESS-LINE TO REVIEW-REPORT-LINE
008110        PERFORM REPORT-PUT
008120     END-IF.
008130
008140*****************************************************************
008150* List the vendor matches for customers not on the extract -    *
008160* closed or purged since the file was sent to the vendor.       *
008170*****************************************************************
008180 WRITE-NOT-ON-FILE.
008190     MOVE 'NOT ON FILE' TO WS-CLASS-TEXT.
008200     MOVE 'NO SUCH CUSTOMER ON THE EXTRACT' TO WS-NOTE-TEXT.
008210     PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
008220       UNTIL WS-MATCH-IX IS GREATER THAN WS-MATCH-COUNT
008230        IF NOT MATCH-ON-EXTRACT (WS-MATCH-IX)
008240           ADD 1 TO WS-NOT-ON-FILE-COUNT
008250           MOVE WS-MATCH-IMAGE (WS-MATCH-IX) TO COA-MATCH-RECORD
008260           MOVE COA-NAME TO RM-NAME
008270           PERFORM WRITE-MATCH-LINE
008280        END-IF
008290     END-PERFORM.
008300
008310 WRITE-SUMMARY.
008320     MOVE SPACES TO REVIEW-REPORT-LINE.
008330     PERFORM REPORT-PUT.
008340     MOVE 'VENDOR MATCH RECORDS READ' TO RT-LABEL.
008350     MOVE WS-MATCHES-READ TO RT-COUNT.
008360     PERFORM WRITE-COUNT-LINE.
008370     MOVE 'CONFIRMED MOVES' TO RT-LABEL.
008380     MOVE WS-CONFIRMED-COUNT TO RT-COUNT.
008390     PERFORM WRITE-COUNT-LINE.
008400     MOVE 'TEMPORARY MOVES' TO RT-LABEL.
008410     MOVE WS-TEMPORARY-COUNT TO RT-COUNT.
008420     PERFORM WRITE-COUNT-LINE.
008430     MOVE 'MOVES WITH NO FORWARDING ADDRESS' TO RT-LABEL.
008440     MOVE WS-NO-FORWARD-COUNT TO RT-COUNT.
008450     PERFORM WRITE-COUNT-LINE.
008460     MOVE 'ALREADY AT NEW ADDRESS' TO RT-LABEL.
008470     MOVE WS-ALREADY-MOVED-COUNT TO RT-COUNT.
008480     PERFORM WRITE-COUNT-LINE.
008490     MOVE 'MATCHED ON AN ADDRESS NOT CURRENT' TO RT-LABEL.
008500     MOVE WS-NOT-CURRENT-COUNT TO RT-COUNT.
008510     PERFORM WRITE-COUNT-LINE.
008520     MOVE 'CUSTOMER NOT ON FILE' TO RT-LABEL.
008530     MOVE WS-NOT-ON-FILE-COUNT TO RT-COUNT.
008540     PERFORM WRITE-COUNT-LINE.
008550     MOVE 'VENDOR RECORDS REJECTED' TO RT-LABEL.
008560     MOVE WS-REJECTED-COUNT TO RT-COUNT.
008570     PERFORM WRITE-COUNT-LINE.
008580     MOVE 'ADDRESS UPDATES WRITTEN' TO RT-LABEL.
008590     MOVE WS-UPDATES-WRITTEN TO RT-COUNT.
008600     PERFORM WRITE-COUNT-LINE.
008610     MOVE 'ADDRESS HISTORY RECORDS WRITTEN' TO RT-LABEL.
008620     MOVE WS-HISTORY-WRITTEN TO RT-COUNT.
008630     PERFORM WRITE-COUNT-LINE.
008640     MOVE 'SUPPRESSION RELEASES PROPOSED' TO RT-LABEL.
008650     MOVE WS-RELEASES-PROPOSED TO RT-COUNT.
008660     PERFORM WRITE-COUNT-LINE.
008670
008680 WRITE-COUNT-LINE.
008690     MOVE RPT-COUNT-LINE TO REVIEW-REPORT-LINE.
008700     PERFORM REPORT-PUT.
008710
008720 UPDATE-OPEN.
008730     OPEN OUTPUT ADDRESS-UPDATE-FILE.
008740     IF WS-COAUPD-STATUS IS NOT EQUAL TO '00'
008750        MOVE 'COAUPD file open failure...'
008760          TO WS-CONSOLE-MESSAGE
008770        PERFORM DISPLAY-CONSOLE-MESSAGE
008780        MOVE WS-COAUPD-STATUS TO WS-IO-STATUS
008790        PERFORM DISPLAY-IO-STATUS
008800        PERFORM ABORT-PROGRAM
008810     END-IF.
008820
008830 UPDATE-PUT.
008840     WRITE ADDRESS-UPDATE-RECORD.
008850     IF WS-COAUPD-STATUS IS NOT EQUAL TO '00'
008860        MOVE 'COAUPD Error writing file ...'
008870          TO WS-CONSOLE-MESSAGE
008880        PERFORM DISPLAY-CONSOLE-MESSAGE
008890        MOVE WS-COAUPD-STATUS TO WS-IO-STATUS
008900        PERFORM DISPLAY-IO-STATUS
008910        PERFORM ABORT-PROGRAM
008920     END-IF.
008930
008940 UPDATE-CLOSE.
008950     CLOSE ADDRESS-UPDATE-FILE.
008960
008970*****************************************************************
008980* Open the address history to add to it. File status 05 is a    *
008990* normal open of an OPTIONAL file that did not exist.           *
009000*****************************************************************
009010 HISTORY-OPEN.
009020     OPEN EXTEND ADDRESS-HISTORY-FILE.
009030     IF WS-ADRHST-STATUS IS NOT EQUAL TO '00'
009040      AND WS-ADRHST-STATUS IS NOT EQUAL TO '05'
009050        MOVE 'ADRHST file open failure...'
009060          TO WS-CONSOLE-MESSAGE
009070        PERFORM DISPLAY-CONSOLE-MESSAGE
009080        MOVE WS-ADRHST-STATUS TO WS-IO-STATUS
009090        PERFORM DISPLAY-IO-STATUS
009100        PERFORM ABORT-PROGRAM
009110     END-IF.
009120
009130 HISTORY-CLOSE.
009140     CLOSE ADDRESS-HISTORY-FILE.
009150
009160 PROPOSAL-OPEN.
009170     OPEN OUTPUT RELEASE-PROPOSAL-FILE.
009180     IF WS-COASUPR-STATUS IS NOT EQUAL TO '00'
009190        MOVE 'COASUPR file open failure...'
009200          TO WS-CONSOLE-MESSAGE
009210        PERFORM DISPLAY-CONSOLE-MESSAGE
009220        MOVE WS-COASUPR-STATUS TO WS-IO-STATUS
009230        PERFORM DISPLAY-IO-STATUS
009240        PERFORM ABORT-PROGRAM
009250     END-IF.
009260
009270 PROPOSAL-PUT.
009280     WRITE RELEASE-PROPOSAL-RECORD.
009290     IF WS-COASUPR-STATUS IS NOT EQUAL TO '00'
009300        MOVE 'COASUPR Error writing file ...'
009310          TO WS-CONSOLE-MESSAGE
009320        PERFORM DISPLAY-CONSOLE-MESSAGE
009330        MOVE WS-COASUPR-STATUS TO WS-IO-STATUS
009340        PERFORM DISPLAY-IO-STATUS
009350        PERFORM ABORT-PROGRAM
009360     END-IF.
009370
009380 PROPOSAL-CLOSE.
009390     CLOSE RELEASE-PROPOSAL-FILE.
009400
009410*****************************************************************
009420* Open the review report as output.                             *
009430*****************************************************************
009440 REPORT-OPEN.
009450     OPEN OUTPUT REVIEW-REPORT.
009460     IF WS-REPORT-STATUS = '00'
009470        MOVE 'COARPT report opened OK'
009480          TO WS-CONSOLE-MESSAGE
009490        PERFORM DISPLAY-CONSOLE-MESSAGE
009500     ELSE
009510        MOVE 'COARPT report open failure...'
009520          TO WS-CONSOLE-MESSAGE
009530        PERFORM DISPLAY-CONSOLE-MESSAGE
009540        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
009550        PERFORM DISPLAY-IO-STATUS
009560        PERFORM ABORT-PROGRAM
009570     END-IF.
009580
009590 REPORT-PUT.
009600     WRITE REVIEW-REPORT-LINE.
009610     IF WS-REPORT-STATUS NOT = '00'
009620        MOVE 'COARPT report Error writing file ...'
009630          TO WS-CONSOLE-MESSAGE
009640        PERFORM DISPLAY-CONSOLE-MESSAGE
009650        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
009660        PERFORM DISPLAY-IO-STATUS
009670        PERFORM ABORT-PROGRAM
009680     END-IF.
009690
009700 REPORT-CLOSE.
009710     CLOSE REVIEW-REPORT.
009720
009730*****************************************************************
009740* Display the file status bytes. This routine will display as   *
009750* two digits if the full two byte file status is numeric. If    *
009760* second byte is non-numeric then it will be treated as a       *
009770* binary number.                                                *
009780*****************************************************************
009790 DISPLAY-IO-STATUS.
009800     IF WS-IO-STATUS NUMERIC
009810        MOVE SPACE TO WS-CONSOLE-MESSAGE
009820        STRING 'File status -' DELIMITED BY SIZE
009830               WS-IO-STATUS DELIMITED BY SIZE
009840          INTO WS-CONSOLE-MESSAGE
009850        PERFORM DISPLAY-CONSOLE-MESSAGE
009860     ELSE
009870        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
009880        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
009890        MOVE SPACE TO WS-CONSOLE-MESSAGE
009900        STRING 'File status -' DELIMITED BY SIZE
009910               WS-IO-STAT1 DELIMITED BY SIZE
009920               '/' DELIMITED BY SIZE
009930               WS-TWO-BYTES DELIMITED BY SIZE
009940          INTO WS-CONSOLE-MESSAGE
009950        PERFORM DISPLAY-CONSOLE-MESSAGE
009960     END-IF.
009970
009980*****************************************************************
009990* 'ABORT' the program.                                          *
010000* Post a message to the console and issue a STOP RUN            *
010010*****************************************************************
010020 ABORT-PROGRAM.
010030     IF WS-CONSOLE-MESSAGE NOT = SPACES
010040        PERFORM DISPLAY-CONSOLE-MESSAGE
010050     END-IF.
010060     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
010070     PERFORM DISPLAY-CONSOLE-MESSAGE.
010080     MOVE 16 TO RETURN-CODE.
010090     GOBACK.
010100
010110*****************************************************************
010120* Display a message on the console, prefixed with the program   *
010130* name so it can be picked out of a mixed job log.              *
010140*****************************************************************
010150 DISPLAY-CONSOLE-MESSAGE.
010160     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
