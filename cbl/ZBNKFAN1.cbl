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
000130* Prgram:      ZBNKFAN1.CBL                                     *
000140* Function:    Read the ZBNKEXT1 extract once and fan it out to *
000150*              the smaller work files the downstream steps run  *
000160*              from, so each step reads only the record types   *
000170*              it uses instead of passing the whole extract     *
000180*****************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.
000210     ZBNKFAN1.
000220 DATE-WRITTEN.
000230     October 2026.
000240 DATE-COMPILED.
000250     Today.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT   SECTION.
000280   FILE-CONTROL.
000290     SELECT EXTRACT-FILE
000300            ASSIGN       TO EXTRACT
000310            ORGANIZATION IS SEQUENTIAL
000320            ACCESS MODE  IS SEQUENTIAL
000330            FILE STATUS  IS WS-EXTRACT-STATUS.
000340
000350     SELECT XTRECON-FILE
000360            ASSIGN       TO XTRECON
000370            ORGANIZATION IS SEQUENTIAL
000380            ACCESS MODE  IS SEQUENTIAL
000390            FILE STATUS  IS WS-WORK-STATUS.
000400
000410     SELECT XTTRANS-FILE
000420            ASSIGN       TO XTTRANS
000430            ORGANIZATION IS SEQUENTIAL
000440            ACCESS MODE  IS SEQUENTIAL
000450            FILE STATUS  IS WS-WORK-STATUS.
000460
000470     SELECT XTDORM-FILE
000480            ASSIGN       TO XTDORM
000490            ORGANIZATION IS SEQUENTIAL
000500            ACCESS MODE  IS SEQUENTIAL
000510            FILE STATUS  IS WS-WORK-STATUS.
000520
000530     SELECT XTSPLIT-FILE
000540            ASSIGN       TO XTSPLIT
000550            ORGANIZATION IS SEQUENTIAL
000560            ACCESS MODE  IS SEQUENTIAL
000570            FILE STATUS  IS WS-WORK-STATUS.
000580
000590     SELECT XTKEYS-FILE
000600            ASSIGN       TO XTKEYS
000610            ORGANIZATION IS SEQUENTIAL
000620            ACCESS MODE  IS SEQUENTIAL
000630            FILE STATUS  IS WS-WORK-STATUS.
000640
000650     SELECT XTTRLR-FILE
000660            ASSIGN       TO XTTRLR
000670            ORGANIZATION IS SEQUENTIAL
000680            ACCESS MODE  IS SEQUENTIAL
000690            FILE STATUS  IS WS-WORK-STATUS.
000700
000710     SELECT XTYEAR-FILE
000720            ASSIGN       TO XTYEAR
000730            ORGANIZATION IS SEQUENTIAL
000740            ACCESS MODE  IS SEQUENTIAL
000750            FILE STATUS  IS WS-WORK-STATUS.
000760
000770     SELECT OPTIONAL PERF-HISTORY-FILE
000780            ASSIGN       TO PERFHIST
000790            ORGANIZATION IS SEQUENTIAL
000800            ACCESS MODE  IS SEQUENTIAL
000810            FILE STATUS  IS WS-PERF-STATUS.
000820
000830     SELECT FANOUT-SUMMARY
000840            ASSIGN       TO FANRPT
000850            ORGANIZATION IS SEQUENTIAL
000860            ACCESS MODE  IS SEQUENTIAL
000870            FILE STATUS  IS WS-SUMMARY-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  EXTRACT-FILE
000920     RECORDING MODE IS V
000930     RECORD IS VARYING IN SIZE FROM 66 TO 95 CHARACTERS
000940            DEPENDING ON WS-EXTRACT-REC-LEN.
000950 COPY CBANKXT1.
000960 01  BANKXT01-RECORD                          PIC X(95).
000970
000980*****************************************************************
000990* The work files. Each is in the extract's own layout and order *
001000* - only the record types its step reads are kept - so the step *
001010* runs from it unchanged with its EXTRACT (or YEAREXT) DD       *
001020* pointed at the work file instead of the full extract.         *
001030*   XTRECON  ZBNKREC1  H R 0 1 2 3 4 7 T                        *
001040*   XTTRANS  ZBNKVEL1  H 3 T                                    *
001050*   XTDORM   ZBNKDOR1  H 1 2 3 T                                *
001060*   XTSPLIT  ZBNKSPL1  every type but the RPC audit records     *
001070*   XTTRLR   ZBNKTRN1  H 4 T                                    *
001080*   XTYEAR   ZBNKYER1  H 0 4 6 I T - the cycle's generation of  *
001090*                      the year's extracts                      *
001100* XTKEYS is not in the extract layout - it is one type and PID  *
001110* key for every extract record, which is all ZBNKIDX1 needs to  *
001120* number the records and measure each customer's runs.          *
001130*****************************************************************
001140 FD  XTRECON-FILE
001150     RECORDING MODE IS V
001160     RECORD IS VARYING IN SIZE FROM 66 TO 95 CHARACTERS
001170            DEPENDING ON WS-WORK-REC-LEN.
001180 01  XTRECON-RECORD                           PIC X(95).
001190
001200 FD  XTTRANS-FILE
001210     RECORDING MODE IS V
001220     RECORD IS VARYING IN SIZE FROM 66 TO 95 CHARACTERS
001230            DEPENDING ON WS-WORK-REC-LEN.
001240 01  XTTRANS-RECORD                           PIC X(95).
001250
001260 FD  XTDORM-FILE
001270     RECORDING MODE IS V
001280     RECORD IS VARYING IN SIZE FROM 66 TO 95 CHARACTERS
001290            DEPENDING ON WS-WORK-REC-LEN.
001300 01  XTDORM-RECORD                            PIC X(95).
001310
001320 FD  XTSPLIT-FILE
001330     RECORDING MODE IS V
001340     RECORD IS VARYING IN SIZE FROM 66 TO 95 CHARACTERS
001350            DEPENDING ON WS-WORK-REC-LEN.
001360 01  XTSPLIT-RECORD                           PIC X(95).
001370
001380 FD  XTKEYS-FILE
001390     RECORD CONTAINS 10 CHARACTERS.
001400 COPY CEXTKEY.
001410
001420 FD  XTTRLR-FILE
001430     RECORDING MODE IS V
001440     RECORD IS VARYING IN SIZE FROM 66 TO 95 CHARACTERS
001450            DEPENDING ON WS-WORK-REC-LEN.
001460 01  XTTRLR-RECORD                            PIC X(95).
001470
001480 FD  XTYEAR-FILE
001490     RECORDING MODE IS V
001500     RECORD IS VARYING IN SIZE FROM 66 TO 95 CHARACTERS
001510            DEPENDING ON WS-WORK-REC-LEN.
001520 01  XTYEAR-RECORD                            PIC X(95).
001530
001540 FD  PERF-HISTORY-FILE
001550     RECORD CONTAINS 120 CHARACTERS.
001560 COPY CPERFHST.
001570
001580 FD  FANOUT-SUMMARY
001590     RECORD CONTAINS 80 CHARACTERS.
001600 01  FANOUT-SUMMARY-LINE                      PIC X(80).
001610
001620 WORKING-STORAGE SECTION.
001630 COPY CTIMERD.
001640
001650 01  WS-MISC-STORAGE.
001660   05  WS-PROGRAM-ID                         PIC X(8)
001670       VALUE 'ZBNKFAN1'.
001680   05  WS-EXTRACT-STATUS.
001690     10  WS-EXTRACT-STAT1                    PIC X(1).
001700     10  WS-EXTRACT-STAT2                    PIC X(1).
001710
001720   05  WS-WORK-STATUS.
001730     10  WS-WORK-STAT1                       PIC X(1).
001740     10  WS-WORK-STAT2                       PIC X(1).
001750
001760   05  WS-PERF-STATUS.
001770     10  WS-PERF-STAT1                       PIC X(1).
001780     10  WS-PERF-STAT2                       PIC X(1).
001790
001800   05  WS-SUMMARY-STATUS.
001810     10  WS-SUMMARY-STAT1                    PIC X(1).
001820     10  WS-SUMMARY-STAT2                    PIC X(1).
001830
001840   05  WS-IO-STATUS.
001850     10  WS-IO-STAT1                         PIC X(1).
001860     10  WS-IO-STAT2                         PIC X(1).
001870
001880   05  WS-TWO-BYTES.
001890     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001900     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001910   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001920                                             PIC 9(1) COMP.
001930
001940   05  WS-EXTRACT-REC-LEN                    PIC 9(2)
001950       VALUE ZERO.
001960   05  WS-WORK-REC-LEN                       PIC 9(2)
001970       VALUE ZERO.
001980
001990   05  WS-EOF-SW                             PIC X(1)
002000       VALUE 'N'.
002010     88  END-OF-EXTRACT                       VALUE 'Y'.
002020
002030   05  WS-EXTRACT-RUN-DATE                   PIC 9(6)
002040       VALUE ZERO.
002050   05  WS-EXTRACT-RUN-TIME                   PIC 9(8)
002060       VALUE ZERO.
002070   05  WS-RECORDS-READ                       PIC 9(7)
002080       VALUE ZERO.
002090   05  WS-RECORDS-WRITTEN                    PIC 9(8)
002100       VALUE ZERO.
002110
002120*****************************************************************
002130* Run-control checking of the input file, the same rules that   *
002140* ZBNKREC1 applies. The extract's trailer is held back and only *
002150* written to the work files once it has been checked, so a work *
002160* file cut from a truncated or tampered extract has no trailer  *
002170* and is refused by the step that reads it.                     *
002180*****************************************************************
002190   05  WS-TRAILER-FOUND-SW                   PIC X(1)
002200       VALUE 'N'.
002210     88  FILE-TRAILER-FOUND                   VALUE 'Y'.
002220   05  WS-TYPE2-READ-COUNT                   PIC 9(5)
002230       VALUE ZERO.
002240   05  WS-TYPE3-READ-COUNT                   PIC 9(5)
002250       VALUE ZERO.
002260   05  WS-TRAILER-COUNTER1                   PIC 9(5)
002270       VALUE ZERO.
002280   05  WS-TRAILER-COUNTER2                   PIC 9(5)
002290       VALUE ZERO.
002300
002310 01  WS-TRAILER-IMAGE.
002320   05  WS-TRAILER-DATA                       PIC X(95).
002330   05  WS-TRAILER-LEN                        PIC 9(2).
002340
002350 01  WS-OUTPUT-DATA                          PIC X(95).
002360
002370*****************************************************************
002380* Routing of the extract record types to the work files. Each   *
002390* entry is the record type and a Y/N flag for each work file in *
002400* the order XTRECON, XTTRANS, XTDORM, XTSPLIT, XTKEYS, XTTRLR,  *
002410* XTYEAR. A type not in the table goes to the files that take   *
002420* every customer record - the split and the key file - so a new *
002430* record type can never be lost from the print streams.         *
002440*****************************************************************
002450 01  WS-ROUTE-VALUES.
002460   05  FILLER                          PIC X(8)  VALUE 'HYYYYYYY'.
002470   05  FILLER                          PIC X(8)  VALUE 'RYNNYYNN'.
002480   05  FILLER                          PIC X(8)  VALUE '5NNNNYNN'.
002490   05  FILLER                          PIC X(8)  VALUE '0YNNYYNY'.
002500   05  FILLER                          PIC X(8)  VALUE '1YNYYYNN'.
002510   05  FILLER                          PIC X(8)  VALUE '2YNYYYNN'.
002520   05  FILLER                          PIC X(8)  VALUE '3YYYYYNN'.
002530   05  FILLER                          PIC X(8)  VALUE '4YNNYYYY'.
002540   05  FILLER                          PIC X(8)  VALUE '6NNNYYNY'.
002550   05  FILLER                          PIC X(8)  VALUE '7YNNYYNN'.
002560   05  FILLER                          PIC X(8)  VALUE 'INNNYYNY'.
002570   05  FILLER                          PIC X(8)  VALUE 'LNNNYYNN'.
002580   05  FILLER                          PIC X(8)  VALUE 'TYYYYYYY'.
002590 01  WS-ROUTE-TABLE REDEFINES WS-ROUTE-VALUES.
002600   05  WS-ROUTE-ENTRY OCCURS 13 TIMES.
002610     10  WS-ROUTE-TYPE                       PIC X(1).
002620     10  WS-ROUTE-FLAGS                      PIC X(7).
002630
002640 01  WS-ROUTE-CONTROL.
002650   05  WS-ROUTE-IX                           PIC 9(2).
002660   05  WS-ROUTE-DEFAULT                      PIC X(7)
002670       VALUE 'NNNYYNN'.
002680   05  WS-RECORD-ROUTE.
002690     10  WS-RECORD-FLAG OCCURS 7 TIMES       PIC X(1).
002700   05  WS-WORK-IX                            PIC 9(1).
002710
002720*****************************************************************
002730* The work files by number, with the step each one feeds and    *
002740* the records written to it this run.                           *
002750*****************************************************************
002760 01  WS-WORK-FILE-NAMES.
002770   05  FILLER                                PIC X(16)
002780       VALUE 'XTRECON ZBNKREC1'.
002790   05  FILLER                                PIC X(16)
002800       VALUE 'XTTRANS ZBNKVEL1'.
002810   05  FILLER                                PIC X(16)
002820       VALUE 'XTDORM  ZBNKDOR1'.
002830   05  FILLER                                PIC X(16)
002840       VALUE 'XTSPLIT ZBNKSPL1'.
002850   05  FILLER                                PIC X(16)
002860       VALUE 'XTKEYS  ZBNKIDX1'.
002870   05  FILLER                                PIC X(16)
002880       VALUE 'XTTRLR  ZBNKTRN1'.
002890   05  FILLER                                PIC X(16)
002900       VALUE 'XTYEAR  ZBNKYER1'.
002910 01  WS-WORK-FILE-TABLE REDEFINES WS-WORK-FILE-NAMES.
002920   05  WS-WORK-FILE-ENTRY OCCURS 7 TIMES.
002930     10  WS-WORK-DD                          PIC X(8).
002940     10  WS-WORK-CONSUMER                    PIC X(8).
002950
002960 01  WS-WORK-COUNTS.
002970   05  WS-WORK-WRITTEN OCCURS 7 TIMES        PIC 9(7).
002980
002990*****************************************************************
003000* Elapsed time saved. Without the fan-out each of the seven     *
003010* steps passes the whole extract; with it the extract is read   *
003020* once, each work record is written once and read back once by  *
003030* its step. This run's own elapsed time spread over the records *
003040* it read and wrote gives the cost of one record, and the       *
003050* record passes avoided at that cost are the time saved.        *
003060*****************************************************************
003070 01  WS-SAVING-FIELDS.
003080   05  WS-CONSUMER-STEPS                     PIC 9(1)
003090       VALUE 7.
003100   05  WS-PASSES-BEFORE                      PIC 9(9).
003110   05  WS-PASSES-AFTER                       PIC 9(9).
003120   05  WS-PASSES-DONE                        PIC 9(9).
003130   05  WS-ELAPSED-SAVED                      PIC S9(7)
003140       VALUE ZERO.
003150
003160 01  WS-CONSOLE-MESSAGE                      PIC X(60).
003170
003180*****************************************************************
003190* Fan-out summary report lines.                                 *
003200*****************************************************************
003210 01  SUMMARY-HEADING-LINE.
003220   05  FILLER                                PIC X(40)
003230       VALUE '  WORK FILE  STEP        RECORDS'.
003240   05  FILLER                                PIC X(40)
003250       VALUE SPACES.
003260
003270 01  SUMMARY-DETAIL-LINE.
003280   05  FILLER                          PIC X(2)  VALUE SPACES.
003290   05  SD-WORK-DD                            PIC X(8).
003300   05  FILLER                          PIC X(3)  VALUE SPACES.
003310   05  SD-CONSUMER                           PIC X(8).
003320   05  FILLER                          PIC X(2)  VALUE SPACES.
003330   05  SD-RECORDS                            PIC ZZZZZZ9.
003340   05  FILLER                          PIC X(50) VALUE SPACES.
003350
003360 01  SUMMARY-TOTAL-LINE.
003370   05  ST-LABEL                              PIC X(40).
003380   05  ST-VALUE                              PIC -(7)9.
003390   05  FILLER                          PIC X(32) VALUE SPACES.
003400
003410 PROCEDURE DIVISION.
003420*****************************************************************
003430* Perform RUN-TIME to initialse time and display start time     *
003440*****************************************************************
003450     PERFORM RUN-TIME.
003460
003470     PERFORM VARYING WS-WORK-IX FROM 1 BY 1
003480       UNTIL WS-WORK-IX IS GREATER THAN 7
003490        MOVE ZERO TO WS-WORK-WRITTEN (WS-WORK-IX)
003500     END-PERFORM.
003510
003520*****************************************************************
003530* One pass of the extract, each record written to every work    *
003540* file whose step reads its type. The trailer goes on last, and *
003550* only once the extract's run-control records have been         *
003560* checked.                                                      *
003570*****************************************************************
003580     PERFORM EXTRACT-OPEN.
003590     PERFORM WORK-FILES-OPEN.
003600     PERFORM EXTRACT-READ.
003610     PERFORM UNTIL END-OF-EXTRACT
003620        PERFORM FAN-OUT-ONE-RECORD
003630        PERFORM EXTRACT-READ
003640     END-PERFORM.
003650     PERFORM EXTRACT-CLOSE.
003660     PERFORM VERIFY-FILE-TRAILER.
003670     PERFORM WRITE-WORK-TRAILERS.
003680     PERFORM WORK-FILES-CLOSE.
003690
003700*****************************************************************
003710* Perform RUN-TIME to calculate run time and display end time,  *
003720* then record the run and the time it saved the steps that run  *
003730* from the work files.                                          *
003740*****************************************************************
003750     PERFORM RUN-TIME.
003760     PERFORM ESTIMATE-TIME-SAVED.
003770     PERFORM SUMMARY-OPEN.
003780     PERFORM WRITE-FANOUT-SUMMARY.
003790     PERFORM SUMMARY-CLOSE.
003800     PERFORM APPEND-PERF-HISTORY.
003810
003820     MOVE 'Extract fan-out complete'
003830       TO WS-CONSOLE-MESSAGE.
003840     PERFORM DISPLAY-CONSOLE-MESSAGE.
003850     MOVE 'End Of Job'
003860       TO WS-CONSOLE-MESSAGE.
003870     PERFORM DISPLAY-CONSOLE-MESSAGE.
003880
003890     MOVE 0 TO RETURN-CODE.
003900
003910     GOBACK.
003920
003930*****************************************************************
003940* Route one extract record. The trailer is held for checking;   *
003950* every other record goes to each work file its type's routing  *
003960* entry names.                                                  *
003970*****************************************************************
003980 FAN-OUT-ONE-RECORD.
003990     ADD 1 TO WS-RECORDS-READ.
004000     EVALUATE BANKXT01-0-TYPE
004010       WHEN 'H'
004020          MOVE BANKXT01-H-RUN-DATE TO WS-EXTRACT-RUN-DATE
004030          MOVE BANKXT01-H-RUN-TIME TO WS-EXTRACT-RUN-TIME
004040       WHEN '2'
004050          ADD 1 TO WS-TYPE2-READ-COUNT
004060       WHEN '3'
004070          ADD 1 TO WS-TYPE3-READ-COUNT
004080       WHEN 'T'
004090          MOVE 'Y' TO WS-TRAILER-FOUND-SW
004100          MOVE BANKXT01-T-COUNTER1 TO WS-TRAILER-COUNTER1
004110          MOVE BANKXT01-T-COUNTER2 TO WS-TRAILER-COUNTER2
004120          MOVE BANKXT01-RECORD TO WS-TRAILER-DATA
004130          MOVE WS-EXTRACT-REC-LEN TO WS-TRAILER-LEN
004140       WHEN OTHER
004150          CONTINUE
004160     END-EVALUATE.
004170     IF BANKXT01-0-TYPE IS NOT EQUAL TO 'T'
004180        PERFORM PICK-RECORD-ROUTE
004190        MOVE BANKXT01-RECORD TO WS-OUTPUT-DATA
004200        MOVE WS-EXTRACT-REC-LEN TO WS-WORK-REC-LEN
004210        PERFORM WRITE-ROUTED-RECORD
004220     END-IF.
004230
004240 PICK-RECORD-ROUTE.
004250     MOVE WS-ROUTE-DEFAULT TO WS-RECORD-ROUTE.
004260     PERFORM VARYING WS-ROUTE-IX FROM 1 BY 1
004270       UNTIL WS-ROUTE-IX IS GREATER THAN 13
004280        IF WS-ROUTE-TYPE (WS-ROUTE-IX) IS EQUAL TO BANKXT01-0-TYPE
004290           MOVE WS-ROUTE-FLAGS (WS-ROUTE-IX) TO WS-RECORD-ROUTE
004300        END-IF
004310     END-PERFORM.
004320
004330*****************************************************************
004340* Write the record held in WS-OUTPUT-DATA to every work file    *
004350* flagged in WS-RECORD-ROUTE.                                   *
004360*****************************************************************
004370 WRITE-ROUTED-RECORD.
004380     PERFORM VARYING WS-WORK-IX FROM 1 BY 1
004390       UNTIL WS-WORK-IX IS GREATER THAN 7
004400        IF WS-RECORD-FLAG (WS-WORK-IX) IS EQUAL TO 'Y'
004410           PERFORM WRITE-WORK-RECORD
004420        END-IF
004430     END-PERFORM.
004440
004450 WRITE-WORK-RECORD.
004460     EVALUATE WS-WORK-IX
004470       WHEN 1
004480          WRITE XTRECON-RECORD FROM WS-OUTPUT-DATA
004490       WHEN 2
004500          WRITE XTTRANS-RECORD FROM WS-OUTPUT-DATA
004510       WHEN 3
004520          WRITE XTDORM-RECORD FROM WS-OUTPUT-DATA
004530       WHEN 4
004540          WRITE XTSPLIT-RECORD FROM WS-OUTPUT-DATA
004550       WHEN 5
004560          MOVE SPACES TO EXTRACT-KEY-RECORD
004570          MOVE WS-OUTPUT-DATA (1:1) TO XKY-TYPE
004580          MOVE WS-OUTPUT-DATA (2:5) TO XKY-PID
004590          WRITE EXTRACT-KEY-RECORD
004600       WHEN 6
004610          WRITE XTTRLR-RECORD FROM WS-OUTPUT-DATA
004620       WHEN OTHER
004630          WRITE XTYEAR-RECORD FROM WS-OUTPUT-DATA
004640     END-EVALUATE.
004650     IF WS-WORK-STATUS NOT = '00'
004660        MOVE SPACES TO WS-CONSOLE-MESSAGE
004670        STRING WS-WORK-DD (WS-WORK-IX) DELIMITED BY SPACE
004680               ' Error writing file ...' DELIMITED BY SIZE
004690          INTO WS-CONSOLE-MESSAGE
004700        PERFORM DISPLAY-CONSOLE-MESSAGE
004710        MOVE WS-WORK-STATUS TO WS-IO-STATUS
004720        PERFORM DISPLAY-IO-STATUS
004730        PERFORM ABORT-PROGRAM
004740     END-IF.
004750     ADD 1 TO WS-WORK-WRITTEN (WS-WORK-IX).
004760     ADD 1 TO WS-RECORDS-WRITTEN.
004770
004780*****************************************************************
004790* Check the run-control records of the input extract. A file    *
004800* with no trailer, or whose counts do not match its contents,   *
004810* is refused - its work files are left without trailers.        *
004820*****************************************************************
004830 VERIFY-FILE-TRAILER.
004840     IF NOT FILE-TRAILER-FOUND
004850        MOVE 'EXTRACT file trailer missing - file refused'
004860          TO WS-CONSOLE-MESSAGE
004870        PERFORM ABORT-PROGRAM
004880     END-IF.
004890     IF WS-TRAILER-COUNTER1 IS NOT EQUAL TO WS-TYPE2-READ-COUNT
004900     OR WS-TRAILER-COUNTER2 IS NOT EQUAL TO WS-TYPE3-READ-COUNT
004910        MOVE 'EXTRACT file counts mismatch - file refused'
004920          TO WS-CONSOLE-MESSAGE
004930        PERFORM ABORT-PROGRAM
004940     END-IF.
004950
004960*****************************************************************
004970* Close every work file with the extract's own trailer. Each    *
004980* work file carries every type '2' and '3' record its step      *
004990* reads, or none of them, so the trailer's counts still hold    *
005000* for the checks the step makes.                                *
005010*****************************************************************
005020 WRITE-WORK-TRAILERS.
005030     MOVE WS-TRAILER-DATA TO WS-OUTPUT-DATA.
005040     MOVE WS-TRAILER-LEN TO WS-WORK-REC-LEN.
005050     MOVE 'YYYYYYY' TO WS-RECORD-ROUTE.
005060     PERFORM WRITE-ROUTED-RECORD.
005070
005080*****************************************************************
005090* Work out the elapsed time the fan-out saved the steps that    *
005100* now run from the work files, in hundredths of a second.       *
005110*****************************************************************
005120 ESTIMATE-TIME-SAVED.
005130     COMPUTE WS-PASSES-BEFORE =
005140        WS-RECORDS-READ * WS-CONSUMER-STEPS.
005150     COMPUTE WS-PASSES-AFTER =
005160        WS-RECORDS-READ + (WS-RECORDS-WRITTEN * 2).
005170     COMPUTE WS-PASSES-DONE =
005180        WS-RECORDS-READ + WS-RECORDS-WRITTEN.
005190     MOVE ZERO TO WS-ELAPSED-SAVED.
005200     IF WS-PASSES-DONE IS GREATER THAN ZERO
005210        COMPUTE WS-ELAPSED-SAVED ROUNDED =
005220           TIMER-ELAPSED * (WS-PASSES-BEFORE - WS-PASSES-AFTER)
005230           / WS-PASSES-DONE
005240     END-IF.
005250
005260*****************************************************************
005270* Write the fan-out summary - the records each work file took   *
005280* and the run's elapsed time against the time it saved.         *
005290*****************************************************************
005300 WRITE-FANOUT-SUMMARY.
005310     MOVE SUMMARY-HEADING-LINE TO FANOUT-SUMMARY-LINE.
005320     PERFORM SUMMARY-PUT.
005330     PERFORM VARYING WS-WORK-IX FROM 1 BY 1
005340       UNTIL WS-WORK-IX IS GREATER THAN 7
005350        MOVE WS-WORK-DD (WS-WORK-IX) TO SD-WORK-DD
005360        MOVE WS-WORK-CONSUMER (WS-WORK-IX) TO SD-CONSUMER
005370        MOVE WS-WORK-WRITTEN (WS-WORK-IX) TO SD-RECORDS
005380        MOVE SUMMARY-DETAIL-LINE TO FANOUT-SUMMARY-LINE
005390        PERFORM SUMMARY-PUT
005400        MOVE SPACES TO WS-CONSOLE-MESSAGE
005410        STRING WS-WORK-DD (WS-WORK-IX) DELIMITED BY SIZE
005420               ' - ' DELIMITED BY SIZE
005430               WS-WORK-WRITTEN (WS-WORK-IX) DELIMITED BY SIZE
005440               ' records' DELIMITED BY SIZE
005450          INTO WS-CONSOLE-MESSAGE
005460        PERFORM DISPLAY-CONSOLE-MESSAGE
005470     END-PERFORM.
005480     MOVE SPACES TO FANOUT-SUMMARY-LINE.
005490     PERFORM SUMMARY-PUT.
005500     MOVE 'EXTRACT RECORDS READ ONCE' TO ST-LABEL.
005510     MOVE WS-RECORDS-READ TO ST-VALUE.
005520     MOVE SUMMARY-TOTAL-LINE TO FANOUT-SUMMARY-LINE.
005530     PERFORM SUMMARY-PUT.
005540     MOVE 'EXTRACT PASSES AVOIDED (RECORDS)' TO ST-LABEL.
005550     COMPUTE ST-VALUE = WS-PASSES-BEFORE - WS-PASSES-AFTER.
005560     MOVE SUMMARY-TOTAL-LINE TO FANOUT-SUMMARY-LINE.
005570     PERFORM SUMMARY-PUT.
005580     MOVE 'FAN-OUT ELAPSED (1/100 SEC)' TO ST-LABEL.
005590     MOVE TIMER-ELAPSED TO ST-VALUE.
005600     MOVE SUMMARY-TOTAL-LINE TO FANOUT-SUMMARY-LINE.
005610     PERFORM SUMMARY-PUT.
005620     MOVE 'ESTIMATED ELAPSED SAVED (1/100 SEC)' TO ST-LABEL.
005630     MOVE WS-ELAPSED-SAVED TO ST-VALUE.
005640     MOVE SUMMARY-TOTAL-LINE TO FANOUT-SUMMARY-LINE.
005650     PERFORM SUMMARY-PUT.
005660     MOVE SPACES TO WS-CONSOLE-MESSAGE.
005670     STRING 'Estimated elapsed saved - ' DELIMITED BY SIZE
005680            ST-VALUE DELIMITED BY SIZE
005690            ' /100 sec' DELIMITED BY SIZE
005700       INTO WS-CONSOLE-MESSAGE.
005710     PERFORM DISPLAY-CONSOLE-MESSAGE.
005720
005730*****************************************************************
005740* Append this run's figures to the shared performance history,  *
005750* with the time saved so ZBNKPRF1 can show the benefit. File    *
005760* status 05 is a normal open of an OPTIONAL file that did not   *
005770* exist yet.                                                    *
005780*****************************************************************
005790 APPEND-PERF-HISTORY.
005800     MOVE SPACES TO PERFHST-RECORD.
005810     MOVE WS-PROGRAM-ID TO PERFHST-PROGRAM.
005820     MOVE WS-EXTRACT-RUN-DATE TO PERFHST-RUN-DATE.
005830     MOVE WS-EXTRACT-RUN-TIME TO PERFHST-RUN-TIME.
005840     MOVE SPACES TO PERFHST-PARM.
005850     MOVE WS-TYPE2-READ-COUNT TO PERFHST-COUNTER1.
005860     MOVE WS-TYPE3-READ-COUNT TO PERFHST-COUNTER2.
005870     MOVE TIMER-ELAPSED TO PERFHST-ELAPSED.
005880     MOVE WS-ELAPSED-SAVED TO PERFHST-SAVED.
005890     OPEN EXTEND PERF-HISTORY-FILE.
005900     IF WS-PERF-STATUS IS NOT EQUAL TO '00'
005910      AND WS-PERF-STATUS IS NOT EQUAL TO '05'
005920        MOVE 'PERFHIST file open failure...'
005930          TO WS-CONSOLE-MESSAGE
005940        PERFORM DISPLAY-CONSOLE-MESSAGE
005950        PERFORM ABORT-PROGRAM
005960     END-IF.
005970     WRITE PERFHST-RECORD.
005980     IF WS-PERF-STATUS IS NOT EQUAL TO '00'
005990        MOVE 'PERFHIST Error writing file ...'
006000          TO WS-CONSOLE-MESSAGE
006010        PERFORM DISPLAY-CONSOLE-MESSAGE
006020        PERFORM ABORT-PROGRAM
006030     END-IF.
006040     CLOSE PERF-HISTORY-FILE.
006050
006060*****************************************************************
006070* Open the extract file produced by ZBNKEXT1 as input.          *
006080*****************************************************************
006090 EXTRACT-OPEN.
006100     OPEN INPUT EXTRACT-FILE.
006110     IF WS-EXTRACT-STATUS = '00'
006120        MOVE 'EXTRACT file opened OK'
006130          TO WS-CONSOLE-MESSAGE
006140        PERFORM DISPLAY-CONSOLE-MESSAGE
006150     ELSE
006160        MOVE 'EXTRACT file open failure...'
006170          TO WS-CONSOLE-MESSAGE
006180        PERFORM DISPLAY-CONSOLE-MESSAGE
006190        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
006200        PERFORM DISPLAY-IO-STATUS
006210        PERFORM ABORT-PROGRAM
006220        END-IF.
006230
006240*****************************************************************
006250* Read the next record off the extract file.                    *
006260*****************************************************************
006270 EXTRACT-READ.
006280     READ EXTRACT-FILE
006290        AT END
006300           MOVE 'Y' TO WS-EOF-SW
006310     END-READ.
006320     IF NOT END-OF-EXTRACT
006330        IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
006340           MOVE 'EXTRACT Error reading file ...'
006350             TO WS-CONSOLE-MESSAGE
006360           PERFORM DISPLAY-CONSOLE-MESSAGE
006370           MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
006380           PERFORM DISPLAY-IO-STATUS
006390           PERFORM ABORT-PROGRAM
006400        END-IF
006410     END-IF.
006420
006430*****************************************************************
006440* Close the extract file.                                       *
006450*****************************************************************
006460 EXTRACT-CLOSE.
006470     CLOSE EXTRACT-FILE.
006480     IF WS-EXTRACT-STATUS = '00'
006490        MOVE 'EXTRACT file closed OK'
006500          TO WS-CONSOLE-MESSAGE
006510        PERFORM DISPLAY-CONSOLE-MESSAGE
006520     ELSE
006530        MOVE 'EXTRACT file close failure...'
006540          TO WS-CONSOLE-MESSAGE
006550        PERFORM DISPLAY-CONSOLE-MESSAGE
006560        MOVE WS-EXTRACT-STATUS TO WS-IO-STATUS
006570        PERFORM DISPLAY-IO-STATUS
006580        PERFORM ABORT-PROGRAM
006590        END-IF.
006600
006610*****************************************************************
006620* Open the seven work files.                                    *
006630*****************************************************************
006640 WORK-FILES-OPEN.
006650     OPEN OUTPUT XTRECON-FILE.
006660     PERFORM CHECK-WORK-OPEN.
006670     OPEN OUTPUT XTTRANS-FILE.
006680     PERFORM CHECK-WORK-OPEN.
006690     OPEN OUTPUT XTDORM-FILE.
006700     PERFORM CHECK-WORK-OPEN.
006710     OPEN OUTPUT XTSPLIT-FILE.
006720     PERFORM CHECK-WORK-OPEN.
006730     OPEN OUTPUT XTKEYS-FILE.
006740     PERFORM CHECK-WORK-OPEN.
006750     OPEN OUTPUT XTTRLR-FILE.
006760     PERFORM CHECK-WORK-OPEN.
006770     OPEN OUTPUT XTYEAR-FILE.
006780     PERFORM CHECK-WORK-OPEN.
006790     MOVE 'Work files opened OK'
006800       TO WS-CONSOLE-MESSAGE.
006810     PERFORM DISPLAY-CONSOLE-MESSAGE.
006820
006830 CHECK-WORK-OPEN.
006840     IF WS-WORK-STATUS NOT = '00'
006850        MOVE 'Work file open failure...'
006860          TO WS-CONSOLE-MESSAGE
006870        PERFORM DISPLAY-CONSOLE-MESSAGE
006880        MOVE WS-WORK-STATUS TO WS-IO-STATUS
006890        PERFORM DISPLAY-IO-STATUS
006900        PERFORM ABORT-PROGRAM
006910     END-IF.
006920
006930*****************************************************************
006940* Close the seven work files.                                   *
006950*****************************************************************
006960 WORK-FILES-CLOSE.
006970     CLOSE XTRECON-FILE.
006980     CLOSE XTTRANS-FILE.
006990     CLOSE XTDORM-FILE.
007000     CLOSE XTSPLIT-FILE.
007010     CLOSE XTKEYS-FILE.
007020     CLOSE XTTRLR-FILE.
007030     CLOSE XTYEAR-FILE.
007040     IF WS-WORK-STATUS = '00'
007050        MOVE 'Work files closed OK'
007060          TO WS-CONSOLE-MESSAGE
007070        PERFORM DISPLAY-CONSOLE-MESSAGE
007080     ELSE
007090        MOVE 'Work file close failure...'
007100          TO WS-CONSOLE-MESSAGE
007110        PERFORM DISPLAY-CONSOLE-MESSAGE
007120        MOVE WS-WORK-STATUS TO WS-IO-STATUS
007130        PERFORM DISPLAY-IO-STATUS
007140        PERFORM ABORT-PROGRAM
007150     END-IF.
007160
007170*****************************************************************
007180* Open the fan-out summary as output.                           *
007190*****************************************************************
007200 SUMMARY-OPEN.
007210     OPEN OUTPUT FANOUT-SUMMARY.
007220     IF WS-SUMMARY-STATUS = '00'
007230        MOVE 'FANRPT report opened OK'
007240          TO WS-CONSOLE-MESSAGE
007250        PERFORM DISPLAY-CONSOLE-MESSAGE
007260     ELSE
007270        MOVE 'FANRPT report open failure...'
007280          TO WS-CONSOLE-MESSAGE
007290        PERFORM DISPLAY-CONSOLE-MESSAGE
007300        MOVE WS-SUMMARY-STATUS TO WS-IO-STATUS
007310        PERFORM DISPLAY-IO-STATUS
007320        PERFORM ABORT-PROGRAM
007330        END-IF.
007340
007350*****************************************************************
007360* Write a line to the fan-out summary.                          *
007370*****************************************************************
007380 SUMMARY-PUT.
007390     WRITE FANOUT-SUMMARY-LINE.
007400     IF WS-SUMMARY-STATUS NOT = '00'
007410        MOVE 'FANRPT report Error writing file ...'
007420          TO WS-CONSOLE-MESSAGE
007430        PERFORM DISPLAY-CONSOLE-MESSAGE
007440        MOVE WS-SUMMARY-STATUS TO WS-IO-STATUS
007450        PERFORM DISPLAY-IO-STATUS
007460        PERFORM ABORT-PROGRAM
007470     END-IF.
007480
007490*****************************************************************
007500* Close the fan-out summary.                                    *
007510*****************************************************************
007520 SUMMARY-CLOSE.
007530     CLOSE FANOUT-SUMMARY.
007540     IF WS-SUMMARY-STATUS = '00'
007550        MOVE 'FANRPT report closed OK'
007560          TO WS-CONSOLE-MESSAGE
007570        PERFORM DISPLAY-CONSOLE-MESSAGE
007580     ELSE
007590        MOVE 'FANRPT report close failure...'
007600          TO WS-CONSOLE-MESSAGE
007610        PERFORM DISPLAY-CONSOLE-MESSAGE
007620        MOVE WS-SUMMARY-STATUS TO WS-IO-STATUS
007630        PERFORM DISPLAY-IO-STATUS
007640        PERFORM ABORT-PROGRAM
007650        END-IF.
007660
007670*****************************************************************
007680* Display the file status bytes. This routine will display as   *
007690* two digits if the full two byte file status is numeric. If    *
007700* second byte is non-numeric then it will be treated as a       *
007710* binary number.                                                *
007720*****************************************************************
007730 DISPLAY-IO-STATUS.
007740     IF WS-IO-STATUS NUMERIC
007750        MOVE SPACE TO WS-CONSOLE-MESSAGE
007760        STRING 'File status -' DELIMITED BY SIZE
007770               WS-IO-STATUS DELIMITED BY SIZE
007780          INTO WS-CONSOLE-MESSAGE
007790        PERFORM DISPLAY-CONSOLE-MESSAGE
007800     ELSE
007810        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
007820        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
007830        MOVE SPACE TO WS-CONSOLE-MESSAGE
007840        STRING 'File status -' DELIMITED BY SIZE
007850               WS-IO-STAT1 DELIMITED BY SIZE
007860               '/' DELIMITED BY SIZE
007870               WS-TWO-BYTES DELIMITED BY SIZE
007880          INTO WS-CONSOLE-MESSAGE
007890        PERFORM DISPLAY-CONSOLE-MESSAGE
007900     END-IF.
007910
007920*****************************************************************
007930* 'ABORT' the program.                                          *
007940* Post a message to the console and issue a STOP RUN            *
007950*****************************************************************
007960 ABORT-PROGRAM.
007970     IF WS-CONSOLE-MESSAGE NOT = SPACES
007980        PERFORM DISPLAY-CONSOLE-MESSAGE
007990     END-IF.
008000     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
008010     PERFORM DISPLAY-CONSOLE-MESSAGE.
008020     MOVE 16 TO RETURN-CODE.
008030     STOP RUN.
008040
008050*****************************************************************
008060* Display a message on the console, prefixed with the program   *
008070* name so it can be picked out of a mixed job log.              *
008080*****************************************************************
008090 DISPLAY-CONSOLE-MESSAGE.
008100     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
008110
008120*COPY CTIMERP.
008130 RUN-TIME.
008140     IF TIMER-START IS EQUAL TO ZERO
008150        ACCEPT TIMER-START FROM TIME
008160        MOVE 'Timer started' TO WS-CONSOLE-MESSAGE
008170        PERFORM DISPLAY-CONSOLE-MESSAGE
008180     ELSE
008190        ACCEPT TIMER-END FROM TIME
008200        MOVE 'Timer stopped' TO WS-CONSOLE-MESSAGE
008210        PERFORM DISPLAY-CONSOLE-MESSAGE
008220        COMPUTE TIMER-ELAPSED =
008230                  ((TIMER-END-HH * 60 * 60 * 100) +
008240                   (TIMER-END-MM * 60 * 100) +
008250                   (TIMER-END-SS * 100) +
008260                    TIMER-END-DD) -
008270                  ((TIMER-START-HH * 60 * 60 * 100) +
008280                   (TIMER-START-MM * 60 * 100) +
008290                   (TIMER-START-SS * 100) +
008300                    TIMER-START-DD)
008310        MOVE TIMER-ELAPSED-R TO TIMER-RUN-TIME-ELAPSED
008320        MOVE TIMER-RUN-TIME TO WS-CONSOLE-MESSAGE
008330        PERFORM DISPLAY-CONSOLE-MESSAGE
008340     END-IF.
