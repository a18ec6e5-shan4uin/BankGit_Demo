000140* Function:    Trend the batch performance history and warn     *
000150*              when a job's runtime puts the batch window at    *
000160*              risk                                             *
000161*              Show the elapsed time a job saved the steps      *
000163*              behind it, where the job records one             *
000165*              Runs on weekends and bank holidays, off the      *
000166*              shared business-day calendar, are trended apart  *
000168*              from business-day runs                           *
000170*****************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID.
001100* last runs (newest last), and the accumulated elapsed of every *
001110* run before the latest so growth can be judged against the     *
001120* established average.                                          *
001121* The saved figures are the elapsed time a job records as saved *
001122* for the steps behind it - blank on the records of jobs that   *
001123* record none, which count as nothing saved.                    *
001125* Runs are also split by the kind of day they ran on - a run on *
001126* a weekend or a bank holiday works a different volume from a   *
001127* business day's, so each kind keeps its own prior runs and     *
001128* total and the latest run is judged against its own kind.      *
001130*****************************************************************
001140 01  WS-TREND-TABLE.
001150   05  WS-TREND-PGM-CNT                      PIC 9(2)
001170   05  WS-TREND-ENTRY OCCURS 20 TIMES.
001180     10  WS-TREND-PROGRAM                    PIC X(8).
001190     10  WS-TREND-RUNS                       PIC 9(5).
001210     10  WS-TREND-LATEST                     PIC 9(8).
001220     10  WS-TREND-LATEST-DATE                PIC 9(6).
001230     10  WS-TREND-HIST-CNT                   PIC 9(2).
001231     10  WS-TREND-SAVED-TOTAL                PIC S9(9).
001232     10  WS-TREND-LATEST-BUS-SW              PIC X(1).
001233       88  TREND-LATEST-ON-BUSINESS-DAY      VALUE 'Y'.
001235     10  WS-TREND-BUS-RUNS                   PIC 9(5).
001236     10  WS-TREND-BUS-TOTAL                  PIC 9(12).
001237     10  WS-TREND-NBD-RUNS                   PIC 9(5).
001238     10  WS-TREND-NBD-TOTAL                  PIC 9(12).
001240     10  WS-TREND-HIST OCCURS 10 TIMES.
001250       15  WS-TREND-HIST-DATE                PIC 9(6).
001260       15  WS-TREND-HIST-TIME                PIC 9(8).
001270       15  WS-TREND-HIST-CNT1                PIC 9(5).
001280       15  WS-TREND-HIST-CNT2                PIC 9(5).
001290       15  WS-TREND-HIST-ELAPSED             PIC 9(8).
001293       15  WS-TREND-HIST-SAVED               PIC S9(7).
001296       15  WS-TREND-HIST-DAY-DESC            PIC X(30).
001300   05  WS-TREND-IX                           PIC 9(2).
001310   05  WS-TREND-HIX                          PIC 9(2).
001320   05  WS-TREND-FOUND-SW                     PIC X(1)
001340     88  TREND-ENTRY-FOUND                    VALUE 'Y'.
001350   05  WS-TREND-AVG                          PIC 9(8).
001360   05  WS-TREND-GROWTH-MARK                  PIC 9(10).
001361   05  WS-RUN-SAVED                          PIC S9(7).
001362   05  WS-RUN-BUS-SW                         PIC X(1).
001363     88  RUN-ON-BUSINESS-DAY                 VALUE 'Y'.
001364   05  WS-RUN-DAY-DESC                       PIC X(30).
001365   05  WS-RUN-DATE-CCYYMMDD.
001366     10  WS-RUN-DATE-CC                      PIC 9(2)
001367         VALUE 20.
001368     10  WS-RUN-DATE-YYMMDD                  PIC 9(6).
001369   05  WS-PRIOR-RUNS                         PIC 9(5).
001370   05  WS-PRIOR-TOTAL                        PIC 9(12).
001371
001372*****************************************************************
001373* Commarea for the shared business-day calendar routine.        *
001374*****************************************************************
001375 01  WS-BDY-COMMAREA.
001376 COPY CBUSDAY.
001377
001380*****************************************************************
001390* Report lines.                                                 *
001400*****************************************************************
001600       VALUE '  ELAPSED '.
001610   05  RR-ELAPSED                            PIC ZZZZZZZ9.
001620   05  FILLER                          PIC X(5)  VALUE ' /100'.
001622   05  RR-SAVED-AREA.
001625     10  RR-SAVED-LABEL                      PIC X(8).
001627     10  RR-SAVED                            PIC -(7)9.
001630     10  RR-SAVED-UNITS                      PIC X(5).
001632   05  FILLER                          PIC X(2)  VALUE SPACES.
001635   05  RR-DAY-DESC                           PIC X(30).
001637   05  FILLER                          PIC X(17) VALUE SPACES.
001640
001650 01  RPT-STAT-LINE.
001660   05  FILLER                          PIC X(4)  VALUE SPACES.
001675   05  RS-AVG-LABEL                          PIC X(14).
001690   05  RS-AVG                                PIC ZZZZZZZ9.
001700   05  FILLER                          PIC X(9) 
001710       VALUE '  LATEST '.
001720   05  RS-LATEST                             PIC ZZZZZZZ9.
001730   05  FILLER                          PIC X(2)  VALUE SPACES.
001740   05  RS-FLAG                               PIC X(30).
001743   05  RS-SAVED-AREA.
001746     10  RS-SAVED-LABEL                      PIC X(14).
001750     10  RS-SAVED-TOTAL                      PIC -(9)9.
001753     10  RS-SAVED-UNITS                      PIC X(5).
001756   05  FILLER                          PIC X(28) VALUE SPACES.
001760
001770 LINKAGE SECTION.
001780 01  LK-EXEC-PARM.
003220           MOVE PERFHST-PROGRAM
003230             TO WS-TREND-PROGRAM (WS-TREND-IX)
003240           MOVE ZERO TO WS-TREND-RUNS (WS-TREND-IX)
003260           MOVE ZERO TO WS-TREND-LATEST (WS-TREND-IX)
003270           MOVE ZERO TO WS-TREND-HIST-CNT (WS-TREND-IX)
003271           MOVE ZERO TO WS-TREND-SAVED-TOTAL (WS-TREND-IX)
003273           MOVE ZERO TO WS-TREND-BUS-RUNS (WS-TREND-IX)
003275           MOVE ZERO TO WS-TREND-BUS-TOTAL (WS-TREND-IX)
003276           MOVE ZERO TO WS-TREND-NBD-RUNS (WS-TREND-IX)
003278           MOVE ZERO TO WS-TREND-NBD-TOTAL (WS-TREND-IX)
003280        END-IF
003281     END-IF.
003283     IF PERFHST-SAVED IS NUMERIC
003285        MOVE PERFHST-SAVED TO WS-RUN-SAVED
003286     ELSE
003288        MOVE ZERO TO WS-RUN-SAVED
003290     END-IF.
003300     IF WS-TREND-IX IS NOT GREATER THAN 20
003310        IF WS-TREND-RUNS (WS-TREND-IX) IS GREATER THAN ZERO
003313           IF TREND-LATEST-ON-BUSINESS-DAY (WS-TREND-IX)
003316              ADD 1 TO WS-TREND-BUS-RUNS (WS-TREND-IX)
003319              ADD WS-TREND-LATEST (WS-TREND-IX)
003322                TO WS-TREND-BUS-TOTAL (WS-TREND-IX)
003325           ELSE
003328              ADD 1 TO WS-TREND-NBD-RUNS (WS-TREND-IX)
003331              ADD WS-TREND-LATEST (WS-TREND-IX)
003334                TO WS-TREND-NBD-TOTAL (WS-TREND-IX)
003337           END-IF
003340        END-IF
003350        ADD 1 TO WS-TREND-RUNS (WS-TREND-IX)
003360        MOVE PERFHST-ELAPSED TO WS-TREND-LATEST (WS-TREND-IX)
003370        MOVE PERFHST-RUN-DATE
003380          TO WS-TREND-LATEST-DATE (WS-TREND-IX)
003382        ADD WS-RUN-SAVED TO WS-TREND-SAVED-TOTAL (WS-TREND-IX)
003384        PERFORM CLASSIFY-RUN-DATE
003386        MOVE WS-RUN-BUS-SW
003388          TO WS-TREND-LATEST-BUS-SW (WS-TREND-IX)
003390        PERFORM KEEP-LAST-RUNS
003391     END-IF.
003392
003393*****************************************************************
003394* Ask the business-day calendar what kind of day the run was on *
003395* - a run date the calendar cannot take is trended with the     *
003396* business days.                                                *
003397*****************************************************************
003398 CLASSIFY-RUN-DATE.
003399     MOVE 'Y' TO WS-RUN-BUS-SW.
003400     MOVE SPACES TO WS-RUN-DAY-DESC.
003401     IF PERFHST-RUN-DATE IS NUMERIC
003402        MOVE PERFHST-RUN-DATE TO WS-RUN-DATE-YYMMDD
003403        MOVE WS-RUN-DATE-CCYYMMDD TO BDY-DATE
003404        SET BDY-FN-IS-BUSINESS-DAY TO TRUE
003405        CALL 'ZBNKCAL1' USING WS-BDY-COMMAREA
003406        IF NOT BDY-RETURN-BAD-DATE
003407         AND BDY-NOT-BUSINESS-DAY
003408           MOVE 'N' TO WS-RUN-BUS-SW
003409           MOVE BDY-DAY-DESC TO WS-RUN-DAY-DESC
003410        END-IF
003411     END-IF.
003412
003420*****************************************************************
003430* Keep the last ten runs for the program, shifting the oldest   *
003440* off the front once the table is full.                         *
003640       TO WS-TREND-HIST-CNT2 (WS-TREND-IX, WS-TREND-HIX).
003650     MOVE PERFHST-ELAPSED
003660       TO WS-TREND-HIST-ELAPSED (WS-TREND-IX, WS-TREND-HIX).
003662     MOVE WS-RUN-SAVED
003664       TO WS-TREND-HIST-SAVED (WS-TREND-IX, WS-TREND-HIX).
003666     MOVE WS-RUN-DAY-DESC
003668       TO WS-TREND-HIST-DAY-DESC (WS-TREND-IX, WS-TREND-HIX).
003670
003680*****************************************************************
003690* Report one program's recent runs and judge its latest runtime *
003700* against the average of the runs before it and against the     *
003710* absolute window limit.                                        *
003713* The average is of the earlier runs on the same kind of day as *
003716* the latest - business days, or weekends and bank holidays.    *
003720*****************************************************************
003730 REPORT-ONE-PROGRAM.
003740     MOVE WS-TREND-PROGRAM (WS-TREND-IX) TO RPH-PROGRAM.
003880          TO RR-CNT2
003890        MOVE WS-TREND-HIST-ELAPSED (WS-TREND-IX, WS-TREND-HIX)
003900          TO RR-ELAPSED
003901        IF WS-TREND-HIST-SAVED (WS-TREND-IX, WS-TREND-HIX)
003902              IS EQUAL TO ZERO
003903           MOVE SPACES TO RR-SAVED-AREA
003904        ELSE
003905           MOVE '  SAVED ' TO RR-SAVED-LABEL
003906           MOVE WS-TREND-HIST-SAVED (WS-TREND-IX, WS-TREND-HIX)
003907             TO RR-SAVED
003908           MOVE ' /100' TO RR-SAVED-UNITS
003909        END-IF
003910        MOVE WS-TREND-HIST-DAY-DESC (WS-TREND-IX, WS-TREND-HIX)
003911          TO RR-DAY-DESC
003912        MOVE RPT-RUN-LINE TO PERF-REPORT-LINE
003920        PERFORM REPORT-PUT
003930     END-PERFORM.
003931     IF TREND-LATEST-ON-BUSINESS-DAY (WS-TREND-IX)
003932        MOVE 'PRIOR AVERAGE ' TO RS-AVG-LABEL
003933        MOVE WS-TREND-BUS-RUNS (WS-TREND-IX) TO WS-PRIOR-RUNS
003934        MOVE WS-TREND-BUS-TOTAL (WS-TREND-IX) TO WS-PRIOR-TOTAL
003935     ELSE
003936        MOVE 'NON-BUS AVG   ' TO RS-AVG-LABEL
003937        MOVE WS-TREND-NBD-RUNS (WS-TREND-IX) TO WS-PRIOR-RUNS
003938        MOVE WS-TREND-NBD-TOTAL (WS-TREND-IX) TO WS-PRIOR-TOTAL
003939     END-IF.
003940     MOVE ZERO TO WS-TREND-AVG.
003956     IF WS-PRIOR-RUNS IS GREATER THAN ZERO
003973        COMPUTE WS-TREND-AVG = WS-PRIOR-TOTAL / WS-PRIOR-RUNS
003990     END-IF.
004000     MOVE WS-TREND-AVG TO RS-AVG.
004010     MOVE WS-TREND-LATEST (WS-TREND-IX) TO RS-LATEST.
004140            WS-LIMIT-HUNDREDTHS
004150        MOVE '** BATCH WINDOW AT RISK **' TO RS-FLAG
004160        ADD 1 TO WS-WARNINGS-FOUND
004161     END-IF.
004162     IF WS-TREND-SAVED-TOTAL (WS-TREND-IX) IS EQUAL TO ZERO
004163        MOVE SPACES TO RS-SAVED-AREA
004165     ELSE
004166        MOVE 'TOTAL SAVED ' TO RS-SAVED-LABEL
004167        MOVE WS-TREND-SAVED-TOTAL (WS-TREND-IX) TO RS-SAVED-TOTAL
004168        MOVE ' /100' TO RS-SAVED-UNITS
004170     END-IF.
004180     MOVE RPT-STAT-LINE TO PERF-REPORT-LINE.
004190     PERFORM REPORT-PUT.
