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
000130* Prgram:      ZBNKHOL1.CBL                                     *
000140* Function:    Business-day calendar maintenance - apply the    *
000150*              bank holidays and working weekend days that      *
000160*              operations have added, changed and withdrawn to  *
000170*              the calendar ZBNKCAL1 answers from, add each     *
000180*              change to the calendar audit trail and report    *
000190*              the calendar with each year's business days      *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.
000230     ZBNKHOL1.
000240 DATE-WRITTEN.
000250     October 2026.
000260 DATE-COMPILED.
000270     Today.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT   SECTION.
000300   FILE-CONTROL.
000310     SELECT OPTIONAL BUSINESS-CALENDAR-FILE
000320            ASSIGN       TO BUSCAL
000330            ORGANIZATION IS SEQUENTIAL
000340            ACCESS MODE  IS SEQUENTIAL
000350            FILE STATUS  IS WS-BUSCAL-STATUS.
000360
000370     SELECT CALENDAR-TRANS-FILE
000380            ASSIGN       TO HOLTRAN
000390            ORGANIZATION IS SEQUENTIAL
000400            ACCESS MODE  IS SEQUENTIAL
000410            FILE STATUS  IS WS-HOLTRAN-STATUS.
000420
000430     SELECT NEW-CALENDAR-FILE
000440            ASSIGN       TO BUSCALN
000450            ORGANIZATION IS SEQUENTIAL
000460            ACCESS MODE  IS SEQUENTIAL
000470            FILE STATUS  IS WS-BUSCALN-STATUS.
000480
000490     SELECT OPTIONAL CALENDAR-AUDIT-FILE
000500            ASSIGN       TO HOLAUDT
000510            ORGANIZATION IS SEQUENTIAL
000520            ACCESS MODE  IS SEQUENTIAL
000530            FILE STATUS  IS WS-AUDIT-STATUS.
000540
000550     SELECT MAINT-REPORT
000560            ASSIGN       TO HOLRPT
000570            ORGANIZATION IS SEQUENTIAL
000580            ACCESS MODE  IS SEQUENTIAL
000590            FILE STATUS  IS WS-REPORT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  BUSINESS-CALENDAR-FILE
000640     RECORD CONTAINS 80 CHARACTERS.
000650 COPY CBUSCAL.
000660
000670*****************************************************************
000680* Calendar transactions sent in by operations - one record per  *
000690* day added, changed or withdrawn, carrying the userid of who   *
000700* asked. "A" adds a day - type "H" closes a weekday for a bank  *
000710* holiday, type "O" opens a weekend day the bank is working;    *
000720* "C" changes an entry's description; "D" withdraws the entry.  *
000730*****************************************************************
000740 FD  CALENDAR-TRANS-FILE
000750     RECORD CONTAINS 80 CHARACTERS.
000760 01  CALENDAR-TRANS-RECORD.
000770   05  HLT-ACTION                            PIC X(1).
000780     88  HLT-ACTION-ADD                      VALUE 'A'.
000790     88  HLT-ACTION-CHANGE                   VALUE 'C'.
000800     88  HLT-ACTION-DELETE                   VALUE 'D'.
000810   05  HLT-DATE                              PIC X(8).
000820   05  HLT-DATE-N REDEFINES HLT-DATE         PIC 9(8).
000830   05  HLT-TYPE                              PIC X(1).
000840     88  HLT-TYPE-HOLIDAY                    VALUE 'H'.
000850     88  HLT-TYPE-OPEN-DAY                   VALUE 'O'.
000860   05  HLT-DESC                              PIC X(30).
000870   05  HLT-USERID                            PIC X(8).
000880   05  FILLER                                PIC X(32).
000890
000900 FD  NEW-CALENDAR-FILE
000910     RECORD CONTAINS 80 CHARACTERS.
000920 01  NEW-CALENDAR-RECORD                     PIC X(80).
000930
000940*****************************************************************
000950* The audit trail - one record for every change made to the     *
000960* calendar, with who made it. It is added to run after run,     *
000970* never rewritten.                                              *
000980*****************************************************************
000990 FD  CALENDAR-AUDIT-FILE
001000     RECORD CONTAINS 100 CHARACTERS.
001010 01  CALENDAR-AUDIT-RECORD.
001020   05  HLA-DATE                              PIC 9(6).
001030   05  HLA-TIME                              PIC 9(8).
001040   05  HLA-ACTION                            PIC X(1).
001050   05  HLA-CAL-DATE                          PIC 9(8).
001060   05  HLA-TYPE                              PIC X(1).
001070   05  HLA-USERID                            PIC X(8).
001080   05  HLA-OLD-DESC                          PIC X(30).
001090   05  HLA-NEW-DESC                          PIC X(30).
001100   05  FILLER                                PIC X(8).
001110
001120 FD  MAINT-REPORT
001130     RECORD CONTAINS 80 CHARACTERS.
001140 01  MAINT-REPORT-LINE                       PIC X(80).
001150
001160 WORKING-STORAGE SECTION.
001170 01  WS-MISC-STORAGE.
001180   05  WS-PROGRAM-ID                         PIC X(8)
001190       VALUE 'ZBNKHOL1'.
001200   05  WS-BUSCAL-STATUS.
001210     10  WS-BUSCAL-STAT1                     PIC X(1).
001220     10  WS-BUSCAL-STAT2                     PIC X(1).
001230
001240   05  WS-HOLTRAN-STATUS.
001250     10  WS-HOLTRAN-STAT1                    PIC X(1).
001260     10  WS-HOLTRAN-STAT2                    PIC X(1).
001270
001280   05  WS-BUSCALN-STATUS.
001290     10  WS-BUSCALN-STAT1                    PIC X(1).
001300     10  WS-BUSCALN-STAT2                    PIC X(1).
001310
001320   05  WS-AUDIT-STATUS.
001330     10  WS-AUDIT-STAT1                      PIC X(1).
001340     10  WS-AUDIT-STAT2                      PIC X(1).
001350
001360   05  WS-REPORT-STATUS.
001370     10  WS-REPORT-STAT1                     PIC X(1).
001380     10  WS-REPORT-STAT2                     PIC X(1).
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
001500   05  WS-BUSCAL-EOF-SW                      PIC X(1)
001510       VALUE 'N'.
001520     88  BUSCAL-EOF                          VALUE 'Y'.
001530   05  WS-TRANS-EOF-SW                       PIC X(1)
001540       VALUE 'N'.
001550     88  TRANS-FILE-EOF                      VALUE 'Y'.
001560   05  WS-TRANS-VALID-SW                     PIC X(1)
001570       VALUE 'N'.
001580     88  TRANS-VALID                         VALUE 'Y'.
001590
001600   05  WS-DAYS-ADDED                         PIC 9(4)
001610       VALUE ZERO.
001620   05  WS-DAYS-CHANGED                       PIC 9(4)
001630       VALUE ZERO.
001640   05  WS-DAYS-WITHDRAWN                     PIC 9(4)
001650       VALUE ZERO.
001660   05  WS-TRANS-REJECTED                     PIC 9(4)
001670       VALUE ZERO.
001680   05  WS-YEARS-MISSING                      PIC 9(4)
001690       VALUE ZERO.
001700
001710*****************************************************************
001720* The calendar held in storage, in date order, while the        *
001730* transactions are applied against it.                          *
001740*****************************************************************
001750 01  WS-CAL-TABLE.
001760   05  WS-CAL-COUNT                          PIC 9(4)
001770       VALUE ZERO.
001780   05  WS-CAL-ENTRY OCCURS 2000 TIMES.
001790     10  WS-CAL-IMAGE                        PIC X(80).
001800   05  WS-CAL-IX                             PIC 9(4).
001810   05  WS-CAL-MATCH-IX                       PIC 9(4).
001820   05  WS-CAL-FOUND-SW                       PIC X(1)
001830       VALUE 'N'.
001840     88  CAL-ENTRY-FOUND                     VALUE 'Y'.
001850
001860*****************************************************************
001870* Each calendar year from this one to the last on the calendar, *
001880* with the days that year the calendar closes and opens.        *
001890*****************************************************************
001900 01  WS-YEAR-TABLE.
001910   05  WS-YEAR-COUNT                         PIC 9(2)
001920       VALUE ZERO.
001930   05  WS-YEAR-ENTRY OCCURS 20 TIMES.
001940     10  WS-YEAR-CCYY                        PIC 9(4).
001950     10  WS-YEAR-HOLIDAYS                    PIC 9(3).
001960     10  WS-YEAR-OPEN-DAYS                   PIC 9(3).
001970     10  WS-YEAR-WEEKEND-DAYS                PIC 9(3).
001980     10  WS-YEAR-DAYS                        PIC 9(3).
001990   05  WS-YEAR-IX                            PIC 9(2).
002000
002010*****************************************************************
002020* Day arithmetic. Day numbers are days since 31 Dec 1600, a     *
002030* Sunday, so the weekday is the remainder by seven of one less  *
002040* than the day number, plus one - Monday being 1.               *
002050*****************************************************************
002060 01  WS-DAY-WORK.
002070   05  WS-DAY-DATE                           PIC 9(8).
002080   05  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
002090     10  WS-DAY-CCYY                         PIC 9(4).
002100     10  WS-DAY-MMDD                         PIC 9(4).
002110   05  WS-DAY-NO                             PIC 9(7).
002120   05  WS-DAY-END-NO                         PIC 9(7).
002130   05  WS-DAY-OF-WEEK                        PIC 9(1).
002140   05  WS-DAY-NAMES.
002150     10  FILLER                              PIC X(9)
002160         VALUE 'MONDAY'.
002170     10  FILLER                              PIC X(9)
002180         VALUE 'TUESDAY'.
002190     10  FILLER                              PIC X(9)
002200         VALUE 'WEDNESDAY'.
002210     10  FILLER                              PIC X(9)
002220         VALUE 'THURSDAY'.
002230     10  FILLER                              PIC X(9)
002240         VALUE 'FRIDAY'.
002250     10  FILLER                              PIC X(9)
002260         VALUE 'SATURDAY'.
002270     10  FILLER                              PIC X(9)
002280         VALUE 'SUNDAY'.
002290   05  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
002300     10  WS-DAY-NAME OCCURS 7 TIMES          PIC X(9).
002310
002320*****************************************************************
002330* A change being applied - the description either side of it,   *
002340* for the audit trail.                                          *
002350*****************************************************************
002360 01  WS-CHANGE.
002370   05  WS-CHG-OLD-DESC                       PIC X(30).
002380   05  WS-CHG-NEW-DESC                       PIC X(30).
002390   05  WS-REJECT-TEXT                        PIC X(40).
002400
002410 01  WS-TODAY                                PIC 9(6).
002420 01  WS-TODAY-CCYYMMDD.
002430   05  WS-TODAY-CC                           PIC 9(2)
002440       VALUE 20.
002450   05  WS-TODAY-YYMMDD                       PIC 9(6).
002460 01  WS-TODAY-DATE REDEFINES WS-TODAY-CCYYMMDD
002470                                             PIC 9(8).
002480 01  WS-THIS-YEAR                            PIC 9(4).
002490 01  WS-NEXT-YEAR                            PIC 9(4).
002500 01  WS-TIME-NOW                             PIC 9(8).
002510
002520 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002530
002540*****************************************************************
002550* Report lines.                                                 *
002560*****************************************************************
002570 01  RPT-HEADING-LINE.
002580   05  RH-TITLE                              PIC X(40)
002590       VALUE 'BUSINESS-DAY CALENDAR MAINTENANCE'.
002600   05  FILLER                          PIC X(13)
002610       VALUE '  RUN DATE - '.
002620   05  RH-RUN-DATE                           PIC 9(6).
002630   05  FILLER                          PIC X(21) VALUE SPACES.
002640
002650 01  RPT-ACTION-LINE.
002660   05  FILLER                          PIC X(2)  VALUE SPACES.
002670   05  RA-ACTION                             PIC X(9).
002680   05  FILLER                          PIC X(2)  VALUE SPACES.
002690   05  RA-DATE                               PIC X(8).
002700   05  FILLER                          PIC X(2)  VALUE SPACES.
002710   05  RA-TYPE                               PIC X(1).
002720   05  FILLER                          PIC X(2)  VALUE SPACES.
002730   05  RA-USERID                             PIC X(8).
002740   05  FILLER                          PIC X(2)  VALUE SPACES.
002750   05  RA-TEXT                               PIC X(44).
002760
002770 01  RPT-DAY-HEADING.
002780   05  FILLER                                PIC X(40)
002790       VALUE '  DATE      DAY        CLOSED/OPEN'.
002800   05  FILLER                                PIC X(40)
002810       VALUE 'DESCRIPTION'.
002820
002830 01  RPT-DAY-LINE.
002840   05  FILLER                          PIC X(2)  VALUE SPACES.
002850   05  RD-DATE                               PIC 9(8).
002860   05  FILLER                          PIC X(2)  VALUE SPACES.
002870   05  RD-DAY-NAME                           PIC X(9).
002880   05  FILLER                          PIC X(2)  VALUE SPACES.
002890   05  RD-KIND                               PIC X(17).
002900   05  RD-DESC                               PIC X(30).
002910   05  FILLER                          PIC X(10) VALUE SPACES.
002920
002930 01  RPT-YEAR-HEADING.
002940   05  FILLER                                PIC X(40)
002950       VALUE '  YEAR  HOLIDAYS  OPEN DAYS  BUSINESS DA'.
002960   05  FILLER                                PIC X(40)
002970       VALUE 'YS'.
002980
002990 01  RPT-YEAR-LINE.
003000   05  FILLER                          PIC X(2)  VALUE SPACES.
003010   05  RY-CCYY                               PIC 9(4).
003020   05  FILLER                          PIC X(5)  VALUE SPACES.
003030   05  RY-HOLIDAYS                           PIC ZZ9.
003040   05  FILLER                          PIC X(8)  VALUE SPACES.
003050   05  RY-OPEN-DAYS                          PIC ZZ9.
003060   05  FILLER                          PIC X(10) VALUE SPACES.
003070   05  RY-BUSINESS-DAYS                      PIC ZZ9.
003080   05  FILLER                          PIC X(2)  VALUE SPACES.
003090   05  RY-WARNING                            PIC X(40).
003100
003110 01  RPT-COUNT-LINE.
003120   05  RT-LABEL                              PIC X(40).
003130   05  RT-COUNT                              PIC Z(6)9.
003140   05  FILLER                          PIC X(33) VALUE SPACES.
003150
003160 PROCEDURE DIVISION.
003170*****************************************************************
003180* Load the calendar, apply the transactions against it with     *
003190* each action reported and audited, then write the new calendar *
003200* and report it from this year on.                              *
003210*****************************************************************
003220     ACCEPT WS-TODAY FROM DATE.
003230     ACCEPT WS-TIME-NOW FROM TIME.
003240     MOVE WS-TODAY TO WS-TODAY-YYMMDD.
003250     MOVE WS-TODAY-DATE (1:4) TO WS-THIS-YEAR.
003260     COMPUTE WS-NEXT-YEAR = WS-THIS-YEAR + 1.
003270
003280     PERFORM REPORT-OPEN.
003290     MOVE WS-TODAY TO RH-RUN-DATE.
003300     MOVE RPT-HEADING-LINE TO MAINT-REPORT-LINE.
003310     PERFORM REPORT-PUT.
003320     MOVE SPACES TO MAINT-REPORT-LINE.
003330     PERFORM REPORT-PUT.
003340     PERFORM LOAD-CALENDAR.
003350     PERFORM AUDIT-OPEN.
003360     PERFORM APPLY-TRANSACTIONS.
003370     PERFORM AUDIT-CLOSE.
003380     PERFORM WRITE-NEW-CALENDAR.
003390     PERFORM WRITE-CALENDAR-DAYS.
003400     PERFORM WRITE-CALENDAR-YEARS.
003410     PERFORM WRITE-SUMMARY.
003420     PERFORM REPORT-CLOSE.
003430
003440     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003450     STRING WS-DAYS-ADDED DELIMITED BY SIZE
003460            ' added, ' DELIMITED BY SIZE
003470            WS-DAYS-WITHDRAWN DELIMITED BY SIZE
003480            ' withdrawn, ' DELIMITED BY SIZE
003490            WS-TRANS-REJECTED DELIMITED BY SIZE
003500            ' rejected' DELIMITED BY SIZE
003510       INTO WS-CONSOLE-MESSAGE.
003520     PERFORM DISPLAY-CONSOLE-MESSAGE.
003530     MOVE 'End Of Job'
003540       TO WS-CONSOLE-MESSAGE.
003550     PERFORM DISPLAY-CONSOLE-MESSAGE.
003560
003570*****************************************************************
003580* A rejected transaction, or no holidays yet for next year, is  *
003590* worth a look before the calendar is relied on.                *
003600*****************************************************************
003610     IF WS-TRANS-REJECTED IS GREATER THAN ZERO
003620      OR WS-YEARS-MISSING IS GREATER THAN ZERO
003630        MOVE 4 TO RETURN-CODE
003640     ELSE
003650        MOVE 0 TO RETURN-CODE
003660     END-IF.
003670
003680     GOBACK.
003690
003700*****************************************************************
003710* Load the current calendar. File status 05 is a normal open of *
003720* an OPTIONAL file that does not exist - the first maintenance  *
003730* run starts with an empty calendar.                            *
003740*****************************************************************
003750 LOAD-CALENDAR.
003760     OPEN INPUT BUSINESS-CALENDAR-FILE.
003770     EVALUATE TRUE
003780       WHEN WS-BUSCAL-STATUS IS EQUAL TO '35'
003790       WHEN WS-BUSCAL-STATUS IS EQUAL TO '05'
003800          MOVE 'No business-day calendar - starting empty'
003810            TO WS-CONSOLE-MESSAGE
003820          PERFORM DISPLAY-CONSOLE-MESSAGE
003830       WHEN WS-BUSCAL-STATUS IS EQUAL TO '00'
003840          PERFORM BUSCAL-READ
003850          PERFORM UNTIL BUSCAL-EOF
003860             IF WS-CAL-COUNT IS LESS THAN 2000
003870                ADD 1 TO WS-CAL-COUNT
003880                MOVE BUSINESS-CALENDAR-RECORD
003890                  TO WS-CAL-IMAGE (WS-CAL-COUNT)
003900             ELSE
003910                MOVE 'Calendar table full - run refused'
003920                  TO WS-CONSOLE-MESSAGE
003930                PERFORM ABORT-PROGRAM
003940             END-IF
003950             PERFORM BUSCAL-READ
003960          END-PERFORM
003970          CLOSE BUSINESS-CALENDAR-FILE
003980       WHEN OTHER
003990          MOVE 'BUSCAL file open failure...'
004000            TO WS-CONSOLE-MESSAGE
004010          PERFORM DISPLAY-CONSOLE-MESSAGE
004020          MOVE WS-BUSCAL-STATUS TO WS-IO-STATUS
004030          PERFORM DISPLAY-IO-STATUS
004040          PERFORM ABORT-PROGRAM
004050     END-EVALUATE.
004060
004070 BUSCAL-READ.
004080     READ BUSINESS-CALENDAR-FILE
004090       AT END
004100          MOVE 'Y' TO WS-BUSCAL-EOF-SW
004110     END-READ.
004120
004130*****************************************************************
004140* Apply each transaction in the order operations sent them.     *
004150*****************************************************************
004160 APPLY-TRANSACTIONS.
004170     OPEN INPUT CALENDAR-TRANS-FILE.
004180     IF WS-HOLTRAN-STATUS IS NOT EQUAL TO '00'
004190        MOVE 'HOLTRAN file open failure...'
004200          TO WS-CONSOLE-MESSAGE
004210        PERFORM DISPLAY-CONSOLE-MESSAGE
004220        MOVE WS-HOLTRAN-STATUS TO WS-IO-STATUS
004230        PERFORM DISPLAY-IO-STATUS
004240        PERFORM ABORT-PROGRAM
004250     END-IF.
004260     PERFORM TRANS-READ.
004270     PERFORM UNTIL TRANS-FILE-EOF
004280        PERFORM APPLY-ONE-TRANSACTION
004290        PERFORM TRANS-READ
004300     END-PERFORM.
004310     CLOSE CALENDAR-TRANS-FILE.
004320
004330 TRANS-READ.
004340     READ CALENDAR-TRANS-FILE
004350       AT END
004360          MOVE 'Y' TO WS-TRANS-EOF-SW
004370     END-READ.
004380
004390*****************************************************************
004400* A transaction must carry a real date and say who sent it      *
004410* before it is looked up. A day already past cannot be added or *
004420* withdrawn - the jobs that ran on it have already answered off *
004430* the calendar as it stood. An added holiday must close a       *
004440* weekday and an added open day must open a weekend day, or the *
004450* entry would change nothing.                                   *
004460*****************************************************************
004470 APPLY-ONE-TRANSACTION.
004480     PERFORM VALIDATE-TRANSACTION.
004490     IF TRANS-VALID
004500        PERFORM FIND-CALENDAR-DAY
004510        EVALUATE TRUE
004520          WHEN HLT-ACTION-ADD AND CAL-ENTRY-FOUND
004530             MOVE 'DATE ALREADY ON CALENDAR' TO WS-REJECT-TEXT
004540             MOVE 'N' TO WS-TRANS-VALID-SW
004550          WHEN HLT-ACTION-ADD
004560           AND HLT-TYPE-HOLIDAY
004570           AND WS-DAY-OF-WEEK IS GREATER THAN 5
004580             MOVE 'HOLIDAY FALLS ON A WEEKEND' TO WS-REJECT-TEXT
004590             MOVE 'N' TO WS-TRANS-VALID-SW
004600          WHEN HLT-ACTION-ADD
004610           AND HLT-TYPE-OPEN-DAY
004620           AND WS-DAY-OF-WEEK IS LESS THAN 6
004630             MOVE 'WEEKDAY IS ALREADY OPEN' TO WS-REJECT-TEXT
004640             MOVE 'N' TO WS-TRANS-VALID-SW
004650          WHEN NOT HLT-ACTION-ADD AND NOT CAL-ENTRY-FOUND
004660             MOVE 'DATE NOT ON CALENDAR' TO WS-REJECT-TEXT
004670             MOVE 'N' TO WS-TRANS-VALID-SW
004680          WHEN OTHER
004690             CONTINUE
004700        END-EVALUATE
004710     END-IF.
004720     EVALUATE TRUE
004730       WHEN NOT TRANS-VALID
004740          PERFORM REJECT-TRANSACTION
004750       WHEN HLT-ACTION-ADD
004760          PERFORM ADD-CALENDAR-DAY
004770       WHEN HLT-ACTION-CHANGE
004780          PERFORM CHANGE-CALENDAR-DAY
004790       WHEN OTHER
004800          PERFORM WITHDRAW-CALENDAR-DAY
004810     END-EVALUATE.
004820
004830 VALIDATE-TRANSACTION.
004840     MOVE 'Y' TO WS-TRANS-VALID-SW.
004850     MOVE ZERO TO WS-DAY-OF-WEEK.
004860     EVALUATE TRUE
004870       WHEN NOT HLT-ACTION-ADD
004880        AND NOT HLT-ACTION-CHANGE
004890        AND NOT HLT-ACTION-DELETE
004900          MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-TEXT
004910          MOVE 'N' TO WS-TRANS-VALID-SW
004920       WHEN HLT-DATE IS NOT NUMERIC
004930          MOVE 'DATE IS NOT YYYYMMDD' TO WS-REJECT-TEXT
004940          MOVE 'N' TO WS-TRANS-VALID-SW
004950       WHEN FUNCTION TEST-DATE-YYYYMMDD (HLT-DATE-N)
004960              IS NOT EQUAL TO ZERO
004970          MOVE 'NOT A CALENDAR DATE' TO WS-REJECT-TEXT
004980          MOVE 'N' TO WS-TRANS-VALID-SW
004990       WHEN HLT-ACTION-ADD
005000        AND NOT HLT-TYPE-HOLIDAY
005010        AND NOT HLT-TYPE-OPEN-DAY
005020          MOVE 'UNKNOWN DAY TYPE' TO WS-REJECT-TEXT
005030          MOVE 'N' TO WS-TRANS-VALID-SW
005040       WHEN NOT HLT-ACTION-DELETE
005050        AND HLT-DESC IS EQUAL TO SPACES
005060          MOVE 'NO DESCRIPTION' TO WS-REJECT-TEXT
005070          MOVE 'N' TO WS-TRANS-VALID-SW
005080       WHEN HLT-USERID IS EQUAL TO SPACES
005090          MOVE 'NO USERID' TO WS-REJECT-TEXT
005100          MOVE 'N' TO WS-TRANS-VALID-SW
005110       WHEN NOT HLT-ACTION-CHANGE
005120        AND HLT-DATE-N IS NOT GREATER THAN WS-TODAY-DATE
005130          MOVE 'DATE ALREADY PASSED' TO WS-REJECT-TEXT
005140          MOVE 'N' TO WS-TRANS-VALID-SW
005150       WHEN OTHER
005160          MOVE HLT-DATE-N TO WS-DAY-DATE
005170          PERFORM WORK-OUT-WEEKDAY
005180     END-EVALUATE.
005190
005200*****************************************************************
005210* Find the transaction's date on the calendar, or the entry it  *
005220* would be inserted in front of to keep the calendar in order.  *
005230*****************************************************************
005240 FIND-CALENDAR-DAY.
005250     MOVE 'N' TO WS-CAL-FOUND-SW.
005260     MOVE ZERO TO WS-CAL-MATCH-IX.
005270     PERFORM VARYING WS-CAL-IX FROM 1 BY 1
005280       UNTIL WS-CAL-IX IS GREATER THAN WS-CAL-COUNT
005290             OR WS-CAL-MATCH-IX IS GREATER THAN ZERO
005300        MOVE WS-CAL-IMAGE (WS-CAL-IX) TO BUSINESS-CALENDAR-RECORD
005310        IF BCL-DATE IS NOT LESS THAN HLT-DATE-N
005320           MOVE WS-CAL-IX TO WS-CAL-MATCH-IX
005330           IF BCL-DATE IS EQUAL TO HLT-DATE-N
005340              MOVE 'Y' TO WS-CAL-FOUND-SW
005350           END-IF
005360        END-IF
005370     END-PERFORM.
005380     IF WS-CAL-MATCH-IX IS EQUAL TO ZERO
005390        COMPUTE WS-CAL-MATCH-IX = WS-CAL-COUNT + 1
005400     END-IF.
005410
005420*****************************************************************
005430* Add the day in date order, moving the later entries down.     *
005440*****************************************************************
005450 ADD-CALENDAR-DAY.
005460     IF WS-CAL-COUNT IS NOT LESS THAN 2000
005470        MOVE 'Calendar table full - run refused'
005480          TO WS-CONSOLE-MESSAGE
005490        PERFORM ABORT-PROGRAM
005500     END-IF.
005510     PERFORM VARYING WS-CAL-IX FROM WS-CAL-COUNT BY -1
005520       UNTIL WS-CAL-IX IS LESS THAN WS-CAL-MATCH-IX
005530        MOVE WS-CAL-IMAGE (WS-CAL-IX)
005540          TO WS-CAL-IMAGE (WS-CAL-IX + 1)
005550     END-PERFORM.
005560     ADD 1 TO WS-CAL-COUNT.
005570     MOVE SPACES TO BUSINESS-CALENDAR-RECORD.
005580     MOVE HLT-DATE-N TO BCL-DATE.
005590     MOVE HLT-TYPE TO BCL-TYPE.
005600     MOVE HLT-DESC TO BCL-DESC.
005610     MOVE HLT-USERID TO BCL-ADDED-BY.
005620     MOVE WS-TODAY TO BCL-ADDED-DATE.
005630     MOVE BUSINESS-CALENDAR-RECORD
005640       TO WS-CAL-IMAGE (WS-CAL-MATCH-IX).
005650     ADD 1 TO WS-DAYS-ADDED.
005660     MOVE SPACES TO WS-CHG-OLD-DESC.
005670     MOVE HLT-DESC TO WS-CHG-NEW-DESC.
005680     PERFORM WRITE-AUDIT-RECORD.
005690     MOVE 'ADDED' TO RA-ACTION.
005700     MOVE HLT-DESC TO RA-TEXT.
005710     PERFORM WRITE-ACTION-LINE.
005720
005730*****************************************************************
005740* A new description for a day already on the calendar - past    *
005750* days included, since the answer the day gives is unchanged.   *
005760*****************************************************************
005770 CHANGE-CALENDAR-DAY.
005780     MOVE WS-CAL-IMAGE (WS-CAL-MATCH-IX)
005790       TO BUSINESS-CALENDAR-RECORD.
005800     MOVE BCL-DESC TO WS-CHG-OLD-DESC.
005810     MOVE HLT-DESC TO BCL-DESC.
005820     MOVE BUSINESS-CALENDAR-RECORD
005830       TO WS-CAL-IMAGE (WS-CAL-MATCH-IX).
005840     ADD 1 TO WS-DAYS-CHANGED.
005850     MOVE HLT-DESC TO WS-CHG-NEW-DESC.
005860     MOVE BCL-TYPE TO HLT-TYPE.
005870     PERFORM WRITE-AUDIT-RECORD.
005880     MOVE 'CHANGED' TO RA-ACTION.
005890     MOVE HLT-DESC TO RA-TEXT.
005900     PERFORM WRITE-ACTION-LINE.
005910
005920*****************************************************************
005930* Withdraw the day - it goes back to being an ordinary weekday  *
005940* or weekend day - and close the gap it leaves.                 *
005950*****************************************************************
005960 WITHDRAW-CALENDAR-DAY.
005970     MOVE WS-CAL-IMAGE (WS-CAL-MATCH-IX)
005980       TO BUSINESS-CALENDAR-RECORD.
005990     MOVE BCL-DESC TO WS-CHG-OLD-DESC.
006000     MOVE BCL-TYPE TO HLT-TYPE.
006010     PERFORM VARYING WS-CAL-IX FROM WS-CAL-MATCH-IX BY 1
006020       UNTIL WS-CAL-IX IS NOT LESS THAN WS-CAL-COUNT
006030        MOVE WS-CAL-IMAGE (WS-CAL-IX + 1)
006040          TO WS-CAL-IMAGE (WS-CAL-IX)
006050     END-PERFORM.
006060     SUBTRACT 1 FROM WS-CAL-COUNT.
006070     ADD 1 TO WS-DAYS-WITHDRAWN.
006080     MOVE SPACES TO WS-CHG-NEW-DESC.
006090     PERFORM WRITE-AUDIT-RECORD.
006100     MOVE 'WITHDRAWN' TO RA-ACTION.
006110     MOVE WS-CHG-OLD-DESC TO RA-TEXT.
006120     PERFORM WRITE-ACTION-LINE.
006130
006140 REJECT-TRANSACTION.
006150     ADD 1 TO WS-TRANS-REJECTED.
006160     MOVE 'REJECTED' TO RA-ACTION.
006170     MOVE WS-REJECT-TEXT TO RA-TEXT.
006180     PERFORM WRITE-ACTION-LINE.
006190
006200 WRITE-ACTION-LINE.
006210     MOVE HLT-DATE TO RA-DATE.
006220     MOVE HLT-TYPE TO RA-TYPE.
006230     MOVE HLT-USERID TO RA-USERID.
006240     MOVE RPT-ACTION-LINE TO MAINT-REPORT-LINE.
006250     PERFORM REPORT-PUT.
006260
006270 WRITE-AUDIT-RECORD.
006280     MOVE SPACES TO CALENDAR-AUDIT-RECORD.
006290     MOVE WS-TODAY TO HLA-DATE.
006300     MOVE WS-TIME-NOW TO HLA-TIME.
006310     MOVE HLT-ACTION TO HLA-ACTION.
006320     MOVE HLT-DATE-N TO HLA-CAL-DATE.
006330     MOVE HLT-TYPE TO HLA-TYPE.
006340     MOVE HLT-USERID TO HLA-USERID.
006350     MOVE WS-CHG-OLD-DESC TO HLA-OLD-DESC.
006360     MOVE WS-CHG-NEW-DESC TO HLA-NEW-DESC.
006370     WRITE CALENDAR-AUDIT-RECORD.
006380     IF WS-AUDIT-STATUS IS NOT EQUAL TO '00'
006390        MOVE 'HOLAUDT Error writing file ...'
006400          TO WS-CONSOLE-MESSAGE
006410        PERFORM DISPLAY-CONSOLE-MESSAGE
006420        MOVE WS-AUDIT-STATUS TO WS-IO-STATUS
006430        PERFORM DISPLAY-IO-STATUS
006440        PERFORM ABORT-PROGRAM
006450     END-IF.
006460
006470*****************************************************************
006480* The weekday of WS-DAY-DATE, Monday being 1.                   *
006490*****************************************************************
006500 WORK-OUT-WEEKDAY.
006510     COMPUTE WS-DAY-NO =
006520        FUNCTION INTEGER-OF-DATE (WS-DAY-DATE).
006530     COMPUTE WS-DAY-OF-WEEK =
006540        FUNCTION MOD (WS-DAY-NO - 1, 7) + 1.
006550
006560*****************************************************************
006570* Write every day on the calendar, past and future, to the new  *
006580* calendar.                                                     *
006590*****************************************************************
006600 WRITE-NEW-CALENDAR.
006610     OPEN OUTPUT NEW-CALENDAR-FILE.
006620     IF WS-BUSCALN-STATUS IS NOT EQUAL TO '00'
006630        MOVE 'BUSCALN file open failure...'
006640          TO WS-CONSOLE-MESSAGE
006650        PERFORM DISPLAY-CONSOLE-MESSAGE
006660        MOVE WS-BUSCALN-STATUS TO WS-IO-STATUS
006670        PERFORM DISPLAY-IO-STATUS
006680        PERFORM ABORT-PROGRAM
006690     END-IF.
006700     PERFORM VARYING WS-CAL-IX FROM 1 BY 1
006710       UNTIL WS-CAL-IX IS GREATER THAN WS-CAL-COUNT
006720        WRITE NEW-CALENDAR-RECORD FROM WS-CAL-IMAGE (WS-CAL-IX)
006730        IF WS-BUSCALN-STATUS IS NOT EQUAL TO '00'
006740           MOVE 'BUSCALN Error writing file ...'
006750             TO WS-CONSOLE-MESSAGE
006760           PERFORM DISPLAY-CONSOLE-MESSAGE
006770           MOVE WS-BUSCALN-STATUS TO WS-IO-STATUS
006780           PERFORM DISPLAY-IO-STATUS
006790           PERFORM ABORT-PROGRAM
006800        END-IF
006810     END-PERFORM.
006820     CLOSE NEW-CALENDAR-FILE.
006830
006840*****************************************************************
006850* List the calendar from the start of this year on, and gather  *
006860* each year's closed and opened days as they go past.           *
006870*****************************************************************
006880 WRITE-CALENDAR-DAYS.
006890     MOVE SPACES TO MAINT-REPORT-LINE.
006900     PERFORM REPORT-PUT.
006910     MOVE '  CALENDAR FROM THIS YEAR' TO MAINT-REPORT-LINE.
006920     PERFORM REPORT-PUT.
006930     MOVE RPT-DAY-HEADING TO MAINT-REPORT-LINE.
006940     PERFORM REPORT-PUT.
006950     MOVE 1 TO WS-YEAR-COUNT.
006960     MOVE WS-THIS-YEAR TO WS-YEAR-CCYY (1).
006970     MOVE ZERO TO WS-YEAR-HOLIDAYS (1).
006980     MOVE ZERO TO WS-YEAR-OPEN-DAYS (1).
006990     PERFORM VARYING WS-CAL-IX FROM 1 BY 1
007000       UNTIL WS-CAL-IX IS GREATER THAN WS-CAL-COUNT
007010        MOVE WS-CAL-IMAGE (WS-CAL-IX) TO BUSINESS-CALENDAR-RECORD
007020        MOVE BCL-DATE TO WS-DAY-DATE
007030        IF WS-DAY-CCYY IS NOT LESS THAN WS-THIS-YEAR
007040           PERFORM WRITE-ONE-CALENDAR-DAY
007050        END-IF
007060     END-PERFORM.
007070
007080 WRITE-ONE-CALENDAR-DAY.
007090     PERFORM UNTIL WS-YEAR-CCYY (WS-YEAR-COUNT)
007100                     IS NOT LESS THAN WS-DAY-CCYY
007110                OR WS-YEAR-COUNT IS EQUAL TO 20
007120        ADD 1 TO WS-YEAR-COUNT
007130        COMPUTE WS-YEAR-CCYY (WS-YEAR-COUNT) =
007140           WS-YEAR-CCYY (WS-YEAR-COUNT - 1) + 1
007150        MOVE ZERO TO WS-YEAR-HOLIDAYS (WS-YEAR-COUNT)
007160        MOVE ZERO TO WS-YEAR-OPEN-DAYS (WS-YEAR-COUNT)
007170     END-PERFORM.
007180     IF WS-YEAR-CCYY (WS-YEAR-COUNT) IS EQUAL TO WS-DAY-CCYY
007190        IF BCL-HOLIDAY
007200           ADD 1 TO WS-YEAR-HOLIDAYS (WS-YEAR-COUNT)
007210        ELSE
007220           ADD 1 TO WS-YEAR-OPEN-DAYS (WS-YEAR-COUNT)
007230        END-IF
007240     END-IF.
007250     PERFORM WORK-OUT-WEEKDAY.
007260     MOVE BCL-DATE TO RD-DATE.
007270     MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO RD-DAY-NAME.
007280     IF BCL-HOLIDAY
007290        MOVE 'CLOSED - HOLIDAY' TO RD-KIND
007300     ELSE
007310        MOVE 'OPEN - WORKING' TO RD-KIND
007320     END-IF.
007330     MOVE BCL-DESC TO RD-DESC.
007340     MOVE RPT-DAY-LINE TO MAINT-REPORT-LINE.
007350     PERFORM REPORT-PUT.
007360
007370*****************************************************************
007380* Report each year's business days - the weekdays of the year,  *
007390* less the holidays, plus the weekend days opened. A year after *
007400* this one with no holidays entered is flagged: the calendar    *
007410* has not been set up for it yet and would treat every weekday  *
007420* as a business day.                                            *
007430*****************************************************************
007440 WRITE-CALENDAR-YEARS.
007450     IF WS-YEAR-CCYY (WS-YEAR-COUNT) IS LESS THAN WS-NEXT-YEAR
007460        ADD 1 TO WS-YEAR-COUNT
007470        MOVE WS-NEXT-YEAR TO WS-YEAR-CCYY (WS-YEAR-COUNT)
007480        MOVE ZERO TO WS-YEAR-HOLIDAYS (WS-YEAR-COUNT)
007490        MOVE ZERO TO WS-YEAR-OPEN-DAYS (WS-YEAR-COUNT)
007500     END-IF.
007510     MOVE SPACES TO MAINT-REPORT-LINE.
007520     PERFORM REPORT-PUT.
007530     MOVE RPT-YEAR-HEADING TO MAINT-REPORT-LINE.
007540     PERFORM REPORT-PUT.
007550     PERFORM VARYING WS-YEAR-IX FROM 1 BY 1
007560       UNTIL WS-YEAR-IX IS GREATER THAN WS-YEAR-COUNT
007570        PERFORM COUNT-YEAR-WEEKENDS
007580        MOVE WS-YEAR-CCYY (WS-YEAR-IX) TO RY-CCYY
007590        MOVE WS-YEAR-HOLIDAYS (WS-YEAR-IX) TO RY-HOLIDAYS
007600        MOVE WS-YEAR-OPEN-DAYS (WS-YEAR-IX) TO RY-OPEN-DAYS
007610        COMPUTE RY-BUSINESS-DAYS =
007620           WS-YEAR-DAYS (WS-YEAR-IX)
007630           - WS-YEAR-WEEKEND-DAYS (WS-YEAR-IX)
007640           - WS-YEAR-HOLIDAYS (WS-YEAR-IX)
007650           + WS-YEAR-OPEN-DAYS (WS-YEAR-IX)
007660        MOVE SPACES TO RY-WARNING
007670        IF WS-YEAR-CCYY (WS-YEAR-IX) IS GREATER THAN WS-THIS-YEAR
007680         AND WS-YEAR-HOLIDAYS (WS-YEAR-IX) IS EQUAL TO ZERO
007690           MOVE '** NO HOLIDAYS ENTERED FOR THIS YEAR **'
007700             TO RY-WARNING
007710           ADD 1 TO WS-YEARS-MISSING
007720        END-IF
007730        MOVE RPT-YEAR-LINE TO MAINT-REPORT-LINE
007740        PERFORM REPORT-PUT
007750     END-PERFORM.
007760
007770 COUNT-YEAR-WEEKENDS.
007780     MOVE WS-YEAR-CCYY (WS-YEAR-IX) TO WS-DAY-CCYY.
007790     MOVE 1231 TO WS-DAY-MMDD.
007800     COMPUTE WS-DAY-END-NO =
007810        FUNCTION INTEGER-OF-DATE (WS-DAY-DATE).
007820     MOVE 0101 TO WS-DAY-MMDD.
007830     PERFORM WORK-OUT-WEEKDAY.
007840     COMPUTE WS-YEAR-DAYS (WS-YEAR-IX) =
007850        WS-DAY-END-NO - WS-DAY-NO + 1.
007860     MOVE ZERO TO WS-YEAR-WEEKEND-DAYS (WS-YEAR-IX).
007870     PERFORM UNTIL WS-DAY-NO IS GREATER THAN WS-DAY-END-NO
007880        COMPUTE WS-DAY-OF-WEEK =
007890           FUNCTION MOD (WS-DAY-NO - 1, 7) + 1
007900        IF WS-DAY-OF-WEEK IS GREATER THAN 5
007910           ADD 1 TO WS-YEAR-WEEKEND-DAYS (WS-YEAR-IX)
007920        END-IF
007930        ADD 1 TO WS-DAY-NO
007940     END-PERFORM.
007950
007960 WRITE-SUMMARY.
007970     MOVE SPACES TO MAINT-REPORT-LINE.
007980     PERFORM REPORT-PUT.
007990     MOVE 'DAYS ADDED' TO RT-LABEL.
008000     MOVE WS-DAYS-ADDED TO RT-COUNT.
008010     MOVE RPT-COUNT-LINE TO MAINT-REPORT-LINE.
008020     PERFORM REPORT-PUT.
008030     MOVE 'DAYS CHANGED' TO RT-LABEL.
008040     MOVE WS-DAYS-CHANGED TO RT-COUNT.
008050     MOVE RPT-COUNT-LINE TO MAINT-REPORT-LINE.
008060     PERFORM REPORT-PUT.
008070     MOVE 'DAYS WITHDRAWN' TO RT-LABEL.
008080     MOVE WS-DAYS-WITHDRAWN TO RT-COUNT.
008090     MOVE RPT-COUNT-LINE TO MAINT-REPORT-LINE.
008100     PERFORM REPORT-PUT.
008110     MOVE 'TRANSACTIONS REJECTED' TO RT-LABEL.
008120     MOVE WS-TRANS-REJECTED TO RT-COUNT.
008130     MOVE RPT-COUNT-LINE TO MAINT-REPORT-LINE.
008140     PERFORM REPORT-PUT.
008150     MOVE 'DAYS ON CALENDAR' TO RT-LABEL.
008160     MOVE WS-CAL-COUNT TO RT-COUNT.
008170     MOVE RPT-COUNT-LINE TO MAINT-REPORT-LINE.
008180     PERFORM REPORT-PUT.
008190
008200*****************************************************************
008210* Open the audit trail to add to it. File status 05 is a normal *
008220* open of an OPTIONAL file that did not exist - the first run   *
008230* starts the trail.                                             *
008240*****************************************************************
008250 AUDIT-OPEN.
008260     OPEN EXTEND CALENDAR-AUDIT-FILE.
008270     IF WS-AUDIT-STATUS IS NOT EQUAL TO '00'
008280      AND WS-AUDIT-STATUS IS NOT EQUAL TO '05'
008290        MOVE 'HOLAUDT file open failure...'
008300          TO WS-CONSOLE-MESSAGE
008310        PERFORM DISPLAY-CONSOLE-MESSAGE
008320        MOVE WS-AUDIT-STATUS TO WS-IO-STATUS
008330        PERFORM DISPLAY-IO-STATUS
008340        PERFORM ABORT-PROGRAM
008350     END-IF.
008360
008370 AUDIT-CLOSE.
008380     CLOSE CALENDAR-AUDIT-FILE.
008390
008400*****************************************************************
008410* Open the maintenance report as output.                        *
008420*****************************************************************
008430 REPORT-OPEN.
008440     OPEN OUTPUT MAINT-REPORT.
008450     IF WS-REPORT-STATUS = '00'
008460        MOVE 'HOLRPT report opened OK'
008470          TO WS-CONSOLE-MESSAGE
008480        PERFORM DISPLAY-CONSOLE-MESSAGE
008490     ELSE
008500        MOVE 'HOLRPT report open failure...'
008510          TO WS-CONSOLE-MESSAGE
008520        PERFORM DISPLAY-CONSOLE-MESSAGE
008530        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008540        PERFORM DISPLAY-IO-STATUS
008550        PERFORM ABORT-PROGRAM
008560     END-IF.
008570
008580 REPORT-PUT.
008590     WRITE MAINT-REPORT-LINE.
008600     IF WS-REPORT-STATUS NOT = '00'
008610        MOVE 'HOLRPT report Error writing file ...'
008620          TO WS-CONSOLE-MESSAGE
008630        PERFORM DISPLAY-CONSOLE-MESSAGE
008640        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008650        PERFORM DISPLAY-IO-STATUS
008660        PERFORM ABORT-PROGRAM
008670     END-IF.
008680
008690 REPORT-CLOSE.
008700     CLOSE MAINT-REPORT.
008710
008720*****************************************************************
008730* Display the file status bytes. This routine will display as   *
008740* two digits if the full two byte file status is numeric. If    *
008750* second byte is non-numeric then it will be treated as a       *
008760* binary number.                                                *
008770*****************************************************************
008780 DISPLAY-IO-STATUS.
008790     IF WS-IO-STATUS NUMERIC
008800        MOVE SPACE TO WS-CONSOLE-MESSAGE
008810        STRING 'File status -' DELIMITED BY SIZE
008820               WS-IO-STATUS DELIMITED BY SIZE
008830          INTO WS-CONSOLE-MESSAGE
008840        PERFORM DISPLAY-CONSOLE-MESSAGE
008850     ELSE
008860        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
008870        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
008880        MOVE SPACE TO WS-CONSOLE-MESSAGE
008890        STRING 'File status -' DELIMITED BY SIZE
008900               WS-IO-STAT1 DELIMITED BY SIZE
008910               '/' DELIMITED BY SIZE
008920               WS-TWO-BYTES DELIMITED BY SIZE
008930          INTO WS-CONSOLE-MESSAGE
008940        PERFORM DISPLAY-CONSOLE-MESSAGE
008950     END-IF.
008960
008970*****************************************************************
008980* 'ABORT' the program.                                          *
008990* Post a message to the console and issue a STOP RUN            *
009000*****************************************************************
009010 ABORT-PROGRAM.
009020     IF WS-CONSOLE-MESSAGE NOT = SPACES
009030        PERFORM DISPLAY-CONSOLE-MESSAGE
009040     END-IF.
009050     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
009060     PERFORM DISPLAY-CONSOLE-MESSAGE.
009070     MOVE 16 TO RETURN-CODE.
009080     GOBACK.
009090
009100*****************************************************************
009110* Display a message on the console, prefixed with the program   *
009120* name so it can be picked out of a mixed job log.              *
009130*****************************************************************
009140 DISPLAY-CONSOLE-MESSAGE.
009150     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
