000770            ACCESS MODE  IS SEQUENTIAL
000780            FILE STATUS  IS WS-FEEREG-STATUS.
000790
000791     SELECT FEE-WAIVER-FILE
000792            ASSIGN       TO FEEWAIVE
000793            ORGANIZATION IS SEQUENTIAL
000794            ACCESS MODE  IS SEQUENTIAL
000795            FILE STATUS  IS WS-FEEWVR-STATUS.
000796
000797     SELECT FEE-REVERSAL-FILE
000798            ASSIGN       TO FEEREVS
000799            ORGANIZATION IS SEQUENTIAL
000800            ACCESS MODE  IS SEQUENTIAL
000801            FILE STATUS  IS WS-FEEREV-STATUS.
000802
000803     SELECT OPTIONAL CYCLE-CALENDAR-FILE
000810            ASSIGN       TO CYCLCAL
000820            ORGANIZATION IS SEQUENTIAL
000830            ACCESS MODE  IS SEQUENTIAL
001120            ORGANIZATION IS SEQUENTIAL
001130            ACCESS MODE  IS SEQUENTIAL
001140            FILE STATUS  IS WS-INTREG-STATUS.
001141
001142     SELECT OPTIONAL INT-RATE-SCHEDULE-FILE
001144            ASSIGN       TO RATESCHD
001145            ORGANIZATION IS SEQUENTIAL
001147            ACCESS MODE  IS SEQUENTIAL
001148            FILE STATUS  IS WS-RATESCHD-STATUS.
001150
001160     SELECT REJECT-FILE
001170            ASSIGN       TO REJECTS
002120
002130*****************************************************************
002140* Fee register - one record per customer assessed a service     *
002147* charge this run, a memo record for each fee waived and one    *
002155* for each prior-cycle fee reversed, closed with a TOTAL record *
002162* for posting the assessed and reversed fees to the GL.         *
002170*****************************************************************
002180 FD  FEE-REGISTER-FILE
002190     RECORD CONTAINS 100 CHARACTERS.
002200 COPY CFEEREG.
002204
002209*****************************************************************
002214* Fee waiver list maintained by the branches - a customer on    *
002218* the list is not charged the waived fee while the entry is in  *
002223* force - and the reversals of fees charged in a prior cycle    *
002228* that a branch has agreed to refund.                           *
002232*****************************************************************
002237 FD  FEE-WAIVER-FILE
002242     RECORD CONTAINS 60 CHARACTERS.
002246 COPY CFEEWVR.
002251
002256 FD  FEE-REVERSAL-FILE
002260     RECORD CONTAINS 60 CHARACTERS.
002265 COPY CFEEREV.
002270
002280*****************************************************************
002290* Statement cycle calendar maintained by operations - 'C'       *
003120 COPY CINTREG.
003160
003170*****************************************************************
003171* Deposit interest rate schedule maintained by ZBNKIRM1 - the   *
003172* annual rate for each account type, currency and balance tier  *
003173* from its effective date.                                      *
003174*****************************************************************
003175 FD  INT-RATE-SCHEDULE-FILE
003176     RECORD CONTAINS 80 CHARACTERS.
003177 COPY CINTRAT.
003178
003179*****************************************************************
003180* Reject file for SOURCE2 records the data server failed on -   *
003190* one record per skipped transaction carrying its key, so the   *
003200* rejects can be chased without rerunning the extract.          *
003660     10  WS-FEEREG-STAT1                     PIC X(1).
003670     10  WS-FEEREG-STAT2                     PIC X(1).
003680
003681   05  WS-FEEWVR-STATUS.
003682     10  WS-FEEWVR-STAT1                     PIC X(1).
003683     10  WS-FEEWVR-STAT2                     PIC X(1).
003684
003685   05  WS-FEEREV-STATUS.
003686     10  WS-FEEREV-STAT1                     PIC X(1).
003687     10  WS-FEEREV-STAT2                     PIC X(1).
003688
003690   05  WS-INTREG-STATUS.
003700     10  WS-INTREG-STAT1                     PIC X(1).
003710     10  WS-INTREG-STAT2                     PIC X(1).
003712
003714   05  WS-RATESCHD-STATUS.
003716     10  WS-RATESCHD-STAT1                   PIC X(1).
003718     10  WS-RATESCHD-STAT2                   PIC X(1).
003720
003730   05  WS-CYCLCAL-STATUS.
003740     10  WS-CYCLCAL-STAT1                    PIC X(1).
007940   05  WS-FEEREG-OPEN-SW                      PIC X(1)
007950       VALUE 'N'.
007960     88  FEE-REGISTER-OPEN                     VALUE 'Y'.
007961   05  WS-FEE-WAIVED-RUN-TOTAL                PIC S9(9)V99
007962       VALUE ZERO.
007963   05  WS-FEE-WAIVED-COUNT                    PIC 9(5)
007964       VALUE ZERO.
007965   05  WS-FEE-REV-RUN-TOTAL                   PIC S9(9)V99
007966       VALUE ZERO.
007967   05  WS-FEE-REV-COUNT                       PIC 9(5)
007968       VALUE ZERO.
007969   05  WS-FEE-REV-REJECT-COUNT                PIC 9(5)
007970       VALUE ZERO.
007971   05  WS-FEE-REV-DONE-SW                     PIC X(1)
007972       VALUE 'N'.
007973     88  FEE-REVERSALS-REGISTERED              VALUE 'Y'.
007974   05  WS-FEE-REV-EOF-SW                      PIC X(1)
007975       VALUE 'N'.
007976     88  FEE-REVERSAL-FILE-EOF                 VALUE 'Y'.
007977   05  WS-FEE-REV-REJECT-REASON               PIC X(30)
007978       VALUE SPACES.
007979
007980*****************************************************************
007981* Fee waiver list, loaded from the FEEWAIVE file before the     *
007983* passes run. Each entry in force on the run date waives the    *
007984* maintenance fee, the excess activity fee or both for its      *
007986* customer at assessment; what is waived goes to the fee        *
007988* register as a memo record naming the approver, so the fee is  *
007989* never charged and never has to be refunded off-system.        *
007991*****************************************************************
007992 01  WS-FEE-WAIVERS.
007994   05  WS-FWV-LOADED-SW                       PIC X(1)
007996       VALUE 'N'.
007997     88  FEE-WAIVERS-LOADED                    VALUE 'Y'.
007999   05  WS-FWV-EOF-SW                          PIC X(1)
008000       VALUE 'N'.
008002     88  FEE-WAIVER-FILE-EOF                   VALUE 'Y'.
008004   05  WS-FWV-COUNT                           PIC 9(4)
008005       VALUE ZERO.
008007   05  WS-FWV-ENTRY OCCURS 2000 TIMES.
008008     10  WS-FWV-PID                           PIC X(5).
008010     10  WS-FWV-FEE-TYPE                      PIC X(1).
008012       88  FWV-ENTRY-MAINTENANCE               VALUE 'M'.
008013       88  FWV-ENTRY-EXCESS                    VALUE 'X'.
008015       88  FWV-ENTRY-ALL-FEES                  VALUE 'A'.
008016     10  WS-FWV-REASON                        PIC X(4).
008018     10  WS-FWV-APPROVER                      PIC X(8).
008020     10  WS-FWV-BRANCH                        PIC X(4).
008021   05  WS-FWV-IX                              PIC 9(4).
008023   05  WS-FWV-EXPIRED-COUNT                   PIC 9(4)
008024       VALUE ZERO.
008026   05  WS-FWV-REJECT-COUNT                    PIC 9(4)
008028       VALUE ZERO.
008029   05  WS-FWV-WAIVE-MAINT                     PIC S9(7)V99.
008031   05  WS-FWV-WAIVE-EXCESS                    PIC S9(7)V99.
008032   05  WS-FWV-TODAY.
008034     10  WS-FWV-TODAY-CC                      PIC X(2)
008036         VALUE '20'.
008037     10  WS-FWV-TODAY-YMD                     PIC 9(6).
008039
008040*****************************************************************
008042* Deposit interest rate schedule and accrual work fields. The   *
008044* schedule is the one ZBNKIRM1 maintains - the annual rate for  *
008045* each account type, currency and balance tier from its         *
008047* effective date, held in that order. Each interest-bearing     *
008048* account earns interest day by day from the day after its last *
008050* statement up to the run date, each day at the rate in effect  *
008052* that day for its type, currency and balance; what is credited *
008053* goes onto the extract as a type 'I' record behind the         *
008055* customer trailer and into the interest register for GL        *
008056* posting. An account with no rate in effect, or a balance at   *
008058* or below zero, earns nothing.                                 *
008060*****************************************************************
008070 01  WS-INT-SCHEDULE.
008075   05  WS-INT-SCHED-COUNT                     PIC 9(3)
008080       VALUE ZERO.
008085   05  WS-INT-SCHED-ENTRY OCCURS 300 TIMES.
008090     10  WS-INT-SCHED-KEY.
008095       15  WS-INT-SCHED-TYPE                  PIC X(10).
008100       15  WS-INT-SCHED-CURR                  PIC X(3).
008105       15  WS-INT-SCHED-FLOOR                 PIC 9(9)V99.
008110       15  WS-INT-SCHED-EFF-DATE              PIC 9(8).
008115     10  WS-INT-SCHED-EFF-DAY                 PIC 9(7).
008120     10  WS-INT-SCHED-RATE                    PIC 9(2)V9(3).
008123   05  WS-INT-SCHED-IX                        PIC 9(3).
008126   05  WS-INT-SCHED-LAST-KEY                  PIC X(32).
008130   05  WS-RATESCHD-EOF-SW                     PIC X(1)
008133       VALUE 'N'.
008136     88  RATESCHD-EOF                          VALUE 'Y'.
008140 01  WS-INT-WORK.
008150   05  WS-INT-ACCT-RATE                       PIC 9(2)V9(3).
008160   05  WS-INT-ACCT-AMOUNT                     PIC S9(7)V99.
008161   05  WS-INT-ACCT-EXACT                      PIC S9(9)V9(8).
008162   05  WS-INT-ACCT-CURR                       PIC X(3).
008163   05  WS-INT-FIRST-IX                        PIC 9(3).
008164   05  WS-INT-LAST-IX                         PIC 9(3).
008165   05  WS-INT-RUN-DATE.
008166     10  WS-INT-RUN-CC                        PIC X(2)
008167         VALUE '20'.
008168     10  WS-INT-RUN-YMD                       PIC 9(6).
008169   05  WS-INT-RUN-DIGITS REDEFINES WS-INT-RUN-DATE
008170                                              PIC 9(8).
008171   05  WS-INT-RUN-DAY                         PIC 9(7).
008172   05  WS-INT-FROM-DIGITS                     PIC 9(8).
008173   05  WS-INT-FROM-DAY                        PIC 9(7).
008174   05  WS-INT-DAY                             PIC 9(7).
008175   05  WS-INT-CREDIT-AMOUNT                   PIC S9(7)V99.
008180   05  WS-CUST-INT-TOTAL                      PIC S9(7)V99
008190       VALUE ZERO.
008200   05  WS-INT-RUN-TOTAL                       PIC S9(9)V99
009630       15  WS-CYC-RUN-MM                     PIC 9(2).
009640       15  WS-CYC-RUN-DD                     PIC 9(2).
009650   05  WS-CYC-RUN-DD-X                       PIC X(2).
009651   05  WS-CYC-RUN-DATE-N                     PIC 9(8).
009652*****************************************************************
009653* A cycle falls due on its scheduled day, or on the first       *
009654* business day after it when the day itself is a weekend or a   *
009655* bank holiday - so a run is due every cycle whose scheduled    *
009656* day falls after the previous business day, up to and          *
009657* including the run date. The scheduled day is checked in the   *
009658* run month and the month before, for a day rolled across a     *
009659* month end, and a day past the end of a short month is the     *
009660* last day of that month.                                       *
009661*****************************************************************
009662   05  WS-CYC-PREV-BUS-DATE                  PIC 9(8).
009663   05  WS-CYC-RUN-BUSINESS-SW                PIC X(1)
009664       VALUE 'Y'.
009665     88  CYCLE-RUN-ON-BUSINESS-DAY           VALUE 'Y'.
009666   05  WS-CYC-SCHED-DATE.
009667     10  WS-CYC-SCHED-CCYY                   PIC 9(4).
009668     10  WS-CYC-SCHED-MM                     PIC 9(2).
009669     10  WS-CYC-SCHED-DD                     PIC 9(2).
009670   05  WS-CYC-SCHED-DATE-N REDEFINES WS-CYC-SCHED-DATE
009671                                             PIC 9(8).
009672   05  WS-CYC-SCHED-MONTH-IX                 PIC 9(1).
009673   05  WS-CYC-SCHED-LEAP-WORK                PIC 9(4).
009674   05  WS-CYC-SCHED-LEAP-REM                 PIC 9(3).
009675   05  WS-CYC-MONTH-LENGTHS                  PIC X(24)
009676       VALUE '312831303130313130313031'.
009677   05  WS-CYC-MONTH-LENGTH-TABLE REDEFINES WS-CYC-MONTH-LENGTHS.
009678     10  WS-CYC-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).
009679   05  WS-CYC-DUE-SW                         PIC X(1)
009680       VALUE 'N'.
009681     88  CYCLE-CODE-DUE                       VALUE 'Y'.
009690   05  WS-CYC-OUT-DEF.
009700     10  WS-CYCO-D-TYPE                      PIC X(1).
009710     10  WS-CYCO-D-CODE                      PIC X(2).
009910
009920 01  WS-ALERT-COMMAREA.
009930 COPY CALERTD.
009932
009935 01  WS-BDY-COMMAREA.
009937 COPY CBUSDAY.
009940
009950 COPY CABENDD.
009960
011210*****************************************************************
011220     PERFORM PARSE-FROM-KEYWORD.
011230     PERFORM PARSE-TO-KEYWORD.
011235     PERFORM CHECK-STATEMENT-WINDOW.
011240     PERFORM PARSE-ERRLIMIT-KEYWORD.
011250     PERFORM PARSE-MASK-KEYWORD.
011260
011300* will drive DBANK51P/DBANK52P and filter what they return.     *
011310*****************************************************************
011320     PERFORM PARSE-PID-SELECTION.
011321
011322*****************************************************************
011324* Interest is accrued up to the end of the statement period,    *
011325* which is only known once the selection has been parsed.       *
011327*****************************************************************
011328     PERFORM SET-INTEREST-RUN-DATE.
011330
011340*****************************************************************
011350* Masked test data on a production cycle run would hand the     *
011580* Load the returned-mail suppression list, if one was supplied. *
011590*****************************************************************
011600     PERFORM LOAD-SUPPRESSION-LIST.
011601
011603*****************************************************************
011605* Load the fee waiver list, if one was supplied.                *
011606*****************************************************************
011608     PERFORM LOAD-FEE-WAIVERS.
011610
011620*****************************************************************
011630* Look at the checkpoint file left by a previous run before we   *
012440* our output file.                                              *
012450*****************************************************************
012460     PERFORM DUPLICATE-FILE-CLOSE.
012465     PERFORM PROCESS-FEE-REVERSALS.
012470     PERFORM FEE-REGISTER-CLOSE.
012480     PERFORM INT-REGISTER-CLOSE.
012490     PERFORM REJECT-FILE-CLOSE.
013040     STRING WS-FEE-CUST-COUNT DELIMITED BY SIZE
013050            ' customers assessed service charges'
013060              DELIMITED BY SIZE
013061       INTO WS-CONSOLE-MESSAGE.
013062     PERFORM DISPLAY-CONSOLE-MESSAGE.
013063     MOVE SPACES TO WS-CONSOLE-MESSAGE.
013064     STRING WS-FEE-WAIVED-COUNT DELIMITED BY SIZE
013065            ' fees waived at assessment'
013066              DELIMITED BY SIZE
013067       INTO WS-CONSOLE-MESSAGE.
013068     PERFORM DISPLAY-CONSOLE-MESSAGE.
013069     MOVE SPACES TO WS-CONSOLE-MESSAGE.
013070     STRING WS-FEE-REV-COUNT DELIMITED BY SIZE
013071            ' prior-cycle fees reversed, '
013072              DELIMITED BY SIZE
013073            WS-FEE-REV-REJECT-COUNT DELIMITED BY SIZE
013074            ' reversals rejected' DELIMITED BY SIZE
013075       INTO WS-CONSOLE-MESSAGE.
013080     PERFORM DISPLAY-CONSOLE-MESSAGE.
013090     MOVE SPACES TO WS-CONSOLE-MESSAGE.
013100     STRING WS-INT-CUST-COUNT DELIMITED BY SIZE
021050     END-IF.
021060
021070*****************************************************************
021071* Check the statement period against the business-day calendar  *
021072* once the run-control file and the exec parm have both had     *
021073* their say - each bound must be a real date, the period must   *
021074* not run backwards, and the business days it covers are        *
021075* echoed so a period set a day out is seen in the morning.      *
021076*****************************************************************
021077 CHECK-STATEMENT-WINDOW.
021078     IF WS-FROM-DATE IS NOT EQUAL TO '00000000'
021079        MOVE WS-FROM-DATE TO BDY-DATE
021080        SET BDY-FN-IS-BUSINESS-DAY TO TRUE
021081        CALL 'ZBNKCAL1' USING WS-BDY-COMMAREA
021082        IF BDY-RETURN-BAD-DATE
021083           MOVE 'FROM= is not a calendar date - refused'
021084             TO WS-CONSOLE-MESSAGE
021085           PERFORM ABORT-PROGRAM
021086        END-IF
021087     END-IF.
021088     IF WS-TO-DATE IS NOT EQUAL TO '99999999'
021089        MOVE WS-TO-DATE TO BDY-DATE
021090        SET BDY-FN-IS-BUSINESS-DAY TO TRUE
021091        CALL 'ZBNKCAL1' USING WS-BDY-COMMAREA
021092        IF BDY-RETURN-BAD-DATE
021093           MOVE 'TO= is not a calendar date - refused'
021094             TO WS-CONSOLE-MESSAGE
021095           PERFORM ABORT-PROGRAM
021096        END-IF
021097        IF BDY-NOT-BUSINESS-DAY
021098           MOVE SPACES TO WS-CONSOLE-MESSAGE
021099           STRING 'Statement period ends on a non-business day - '
021100                    DELIMITED BY SIZE
021101                  BDY-DAY-DESC DELIMITED BY SIZE
021102             INTO WS-CONSOLE-MESSAGE
021103           PERFORM DISPLAY-CONSOLE-MESSAGE
021104        END-IF
021105     END-IF.
021106     IF WS-FROM-DATE IS NOT EQUAL TO '00000000'
021107      AND WS-TO-DATE IS NOT EQUAL TO '99999999'
021108        IF WS-FROM-DATE IS GREATER THAN WS-TO-DATE
021109           MOVE 'Statement period FROM= is after TO= - refused'
021110             TO WS-CONSOLE-MESSAGE
021111           PERFORM ABORT-PROGRAM
021112        END-IF
021113        MOVE WS-FROM-DATE TO BDY-DATE
021114        MOVE WS-TO-DATE TO BDY-DATE-2
021115        SET BDY-FN-BETWEEN TO TRUE
021116        CALL 'ZBNKCAL1' USING WS-BDY-COMMAREA
021117        IF BDY-BUSINESS-DAY
021118           ADD 1 TO BDY-DAYS
021119        END-IF
021120        MOVE BDY-DAYS TO WS-RCT-NUM-WORK
021121        MOVE SPACES TO WS-CONSOLE-MESSAGE
021122        STRING 'Statement period covers ' DELIMITED BY SIZE
021123               WS-RCT-NUM-WORK DELIMITED BY SIZE
021124               ' business days' DELIMITED BY SIZE
021125          INTO WS-CONSOLE-MESSAGE
021126        PERFORM DISPLAY-CONSOLE-MESSAGE
021127     END-IF.
021128
021129*****************************************************************
021130* Pull a " MASK" keyword out of the exec parm and switch the     *
021131* run into masked test-data mode.                               *
021132*****************************************************************
021133 PARSE-MASK-KEYWORD.
021134     MOVE ZERO TO WS-MASK-KEYWORD-AT.
021135     MOVE 2 TO WS-MASK-SCAN-IX.
021140     PERFORM UNTIL WS-MASK-SCAN-IX IS GREATER THAN 56
021150                OR WS-MASK-KEYWORD-AT IS GREATER THAN ZERO
021160        IF WS-EXEC-PARM-DATA (WS-MASK-SCAN-IX:5)
024250*****************************************************************
024260* Decide which cycle definitions are due on the run date - a    *
024270* monthly cycle on its day of the month, a quarterly cycle on   *
024275* its day of the quarter-end months, either rolled forward to   *
024280* the next business day off the shared calendar - then flip     *
024285* each member of a due cycle to due. A run on a weekend or a    *
024290* bank holiday has nothing due: its cycles cut on the next      *
024295* business day instead.                                         *
024300*****************************************************************
024310 MARK-CYCLES-DUE.
024320     MOVE WS-CYC-RUN-DD TO WS-CYC-RUN-DD-X.
024323     MOVE WS-CYC-RUN-DATE TO WS-CYC-RUN-DATE-N.
024326     PERFORM FIND-CYCLE-DUE-WINDOW.
024330     PERFORM VARYING WS-CYC-DEF-IX FROM 1 BY 1
024340       UNTIL WS-CYC-DEF-IX IS GREATER THAN WS-CYC-DEF-COUNT
024350        MOVE 'N' TO WS-CYC-DEF-DUE-SW (WS-CYC-DEF-IX)
024374        IF CYCLE-RUN-ON-BUSINESS-DAY
024398         AND WS-CYC-DEF-DAY (WS-CYC-DEF-IX) IS NUMERIC
024422           PERFORM VARYING WS-CYC-SCHED-MONTH-IX FROM 1 BY 1
024447             UNTIL WS-CYC-SCHED-MONTH-IX IS GREATER THAN 2
024471              PERFORM CHECK-CYCLE-SCHEDULED-DAY
024495           END-PERFORM
024520        END-IF
024530     END-PERFORM.
024540     PERFORM VARYING WS-CYC-MEM-IX FROM 1 BY 1
024590        MOVE 'Cycle calendar has no members - run refused'
024600          TO WS-CONSOLE-MESSAGE
024610        PERFORM ABORT-PROGRAM
024611     END-IF.
024612
024613*****************************************************************
024614* Ask the calendar whether the run date is a business day and   *
024615* which business day came before it - the due window is the     *
024616* days after that one, up to and including the run date.        *
024617*****************************************************************
024618 FIND-CYCLE-DUE-WINDOW.
024619     MOVE WS-CYC-RUN-DATE-N TO BDY-DATE.
024620     SET BDY-FN-PREVIOUS TO TRUE.
024621     CALL 'ZBNKCAL1' USING WS-BDY-COMMAREA.
024622     IF BDY-RETURN-BAD-DATE
024623        MOVE 'Run date rejected by business-day calendar'
024624          TO WS-CONSOLE-MESSAGE
024625        PERFORM ABORT-PROGRAM
024626     END-IF.
024627     IF BDY-RETURN-NO-CALENDAR
024628        MOVE 'No business-day calendar - holidays not considered'
024629          TO WS-CONSOLE-MESSAGE
024630        PERFORM DISPLAY-CONSOLE-MESSAGE
024631     END-IF.
024632     MOVE BDY-RESULT-DATE TO WS-CYC-PREV-BUS-DATE.
024633     MOVE BDY-BUSINESS-DAY-SW TO WS-CYC-RUN-BUSINESS-SW.
024634     IF NOT CYCLE-RUN-ON-BUSINESS-DAY
024635        MOVE SPACES TO WS-CONSOLE-MESSAGE
024636        STRING 'Run date is not a business day - '
024637                 DELIMITED BY SIZE
024638               BDY-DAY-DESC DELIMITED BY SIZE
024639          INTO WS-CONSOLE-MESSAGE
024640        PERFORM DISPLAY-CONSOLE-MESSAGE
024641     END-IF.
024642
024643*****************************************************************
024644* Work out the cycle's scheduled day in the run month (first    *
024645* pass) or the month before (second pass), and mark the cycle   *
024646* due when that day falls in the due window.                    *
024647*****************************************************************
024648 CHECK-CYCLE-SCHEDULED-DAY.
024649     MOVE WS-CYC-RUN-DATE-N TO WS-CYC-SCHED-DATE-N.
024650     IF WS-CYC-SCHED-MONTH-IX IS EQUAL TO 2
024651        IF WS-CYC-SCHED-MM IS EQUAL TO 1
024652           MOVE 12 TO WS-CYC-SCHED-MM
024653           SUBTRACT 1 FROM WS-CYC-SCHED-CCYY
024654        ELSE
024655           SUBTRACT 1 FROM WS-CYC-SCHED-MM
024656        END-IF
024657     END-IF.
024658     MOVE WS-CYC-DEF-DAY (WS-CYC-DEF-IX) TO WS-CYC-SCHED-DD.
024659     IF WS-CYC-SCHED-DD IS GREATER THAN
024660          WS-CYC-MONTH-LENGTH (WS-CYC-SCHED-MM)
024661        MOVE WS-CYC-MONTH-LENGTH (WS-CYC-SCHED-MM)
024662          TO WS-CYC-SCHED-DD
024663        IF WS-CYC-SCHED-MM IS EQUAL TO 2
024664           PERFORM CHECK-CYCLE-LEAP-YEAR
024665        END-IF
024666     END-IF.
024667     IF WS-CYC-SCHED-DATE-N IS GREATER THAN WS-CYC-PREV-BUS-DATE
024668      AND WS-CYC-SCHED-DATE-N IS NOT GREATER THAN
024669            WS-CYC-RUN-DATE-N
024670        EVALUATE TRUE
024671          WHEN WS-CYC-DEF-FREQ (WS-CYC-DEF-IX)
024672                 IS EQUAL TO 'M'
024673             MOVE 'Y' TO WS-CYC-DEF-DUE-SW (WS-CYC-DEF-IX)
024674          WHEN WS-CYC-DEF-FREQ (WS-CYC-DEF-IX)
024675                 IS EQUAL TO 'Q'
024676           AND (WS-CYC-SCHED-MM IS EQUAL TO 03
024677             OR WS-CYC-SCHED-MM IS EQUAL TO 06
024678             OR WS-CYC-SCHED-MM IS EQUAL TO 09
024679             OR WS-CYC-SCHED-MM IS EQUAL TO 12)
024680             MOVE 'Y' TO WS-CYC-DEF-DUE-SW (WS-CYC-DEF-IX)
024681          WHEN OTHER
024682             CONTINUE
024683        END-EVALUATE
024684     END-IF.
024685
024686*****************************************************************
024687* A February day clamped to the 28th is the 29th in a leap year *
024688* - every fourth year, except centuries not divisible by 400.   *
024689*****************************************************************
024690 CHECK-CYCLE-LEAP-YEAR.
024691     DIVIDE WS-CYC-SCHED-CCYY BY 4
024692       GIVING WS-CYC-SCHED-LEAP-WORK
024693       REMAINDER WS-CYC-SCHED-LEAP-REM.
024694     IF WS-CYC-SCHED-LEAP-REM IS EQUAL TO ZERO
024695        DIVIDE WS-CYC-SCHED-CCYY BY 100
024696          GIVING WS-CYC-SCHED-LEAP-WORK
024697          REMAINDER WS-CYC-SCHED-LEAP-REM
024698        IF WS-CYC-SCHED-LEAP-REM IS NOT EQUAL TO ZERO
024699           MOVE 29 TO WS-CYC-SCHED-DD
024700        ELSE
024701           DIVIDE WS-CYC-SCHED-CCYY BY 400
024702             GIVING WS-CYC-SCHED-LEAP-WORK
024703             REMAINDER WS-CYC-SCHED-LEAP-REM
024704           IF WS-CYC-SCHED-LEAP-REM IS EQUAL TO ZERO
024705              MOVE 29 TO WS-CYC-SCHED-DD
024706           END-IF
024707        END-IF
024708     END-IF.
024709
024710 RESOLVE-MEMBER-DUE.
024711     MOVE 'N' TO WS-CYC-DUE-SW.
024712     PERFORM VARYING WS-CYC-DEF-IX FROM 1 BY 1
024713       UNTIL WS-CYC-DEF-IX IS GREATER THAN WS-CYC-DEF-COUNT
024714        IF WS-CYC-DEF-CODE (WS-CYC-DEF-IX) IS EQUAL TO
024715             WS-CYC-MEM-CODE (WS-CYC-MEM-IX)
024716         AND CYCLE-DEF-DUE-TODAY (WS-CYC-DEF-IX)
024717           MOVE 'Y' TO WS-CYC-DUE-SW
024720        END-IF
024730     END-PERFORM.
024740     IF CYCLE-CODE-DUE
031320     END-IF.
031330
031340*****************************************************************
031341* Load the fee waiver list into its table. A missing file means *
031342* no fee is waived this run. As with the suppression list, only *
031343* entries in force on the run date are loaded; an expiry of     *
031344* spaces or zeros never lapses. An entry without a recognised   *
031345* fee type or an approver is refused, so nothing is waived that *
031346* cannot be traced back to whoever agreed it.                   *
031347*****************************************************************
031348 LOAD-FEE-WAIVERS.
031349     ACCEPT WS-FWV-TODAY-YMD FROM DATE.
031350     OPEN INPUT FEE-WAIVER-FILE.
031351     IF WS-FEEWVR-STATUS IS EQUAL TO '35'
031352        MOVE 'No fee waiver list supplied'
031353          TO WS-CONSOLE-MESSAGE
031354        PERFORM DISPLAY-CONSOLE-MESSAGE
031355     ELSE
031356        IF WS-FEEWVR-STATUS IS NOT EQUAL TO '00'
031357           MOVE 'FEEWAIVE file open failure...'
031358             TO WS-CONSOLE-MESSAGE
031359           PERFORM DISPLAY-CONSOLE-MESSAGE
031360           MOVE WS-FEEWVR-STATUS TO WS-IO-STATUS
031361           PERFORM DISPLAY-IO-STATUS
031362           PERFORM ABORT-PROGRAM
031363        END-IF
031364        MOVE 'Y' TO WS-FWV-LOADED-SW
031365        PERFORM READ-FEE-WAIVER-RECORD
031366        PERFORM UNTIL FEE-WAIVER-FILE-EOF
031367           EVALUATE TRUE
031368             WHEN NOT FWV-MAINTENANCE
031369              AND NOT FWV-EXCESS
031370              AND NOT FWV-ALL-FEES
031371                ADD 1 TO WS-FWV-REJECT-COUNT
031372             WHEN FWV-APPROVER IS EQUAL TO SPACES
031373                ADD 1 TO WS-FWV-REJECT-COUNT
031374             WHEN FWV-EFF-DATE IS NUMERIC
031375              AND FWV-EFF-DATE IS GREATER THAN WS-FWV-TODAY
031376                CONTINUE
031377             WHEN FWV-EXP-DATE IS NUMERIC
031378              AND FWV-EXP-DATE IS NOT EQUAL TO ZERO
031379              AND FWV-EXP-DATE IS LESS THAN WS-FWV-TODAY
031380                ADD 1 TO WS-FWV-EXPIRED-COUNT
031381             WHEN WS-FWV-COUNT IS LESS THAN 2000
031382                ADD 1 TO WS-FWV-COUNT
031383                MOVE FWV-PID TO WS-FWV-PID (WS-FWV-COUNT)
031384                MOVE FWV-FEE-TYPE
031385                  TO WS-FWV-FEE-TYPE (WS-FWV-COUNT)
031386                MOVE FWV-REASON TO WS-FWV-REASON (WS-FWV-COUNT)
031387                MOVE FWV-APPROVER
031388                  TO WS-FWV-APPROVER (WS-FWV-COUNT)
031389                MOVE FWV-BRANCH TO WS-FWV-BRANCH (WS-FWV-COUNT)
031390             WHEN OTHER
031391                MOVE 'Fee waiver list full - entry ignored'
031392                  TO WS-CONSOLE-MESSAGE
031393                PERFORM DISPLAY-CONSOLE-MESSAGE
031394           END-EVALUATE
031395           PERFORM READ-FEE-WAIVER-RECORD
031396        END-PERFORM
031397        CLOSE FEE-WAIVER-FILE
031398        MOVE SPACES TO WS-CONSOLE-MESSAGE
031399        STRING WS-FWV-COUNT DELIMITED BY SIZE
031400               ' fee waivers in force, ' DELIMITED BY SIZE
031401               WS-FWV-EXPIRED-COUNT DELIMITED BY SIZE
031402               ' expired, ' DELIMITED BY SIZE
031403               WS-FWV-REJECT-COUNT DELIMITED BY SIZE
031404               ' refused' DELIMITED BY SIZE
031405          INTO WS-CONSOLE-MESSAGE
031406        PERFORM DISPLAY-CONSOLE-MESSAGE
031407     END-IF.
031408
031409 READ-FEE-WAIVER-RECORD.
031410     READ FEE-WAIVER-FILE
031411       AT END
031412          MOVE 'Y' TO WS-FWV-EOF-SW
031413     END-READ.
031414
031415*****************************************************************
031416* Assess the service charge for the customer in WS-FEE-PID      *
031417* from the fee schedule, take off anything the waiver list      *
031418* waives, write the type '6' record behind the customer's       *
031419* trailer, and register the charge for GL posting. Reprint runs *
031420* regenerate the statement only - nothing goes to the fee       *
031421* register and no fee is re-assessed.                           *
031422*****************************************************************
031423 ASSESS-CUST-FEE.
031424     IF PID-SELECT-MODE-REPRINT
031430        CONTINUE
031440     ELSE
031450        COMPUTE WS-FEE-MAINT =
031530        END-IF
031540        COMPUTE WS-FEE-EXCESS =
031550           WS-FEE-EXCESS-CNT * WS-FEE-PER-EXCESS-TRANS
031552        IF FEE-WAIVERS-LOADED
031555           PERFORM APPLY-FEE-WAIVERS
031557        END-IF
031560        COMPUTE WS-FEE-TOTAL = WS-FEE-MAINT + WS-FEE-EXCESS
031570        MOVE SPACES TO BANKXT01-REC6
031580        MOVE '6' TO BANKXT01-6-TYPE
031680     END-IF.
031690
031700*****************************************************************
031701* Apply every in-force waiver for the customer in WS-FEE-PID to *
031702* the fees just assessed. Each waiver that takes something off  *
031703* is registered as a memo entry; a fee already waived by an     *
031704* earlier entry is not waived twice.                            *
031705*****************************************************************
031706 APPLY-FEE-WAIVERS.
031707     PERFORM VARYING WS-FWV-IX FROM 1 BY 1
031708       UNTIL WS-FWV-IX IS GREATER THAN WS-FWV-COUNT
031709        IF WS-FWV-PID (WS-FWV-IX) IS EQUAL TO WS-FEE-PID
031710           MOVE ZERO TO WS-FWV-WAIVE-MAINT
031711           MOVE ZERO TO WS-FWV-WAIVE-EXCESS
031712           IF FWV-ENTRY-MAINTENANCE (WS-FWV-IX)
031713              OR FWV-ENTRY-ALL-FEES (WS-FWV-IX)
031714              MOVE WS-FEE-MAINT TO WS-FWV-WAIVE-MAINT
031715              MOVE ZERO TO WS-FEE-MAINT
031716           END-IF
031717           IF FWV-ENTRY-EXCESS (WS-FWV-IX)
031718              OR FWV-ENTRY-ALL-FEES (WS-FWV-IX)
031719              MOVE WS-FEE-EXCESS TO WS-FWV-WAIVE-EXCESS
031720              MOVE ZERO TO WS-FEE-EXCESS
031721           END-IF
031722           IF WS-FWV-WAIVE-MAINT IS GREATER THAN ZERO
031723              OR WS-FWV-WAIVE-EXCESS IS GREATER THAN ZERO
031724              PERFORM WRITE-FEE-WAIVER-ENTRY
031725           END-IF
031726        END-IF
031727     END-PERFORM.
031728
031729*****************************************************************
031730* Write the memo entry for the waiver at WS-FWV-IX - the fees   *
031731* it took off, with the reason, approver and branch from the    *
031732* list.                                                         *
031733*****************************************************************
031734 WRITE-FEE-WAIVER-ENTRY.
031735     PERFORM OPEN-FEE-REGISTER.
031736     MOVE SPACES TO FEE-REGISTER-RECORD.
031737     MOVE WS-FEE-PID TO FEE-REG-PID.
031738     MOVE WS-FEE-ACCTS TO FEE-REG-ACC-COUNT.
031739     MOVE WS-FWV-WAIVE-MAINT TO FEE-REG-MAINT-FEE.
031740     IF WS-FWV-WAIVE-EXCESS IS GREATER THAN ZERO
031741        MOVE WS-FEE-EXCESS-CNT TO FEE-REG-EXCESS-COUNT
031742     ELSE
031743        MOVE ZERO TO FEE-REG-EXCESS-COUNT
031744     END-IF.
031745     MOVE WS-FWV-WAIVE-EXCESS TO FEE-REG-EXCESS-FEE.
031746     COMPUTE FEE-REG-TOTAL-FEE =
031747        WS-FWV-WAIVE-MAINT + WS-FWV-WAIVE-EXCESS.
031748     MOVE 'W' TO FEE-REG-ENTRY-TYPE.
031749     MOVE WS-FWV-FEE-TYPE (WS-FWV-IX) TO FEE-REG-FEE-TYPE.
031750     MOVE WS-FWV-REASON (WS-FWV-IX) TO FEE-REG-REASON.
031751     MOVE WS-FWV-APPROVER (WS-FWV-IX) TO FEE-REG-APPROVER.
031752     MOVE WS-FWV-BRANCH (WS-FWV-IX) TO FEE-REG-BRANCH.
031753     MOVE WS-FWV-TODAY TO FEE-REG-CHARGED-DATE.
031754     PERFORM FEE-REGISTER-PUT.
031755     ADD FEE-REG-TOTAL-FEE TO WS-FEE-WAIVED-RUN-TOTAL.
031756     ADD 1 TO WS-FEE-WAIVED-COUNT.
031757
031758*****************************************************************
031759* Write one customer's assessed charge to the fee register.     *
031760*****************************************************************
031761 WRITE-FEE-REGISTER-ENTRY.
031762     PERFORM OPEN-FEE-REGISTER.
031763     MOVE SPACES TO FEE-REGISTER-RECORD.
031764     MOVE WS-FEE-PID TO FEE-REG-PID.
031765     MOVE WS-FEE-ACCTS TO FEE-REG-ACC-COUNT.
031766     MOVE WS-FEE-MAINT TO FEE-REG-MAINT-FEE.
031767     MOVE WS-FEE-EXCESS-CNT TO FEE-REG-EXCESS-COUNT.
031768     MOVE WS-FEE-EXCESS TO FEE-REG-EXCESS-FEE.
031769     MOVE WS-FEE-TOTAL TO FEE-REG-TOTAL-FEE.
031770     MOVE 'A' TO FEE-REG-ENTRY-TYPE.
031771     PERFORM FEE-REGISTER-PUT.
031772
031773*****************************************************************
031774* Open the fee register on first use. A restart appends to the  *
031775* register left by the run being restarted so the charges it    *
031776* assessed still reach the GL posting job.                      *
031777*****************************************************************
031778 OPEN-FEE-REGISTER.
031779     IF NOT FEE-REGISTER-OPEN
031780        IF RESTART-CHECKPOINT-FOUND
031790           PERFORM RECOVER-FEE-REGISTER-TOTALS
031800           OPEN EXTEND FEE-REGISTER-FILE
031910        END-IF
031920        MOVE 'Y' TO WS-FEEREG-OPEN-SW
031930     END-IF.
031956
031983 FEE-REGISTER-PUT.
032010     WRITE FEE-REGISTER-RECORD.
032020     IF WS-FEEREG-STATUS IS NOT EQUAL TO '00'
032030        MOVE 'FEEREG Error writing file ...'
032090     END-IF.
032100
032110*****************************************************************
032111* Register the branches' reversals of fees charged in a prior   *
032112* cycle, each as its own "R" entry so the GL posting job backs  *
032113* it out of fee income. A reversal that cannot be traced - no   *
032114* approver or branch, a fee type we do not charge, no amount,   *
032115* or a charge date that is not before this run - is rejected to *
032116* the console. A restart whose register already holds reversals *
032117* does not apply the file a second time.                        *
032118*****************************************************************
032119 PROCESS-FEE-REVERSALS.
032120     IF RESTART-CHECKPOINT-FOUND
032121        PERFORM OPEN-FEE-REGISTER
032122     END-IF.
032123     IF FEE-REVERSALS-REGISTERED
032124        MOVE 'Fee reversals already registered - not reapplied'
032125          TO WS-CONSOLE-MESSAGE
032126        PERFORM DISPLAY-CONSOLE-MESSAGE
032127     ELSE
032128        OPEN INPUT FEE-REVERSAL-FILE
032129        IF WS-FEEREV-STATUS IS EQUAL TO '35'
032130           MOVE 'No fee reversals supplied'
032131             TO WS-CONSOLE-MESSAGE
032132           PERFORM DISPLAY-CONSOLE-MESSAGE
032133        ELSE
032134           IF WS-FEEREV-STATUS IS NOT EQUAL TO '00'
032135              MOVE 'FEEREVS file open failure...'
032136                TO WS-CONSOLE-MESSAGE
032137              PERFORM DISPLAY-CONSOLE-MESSAGE
032138              MOVE WS-FEEREV-STATUS TO WS-IO-STATUS
032139              PERFORM DISPLAY-IO-STATUS
032140              PERFORM ABORT-PROGRAM
032141           END-IF
032142           PERFORM READ-FEE-REVERSAL-RECORD
032143           PERFORM UNTIL FEE-REVERSAL-FILE-EOF
032144              PERFORM VALIDATE-FEE-REVERSAL
032145              IF WS-FEE-REV-REJECT-REASON IS EQUAL TO SPACES
032146                 PERFORM WRITE-FEE-REVERSAL-ENTRY
032147              ELSE
032148                 ADD 1 TO WS-FEE-REV-REJECT-COUNT
032149                 MOVE SPACES TO WS-CONSOLE-MESSAGE
032150                 STRING 'Fee reversal ' DELIMITED BY SIZE
032151                        FRV-PID DELIMITED BY SIZE
032152                        ' rejected - ' DELIMITED BY SIZE
032153                        WS-FEE-REV-REJECT-REASON
032154                          DELIMITED BY SIZE
032155                   INTO WS-CONSOLE-MESSAGE
032156                 PERFORM DISPLAY-CONSOLE-MESSAGE
032157              END-IF
032158              PERFORM READ-FEE-REVERSAL-RECORD
032159           END-PERFORM
032160           CLOSE FEE-REVERSAL-FILE
032161        END-IF
032162     END-IF.
032163
032164 READ-FEE-REVERSAL-RECORD.
032165     READ FEE-REVERSAL-FILE
032166       AT END
032167          MOVE 'Y' TO WS-FEE-REV-EOF-SW
032168     END-READ.
032169
032170 VALIDATE-FEE-REVERSAL.
032171     MOVE SPACES TO WS-FEE-REV-REJECT-REASON.
032172     EVALUATE TRUE
032173       WHEN FRV-PID IS EQUAL TO SPACES
032174          MOVE 'no PID' TO WS-FEE-REV-REJECT-REASON
032175       WHEN NOT FRV-MAINTENANCE
032176        AND NOT FRV-EXCESS
032177          MOVE 'unknown fee type' TO WS-FEE-REV-REJECT-REASON
032178       WHEN FRV-AMOUNT IS NOT NUMERIC
032179          MOVE 'amount not numeric' TO WS-FEE-REV-REJECT-REASON
032180       WHEN FRV-AMOUNT IS EQUAL TO ZERO
032181          MOVE 'no amount' TO WS-FEE-REV-REJECT-REASON
032182       WHEN FRV-APPROVER IS EQUAL TO SPACES
032183          MOVE 'no approver' TO WS-FEE-REV-REJECT-REASON
032184       WHEN FRV-BRANCH IS EQUAL TO SPACES
032185          MOVE 'no branch' TO WS-FEE-REV-REJECT-REASON
032186       WHEN FRV-CHARGED-DATE IS NOT NUMERIC
032187          MOVE 'charge date invalid' TO WS-FEE-REV-REJECT-REASON
032188       WHEN FRV-CHARGED-DATE IS NOT LESS THAN WS-FWV-TODAY
032189          MOVE 'fee not from a prior cycle'
032190            TO WS-FEE-REV-REJECT-REASON
032191     END-EVALUATE.
032192
032193 WRITE-FEE-REVERSAL-ENTRY.
032194     PERFORM OPEN-FEE-REGISTER.
032195     MOVE SPACES TO FEE-REGISTER-RECORD.
032196     MOVE FRV-PID TO FEE-REG-PID.
032197     MOVE ZERO TO FEE-REG-ACC-COUNT.
032198     MOVE ZERO TO FEE-REG-EXCESS-COUNT.
032199     IF FRV-MAINTENANCE
032200        MOVE FRV-AMOUNT TO FEE-REG-MAINT-FEE
032201        MOVE ZERO TO FEE-REG-EXCESS-FEE
032202     ELSE
032203        MOVE ZERO TO FEE-REG-MAINT-FEE
032204        MOVE FRV-AMOUNT TO FEE-REG-EXCESS-FEE
032205     END-IF.
032206     MOVE FRV-AMOUNT TO FEE-REG-TOTAL-FEE.
032207     MOVE 'R' TO FEE-REG-ENTRY-TYPE.
032208     MOVE FRV-FEE-TYPE TO FEE-REG-FEE-TYPE.
032209     MOVE FRV-REASON TO FEE-REG-REASON.
032210     MOVE FRV-APPROVER TO FEE-REG-APPROVER.
032211     MOVE FRV-BRANCH TO FEE-REG-BRANCH.
032212     MOVE FRV-CHARGED-DATE TO FEE-REG-CHARGED-DATE.
032213     PERFORM FEE-REGISTER-PUT.
032214     ADD FRV-AMOUNT TO WS-FEE-REV-RUN-TOTAL.
032215     ADD 1 TO WS-FEE-REV-COUNT.
032216
032217*****************************************************************
032218* Close the fee register behind a TOTAL record carrying what    *
032219* was assessed across the whole run, with the reversals and     *
032220* waivers registered alongside, for the GL posting job.         *
032221*****************************************************************
032222 FEE-REGISTER-CLOSE.
032223     IF FEE-REGISTER-OPEN
032224        MOVE SPACES TO FEE-REGISTER-RECORD
032225        MOVE 'TOTAL' TO FEE-REG-PID
032226        MOVE WS-FEE-CUST-COUNT TO FEE-REG-ACC-COUNT
032227        MOVE WS-FEE-RUN-TOTAL TO FEE-REG-TOTAL-FEE
032228        MOVE WS-FEE-REV-COUNT TO FEE-REG-REVERSAL-COUNT
032229        MOVE WS-FEE-REV-RUN-TOTAL TO FEE-REG-REVERSAL-TOTAL
032230        MOVE WS-FEE-WAIVED-RUN-TOTAL TO FEE-REG-WAIVED-TOTAL
032231        WRITE FEE-REGISTER-RECORD
032232        CLOSE FEE-REGISTER-FILE
032233        MOVE 'N' TO WS-FEEREG-OPEN-SW
032240     END-IF.
032250
032260*****************************************************************
032270* Pick up the charges the run being restarted already wrote to  *
032280* the register, so the TOTAL record written at close covers the *
032290* whole appended file and not just this run's assessments.      *
032292* Waiver and reversal entries are totalled apart from the       *
032295* charges; finding reversals means that run already applied     *
032297* the reversal file.                                            *
032300*****************************************************************
032310 RECOVER-FEE-REGISTER-TOTALS.
032320     OPEN INPUT FEE-REGISTER-FILE.
032360             AT END CONTINUE
032370           END-READ
032380           IF WS-FEEREG-STATUS IS EQUAL TO '00'
032382              EVALUATE TRUE
032384                WHEN FEE-REG-WAIVER
032386                   ADD FEE-REG-TOTAL-FEE
032388                     TO WS-FEE-WAIVED-RUN-TOTAL
032390                   ADD 1 TO WS-FEE-WAIVED-COUNT
032392                WHEN FEE-REG-REVERSAL
032395                   ADD FEE-REG-TOTAL-FEE TO WS-FEE-REV-RUN-TOTAL
032397                   ADD 1 TO WS-FEE-REV-COUNT
032399                   MOVE 'Y' TO WS-FEE-REV-DONE-SW
032401                WHEN OTHER
032403                   ADD FEE-REG-TOTAL-FEE TO WS-FEE-RUN-TOTAL
032405                   ADD 1 TO WS-FEE-CUST-COUNT
032407              END-EVALUATE
032410           END-IF
032420        END-PERFORM
032430        CLOSE FEE-REGISTER-FILE
032440     END-IF.
032450
032460*****************************************************************
032466* Load the deposit interest rate schedule ZBNKIRM1 maintains.   *
032473* With no schedule no interest is accrued - better than         *
032480* crediting rates nobody has set. An entry out of order or with *
032486* an effective date that is not a date means the file was not   *
032493* written by ZBNKIRM1, and the run is refused.                  *
032500*****************************************************************
032510 LOAD-INTEREST-SCHEDULE.
032511     MOVE LOW-VALUES TO WS-INT-SCHED-LAST-KEY.
032512     OPEN INPUT INT-RATE-SCHEDULE-FILE.
032513     EVALUATE TRUE
032514       WHEN WS-RATESCHD-STATUS IS EQUAL TO '35'
032516       WHEN WS-RATESCHD-STATUS IS EQUAL TO '05'
032517          MOVE 'No RATESCHD - no interest accrued this run'
032518            TO WS-CONSOLE-MESSAGE
032519          PERFORM DISPLAY-CONSOLE-MESSAGE
032520       WHEN WS-RATESCHD-STATUS IS EQUAL TO '00'
032522          PERFORM READ-INTEREST-SCHEDULE
032523          PERFORM UNTIL RATESCHD-EOF
032524             PERFORM STORE-INTEREST-RATE
032525             PERFORM READ-INTEREST-SCHEDULE
032526          END-PERFORM
032528          CLOSE INT-RATE-SCHEDULE-FILE
032529       WHEN OTHER
032530          MOVE 'RATESCHD file open failure...'
032531            TO WS-CONSOLE-MESSAGE
032533          PERFORM DISPLAY-CONSOLE-MESSAGE
032534          MOVE WS-RATESCHD-STATUS TO WS-IO-STATUS
032535          PERFORM DISPLAY-IO-STATUS
032536          PERFORM ABORT-PROGRAM
032537     END-EVALUATE.
032539
032540 READ-INTEREST-SCHEDULE.
032541     READ INT-RATE-SCHEDULE-FILE
032542       AT END
032543          MOVE 'Y' TO WS-RATESCHD-EOF-SW
032545     END-READ.
032546
032547 STORE-INTEREST-RATE.
032548     IF WS-INT-SCHED-COUNT IS NOT LESS THAN 300
032550        MOVE 'Rate schedule table full - run refused'
032551          TO WS-CONSOLE-MESSAGE
032552        PERFORM ABORT-PROGRAM
032553     END-IF.
032554     IF IRS-EFFECTIVE-DATE IS NOT NUMERIC
032556        MOVE 'RATESCHD entry not valid - run refused'
032557          TO WS-CONSOLE-MESSAGE
032558        PERFORM ABORT-PROGRAM
032559     END-IF.
032560     IF FUNCTION TEST-DATE-YYYYMMDD (IRS-EFFECTIVE-DATE)
032562          IS NOT EQUAL TO ZERO
032563        MOVE 'RATESCHD entry not valid - run refused'
032564          TO WS-CONSOLE-MESSAGE
032565        PERFORM ABORT-PROGRAM
032566     END-IF.
032568     ADD 1 TO WS-INT-SCHED-COUNT.
032569     MOVE IRS-ACC-TYPE TO WS-INT-SCHED-TYPE (WS-INT-SCHED-COUNT).
032570     MOVE IRS-CURR-CODE TO WS-INT-SCHED-CURR (WS-INT-SCHED-COUNT).
032571     MOVE IRS-TIER-FLOOR
032573       TO WS-INT-SCHED-FLOOR (WS-INT-SCHED-COUNT).
032574     MOVE IRS-EFFECTIVE-DATE
032575       TO WS-INT-SCHED-EFF-DATE (WS-INT-SCHED-COUNT).
032576     COMPUTE WS-INT-SCHED-EFF-DAY (WS-INT-SCHED-COUNT) =
032577        FUNCTION INTEGER-OF-DATE (IRS-EFFECTIVE-DATE).
032579     MOVE IRS-RATE TO WS-INT-SCHED-RATE (WS-INT-SCHED-COUNT).
032580     IF WS-INT-SCHED-KEY (WS-INT-SCHED-COUNT) IS NOT GREATER THAN
032581          WS-INT-SCHED-LAST-KEY
032582        MOVE 'RATESCHD out of sequence - run refused'
032583          TO WS-CONSOLE-MESSAGE
032585        PERFORM ABORT-PROGRAM
032586     END-IF.
032587     MOVE WS-INT-SCHED-KEY (WS-INT-SCHED-COUNT)
032588       TO WS-INT-SCHED-LAST-KEY.
032590
032600*****************************************************************
032601* The last day interest is accrued to - the cycle date on a     *
032603* cycle run, otherwise the TO= date of the statement period, or *
032605* today when the period is left open.                           *
032607*****************************************************************
032608 SET-INTEREST-RUN-DATE.
032610     EVALUATE TRUE
032612       WHEN PID-SELECT-MODE-CYCLE
032614          MOVE WS-CYC-RUN-DATE TO WS-INT-RUN-DATE
032616       WHEN WS-TO-DATE IS NOT EQUAL TO '99999999'
032617          MOVE WS-TO-DATE TO WS-INT-RUN-DATE
032619       WHEN OTHER
032621          ACCEPT WS-INT-RUN-YMD FROM DATE
032623     END-EVALUATE.
032625     COMPUTE WS-INT-RUN-DAY =
032626        FUNCTION INTEGER-OF-DATE (WS-INT-RUN-DIGITS).
032628
032630*****************************************************************
032632* Accrue the interest the account just read in the SOURCE1 pass *
032633* has earned over the customer's statement period - day by day  *
032635* from its first day up to the interest run date, each day at   *
032637* the rate in effect that day for the account's type, currency  *
032639* and current balance, so a rate change part way through the    *
032641* period is paid from its effective date. An account with no    *
032642* usable last statement date is paid for the last 30 days, and  *
032644* no period runs longer than a year. The daily amounts are kept *
032646* to eight places and rounded once for the account. Overdrawn   *
032648* accounts earn nothing.                                        *
032650*****************************************************************
032660 ACCRUE-ACCOUNT-INTEREST.
032661     MOVE ZERO TO WS-INT-FIRST-IX.
032662     IF CD51O-ACC-CURR-BAL IS GREATER THAN ZERO
032663        PERFORM FIND-ACCOUNT-RATES
032664     END-IF.
032665     IF WS-INT-FIRST-IX IS GREATER THAN ZERO
032666        PERFORM SET-ACCRUAL-PERIOD
032667        MOVE ZERO TO WS-INT-ACCT-EXACT
032668        PERFORM VARYING WS-INT-DAY FROM WS-INT-FROM-DAY BY 1
032669          UNTIL WS-INT-DAY IS GREATER THAN WS-INT-RUN-DAY
032670           PERFORM ACCRUE-ONE-DAY
032671        END-PERFORM
032672        COMPUTE WS-INT-ACCT-AMOUNT ROUNDED = WS-INT-ACCT-EXACT
032673        ADD WS-INT-ACCT-AMOUNT TO WS-CUST-INT-TOTAL
032674     END-IF.
032675
032676*****************************************************************
032677* Find the block of schedule entries for the account's type and *
032678* currency - an account with no currency is a dollar account.   *
032679*****************************************************************
032680 FIND-ACCOUNT-RATES.
032681     IF CD51O-ACC-CURR-CODE IS EQUAL TO SPACES
032682        MOVE 'USD' TO WS-INT-ACCT-CURR
032683     ELSE
032684        MOVE CD51O-ACC-CURR-CODE TO WS-INT-ACCT-CURR
032685     END-IF.
032686     MOVE ZERO TO WS-INT-LAST-IX.
032687     PERFORM VARYING WS-INT-SCHED-IX FROM 1 BY 1
032698       UNTIL WS-INT-SCHED-IX IS GREATER THAN WS-INT-SCHED-COUNT
032710        IF WS-INT-SCHED-TYPE (WS-INT-SCHED-IX) IS EQUAL TO
032720             CD51O-ACC-DESC (1:10)
032721         AND WS-INT-SCHED-CURR (WS-INT-SCHED-IX) IS EQUAL TO
032722               WS-INT-ACCT-CURR
032723           IF WS-INT-FIRST-IX IS EQUAL TO ZERO
032724              MOVE WS-INT-SCHED-IX TO WS-INT-FIRST-IX
032725           END-IF
032726           MOVE WS-INT-SCHED-IX TO WS-INT-LAST-IX
032727        END-IF
032728     END-PERFORM.
032729
032730*****************************************************************
032731* The first day the account earns for this run - the day after  *
032732* the customer last cycled on a cycle run, otherwise the FROM=  *
032733* date of the statement period. A customer never cycled, or a   *
032734* period left open, starts the day after the account's last     *
032735* statement date (CCYYMMDD); one that is missing, not a date,   *
032736* or not before the run date gives the last 30 days.            *
032737*****************************************************************
032738 SET-ACCRUAL-PERIOD.
032739     MOVE ZERO TO WS-INT-FROM-DAY.
032740     EVALUATE TRUE
032741       WHEN PID-SELECT-MODE-CYCLE
032742          PERFORM SET-CYCLE-ACCRUAL-START
032743       WHEN WS-FROM-DATE IS NOT EQUAL TO '00000000'
032744          MOVE WS-FROM-DATE TO WS-INT-FROM-DIGITS
032745          COMPUTE WS-INT-FROM-DAY =
032746             FUNCTION INTEGER-OF-DATE (WS-INT-FROM-DIGITS)
032747     END-EVALUATE.
032748     IF WS-INT-FROM-DAY IS EQUAL TO ZERO
032749        PERFORM SET-STATEMENT-ACCRUAL-START
032750     END-IF.
032751     IF WS-INT-RUN-DAY - WS-INT-FROM-DAY IS GREATER THAN 365
032752        COMPUTE WS-INT-FROM-DAY = WS-INT-RUN-DAY - 365
032753     END-IF.
032754
032755 SET-CYCLE-ACCRUAL-START.
032756     PERFORM VARYING WS-CYC-MEM-IX FROM 1 BY 1
032757       UNTIL WS-CYC-MEM-IX IS GREATER THAN WS-CYC-MEM-COUNT
032758                OR WS-INT-FROM-DAY IS GREATER THAN ZERO
032759        IF WS-CYC-MEM-PID (WS-CYC-MEM-IX) IS EQUAL TO CD51O-PID
032760         AND WS-CYC-MEM-LAST-DATE (WS-CYC-MEM-IX) IS NUMERIC
032761           MOVE WS-CYC-MEM-LAST-DATE (WS-CYC-MEM-IX)
032762             TO WS-INT-FROM-DIGITS
032763           IF FUNCTION TEST-DATE-YYYYMMDD (WS-INT-FROM-DIGITS)
032764                IS EQUAL TO ZERO
032765              COMPUTE WS-INT-FROM-DAY =
032766                 FUNCTION INTEGER-OF-DATE (WS-INT-FROM-DIGITS) + 1
032767           END-IF
032768        END-IF
032769     END-PERFORM.
032770
032771 SET-STATEMENT-ACCRUAL-START.
032772     IF CD51O-ACC-LAST-STMT-DTE IS NUMERIC
032773        MOVE CD51O-ACC-LAST-STMT-DTE TO WS-INT-FROM-DIGITS
032774        IF FUNCTION TEST-DATE-YYYYMMDD (WS-INT-FROM-DIGITS)
032775             IS EQUAL TO ZERO
032776           COMPUTE WS-INT-FROM-DAY =
032777              FUNCTION INTEGER-OF-DATE (WS-INT-FROM-DIGITS) + 1
032778        END-IF
032779     END-IF.
032780     IF WS-INT-FROM-DAY IS EQUAL TO ZERO
032781      OR WS-INT-FROM-DAY IS GREATER THAN WS-INT-RUN-DAY
032782        COMPUTE WS-INT-FROM-DAY = WS-INT-RUN-DAY - 29
032783     END-IF.
032784
032785*****************************************************************
032786* One day's interest at the rate in effect that day - in        *
032787* schedule order the last entry of the block whose tier floor   *
032788* the balance reaches and whose effective date has come.        *
032789*****************************************************************
032790 ACCRUE-ONE-DAY.
032791     MOVE ZERO TO WS-INT-ACCT-RATE.
032792     PERFORM VARYING WS-INT-SCHED-IX FROM WS-INT-FIRST-IX BY 1
032793       UNTIL WS-INT-SCHED-IX IS GREATER THAN WS-INT-LAST-IX
032794        IF WS-INT-SCHED-FLOOR (WS-INT-SCHED-IX) IS NOT GREATER
032795             THAN CD51O-ACC-CURR-BAL
032796         AND WS-INT-SCHED-EFF-DAY (WS-INT-SCHED-IX) IS NOT GREATER
032797               THAN WS-INT-DAY
032798           MOVE WS-INT-SCHED-RATE (WS-INT-SCHED-IX)
032799             TO WS-INT-ACCT-RATE
032800        END-IF
032801     END-PERFORM.
032810     COMPUTE WS-INT-ACCT-EXACT = WS-INT-ACCT-EXACT +
032820        (CD51O-ACC-CURR-BAL * WS-INT-ACCT-RATE) / 36500.
032830
032840*****************************************************************
032850* Credit the interest accrued for the customer just trailed -  *
