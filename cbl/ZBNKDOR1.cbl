000160*              escheatable by the account's state rules, write  *
000170*              the dormancy status file and produce the state   *
000180*              escheatment feed                                 *
000181*              Runs from the cycle's ZBNKFAN1 work file when    *
000182*              it is supplied, instead of the account and       *
000184*              transaction databases                            *
000185*              Inactivity is counted in calendar months, each   *
000187*              month complete on the first business day on or   *
000188*              after its anniversary of the last activity       *
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT   SECTION.
000290   FILE-CONTROL.
000291     SELECT OPTIONAL DORM-WORK-FILE
000292            ASSIGN       TO XTDORM
000294            ORGANIZATION IS SEQUENTIAL
000295            ACCESS MODE  IS SEQUENTIAL
000297            FILE STATUS  IS WS-XTDORM-STATUS.
000298
000300     SELECT DORMANCY-STATUS-FILE
000310            ASSIGN       TO DORMSTS
000320            ORGANIZATION IS SEQUENTIAL
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000491*****************************************************************
000492* The dormancy work file ZBNKFAN1 cuts from the cycle's extract *
000493* - the customer, account and transaction records only.         *
000494*****************************************************************
000495 FD  DORM-WORK-FILE
000496     RECORDING MODE IS V
000497     RECORD CONTAINS 66 TO 95 CHARACTERS.
000498 COPY CBANKXT1.
000499
000500*****************************************************************
000510* Dormancy status - one record per account graded this run.    *
000520*****************************************************************
000860 01  WS-MISC-STORAGE.
000870   05  WS-PROGRAM-ID                         PIC X(8)
000880       VALUE 'ZBNKDOR1'.
000882   05  WS-XTDORM-STATUS.
000884     10  WS-XTDORM-STAT1                     PIC X(1).
000886     10  WS-XTDORM-STAT2                     PIC X(1).
000888
000890   05  WS-DORMSTS-STATUS.
000900     10  WS-DORMSTS-STAT1                    PIC X(1).
000910     10  WS-DORMSTS-STAT2                    PIC X(1).
001150   05  WS-DORMANT-COUNT                     PIC 9(5)
001160       VALUE ZERO.
001170   05  WS-ESCHEAT-COUNT                     PIC 9(5)
001171       VALUE ZERO.
001172
001173   05  WS-XTDORM-SW                          PIC X(1)
001174       VALUE 'N'.
001175     88  DORM-WORK-SUPPLIED                   VALUE 'Y'.
001176   05  WS-XTDORM-EOF-SW                      PIC X(1)
001177       VALUE 'N'.
001178     88  END-OF-DORM-WORK                     VALUE 'Y'.
001179
001180*****************************************************************
001181* Run-control checking of the work file, the same rules that    *
001182* ZBNKREC1 applies to the extract - the work file carries every *
001183* type '2' and '3' record of the extract it was cut from.       *
001184*****************************************************************
001185   05  WS-TRAILER-FOUND-SW                   PIC X(1)
001186       VALUE 'N'.
001187     88  FILE-TRAILER-FOUND                   VALUE 'Y'.
001188   05  WS-TYPE2-READ-COUNT                   PIC 9(5)
001189       VALUE ZERO.
001190   05  WS-TYPE3-READ-COUNT                   PIC 9(5)
001191       VALUE ZERO.
001192   05  WS-TRAILER-COUNTER1                   PIC 9(5)
001193       VALUE ZERO.
001194   05  WS-TRAILER-COUNTER2                   PIC 9(5)
001195       VALUE ZERO.
001196
001200 01  WS-CONSOLE-MESSAGE                      PIC X(60).
001210
001220 01  WS-EXEC-PARM.
001830
001840 01  WS-DATE-WORK.
001850   05  WS-TODAY-DIGITS                       PIC 9(8).
001852   05  WS-TODAY-PARTS REDEFINES WS-TODAY-DIGITS.
001854     10  WS-TODAY-CCYY                       PIC 9(4).
001856     10  WS-TODAY-MM                         PIC 9(2).
001858     10  WS-TODAY-DD                         PIC 9(2).
001860   05  WS-TRANS-DATE                         PIC X(8).
001870   05  WS-ACT-DIGITS                         PIC 9(8).
001872   05  WS-ACT-PARTS REDEFINES WS-ACT-DIGITS.
001874     10  WS-ACT-CCYY                         PIC 9(4).
001876     10  WS-ACT-MM                           PIC 9(2).
001878     10  WS-ACT-DD                           PIC 9(2).
001880   05  WS-TODAY-DAYNO                        PIC 9(7).
001890   05  WS-ACT-DAYNO                          PIC 9(7).
001891   05  WS-ANNIV-DIGITS                       PIC 9(8).
001892   05  WS-ANNIV-PARTS REDEFINES WS-ANNIV-DIGITS.
001894     10  WS-ANNIV-CCYY                       PIC 9(4).
001895     10  WS-ANNIV-MM                         PIC 9(2).
001897     10  WS-ANNIV-DD                         PIC 9(2).
001898   05  WS-MONTH-COUNT                        PIC S9(5).
001900   05  WS-MONTHS-INACTIVE                    PIC 9(4).
001901
001902*****************************************************************
001903* The transaction being applied, off DBANK52P or the work file. *
001904*****************************************************************
001905 01  WS-TRANS-FIELDS.
001906   05  WS-TRANS-PID                          PIC X(5).
001907   05  WS-TRANS-ACC-NO                       PIC X(10).
001908   05  WS-TRANS-TIMESTAMP                    PIC X(26).
001909
001910*****************************************************************
001911* Commarea for the shared business-day calendar routine.        *
001912*****************************************************************
001913 01  WS-BDY-COMMAREA.
001914 COPY CBUSDAY.
001915
001920 01  WS-COMMAREA.
001930 COPY CIOFUNCS.
001940 COPY CBANKD51.
002560     COMPUTE WS-TODAY-DAYNO =
002570        FUNCTION INTEGER-OF-DATE (WS-TODAY-DIGITS).
002580
002583     PERFORM DORM-WORK-OPEN.
002587     IF DORM-WORK-SUPPLIED
002591        PERFORM COLLECT-FROM-WORK-FILE
002595     ELSE
002598        PERFORM COLLECT-ACCOUNTS
002602        PERFORM COLLECT-LAST-ACTIVITY
002606     END-IF.
002610     PERFORM GRADE-AND-REPORT.
002620
002630     MOVE SPACES TO WS-CONSOLE-MESSAGE.
004130           PERFORM ABORT-PROGRAM
004140        END-IF
004150        IF IO-REQUEST-STATUS-OK
004152           MOVE CD52O-PID TO WS-TRANS-PID
004155           MOVE CD52O-ACC-NO TO WS-TRANS-ACC-NO
004157           MOVE CD52O-TIMESTAMP TO WS-TRANS-TIMESTAMP
004160           PERFORM APPLY-ONE-TRANSACTION
004170        END-IF
004180     END-PERFORM.
004220     CALL 'DBANK52P' USING WS-COMMAREA.
004230
004240 APPLY-ONE-TRANSACTION.
004250     MOVE WS-TRANS-TIMESTAMP (1:4) TO WS-TRANS-DATE (1:4).
004260     MOVE WS-TRANS-TIMESTAMP (6:2) TO WS-TRANS-DATE (5:2).
004270     MOVE WS-TRANS-TIMESTAMP (9:2) TO WS-TRANS-DATE (7:2).
004280     PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
004290       UNTIL WS-ACCT-IX IS GREATER THAN WS-ACCT-COUNT
004300        IF WS-ACCT-PID (WS-ACCT-IX) IS EQUAL TO WS-TRANS-PID
004310         AND WS-ACCT-NO (WS-ACCT-IX) IS EQUAL TO WS-TRANS-ACC-NO
004320         AND WS-TRANS-DATE IS GREATER THAN
004330               WS-ACCT-LAST-ACT (WS-ACCT-IX)
004340           MOVE WS-TRANS-DATE
004350             TO WS-ACCT-LAST-ACT (WS-ACCT-IX)
004360        END-IF
004370     END-PERFORM.
004371
004372*****************************************************************
004373* Open the dormancy work file when the step is run from one.    *
004374* File status 05 is the OPTIONAL file not supplied - the        *
004375* accounts and their history then come off the databases.       *
004376* Every account is graded and its status rewritten, so a work   *
004377* file cut from a cycle or a list of customers, which leaves    *
004378* the rest out, is passed over for the databases as well; the   *
004379* header's run parameter says whether ZBNKEXT1 ran with ALL.    *
004380*****************************************************************
004381 DORM-WORK-OPEN.
004382     OPEN INPUT DORM-WORK-FILE.
004383     IF WS-XTDORM-STATUS IS EQUAL TO '00'
004384        PERFORM DORM-WORK-READ
004385        IF NOT END-OF-DORM-WORK
004386         AND BANKXT01-H-TYPE IS EQUAL TO 'H'
004387         AND BANKXT01-H-PARM (1:4) IS EQUAL TO 'ALL '
004388           MOVE 'Y' TO WS-XTDORM-SW
004389           MOVE 'XTDORM file opened OK - databases not read'
004390             TO WS-CONSOLE-MESSAGE
004391           PERFORM DISPLAY-CONSOLE-MESSAGE
004392        ELSE
004393           CLOSE DORM-WORK-FILE
004394           MOVE 'XTDORM not cut from an ALL extract - not used'
004395             TO WS-CONSOLE-MESSAGE
004396           PERFORM DISPLAY-CONSOLE-MESSAGE
004397        END-IF
004398     ELSE
004399        IF WS-XTDORM-STATUS IS EQUAL TO '05'
004400           CLOSE DORM-WORK-FILE
004401        ELSE
004402           MOVE 'XTDORM file open failure...'
004403             TO WS-CONSOLE-MESSAGE
004404           PERFORM DISPLAY-CONSOLE-MESSAGE
004405           MOVE WS-XTDORM-STATUS TO WS-IO-STATUS
004406           PERFORM DISPLAY-IO-STATUS
004407           PERFORM ABORT-PROGRAM
004408        END-IF
004409     END-IF.
004410
004411*****************************************************************
004412* Load the accounts and their last activity from the work file. *
004413* The extract holds each customer's type '1' record ahead of    *
004414* the customer's type '2' accounts, so the state it carries is  *
004415* held for the accounts behind it; the type '3' transactions    *
004416* follow in the extract's second section. The extract's         *
004417* transactions are those since each account's last statement,   *
004418* so the last statement date fallback still covers the rest.    *
004419* The header was read when the file was opened.                 *
004420*****************************************************************
004421 COLLECT-FROM-WORK-FILE.
004422     PERFORM DORM-WORK-READ.
004423     PERFORM UNTIL END-OF-DORM-WORK
004424        EVALUATE BANKXT01-0-TYPE
004425          WHEN '1'
004426             MOVE BANKXT01-1-PID TO WS-CUST-STATE-PID
004427             MOVE BANKXT01-1-STATE TO WS-CUST-STATE-HOLD
004428          WHEN '2'
004429             ADD 1 TO WS-TYPE2-READ-COUNT
004430             PERFORM STORE-WORK-ACCOUNT
004431          WHEN '3'
004432             ADD 1 TO WS-TYPE3-READ-COUNT
004433             MOVE BANKXT01-3-PID TO WS-TRANS-PID
004434             MOVE BANKXT01-3-ACC-NO TO WS-TRANS-ACC-NO
004435             MOVE BANKXT01-3-TIMESTAMP TO WS-TRANS-TIMESTAMP
004436             PERFORM APPLY-ONE-TRANSACTION
004437          WHEN 'T'
004438             MOVE 'Y' TO WS-TRAILER-FOUND-SW
004439             MOVE BANKXT01-T-COUNTER1 TO WS-TRAILER-COUNTER1
004440             MOVE BANKXT01-T-COUNTER2 TO WS-TRAILER-COUNTER2
004441          WHEN OTHER
004442             CONTINUE
004443        END-EVALUATE
004444        PERFORM DORM-WORK-READ
004445     END-PERFORM.
004446     CLOSE DORM-WORK-FILE.
004447     IF NOT FILE-TRAILER-FOUND
004448        MOVE 'XTDORM file trailer missing - file refused'
004449          TO WS-CONSOLE-MESSAGE
004450        PERFORM ABORT-PROGRAM
004451     END-IF.
004452     IF WS-TRAILER-COUNTER1 IS NOT EQUAL TO WS-TYPE2-READ-COUNT
004453     OR WS-TRAILER-COUNTER2 IS NOT EQUAL TO WS-TYPE3-READ-COUNT
004454        MOVE 'XTDORM file counts mismatch - file refused'
004455          TO WS-CONSOLE-MESSAGE
004456        PERFORM ABORT-PROGRAM
004457     END-IF.
004458
004459 STORE-WORK-ACCOUNT.
004460     IF WS-ACCT-COUNT IS LESS THAN 2000
004461        ADD 1 TO WS-ACCT-COUNT
004462        MOVE BANKXT01-2-PID TO WS-ACCT-PID (WS-ACCT-COUNT)
004463        MOVE BANKXT01-2-ACC-NO TO WS-ACCT-NO (WS-ACCT-COUNT)
004464        IF BANKXT01-2-PID IS EQUAL TO WS-CUST-STATE-PID
004465           MOVE WS-CUST-STATE-HOLD
004466             TO WS-ACCT-STATE (WS-ACCT-COUNT)
004467        ELSE
004468           MOVE SPACES TO WS-ACCT-STATE (WS-ACCT-COUNT)
004469        END-IF
004470        MOVE BANKXT01-2-ACC-CURR-BAL
004471          TO WS-ACCT-BAL (WS-ACCT-COUNT)
004472        MOVE BANKXT01-2-ACC-LAST-STMT-DTE
004473          TO WS-ACCT-LAST-ACT (WS-ACCT-COUNT)
004474     ELSE
004475        MOVE 'Account table full - run refused'
004476          TO WS-CONSOLE-MESSAGE
004477        PERFORM ABORT-PROGRAM
004478     END-IF.
004479
004480 DORM-WORK-READ.
004481     READ DORM-WORK-FILE
004482        AT END
004483           MOVE 'Y' TO WS-XTDORM-EOF-SW
004484     END-READ.
004485     IF NOT END-OF-DORM-WORK
004486        IF WS-XTDORM-STATUS IS NOT EQUAL TO '00'
004487           MOVE 'XTDORM Error reading file ...'
004488             TO WS-CONSOLE-MESSAGE
004489           PERFORM DISPLAY-CONSOLE-MESSAGE
004490           MOVE WS-XTDORM-STATUS TO WS-IO-STATUS
004491           PERFORM DISPLAY-IO-STATUS
004492           PERFORM ABORT-PROGRAM
004493        END-IF
004494     END-IF.
004495
004496*****************************************************************
004497* Grade every account, write its status record, report the     *
004498* graded ones and feed the escheatable ones to the state file. *
004499*****************************************************************
004500 GRADE-AND-REPORT.
004501     PERFORM REPORT-OPEN.
004502     OPEN OUTPUT DORMANCY-STATUS-FILE.
004503     IF WS-DORMSTS-STATUS IS NOT EQUAL TO '00'
004504        MOVE 'DORMSTS file open failure...'
004505          TO WS-CONSOLE-MESSAGE
004506        PERFORM DISPLAY-CONSOLE-MESSAGE
004507        MOVE WS-DORMSTS-STATUS TO WS-IO-STATUS
004510        PERFORM DISPLAY-IO-STATUS
004520        PERFORM ABORT-PROGRAM
004530     END-IF.
004840        COMPUTE WS-ACT-DAYNO =
004850           FUNCTION INTEGER-OF-DATE (WS-ACT-DIGITS)
004860     END-IF.
004866     MOVE ZERO TO WS-MONTHS-INACTIVE.
004872     IF WS-ACT-DAYNO IS LESS THAN WS-TODAY-DAYNO
004878        PERFORM COUNT-MONTHS-INACTIVE
004884     END-IF.
004890     MOVE SPACES TO DORMANCY-STATUS-RECORD.
004900     MOVE WS-ACCT-PID (WS-ACCT-IX) TO DOR-PID.
004910     MOVE WS-ACCT-NO (WS-ACCT-IX) TO DOR-ACC-NO.
005240        PERFORM DISPLAY-IO-STATUS
005250        PERFORM ABORT-PROGRAM
005260     END-IF.
005261
005262*****************************************************************
005263* Count the whole calendar months from the last activity to     *
005264* today. This month's anniversary of the activity - the same    *
005265* day of the month, or the month's last day when it is shorter  *
005266* - only completes the month once the first business day on or  *
005267* after it has been reached, so a clock falling due on a        *
005268* weekend or a bank holiday moves on with the working day.      *
005269*****************************************************************
005270 COUNT-MONTHS-INACTIVE.
005271     COMPUTE WS-MONTH-COUNT =
005272        (WS-TODAY-CCYY * 12 + WS-TODAY-MM)
005273      - (WS-ACT-CCYY * 12 + WS-ACT-MM).
005274     MOVE WS-TODAY-CCYY TO WS-ANNIV-CCYY.
005275     MOVE WS-TODAY-MM TO WS-ANNIV-MM.
005276     MOVE WS-ACT-DD TO WS-ANNIV-DD.
005277     PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD (WS-ANNIV-DIGITS)
005278                     IS EQUAL TO ZERO
005279        SUBTRACT 1 FROM WS-ANNIV-DD
005280     END-PERFORM.
005281     IF WS-ANNIV-DIGITS IS GREATER THAN WS-TODAY-DIGITS
005282        SUBTRACT 1 FROM WS-MONTH-COUNT
005283     ELSE
005284        MOVE WS-ANNIV-DIGITS TO BDY-DATE
005285        SET BDY-FN-ROLL-FORWARD TO TRUE
005286        CALL 'ZBNKCAL1' USING WS-BDY-COMMAREA
005287        IF BDY-RESULT-DATE IS GREATER THAN WS-TODAY-DIGITS
005288           SUBTRACT 1 FROM WS-MONTH-COUNT
005289        END-IF
005290     END-IF.
005291     IF WS-MONTH-COUNT IS GREATER THAN ZERO
005292        MOVE WS-MONTH-COUNT TO WS-MONTHS-INACTIVE
005293     END-IF.
005294
005295
005296 LOOKUP-STATE-YEARS.
005297     MOVE WS-ESC-DEFAULT-YEARS TO WS-ESC-ACCT-YEARS.
005300     PERFORM VARYING WS-ESC-RULE-IX FROM 1 BY 1
005310       UNTIL WS-ESC-RULE-IX IS GREATER THAN WS-ESC-RULE-COUNT
005320        IF WS-ESC-RULE-STATE (WS-ESC-RULE-IX) IS EQUAL TO
