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
000130* Prgram:      ZBNKPST1.CBL                                     *
000140* Function:    Post the WBBNKXFR transfer journal to the        *
000150*              account masters - both legs of a transfer or     *
000160*              neither, each journal record posted once however *
000170*              often the job is rerun, stale records rejected   *
000180*              to the back office, and a posting proof of what  *
000190*              was posted, rejected and carried forward         *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.
000230     ZBNKPST1.
000240 DATE-WRITTEN.
000250     September 2026.
000260 DATE-COMPILED.
000270     Today.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT   SECTION.
000300   FILE-CONTROL.
000310     SELECT OPTIONAL TRANSFER-JOURNAL
000320            ASSIGN       TO XFERJRNL
000330            ORGANIZATION IS SEQUENTIAL
000340            ACCESS MODE  IS SEQUENTIAL
000350            FILE STATUS  IS WS-XFERJRNL-STATUS.
000360
000370     SELECT OPTIONAL POSTED-REGISTER
000380            ASSIGN       TO XFERPOST
000390            ORGANIZATION IS SEQUENTIAL
000400            ACCESS MODE  IS SEQUENTIAL
000410            FILE STATUS  IS WS-XFERPOST-STATUS.
000420
000430     SELECT ACCOUNT-UPDATE-FILE
000440            ASSIGN       TO ACCTUPD
000450            ORGANIZATION IS SEQUENTIAL
000460            ACCESS MODE  IS SEQUENTIAL
000470            FILE STATUS  IS WS-ACCTUPD-STATUS.
000480
000490     SELECT REJECT-FILE
000500            ASSIGN       TO XFERREJ
000510            ORGANIZATION IS SEQUENTIAL
000520            ACCESS MODE  IS SEQUENTIAL
000530            FILE STATUS  IS WS-XFERREJ-STATUS.
000540
000550     SELECT PROOF-REPORT
000560            ASSIGN       TO PSTPROOF
000570            ORGANIZATION IS SEQUENTIAL
000580            ACCESS MODE  IS SEQUENTIAL
000590            FILE STATUS  IS WS-REPORT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630*****************************************************************
000640* Transfer journal appended by WBBNKXFR - one record per        *
000650* transfer, both legs together.                                 *
000660*****************************************************************
000670 FD  TRANSFER-JOURNAL
000680     RECORD CONTAINS 90 CHARACTERS.
000690 COPY CXFRJRN.
000700
000710*****************************************************************
000720* Posted register - one record per journal key this job has     *
000730* disposed of, posted or rejected. The journal itself is never  *
000740* trimmed (it is WBBNKXFR's idempotency store), so this is what *
000750* makes a rerun safe: a key already on the register is skipped. *
000755* A run's keys are only registered once its proof agrees.       *
000760*****************************************************************
000770 FD  POSTED-REGISTER
000780     RECORD CONTAINS 40 CHARACTERS.
000790 01  POSTED-REGISTER-RECORD.
000800   05  PST-IDEMP-KEY                         PIC X(16).
000810   05  PST-DISPOSITION                       PIC X(1).
000820     88  PST-POSTED                           VALUE 'P'.
000830     88  PST-REJECTED                         VALUE 'R'.
000840   05  PST-REASON                            PIC X(2).
000850   05  PST-RUN-DATE                          PIC 9(6).
000860   05  PST-RUN-TIME                          PIC 9(8).
000870   05  FILLER                                PIC X(7).
000880
000890*****************************************************************
000900* Account master update - the debit leg and the credit leg of   *
000910* each transfer, always written as a pair, carrying the new     *
000920* balance each leg leaves on the master.                        *
000930*****************************************************************
000940 FD  ACCOUNT-UPDATE-FILE
000950     RECORD CONTAINS 70 CHARACTERS.
000960 01  ACCOUNT-UPDATE-RECORD.
000970   05  AUP-PID                               PIC X(5).
000980   05  AUP-ACC-NO                            PIC X(10).
000990   05  AUP-DR-CR                             PIC X(1).
001000     88  AUP-DEBIT                            VALUE 'D'.
001010     88  AUP-CREDIT                           VALUE 'C'.
001020   05  AUP-AMOUNT                            PIC S9(9)V99.
001030   05  AUP-NEW-BAL                           PIC S9(9)V99.
001040   05  AUP-IDEMP-KEY                         PIC X(16).
001050   05  AUP-DATE                              PIC 9(6).
001060   05  AUP-TIME                              PIC 9(8).
001070   05  FILLER                                PIC X(2).
001080
001090*****************************************************************
001100* Rejected transfers for the back office - the journal record   *
001110* as written, with the reason it could not be posted.           *
001120*****************************************************************
001130 FD  REJECT-FILE
001140     RECORD CONTAINS 138 CHARACTERS.
001150 01  REJECT-RECORD.
001160   05  REJ-JOURNAL-IMAGE                     PIC X(90).
001170   05  REJ-REASON                            PIC X(2).
001180   05  REJ-REASON-TEXT                       PIC X(30).
001190   05  REJ-MASTER-BAL                        PIC S9(9)V99.
001200   05  FILLER                                PIC X(5).
001210
001220 FD  PROOF-REPORT
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  PROOF-REPORT-LINE                       PIC X(80).
001250
001260 WORKING-STORAGE SECTION.
001270 01  WS-MISC-STORAGE.
001280   05  WS-PROGRAM-ID                         PIC X(8)
001290       VALUE 'ZBNKPST1'.
001300   05  WS-XFERJRNL-STATUS.
001310     10  WS-XFERJRNL-STAT1                   PIC X(1).
001320     10  WS-XFERJRNL-STAT2                   PIC X(1).
001330
001340   05  WS-XFERPOST-STATUS.
001350     10  WS-XFERPOST-STAT1                   PIC X(1).
001360     10  WS-XFERPOST-STAT2                   PIC X(1).
001370
001380   05  WS-ACCTUPD-STATUS.
001390     10  WS-ACCTUPD-STAT1                    PIC X(1).
001400     10  WS-ACCTUPD-STAT2                    PIC X(1).
001410
001420   05  WS-XFERREJ-STATUS.
001430     10  WS-XFERREJ-STAT1                    PIC X(1).
001440     10  WS-XFERREJ-STAT2                    PIC X(1).
001450
001460   05  WS-REPORT-STATUS.
001470     10  WS-REPORT-STAT1                     PIC X(1).
001480     10  WS-REPORT-STAT2                     PIC X(1).
001490
001500   05  WS-IO-STATUS.
001510     10  WS-IO-STAT1                         PIC X(1).
001520     10  WS-IO-STAT2                         PIC X(1).
001530
001540   05  WS-TWO-BYTES.
001550     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001560     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001570   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001580                                             PIC 9(1) COMP.
001590
001600   05  WS-JOURNAL-EOF-SW                     PIC X(1)
001610       VALUE 'N'.
001620     88  JOURNAL-EOF                          VALUE 'Y'.
001630   05  WS-REGISTER-EOF-SW                    PIC X(1)
001640       VALUE 'N'.
001650     88  REGISTER-EOF                         VALUE 'Y'.
001660   05  WS-PAST-SW                            PIC X(1)
001670       VALUE 'N'.
001680     88  PAST-CUSTOMER                        VALUE 'Y'.
001690
001700*****************************************************************
001710* Proof figures - every journal record read lands in exactly    *
001720* one of the four dispositions, and the debit legs written must *
001730* equal the credit legs.                                        *
001740*****************************************************************
001750 01  WS-PROOF-FIGURES.
001760   05  WS-RECORDS-READ                       PIC 9(7)
001770       VALUE ZERO.
001780   05  WS-PREV-POSTED-COUNT                  PIC 9(7)
001790       VALUE ZERO.
001800   05  WS-PREV-POSTED-AMOUNT                 PIC S9(11)V99
001810       VALUE ZERO.
001820   05  WS-POSTED-COUNT                       PIC 9(7)
001830       VALUE ZERO.
001840   05  WS-POSTED-AMOUNT                      PIC S9(11)V99
001850       VALUE ZERO.
001860   05  WS-REJECTED-COUNT                     PIC 9(7)
001870       VALUE ZERO.
001880   05  WS-REJECTED-AMOUNT                    PIC S9(11)V99
001890       VALUE ZERO.
001900   05  WS-CARRIED-COUNT                      PIC 9(7)
001910       VALUE ZERO.
001920   05  WS-CARRIED-AMOUNT                     PIC S9(11)V99
001930       VALUE ZERO.
001940   05  WS-DEBIT-LEGS                         PIC S9(11)V99
001950       VALUE ZERO.
001960   05  WS-CREDIT-LEGS                        PIC S9(11)V99
001970       VALUE ZERO.
001980   05  WS-DISPOSED-COUNT                     PIC 9(7)
001990       VALUE ZERO.
002000
002010*****************************************************************
002020* Keys already disposed of by earlier runs, off the posted      *
002030* register. Keys posted or rejected by this run are added as    *
002040* they go, so a key journaled twice is only posted once.        *
002050*****************************************************************
002060 01  WS-POSTED-TABLE.
002070   05  WS-POSTED-KEY-COUNT                   PIC 9(5)
002080       VALUE ZERO.
002090   05  WS-POSTED-KEY OCCURS 20000 TIMES      PIC X(16).
002100   05  WS-POSTED-IX                          PIC 9(5).
002110   05  WS-POSTED-FOUND-SW                    PIC X(1)
002120       VALUE 'N'.
002130     88  KEY-ALREADY-POSTED                   VALUE 'Y'.
002131   05  WS-ADD-KEY                            PIC X(16).
002132
002133*****************************************************************
002134* This run's dispositions, held back from the posted register   *
002135* until the proof agrees. A run that abends or does not prove   *
002136* registers nothing, so its ACCTUPD output - thrown away with   *
002137* it - is posted again in full by the rerun.                    *
002138*****************************************************************
002139 01  WS-HELD-TABLE.
002140   05  WS-HELD-COUNT                         PIC 9(5)
002141       VALUE ZERO.
002142   05  WS-HELD-ENTRY OCCURS 20000 TIMES.
002143     10  WS-HELD-KEY                         PIC X(16).
002144     10  WS-HELD-DISPOSITION                 PIC X(1).
002145     10  WS-HELD-REASON                      PIC X(2).
002146   05  WS-HELD-IX                            PIC 9(5).
002147
002150*****************************************************************
002160* Master balances of the accounts this run has touched. Each    *
002170* customer's accounts are fetched from DBANK51P the first time  *
002180* one of their transfers comes up and then carried here, so a   *
002190* second transfer on the same account is checked against the    *
002200* balance the first one left behind.                            *
002210*****************************************************************
002220 01  WS-ACCOUNT-TABLE.
002230   05  WS-ACCT-COUNT                         PIC 9(4)
002240       VALUE ZERO.
002250   05  WS-ACCT-ENTRY OCCURS 2000 TIMES.
002260     10  WS-ACCT-PID                         PIC X(5).
002270     10  WS-ACCT-ACC-NO                      PIC X(10).
002280     10  WS-ACCT-BAL                         PIC S9(9)V99.
002290   05  WS-ACCT-IX                            PIC 9(4).
002300   05  WS-FROM-IX                            PIC 9(4)
002310       VALUE ZERO.
002320   05  WS-TO-IX                              PIC 9(4)
002330       VALUE ZERO.
002340   05  WS-PID-LOADED-SW                      PIC X(1)
002350       VALUE 'N'.
002360     88  PID-LOADED                           VALUE 'Y'.
002370
002380 01  WS-POSTING-FIELDS.
002390   05  WS-EXPECTED-FROM-BAL                  PIC S9(9)V99.
002400   05  WS-NEW-FROM-BAL                       PIC S9(9)V99.
002410   05  WS-NEW-TO-BAL                         PIC S9(9)V99.
002420   05  WS-REJECT-REASON                      PIC X(2).
002430     88  REJECT-NONE                          VALUE SPACES.
002440     88  REJECT-BAD-AMOUNT                    VALUE 'BA'.
002450     88  REJECT-NO-FROM                       VALUE 'NF'.
002460     88  REJECT-NO-TO                         VALUE 'NT'.
002470     88  REJECT-FROM-BAL                      VALUE 'FB'.
002480   05  WS-REJECT-TEXT                        PIC X(30).
002485   05  WS-HELD-DISPOSITION-IN                PIC X(1).
002490
002500 01  WS-TODAY-YMD                            PIC 9(6).
002510 01  WS-TIME-NOW                             PIC 9(8).
002520
002530 01  WS-COMMAREA.
002540 COPY CIOFUNCS.
002550 COPY CBANKD51.
002560 COPY CBANKD52.
002570 COPY CBANKD53.
002580
002590 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002600
002610 01  WS-EXEC-PARM.
002620   05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.
002630   05  WS-EXEC-PARM-DATA                     PIC X(60).
002640
002650*****************************************************************
002660* Posting cut-off off the exec parm - "DATE=yymmdd" posts the   *
002670* transfers journaled up to and including that date and carries *
002680* the later ones forward to the next run. Without it the cut-   *
002690* off is today.                                                 *
002700*****************************************************************
002710 01  WS-CUTOFF-DATE                          PIC 9(6)
002720     VALUE ZERO.
002730
002740 01  WS-PARM-PTR                             POINTER.
002750 01  WS-PARM-PTR-NUM REDEFINES WS-PARM-PTR   PIC X(4) COMP-5.
002760
002770*****************************************************************
002780* Posting proof report lines.                                   *
002790*****************************************************************
002800 01  RPT-HEADING-LINE.
002810   05  FILLER                                PIC X(32)
002820       VALUE 'TRANSFER JOURNAL POSTING PROOF  '.
002830   05  FILLER                                PIC X(6)
002840       VALUE 'RUN - '.
002850   05  RH-RUN-DATE                           PIC 9(6).
002860   05  FILLER                                PIC X(12)
002870       VALUE '  CUT-OFF - '.
002880   05  RH-CUTOFF                             PIC 9(6).
002890   05  FILLER                          PIC X(18) VALUE SPACES.
002900
002910 01  RPT-REJECT-LINE.
002920   05  FILLER                          PIC X(2)  VALUE SPACES.
002930   05  RR-KEY                                PIC X(16).
002940   05  FILLER                          PIC X(1)  VALUE SPACES.
002950   05  RR-PID                                PIC X(5).
002960   05  FILLER                          PIC X(1)  VALUE SPACES.
002970   05  RR-FROM-ACC                           PIC X(10).
002980   05  FILLER                          PIC X(1)  VALUE SPACES.
002990   05  RR-AMOUNT                             PIC Z(8)9.99-.
003000   05  FILLER                          PIC X(1)  VALUE SPACES.
003010   05  RR-REASON                             PIC X(30).
003020
003030 01  RPT-TOTAL-LINE.
003040   05  FILLER                          PIC X(2)  VALUE SPACES.
003050   05  RT-LABEL                              PIC X(30).
003060   05  FILLER                          PIC X(2)  VALUE SPACES.
003070   05  RT-COUNT                              PIC Z(6)9.
003080   05  FILLER                          PIC X(2)  VALUE SPACES.
003090   05  RT-AMOUNT                             PIC Z(10)9.99-.
003100   05  FILLER                          PIC X(22) VALUE SPACES.
003110
003120 01  RPT-PROOF-LINE.
003130   05  FILLER                                PIC X(10)
003140       VALUE 'DEBITS -  '.
003150   05  RP-DEBITS                             PIC Z(10)9.99-.
003160   05  FILLER                                PIC X(12)
003170       VALUE '  CREDITS - '.
003180   05  RP-CREDITS                            PIC Z(10)9.99-.
003190   05  FILLER                                PIC X(3)
003200       VALUE '  '.
003210   05  RP-VERDICT                            PIC X(25).
003220
003230 LINKAGE SECTION.
003240 01  LK-EXEC-PARM.
003250   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.
003260   05  LK-EXEC-PARM-DATA                     PIC X(60).
003270
003280 PROCEDURE DIVISION USING LK-EXEC-PARM.
003290*****************************************************************
003300* Work out the cut-off, load the keys already disposed of, then *
003310* pass the journal posting or rejecting each new record, and    *
003320* prove the run on the posting proof.                           *
003330*****************************************************************
003340     ACCEPT WS-TODAY-YMD FROM DATE.
003350     ACCEPT WS-TIME-NOW FROM TIME.
003360     PERFORM PARSE-EXEC-PARM.
003370
003380     PERFORM LOAD-POSTED-REGISTER.
003390     PERFORM PROOF-OPEN.
003410     PERFORM UPDATE-OPEN.
003420     PERFORM REJECT-OPEN.
003430     PERFORM POST-JOURNAL.
003440     PERFORM REJECT-CLOSE.
003450     PERFORM UPDATE-CLOSE.
003470     PERFORM WRITE-PROOF-TOTALS.
003475     PERFORM WRITE-POSTED-REGISTER.
003480     PERFORM PROOF-CLOSE.
003490
003500     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003510     STRING WS-POSTED-COUNT DELIMITED BY SIZE
003520            ' posted, ' DELIMITED BY SIZE
003530            WS-REJECTED-COUNT DELIMITED BY SIZE
003540            ' rejected, ' DELIMITED BY SIZE
003550            WS-CARRIED-COUNT DELIMITED BY SIZE
003560            ' carried forward' DELIMITED BY SIZE
003570       INTO WS-CONSOLE-MESSAGE.
003580     PERFORM DISPLAY-CONSOLE-MESSAGE.
003590     MOVE 'End Of Job'
003600       TO WS-CONSOLE-MESSAGE.
003610     PERFORM DISPLAY-CONSOLE-MESSAGE.
003620
003630     IF WS-REJECTED-COUNT IS GREATER THAN ZERO
003640        MOVE 4 TO RETURN-CODE
003650     ELSE
003660        MOVE 0 TO RETURN-CODE
003670     END-IF.
003680
003690     GOBACK.
003700
003710*****************************************************************
003720* Pick up a "DATE=yymmdd" cut-off from the exec parm.           *
003730*****************************************************************
003740 PARSE-EXEC-PARM.
003750     MOVE ZEROES TO WS-EXEC-PARM-LL.
003760     MOVE SPACES TO WS-EXEC-PARM-DATA.
003770     SET WS-PARM-PTR TO ADDRESS OF LK-EXEC-PARM.
003780     IF WS-PARM-PTR-NUM IS NOT EQUAL TO ZEROS
003790        MOVE LK-EXEC-PARM-LL TO WS-EXEC-PARM-LL
003800        IF WS-EXEC-PARM-LL IS GREATER THAN ZERO
003810           MOVE LK-EXEC-PARM-DATA TO WS-EXEC-PARM-DATA
003820        END-IF
003830     END-IF.
003840     INSPECT WS-EXEC-PARM-DATA
003850       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
003860               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003870     MOVE WS-TODAY-YMD TO WS-CUTOFF-DATE.
003880     IF WS-EXEC-PARM-DATA (1:5) IS EQUAL TO 'DATE='
003890        IF WS-EXEC-PARM-DATA (6:6) IS NUMERIC
003900           MOVE WS-EXEC-PARM-DATA (6:6) TO WS-CUTOFF-DATE
003910        ELSE
003920           MOVE 'Invalid DATE= cut-off on exec parm'
003930             TO WS-CONSOLE-MESSAGE
003940           PERFORM ABORT-PROGRAM
003950        END-IF
003960     END-IF.
003970
003980*****************************************************************
003990* Load the keys earlier runs posted or rejected. File status 05 *
004000* or 35 is a register that does not exist yet - the first run   *
004010* has disposed of nothing.                                      *
004020*****************************************************************
004030 LOAD-POSTED-REGISTER.
004040     OPEN INPUT POSTED-REGISTER.
004050     EVALUATE TRUE
004060       WHEN WS-XFERPOST-STATUS IS EQUAL TO '35'
004070          MOVE 'No posted register on file - first posting run'
004080            TO WS-CONSOLE-MESSAGE
004090          PERFORM DISPLAY-CONSOLE-MESSAGE
004100       WHEN WS-XFERPOST-STATUS IS EQUAL TO '05'
004110          MOVE 'No posted register on file - first posting run'
004120            TO WS-CONSOLE-MESSAGE
004130          PERFORM DISPLAY-CONSOLE-MESSAGE
004140          CLOSE POSTED-REGISTER
004150       WHEN WS-XFERPOST-STATUS IS EQUAL TO '00'
004160          PERFORM REGISTER-READ
004170          PERFORM UNTIL REGISTER-EOF
004175             MOVE PST-IDEMP-KEY TO WS-ADD-KEY
004180             PERFORM ADD-POSTED-KEY
004190             PERFORM REGISTER-READ
004200          END-PERFORM
004210          CLOSE POSTED-REGISTER
004220       WHEN OTHER
004230          MOVE 'XFERPOST file open failure...'
004240            TO WS-CONSOLE-MESSAGE
004250          PERFORM DISPLAY-CONSOLE-MESSAGE
004260          MOVE WS-XFERPOST-STATUS TO WS-IO-STATUS
004270          PERFORM DISPLAY-IO-STATUS
004280          PERFORM ABORT-PROGRAM
004290     END-EVALUATE.
004300
004310 REGISTER-READ.
004320     READ POSTED-REGISTER
004330       AT END
004340          MOVE 'Y' TO WS-REGISTER-EOF-SW
004350     END-READ.
004360
004370 ADD-POSTED-KEY.
004380     IF WS-POSTED-KEY-COUNT IS LESS THAN 20000
004390        ADD 1 TO WS-POSTED-KEY-COUNT
004400        MOVE WS-ADD-KEY
004410          TO WS-POSTED-KEY (WS-POSTED-KEY-COUNT)
004420     ELSE
004430        MOVE 'Posted key table full - run refused'
004440          TO WS-CONSOLE-MESSAGE
004450        PERFORM ABORT-PROGRAM
004460     END-IF.
004470
004480*****************************************************************
004490* Pass the journal. A record already disposed of is skipped, a  *
004500* record journaled after the cut-off is carried forward to the  *
004510* next run, and anything else is posted or rejected whole.      *
004520*****************************************************************
004530 POST-JOURNAL.
004540     OPEN INPUT TRANSFER-JOURNAL.
004550     EVALUATE TRUE
004560       WHEN WS-XFERJRNL-STATUS IS EQUAL TO '35'
004570          MOVE 'Y' TO WS-JOURNAL-EOF-SW
004580       WHEN WS-XFERJRNL-STATUS IS EQUAL TO '05'
004590       WHEN WS-XFERJRNL-STATUS IS EQUAL TO '00'
004600          CONTINUE
004610       WHEN OTHER
004620          MOVE 'XFERJRNL file open failure...'
004630            TO WS-CONSOLE-MESSAGE
004640          PERFORM DISPLAY-CONSOLE-MESSAGE
004650          MOVE WS-XFERJRNL-STATUS TO WS-IO-STATUS
004660          PERFORM DISPLAY-IO-STATUS
004670          PERFORM ABORT-PROGRAM
004680     END-EVALUATE.
004690     IF JOURNAL-EOF
004700        MOVE 'No transfer journal on file - nothing to post'
004710          TO WS-CONSOLE-MESSAGE
004720        PERFORM DISPLAY-CONSOLE-MESSAGE
004730     ELSE
004740        PERFORM JOURNAL-READ
004750        PERFORM UNTIL JOURNAL-EOF
004760           ADD 1 TO WS-RECORDS-READ
004770           PERFORM DISPOSE-ONE-TRANSFER
004780           PERFORM JOURNAL-READ
004790        END-PERFORM
004800        CLOSE TRANSFER-JOURNAL
004810     END-IF.
004820
004830 JOURNAL-READ.
004840     READ TRANSFER-JOURNAL
004850       AT END
004860          MOVE 'Y' TO WS-JOURNAL-EOF-SW
004870     END-READ.
004880
004890 DISPOSE-ONE-TRANSFER.
004900     PERFORM FIND-POSTED-KEY.
004910     EVALUATE TRUE
004920       WHEN KEY-ALREADY-POSTED
004930          ADD 1 TO WS-PREV-POSTED-COUNT
004940          IF XFJ-AMOUNT IS NUMERIC
004950             ADD XFJ-AMOUNT TO WS-PREV-POSTED-AMOUNT
004960          END-IF
004970       WHEN XFJ-DATE IS NUMERIC
004980        AND XFJ-DATE IS GREATER THAN WS-CUTOFF-DATE
004990          ADD 1 TO WS-CARRIED-COUNT
005000          IF XFJ-AMOUNT IS NUMERIC
005010             ADD XFJ-AMOUNT TO WS-CARRIED-AMOUNT
005020          END-IF
005030       WHEN OTHER
005040          PERFORM VALIDATE-TRANSFER
005050          IF REJECT-NONE
005060             PERFORM APPLY-TRANSFER
005070          ELSE
005080             PERFORM REJECT-TRANSFER
005090          END-IF
005100     END-EVALUATE.
005110
005120 FIND-POSTED-KEY.
005130     MOVE 'N' TO WS-POSTED-FOUND-SW.
005140     PERFORM VARYING WS-POSTED-IX FROM 1 BY 1
005150       UNTIL WS-POSTED-IX IS GREATER THAN WS-POSTED-KEY-COUNT
005160                OR KEY-ALREADY-POSTED
005170        IF WS-POSTED-KEY (WS-POSTED-IX) IS EQUAL TO
005180             XFJ-IDEMP-KEY
005190           MOVE 'Y' TO WS-POSTED-FOUND-SW
005200        END-IF
005210     END-PERFORM.
005220
005230*****************************************************************
005240* Check the transfer against the masters as they stand. Both    *
005250* accounts must still be on file for the customer, and the from *
005260* account must hold exactly the balance WBBNKXFR priced the     *
005270* transfer against - the journaled XFJ-FROM-BAL is the balance  *
005280* the transfer left behind, so the master less the amount must  *
005290* come back to it. Anything else means the account moved after  *
005300* the customer was told, and the back office has to decide.     *
005310*****************************************************************
005320 VALIDATE-TRANSFER.
005330     MOVE SPACES TO WS-REJECT-REASON.
005340     MOVE SPACES TO WS-REJECT-TEXT.
005350     MOVE ZERO TO WS-FROM-IX.
005360     MOVE ZERO TO WS-TO-IX.
005370     IF XFJ-AMOUNT IS NOT NUMERIC
005380      OR XFJ-AMOUNT IS NOT GREATER THAN ZERO
005390      OR XFJ-FROM-BAL IS NOT NUMERIC
005400        SET REJECT-BAD-AMOUNT TO TRUE
005410        MOVE 'AMOUNT OR BALANCE NOT NUMERIC' TO WS-REJECT-TEXT
005420     ELSE
005430        PERFORM LOAD-CUSTOMER-ACCOUNTS
005440        PERFORM FIND-TRANSFER-ACCOUNTS
005450        EVALUATE TRUE
005460          WHEN WS-FROM-IX IS EQUAL TO ZERO
005470             SET REJECT-NO-FROM TO TRUE
005480             MOVE 'FROM ACCOUNT NOT ON MASTER'
005490               TO WS-REJECT-TEXT
005500          WHEN WS-TO-IX IS EQUAL TO ZERO
005510             SET REJECT-NO-TO TO TRUE
005520             MOVE 'TO ACCOUNT NOT ON MASTER'
005530               TO WS-REJECT-TEXT
005540          WHEN OTHER
005550             COMPUTE WS-EXPECTED-FROM-BAL =
005560                     WS-ACCT-BAL (WS-FROM-IX) - XFJ-AMOUNT
005570             IF WS-EXPECTED-FROM-BAL IS NOT EQUAL TO
005580                  XFJ-FROM-BAL
005590                SET REJECT-FROM-BAL TO TRUE
005600                MOVE 'FROM BALANCE NO LONGER MATCHES'
005610                  TO WS-REJECT-TEXT
005620             END-IF
005630        END-EVALUATE
005640     END-IF.
005650
005660*****************************************************************
005670* Fetch the customer's accounts from DBANK51P into the account  *
005680* table unless an earlier transfer already brought them in.     *
005690*****************************************************************
005700 LOAD-CUSTOMER-ACCOUNTS.
005710     MOVE 'N' TO WS-PID-LOADED-SW.
005720     PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
005730       UNTIL WS-ACCT-IX IS GREATER THAN WS-ACCT-COUNT
005740                OR PID-LOADED
005750        IF WS-ACCT-PID (WS-ACCT-IX) IS EQUAL TO XFJ-PID
005760           MOVE 'Y' TO WS-PID-LOADED-SW
005770        END-IF
005780     END-PERFORM.
005790     IF NOT PID-LOADED
005800        MOVE SPACES TO WS-COMMAREA
005810        MOVE XFJ-PID TO CD51I-PID
005820        SET IO-REQUEST-FUNCTION-START TO TRUE
005830        CALL 'DBANK51P' USING WS-COMMAREA
005840        IF NOT IO-REQUEST-STATUS-OK
005850           MOVE 'SOURCE1 (Customer details) start failure...'
005860             TO WS-CONSOLE-MESSAGE
005870           PERFORM ABORT-PROGRAM
005880        END-IF
005890        MOVE 'N' TO WS-PAST-SW
005900        PERFORM UNTIL IO-REQUEST-STATUS-EOF
005910                   OR PAST-CUSTOMER
005920           MOVE SPACES TO WS-COMMAREA
005930           MOVE XFJ-PID TO CD51I-PID
005940           SET IO-REQUEST-FUNCTION-READ TO TRUE
005950           CALL 'DBANK51P' USING WS-COMMAREA
005960           IF IO-REQUEST-STATUS-ERROR
005970              MOVE 'SOURCE1 Error reading file ...'
005980                TO WS-CONSOLE-MESSAGE
005990              PERFORM ABORT-PROGRAM
006000           END-IF
006010           IF IO-REQUEST-STATUS-OK
006020              IF CD51O-PID IS NOT EQUAL TO XFJ-PID
006030                 MOVE 'Y' TO WS-PAST-SW
006040              ELSE
006050                 PERFORM ADD-ACCOUNT-ENTRY
006060              END-IF
006070           END-IF
006080        END-PERFORM
006090        MOVE SPACES TO WS-COMMAREA
006100        MOVE XFJ-PID TO CD51I-PID
006110        SET IO-REQUEST-FUNCTION-CLOSE TO TRUE
006120        CALL 'DBANK51P' USING WS-COMMAREA
006130     END-IF.
006140
006150 ADD-ACCOUNT-ENTRY.
006160     IF WS-ACCT-COUNT IS LESS THAN 2000
006170        ADD 1 TO WS-ACCT-COUNT
006180        MOVE CD51O-PID TO WS-ACCT-PID (WS-ACCT-COUNT)
006190        MOVE CD51O-ACC-NO TO WS-ACCT-ACC-NO (WS-ACCT-COUNT)
006200        MOVE CD51O-ACC-CURR-BAL TO WS-ACCT-BAL (WS-ACCT-COUNT)
006210     ELSE
006220        MOVE 'Account table full - run refused'
006230          TO WS-CONSOLE-MESSAGE
006240        PERFORM ABORT-PROGRAM
006250     END-IF.
006260
006270 FIND-TRANSFER-ACCOUNTS.
006280     PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
006290       UNTIL WS-ACCT-IX IS GREATER THAN WS-ACCT-COUNT
006300        IF WS-ACCT-PID (WS-ACCT-IX) IS EQUAL TO XFJ-PID
006310           IF WS-ACCT-ACC-NO (WS-ACCT-IX) IS EQUAL TO
006320                XFJ-FROM-ACC
006330              MOVE WS-ACCT-IX TO WS-FROM-IX
006340           END-IF
006350           IF WS-ACCT-ACC-NO (WS-ACCT-IX) IS EQUAL TO
006360                XFJ-TO-ACC
006370              MOVE WS-ACCT-IX TO WS-TO-IX
006380           END-IF
006390        END-IF
006400     END-PERFORM.
006410
006420*****************************************************************
006430* Post both legs - debit the from account, credit the to        *
006440* account - then hold the key for the register. The two legs go *
006450* out as a pair, and the key only reaches the register once the *
006460* whole run has proved.                                         *
006470*****************************************************************
006480 APPLY-TRANSFER.
006490     COMPUTE WS-NEW-FROM-BAL =
006500             WS-ACCT-BAL (WS-FROM-IX) - XFJ-AMOUNT.
006510     COMPUTE WS-NEW-TO-BAL =
006520             WS-ACCT-BAL (WS-TO-IX) + XFJ-AMOUNT.
006530
006540     MOVE SPACES TO ACCOUNT-UPDATE-RECORD.
006550     MOVE XFJ-PID TO AUP-PID.
006560     MOVE XFJ-FROM-ACC TO AUP-ACC-NO.
006570     SET AUP-DEBIT TO TRUE.
006580     MOVE XFJ-AMOUNT TO AUP-AMOUNT.
006590     MOVE WS-NEW-FROM-BAL TO AUP-NEW-BAL.
006600     MOVE XFJ-IDEMP-KEY TO AUP-IDEMP-KEY.
006610     MOVE XFJ-DATE TO AUP-DATE.
006620     MOVE XFJ-TIME TO AUP-TIME.
006630     PERFORM UPDATE-PUT.
006640
006650     MOVE XFJ-TO-ACC TO AUP-ACC-NO.
006660     SET AUP-CREDIT TO TRUE.
006670     MOVE WS-NEW-TO-BAL TO AUP-NEW-BAL.
006680     PERFORM UPDATE-PUT.
006690
006700     MOVE WS-NEW-FROM-BAL TO WS-ACCT-BAL (WS-FROM-IX).
006710     MOVE WS-NEW-TO-BAL TO WS-ACCT-BAL (WS-TO-IX).
006720     ADD XFJ-AMOUNT TO WS-DEBIT-LEGS.
006730     ADD XFJ-AMOUNT TO WS-CREDIT-LEGS.
006740     ADD 1 TO WS-POSTED-COUNT.
006750     ADD XFJ-AMOUNT TO WS-POSTED-AMOUNT.
006760
006776     MOVE 'P' TO WS-HELD-DISPOSITION-IN.
006793     PERFORM HOLD-DISPOSITION.
006810
006820*****************************************************************
006830* Reject the transfer whole - neither leg is posted. The record *
006840* goes to the back office with the reason, is listed on the     *
006850* proof, and is held for the register so tomorrow's run does    *
006860* not reject it a second time.                                  *
006870*****************************************************************
006880 REJECT-TRANSFER.
006890     MOVE SPACES TO REJECT-RECORD.
006900     MOVE TRANSFER-JOURNAL-RECORD TO REJ-JOURNAL-IMAGE.
006910     MOVE WS-REJECT-REASON TO REJ-REASON.
006920     MOVE WS-REJECT-TEXT TO REJ-REASON-TEXT.
006930     IF WS-FROM-IX IS GREATER THAN ZERO
006940        MOVE WS-ACCT-BAL (WS-FROM-IX) TO REJ-MASTER-BAL
006950     ELSE
006960        MOVE ZERO TO REJ-MASTER-BAL
006970     END-IF.
006980     PERFORM REJECT-PUT.
006990
007000     ADD 1 TO WS-REJECTED-COUNT.
007010     IF XFJ-AMOUNT IS NUMERIC
007020        ADD XFJ-AMOUNT TO WS-REJECTED-AMOUNT
007030        MOVE XFJ-AMOUNT TO RR-AMOUNT
007040     ELSE
007050        MOVE ZERO TO RR-AMOUNT
007060     END-IF.
007070     MOVE XFJ-IDEMP-KEY TO RR-KEY.
007080     MOVE XFJ-PID TO RR-PID.
007090     MOVE XFJ-FROM-ACC TO RR-FROM-ACC.
007100     MOVE WS-REJECT-TEXT TO RR-REASON.
007110     MOVE RPT-REJECT-LINE TO PROOF-REPORT-LINE.
007120     PERFORM PROOF-PUT.
007130
007132     MOVE 'R' TO WS-HELD-DISPOSITION-IN.
007135     PERFORM HOLD-DISPOSITION.
007138
007141*****************************************************************
007144* Hold the journal record's disposition for the register, and   *
007147* count its key as disposed of for the rest of this run.        *
007150*****************************************************************
007152 HOLD-DISPOSITION.
007155     IF WS-HELD-COUNT IS NOT LESS THAN 20000
007158        MOVE 'Held disposition table full - run refused'
007161          TO WS-CONSOLE-MESSAGE
007164        PERFORM ABORT-PROGRAM
007167     END-IF.
007170     ADD 1 TO WS-HELD-COUNT.
007172     MOVE XFJ-IDEMP-KEY TO WS-HELD-KEY (WS-HELD-COUNT).
007175     MOVE WS-HELD-DISPOSITION-IN
007178       TO WS-HELD-DISPOSITION (WS-HELD-COUNT).
007181     MOVE WS-REJECT-REASON TO WS-HELD-REASON (WS-HELD-COUNT).
007184     MOVE XFJ-IDEMP-KEY TO WS-ADD-KEY.
007187     PERFORM ADD-POSTED-KEY.
007190
007200*****************************************************************
007210* The proof - each disposition with its count and amount, the   *
007220* records read against the sum of the dispositions, and the     *
007230* debit legs against the credit legs. A run that does not prove *
007236* abends so the update file cannot be released, and its keys    *
007243* never reach the register.                                     *
007250*****************************************************************
007260 WRITE-PROOF-TOTALS.
007270     MOVE SPACES TO PROOF-REPORT-LINE.
007280     PERFORM PROOF-PUT.
007290     MOVE 'JOURNAL RECORDS READ' TO RT-LABEL.
007300     MOVE WS-RECORDS-READ TO RT-COUNT.
007310     MOVE ZERO TO RT-AMOUNT.
007320     PERFORM WRITE-TOTAL-LINE.
007330     MOVE 'POSTED THIS RUN' TO RT-LABEL.
007340     MOVE WS-POSTED-COUNT TO RT-COUNT.
007350     MOVE WS-POSTED-AMOUNT TO RT-AMOUNT.
007360     PERFORM WRITE-TOTAL-LINE.
007370     MOVE 'REJECTED THIS RUN' TO RT-LABEL.
007380     MOVE WS-REJECTED-COUNT TO RT-COUNT.
007390     MOVE WS-REJECTED-AMOUNT TO RT-AMOUNT.
007400     PERFORM WRITE-TOTAL-LINE.
007410     MOVE 'CARRIED FORWARD PAST CUT-OFF' TO RT-LABEL.
007420     MOVE WS-CARRIED-COUNT TO RT-COUNT.
007430     MOVE WS-CARRIED-AMOUNT TO RT-AMOUNT.
007440     PERFORM WRITE-TOTAL-LINE.
007450     MOVE 'DISPOSED OF BY EARLIER RUNS' TO RT-LABEL.
007460     MOVE WS-PREV-POSTED-COUNT TO RT-COUNT.
007470     MOVE WS-PREV-POSTED-AMOUNT TO RT-AMOUNT.
007480     PERFORM WRITE-TOTAL-LINE.
007490
007500     COMPUTE WS-DISPOSED-COUNT = WS-POSTED-COUNT
007510                               + WS-REJECTED-COUNT
007520                               + WS-CARRIED-COUNT
007530                               + WS-PREV-POSTED-COUNT.
007540     MOVE WS-DEBIT-LEGS TO RP-DEBITS.
007550     MOVE WS-CREDIT-LEGS TO RP-CREDITS.
007560     IF WS-DISPOSED-COUNT IS EQUAL TO WS-RECORDS-READ
007570      AND WS-DEBIT-LEGS IS EQUAL TO WS-CREDIT-LEGS
007580        MOVE 'PROOF AGREES' TO RP-VERDICT
007590     ELSE
007600        MOVE '*** PROOF DOES NOT AGREE' TO RP-VERDICT
007610     END-IF.
007620     MOVE RPT-PROOF-LINE TO PROOF-REPORT-LINE.
007630     PERFORM PROOF-PUT.
007640     IF WS-DISPOSED-COUNT IS NOT EQUAL TO WS-RECORDS-READ
007650      OR WS-DEBIT-LEGS IS NOT EQUAL TO WS-CREDIT-LEGS
007660        PERFORM PROOF-CLOSE
007670        MOVE 'Posting proof does not agree - refused'
007680          TO WS-CONSOLE-MESSAGE
007690        PERFORM ABORT-PROGRAM
007700     END-IF.
007710
007720 WRITE-TOTAL-LINE.
007730     MOVE RPT-TOTAL-LINE TO PROOF-REPORT-LINE.
007740     PERFORM PROOF-PUT.
007750
007760*****************************************************************
007761* The run has proved - register every key it disposed of.       *
007762*****************************************************************
007763 WRITE-POSTED-REGISTER.
007764     PERFORM REGISTER-OPEN.
007765     PERFORM VARYING WS-HELD-IX FROM 1 BY 1
007766       UNTIL WS-HELD-IX IS GREATER THAN WS-HELD-COUNT
007767        MOVE SPACES TO POSTED-REGISTER-RECORD
007768        MOVE WS-HELD-KEY (WS-HELD-IX) TO PST-IDEMP-KEY
007769        MOVE WS-HELD-DISPOSITION (WS-HELD-IX) TO PST-DISPOSITION
007770        MOVE WS-HELD-REASON (WS-HELD-IX) TO PST-REASON
007771        PERFORM REGISTER-PUT
007772     END-PERFORM.
007773     PERFORM REGISTER-CLOSE.
007774
007775*****************************************************************
007776* The posted register is appended to - status 05 is a normal    *
007780* open of an OPTIONAL file that did not exist yet.              *
007790*****************************************************************
007800 REGISTER-OPEN.
007810     OPEN EXTEND POSTED-REGISTER.
007820     IF WS-XFERPOST-STATUS IS NOT EQUAL TO '00'
007830      AND WS-XFERPOST-STATUS IS NOT EQUAL TO '05'
007840        MOVE 'XFERPOST file open failure...'
007850          TO WS-CONSOLE-MESSAGE
007860        PERFORM DISPLAY-CONSOLE-MESSAGE
007870        MOVE WS-XFERPOST-STATUS TO WS-IO-STATUS
007880        PERFORM DISPLAY-IO-STATUS
007890        PERFORM ABORT-PROGRAM
007900     END-IF.
007910
007920 REGISTER-PUT.
007930     MOVE WS-TODAY-YMD TO PST-RUN-DATE.
007940     MOVE WS-TIME-NOW TO PST-RUN-TIME.
007950     WRITE POSTED-REGISTER-RECORD.
007960     IF WS-XFERPOST-STATUS IS NOT EQUAL TO '00'
007970        MOVE 'XFERPOST Error writing file ...'
007980          TO WS-CONSOLE-MESSAGE
007990        PERFORM DISPLAY-CONSOLE-MESSAGE
008000        MOVE WS-XFERPOST-STATUS TO WS-IO-STATUS
008010        PERFORM DISPLAY-IO-STATUS
008020        PERFORM ABORT-PROGRAM
008030     END-IF.
008050
008060 REGISTER-CLOSE.
008070     CLOSE POSTED-REGISTER.
008080
008090 UPDATE-OPEN.
008100     OPEN OUTPUT ACCOUNT-UPDATE-FILE.
008110     IF WS-ACCTUPD-STATUS IS NOT EQUAL TO '00'
008120        MOVE 'ACCTUPD file open failure...'
008130          TO WS-CONSOLE-MESSAGE
008140        PERFORM DISPLAY-CONSOLE-MESSAGE
008150        MOVE WS-ACCTUPD-STATUS TO WS-IO-STATUS
008160        PERFORM DISPLAY-IO-STATUS
008170        PERFORM ABORT-PROGRAM
008180     END-IF.
008190
008200 UPDATE-PUT.
008210     WRITE ACCOUNT-UPDATE-RECORD.
008220     IF WS-ACCTUPD-STATUS IS NOT EQUAL TO '00'
008230        MOVE 'ACCTUPD Error writing file ...'
008240          TO WS-CONSOLE-MESSAGE
008250        PERFORM DISPLAY-CONSOLE-MESSAGE
008260        MOVE WS-ACCTUPD-STATUS TO WS-IO-STATUS
008270        PERFORM DISPLAY-IO-STATUS
008280        PERFORM ABORT-PROGRAM
008290     END-IF.
008300
008310 UPDATE-CLOSE.
008320     CLOSE ACCOUNT-UPDATE-FILE.
008330
008340 REJECT-OPEN.
008350     OPEN OUTPUT REJECT-FILE.
008360     IF WS-XFERREJ-STATUS IS NOT EQUAL TO '00'
008370        MOVE 'XFERREJ file open failure...'
008380          TO WS-CONSOLE-MESSAGE
008390        PERFORM DISPLAY-CONSOLE-MESSAGE
008400        MOVE WS-XFERREJ-STATUS TO WS-IO-STATUS
008410        PERFORM DISPLAY-IO-STATUS
008420        PERFORM ABORT-PROGRAM
008430     END-IF.
008440
008450 REJECT-PUT.
008460     WRITE REJECT-RECORD.
008470     IF WS-XFERREJ-STATUS IS NOT EQUAL TO '00'
008480        MOVE 'XFERREJ Error writing file ...'
008490          TO WS-CONSOLE-MESSAGE
008500        PERFORM DISPLAY-CONSOLE-MESSAGE
008510        MOVE WS-XFERREJ-STATUS TO WS-IO-STATUS
008520        PERFORM DISPLAY-IO-STATUS
008530        PERFORM ABORT-PROGRAM
008540     END-IF.
008550
008560 REJECT-CLOSE.
008570     CLOSE REJECT-FILE.
008580
008590*****************************************************************
008600* Open the posting proof as output and title it.                *
008610*****************************************************************
008620 PROOF-OPEN.
008630     OPEN OUTPUT PROOF-REPORT.
008640     IF WS-REPORT-STATUS = '00'
008650        MOVE 'PSTPROOF report opened OK'
008660          TO WS-CONSOLE-MESSAGE
008670        PERFORM DISPLAY-CONSOLE-MESSAGE
008680     ELSE
008690        MOVE 'PSTPROOF report open failure...'
008700          TO WS-CONSOLE-MESSAGE
008710        PERFORM DISPLAY-CONSOLE-MESSAGE
008720        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008730        PERFORM DISPLAY-IO-STATUS
008740        PERFORM ABORT-PROGRAM
008750        END-IF.
008760     MOVE WS-TODAY-YMD TO RH-RUN-DATE.
008770     MOVE WS-CUTOFF-DATE TO RH-CUTOFF.
008780     MOVE RPT-HEADING-LINE TO PROOF-REPORT-LINE.
008790     PERFORM PROOF-PUT.
008800     MOVE SPACES TO PROOF-REPORT-LINE.
008810     PERFORM PROOF-PUT.
008820
008830 PROOF-PUT.
008840     WRITE PROOF-REPORT-LINE.
008850     IF WS-REPORT-STATUS NOT = '00'
008860        MOVE 'PSTPROOF report Error writing file ...'
008870          TO WS-CONSOLE-MESSAGE
008880        PERFORM DISPLAY-CONSOLE-MESSAGE
008890        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
008900        PERFORM DISPLAY-IO-STATUS
008910        PERFORM ABORT-PROGRAM
008920     END-IF.
008930
008940 PROOF-CLOSE.
008950     CLOSE PROOF-REPORT.
008960
008970*****************************************************************
008980* Display the file status bytes. This routine will display as   *
008990* two digits if the full two byte file status is numeric. If    *
009000* second byte is non-numeric then it will be treated as a       *
009010* binary number.                                                *
009020*****************************************************************
009030 DISPLAY-IO-STATUS.
009040     IF WS-IO-STATUS NUMERIC
009050        MOVE SPACE TO WS-CONSOLE-MESSAGE
009060        STRING 'File status -' DELIMITED BY SIZE
009070               WS-IO-STATUS DELIMITED BY SIZE
009080          INTO WS-CONSOLE-MESSAGE
009090        PERFORM DISPLAY-CONSOLE-MESSAGE
009100     ELSE
009110        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
009120        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
009130        MOVE SPACE TO WS-CONSOLE-MESSAGE
009140        STRING 'File status -' DELIMITED BY SIZE
009150               WS-IO-STAT1 DELIMITED BY SIZE
009160               '/' DELIMITED BY SIZE
009170               WS-TWO-BYTES DELIMITED BY SIZE
009180          INTO WS-CONSOLE-MESSAGE
009190        PERFORM DISPLAY-CONSOLE-MESSAGE
009200     END-IF.
009210
009220*****************************************************************
009230* 'ABORT' the program.                                          *
009240* Post a message to the console and issue a STOP RUN            *
009250*****************************************************************
009260 ABORT-PROGRAM.
009270     IF WS-CONSOLE-MESSAGE NOT = SPACES
009280        PERFORM DISPLAY-CONSOLE-MESSAGE
009290     END-IF.
009300     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
009310     PERFORM DISPLAY-CONSOLE-MESSAGE.
009320     MOVE 16 TO RETURN-CODE.
009330     GOBACK.
009340
009350*****************************************************************
009360* Display a message on the console, prefixed with the program   *
009370* name so it can be picked out of a mixed job log.              *
009380*****************************************************************
009390 DISPLAY-CONSOLE-MESSAGE.
009400     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
009410
