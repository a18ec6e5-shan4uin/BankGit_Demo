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
000130* Prgram:      ZBNKLIM1.CBL                                     *
000140* Function:    Credit limit maker-checker - apply the credit    *
000150*              limit changes keyed on the ACCTDTL screen, hold  *
000160*              the increases over the hold amount pending until *
000170*              a different signed-on supervisor or manager      *
000180*              approves them, audit every change with its       *
000190*              limits before and after, and report the day's    *
000200*              changes and those still awaiting approval        *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.
000240     ZBNKLIM1.
000250 DATE-WRITTEN.
000260     October 2026.
000270 DATE-COMPILED.
000280     Today.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT   SECTION.
000310   FILE-CONTROL.
000320     SELECT SECURITY-PROFILE-FILE
000330            ASSIGN       TO SECPROF
000340            ORGANIZATION IS SEQUENTIAL
000350            ACCESS MODE  IS SEQUENTIAL
000360            FILE STATUS  IS WS-PROFILE-STATUS.
000370
000380     SELECT OPTIONAL LIMIT-PENDING-FILE
000390            ASSIGN       TO LIMPEND
000400            ORGANIZATION IS SEQUENTIAL
000410            ACCESS MODE  IS SEQUENTIAL
000420            FILE STATUS  IS WS-LIMPEND-STATUS.
000430
000440     SELECT LIMIT-TRANS-FILE
000450            ASSIGN       TO LIMTRAN
000460            ORGANIZATION IS SEQUENTIAL
000470            ACCESS MODE  IS SEQUENTIAL
000480            FILE STATUS  IS WS-LIMTRAN-STATUS.
000490
000500     SELECT NEW-PENDING-FILE
000510            ASSIGN       TO LIMPNEW
000520            ORGANIZATION IS SEQUENTIAL
000530            ACCESS MODE  IS SEQUENTIAL
000540            FILE STATUS  IS WS-LIMPNEW-STATUS.
000550
000560     SELECT LIMIT-UPDATE-FILE
000570            ASSIGN       TO LIMUPD
000580            ORGANIZATION IS SEQUENTIAL
000590            ACCESS MODE  IS SEQUENTIAL
000600            FILE STATUS  IS WS-LIMUPD-STATUS.
000610
000620     SELECT OPTIONAL LIMIT-AUDIT-FILE
000630            ASSIGN       TO LIMAUDT
000640            ORGANIZATION IS SEQUENTIAL
000650            ACCESS MODE  IS SEQUENTIAL
000660            FILE STATUS  IS WS-AUDIT-STATUS.
000670
000680     SELECT LIMIT-REPORT
000690            ASSIGN       TO LIMRPT
000700            ORGANIZATION IS SEQUENTIAL
000710            ACCESS MODE  IS SEQUENTIAL
000720            FILE STATUS  IS WS-REPORT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760*****************************************************************
000770* The security profile ZBNKSEC1 maintains - an approver must be *
000780* on it and not locked out.                                     *
000790*****************************************************************
000800 FD  SECURITY-PROFILE-FILE
000810     RECORD CONTAINS 40 CHARACTERS.
000820 COPY CSECPROF.
000830
000840 FD  LIMIT-PENDING-FILE
000850     RECORD CONTAINS 60 CHARACTERS.
000860 COPY CLIMPND.
000870
000880 FD  LIMIT-TRANS-FILE
000890     RECORD CONTAINS 60 CHARACTERS.
000900 COPY CLIMTRN.
000910
000920 FD  NEW-PENDING-FILE
000930     RECORD CONTAINS 60 CHARACTERS.
000940 01  NEW-PENDING-RECORD                      PIC X(60).
000950
000960*****************************************************************
000970* The limit changes that take effect, for the load of the       *
000980* account file - audit records of the applied and approved      *
000990* events.                                                       *
001000*****************************************************************
001010 FD  LIMIT-UPDATE-FILE
001020     RECORD CONTAINS 100 CHARACTERS.
001030 01  LIMIT-UPDATE-RECORD                     PIC X(100).
001040
001050 FD  LIMIT-AUDIT-FILE
001060     RECORD CONTAINS 100 CHARACTERS.
001070 COPY CLIMAUD.
001080
001090 FD  LIMIT-REPORT
001100     RECORD CONTAINS 80 CHARACTERS.
001110 01  LIMIT-REPORT-LINE                       PIC X(80).
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-MISC-STORAGE.
001150   05  WS-PROGRAM-ID                         PIC X(8)
001160       VALUE 'ZBNKLIM1'.
001170   05  WS-PROFILE-STATUS.
001180     10  WS-PROFILE-STAT1                    PIC X(1).
001190     10  WS-PROFILE-STAT2                    PIC X(1).
001200
001210   05  WS-LIMPEND-STATUS.
001220     10  WS-LIMPEND-STAT1                    PIC X(1).
001230     10  WS-LIMPEND-STAT2                    PIC X(1).
001240
001250   05  WS-LIMTRAN-STATUS.
001260     10  WS-LIMTRAN-STAT1                    PIC X(1).
001270     10  WS-LIMTRAN-STAT2                    PIC X(1).
001280
001290   05  WS-LIMPNEW-STATUS.
001300     10  WS-LIMPNEW-STAT1                    PIC X(1).
001310     10  WS-LIMPNEW-STAT2                    PIC X(1).
001320
001330   05  WS-LIMUPD-STATUS.
001340     10  WS-LIMUPD-STAT1                     PIC X(1).
001350     10  WS-LIMUPD-STAT2                     PIC X(1).
001360
001370   05  WS-AUDIT-STATUS.
001380     10  WS-AUDIT-STAT1                      PIC X(1).
001390     10  WS-AUDIT-STAT2                      PIC X(1).
001400
001410   05  WS-REPORT-STATUS.
001420     10  WS-REPORT-STAT1                     PIC X(1).
001430     10  WS-REPORT-STAT2                     PIC X(1).
001440
001450   05  WS-IO-STATUS.
001460     10  WS-IO-STAT1                         PIC X(1).
001470     10  WS-IO-STAT2                         PIC X(1).
001480
001490   05  WS-TWO-BYTES.
001500     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001510     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001520   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
001530                                             PIC 9(1) COMP.
001540
001550   05  WS-PROFILE-EOF-SW                     PIC X(1)
001560       VALUE 'N'.
001570     88  PROFILE-EOF                         VALUE 'Y'.
001580   05  WS-LIMPEND-EOF-SW                     PIC X(1)
001590       VALUE 'N'.
001600     88  PENDING-EOF                         VALUE 'Y'.
001610   05  WS-LIMTRAN-EOF-SW                     PIC X(1)
001620       VALUE 'N'.
001630     88  LIMTRAN-EOF                         VALUE 'Y'.
001640
001650   05  WS-TRANS-READ                         PIC 9(5)
001660       VALUE ZERO.
001670   05  WS-TRANS-REJECTED                     PIC 9(5)
001680       VALUE ZERO.
001690   05  WS-APPLIED-COUNT                      PIC 9(5)
001700       VALUE ZERO.
001710   05  WS-HELD-COUNT                         PIC 9(5)
001720       VALUE ZERO.
001730   05  WS-APPROVED-COUNT                     PIC 9(5)
001740       VALUE ZERO.
001750   05  WS-REJECTED-COUNT                     PIC 9(5)
001760       VALUE ZERO.
001770   05  WS-SELF-APPROVAL-COUNT                PIC 9(5)
001780       VALUE ZERO.
001790   05  WS-NOT-AUTHORISED-COUNT               PIC 9(5)
001800       VALUE ZERO.
001810   05  WS-NONE-PENDING-COUNT                 PIC 9(5)
001820       VALUE ZERO.
001830   05  WS-ALREADY-PENDING-COUNT              PIC 9(5)
001840       VALUE ZERO.
001850   05  WS-STILL-PENDING-COUNT                PIC 9(5)
001860       VALUE ZERO.
001870
001880 01  WS-EXEC-PARM.
001890   05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.
001900   05  WS-EXEC-PARM-DATA                     PIC X(60).
001910
001920 01  WS-PARM-PTR                             POINTER.
001930 01  WS-PARM-PTR-NUM REDEFINES WS-PARM-PTR   PIC X(4) COMP-5.
001940
001950*****************************************************************
001960* Run options. An increase of more than the hold amount is held *
001970* for approval - overridden by a " HOLD=nnnnnnnn" keyword on    *
001980* the exec parm. Decreases and smaller increases take effect    *
001990* straight away.                                                *
002000*****************************************************************
002010 01  WS-RUN-OPTIONS.
002020   05  WS-HOLD-AMOUNT                        PIC 9(8)
002030       VALUE 1000.
002040   05  WS-PARM-KEYWORD-AT                    PIC 9(2)
002050       VALUE ZERO.
002060   05  WS-PARM-SCAN-IX                       PIC 9(2).
002070   05  WS-PARM-ONE-CHAR                      PIC X(1).
002080   05  WS-PARM-ONE-DIGIT REDEFINES WS-PARM-ONE-CHAR
002090                                             PIC 9(1).
002100
002110*****************************************************************
002115* The signed-on users an approval is checked against - only an  *
002120* active supervisor or manager on the profile may decide a      *
002125* change, whatever role the transaction itself carries.         *
002130*****************************************************************
002140 01  WS-PROFILE-TABLE.
002150   05  WS-PRF-COUNT                          PIC 9(3)
002160       VALUE ZERO.
002170   05  WS-PRF-ENTRY OCCURS 500 TIMES.
002180     10  WS-PRF-USERID                       PIC X(8).
002190     10  WS-PRF-STATUS                       PIC X(1).
002200       88  WS-PRF-ACTIVE                     VALUE 'A'.
002203     10  WS-PRF-ROLE                         PIC X(1).
002206       88  WS-PRF-MAY-DECIDE-LIMITS          VALUE 'S' 'M'.
002210   05  WS-PRF-IX                             PIC 9(3).
002216   05  WS-PRF-CHECKER-ROLE                   PIC X(1).
002223   05  WS-PRF-FOUND-SW                       PIC X(1)
002230       VALUE 'N'.
002234     88  CHECKER-PROFILE-FOUND               VALUE 'Y'.
002238   05  WS-PRF-AUTHORISED-SW                  PIC X(1)
002242       VALUE 'N'.
002246     88  CHECKER-AUTHORISED                  VALUE 'Y'.
002250
002260*****************************************************************
002270* The changes pending approval held in storage while the day's  *
002280* transactions are applied. An entry approved or rejected is    *
002290* marked closed and left out of the new register.               *
002300*****************************************************************
002310 01  WS-PENDING-TABLE.
002320   05  WS-PND-COUNT                          PIC 9(4)
002330       VALUE ZERO.
002340   05  WS-PND-ENTRY OCCURS 5000 TIMES.
002350     10  WS-PND-ACCT-NO                      PIC X(5).
002360     10  WS-PND-STATUS                       PIC X(1).
002370       88  PND-OPEN                          VALUE 'P'.
002380       88  PND-CLOSED                        VALUE 'C'.
002390     10  WS-PND-MAKER-USERID                 PIC X(8).
002400     10  WS-PND-OLD-LIMIT                    PIC 9(8).
002410     10  WS-PND-NEW-LIMIT                    PIC 9(8).
002420     10  WS-PND-ENTERED-DATE                 PIC 9(8).
002430     10  WS-PND-ENTERED-TIME                 PIC 9(6).
002440     10  WS-PND-SELF-ATTEMPTS                PIC 9(2).
002450   05  WS-PND-IX                             PIC 9(4).
002460   05  WS-PND-MATCH-IX                       PIC 9(4).
002470   05  WS-PND-FOUND-SW                       PIC X(1)
002480       VALUE 'N'.
002490     88  PENDING-FOUND                       VALUE 'Y'.
002500
002510 01  WS-LIMIT-WORK.
002520   05  WS-LIMIT-INCREASE                     PIC 9(8).
002530   05  WS-OUTCOME-TEXT                       PIC X(22).
002540
002550 01  WS-DATE-WORK.
002560   05  WS-TODAY-DAYNO                        PIC 9(7).
002570   05  WS-ENTERED-DAYNO                      PIC 9(7).
002580   05  WS-PENDING-DAYS                       PIC 9(5).
002590
002600 01  WS-TODAY                                PIC 9(6).
002610 01  WS-TODAY-CCYYMMDD.
002620   05  WS-TODAY-CC                           PIC 9(2)
002630       VALUE 20.
002640   05  WS-TODAY-YYMMDD                       PIC 9(6).
002650 01  WS-TODAY-DATE REDEFINES WS-TODAY-CCYYMMDD
002660                                             PIC 9(8).
002670 01  WS-TIME-NOW                             PIC 9(8).
002680
002690 01  WS-CONSOLE-MESSAGE                      PIC X(60).
002700
002710*****************************************************************
002720* Report lines.                                                 *
002730*****************************************************************
002740 01  RPT-HEADING-LINE.
002750   05  RH-TITLE                              PIC X(40)
002760       VALUE 'CREDIT LIMIT MAKER-CHECKER REPORT'.
002770   05  FILLER                          PIC X(13)
002780       VALUE '  RUN DATE - '.
002790   05  RH-RUN-DATE                           PIC 9(6).
002800   05  FILLER                          PIC X(21) VALUE SPACES.
002810
002820 01  RPT-ACTIVITY-HEADING.
002830   05  FILLER                                PIC X(40)
002840       VALUE '  ACCT   MAKER     CHECKER    OLD LIMIT '.
002850   05  FILLER                                PIC X(40)
002860       VALUE ' NEW LIMIT  OUTCOME'.
002870
002880 01  RPT-ACTIVITY-LINE.
002890   05  FILLER                          PIC X(2)  VALUE SPACES.
002900   05  RA-ACCT-NO                            PIC X(5).
002910   05  FILLER                          PIC X(2)  VALUE SPACES.
002920   05  RA-MAKER-USERID                       PIC X(8).
002930   05  FILLER                          PIC X(2)  VALUE SPACES.
002940   05  RA-CHECKER-USERID                     PIC X(8).
002950   05  FILLER                          PIC X(2)  VALUE SPACES.
002960   05  RA-OLD-LIMIT                          PIC ZZZZZZZ9.
002970   05  FILLER                          PIC X(2)  VALUE SPACES.
002980   05  RA-NEW-LIMIT                          PIC ZZZZZZZ9.
002990   05  FILLER                          PIC X(2)  VALUE SPACES.
003000   05  RA-OUTCOME                            PIC X(22).
003010   05  FILLER                          PIC X(9)  VALUE SPACES.
003020
003030 01  RPT-PENDING-HEADING.
003040   05  FILLER                                PIC X(40)
003050       VALUE '  ACCT   MAKER      OLD LIMIT  NEW LIMIT'.
003060   05  FILLER                                PIC X(40)
003070       VALUE '  ENTERED    DAYS  SELF'.
003080
003090 01  RPT-PENDING-LINE.
003100   05  FILLER                          PIC X(2)  VALUE SPACES.
003110   05  RP-ACCT-NO                            PIC X(5).
003120   05  FILLER                          PIC X(2)  VALUE SPACES.
003130   05  RP-MAKER-USERID                       PIC X(8).
003140   05  FILLER                          PIC X(2)  VALUE SPACES.
003150   05  RP-OLD-LIMIT                          PIC ZZZZZZZ9.
003160   05  FILLER                          PIC X(2)  VALUE SPACES.
003170   05  RP-NEW-LIMIT                          PIC ZZZZZZZ9.
003180   05  FILLER                          PIC X(2)  VALUE SPACES.
003190   05  RP-ENTERED-DATE                       PIC 9(8).
003200   05  FILLER                          PIC X(2)  VALUE SPACES.
003210   05  RP-PENDING-DAYS                       PIC ZZZZ9.
003220   05  FILLER                          PIC X(2)  VALUE SPACES.
003230   05  RP-SELF-ATTEMPTS                      PIC Z9.
003240   05  FILLER                          PIC X(22) VALUE SPACES.
003250
003260 01  RPT-COUNT-LINE.
003270   05  RT-LABEL                              PIC X(40).
003280   05  RT-COUNT                              PIC Z(6)9.
003290   05  FILLER                          PIC X(33) VALUE SPACES.
003300
003310 LINKAGE SECTION.
003320 01  LK-EXEC-PARM.
003330   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.
003340   05  LK-EXEC-PARM-DATA                     PIC X(60).
003350
003360 PROCEDURE DIVISION USING LK-EXEC-PARM.
003370*****************************************************************
003380* Load the approvers and the changes pending, apply the day's   *
003390* limit transactions - auditing each one - then write the new   *
003400* pending register and the daily report.                        *
003410*****************************************************************
003420     MOVE ZEROES TO WS-EXEC-PARM-LL.
003430     MOVE SPACES TO WS-EXEC-PARM-DATA.
003440     SET WS-PARM-PTR TO ADDRESS OF LK-EXEC-PARM.
003450     IF WS-PARM-PTR-NUM IS NOT EQUAL TO ZEROS
003460        MOVE LK-EXEC-PARM-LL TO WS-EXEC-PARM-LL
003470        IF WS-EXEC-PARM-LL IS GREATER THAN ZERO
003480           MOVE LK-EXEC-PARM-DATA TO WS-EXEC-PARM-DATA
003490        END-IF
003500     END-IF.
003510     IF WS-EXEC-PARM-LL IS GREATER THAN ZERO
003520        PERFORM PARSE-HOLD-KEYWORD
003530     END-IF.
003540
003550     ACCEPT WS-TODAY FROM DATE.
003560     ACCEPT WS-TIME-NOW FROM TIME.
003570     MOVE WS-TODAY TO WS-TODAY-YYMMDD.
003580     COMPUTE WS-TODAY-DAYNO =
003590        FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
003600
003610     PERFORM REPORT-OPEN.
003620     MOVE WS-TODAY TO RH-RUN-DATE.
003630     MOVE RPT-HEADING-LINE TO LIMIT-REPORT-LINE.
003640     PERFORM REPORT-PUT.
003650     MOVE SPACES TO LIMIT-REPORT-LINE.
003660     PERFORM REPORT-PUT.
003670     PERFORM LOAD-PROFILES.
003680     PERFORM LOAD-PENDING-CHANGES.
003690     PERFORM APPLY-TRANSACTIONS.
003700     PERFORM WRITE-NEW-PENDING.
003710     PERFORM WRITE-SUMMARY.
003720     PERFORM REPORT-CLOSE.
003730
003740     MOVE SPACES TO WS-CONSOLE-MESSAGE.
003750     STRING WS-TRANS-READ DELIMITED BY SIZE
003760            ' limit transactions, ' DELIMITED BY SIZE
003770            WS-STILL-PENDING-COUNT DELIMITED BY SIZE
003780            ' pending approval' DELIMITED BY SIZE
003790       INTO WS-CONSOLE-MESSAGE.
003800     PERFORM DISPLAY-CONSOLE-MESSAGE.
003810     MOVE 'End Of Job'
003820       TO WS-CONSOLE-MESSAGE.
003830     PERFORM DISPLAY-CONSOLE-MESSAGE.
003840
003850*****************************************************************
003860* A maker trying to approve their own change, or an approval    *
003870* from a user with no right to give it, is for the auditors.    *
003880*****************************************************************
003890     IF WS-SELF-APPROVAL-COUNT IS GREATER THAN ZERO
003900      OR WS-NOT-AUTHORISED-COUNT IS GREATER THAN ZERO
003910        MOVE 4 TO RETURN-CODE
003920     ELSE
003930        MOVE 0 TO RETURN-CODE
003940     END-IF.
003950
003960     GOBACK.
003970
003980*****************************************************************
003990* Pull a " HOLD=nnnnnnnn" keyword out of the exec parm and      *
004000* override the hold amount with it.                             *
004010*****************************************************************
004020 PARSE-HOLD-KEYWORD.
004030     INSPECT WS-EXEC-PARM-DATA
004040       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
004050               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
004060     MOVE ZERO TO WS-PARM-KEYWORD-AT.
004070     MOVE 1 TO WS-PARM-SCAN-IX.
004080     PERFORM UNTIL WS-PARM-SCAN-IX IS GREATER THAN 55
004090                OR WS-PARM-KEYWORD-AT IS GREATER THAN ZERO
004100        IF WS-EXEC-PARM-DATA (WS-PARM-SCAN-IX:5)
004110              IS EQUAL TO 'HOLD='
004120           MOVE WS-PARM-SCAN-IX TO WS-PARM-KEYWORD-AT
004130        END-IF
004140        ADD 1 TO WS-PARM-SCAN-IX
004150     END-PERFORM.
004160     IF WS-PARM-KEYWORD-AT IS GREATER THAN ZERO
004170        MOVE ZERO TO WS-HOLD-AMOUNT
004180        MOVE WS-PARM-KEYWORD-AT TO WS-PARM-SCAN-IX
004190        ADD 5 TO WS-PARM-SCAN-IX
004200        PERFORM UNTIL WS-PARM-SCAN-IX IS GREATER THAN
004210                        LENGTH OF WS-EXEC-PARM-DATA
004220                   OR WS-EXEC-PARM-DATA (WS-PARM-SCAN-IX:1)
004230                        IS NOT NUMERIC
004240           MOVE WS-EXEC-PARM-DATA (WS-PARM-SCAN-IX:1)
004250             TO WS-PARM-ONE-CHAR
004260           COMPUTE WS-HOLD-AMOUNT =
004270              WS-HOLD-AMOUNT * 10 + WS-PARM-ONE-DIGIT
004280           ADD 1 TO WS-PARM-SCAN-IX
004290        END-PERFORM
004300        MOVE SPACES TO WS-CONSOLE-MESSAGE
004310        STRING 'Increases over ' DELIMITED BY SIZE
004320               WS-HOLD-AMOUNT DELIMITED BY SIZE
004330               ' held for approval' DELIMITED BY SIZE
004340          INTO WS-CONSOLE-MESSAGE
004350        PERFORM DISPLAY-CONSOLE-MESSAGE
004360     END-IF.
004370
004380*****************************************************************
004390* Load the userids, status and role from the security profile.  *
004400*****************************************************************
004410 LOAD-PROFILES.
004420     OPEN INPUT SECURITY-PROFILE-FILE.
004430     IF WS-PROFILE-STATUS IS NOT EQUAL TO '00'
004440        MOVE 'SECPROF file open failure...'
004450          TO WS-CONSOLE-MESSAGE
004460        PERFORM DISPLAY-CONSOLE-MESSAGE
004470        MOVE WS-PROFILE-STATUS TO WS-IO-STATUS
004480        PERFORM DISPLAY-IO-STATUS
004490        PERFORM ABORT-PROGRAM
004500     END-IF.
004510     PERFORM PROFILE-READ.
004520     PERFORM UNTIL PROFILE-EOF
004530        IF WS-PRF-COUNT IS LESS THAN 500
004540           ADD 1 TO WS-PRF-COUNT
004550           MOVE SECPROF-USERID TO WS-PRF-USERID (WS-PRF-COUNT)
004560           MOVE SECPROF-STATUS TO WS-PRF-STATUS (WS-PRF-COUNT)
004565           MOVE SECPROF-ROLE TO WS-PRF-ROLE (WS-PRF-COUNT)
004570        ELSE
004580           MOVE 'Profile table full - run refused'
004590             TO WS-CONSOLE-MESSAGE
004600           PERFORM ABORT-PROGRAM
004610        END-IF
004620        PERFORM PROFILE-READ
004630     END-PERFORM.
004640     CLOSE SECURITY-PROFILE-FILE.
004650
004660 PROFILE-READ.
004670     READ SECURITY-PROFILE-FILE
004680       AT END
004690          MOVE 'Y' TO WS-PROFILE-EOF-SW
004700     END-READ.
004710
004720*****************************************************************
004730* Load the changes pending approval. File status 05 is a normal *
004740* open of an OPTIONAL file that does not exist - the first run  *
004750* starts with nothing pending.                                  *
004760*****************************************************************
004770 LOAD-PENDING-CHANGES.
004780     OPEN INPUT LIMIT-PENDING-FILE.
004790     EVALUATE TRUE
004800       WHEN WS-LIMPEND-STATUS IS EQUAL TO '35'
004810       WHEN WS-LIMPEND-STATUS IS EQUAL TO '05'
004820          MOVE 'No pending register - starting empty'
004830            TO WS-CONSOLE-MESSAGE
004840          PERFORM DISPLAY-CONSOLE-MESSAGE
004850       WHEN WS-LIMPEND-STATUS IS EQUAL TO '00'
004860          PERFORM PENDING-READ
004870          PERFORM UNTIL PENDING-EOF
004880             PERFORM ADD-PENDING-ENTRY
004890             MOVE LPN-MAKER-USERID
004900               TO WS-PND-MAKER-USERID (WS-PND-COUNT)
004910             MOVE LPN-OLD-LIMIT TO WS-PND-OLD-LIMIT (WS-PND-COUNT)
004920             MOVE LPN-NEW-LIMIT TO WS-PND-NEW-LIMIT (WS-PND-COUNT)
004930             MOVE LPN-ENTERED-DATE
004940               TO WS-PND-ENTERED-DATE (WS-PND-COUNT)
004950             MOVE LPN-ENTERED-TIME
004960               TO WS-PND-ENTERED-TIME (WS-PND-COUNT)
004970             MOVE LPN-SELF-ATTEMPTS
004980               TO WS-PND-SELF-ATTEMPTS (WS-PND-COUNT)
004990             PERFORM PENDING-READ
005000          END-PERFORM
005010       WHEN OTHER
005020          MOVE 'LIMPEND file open failure...'
005030            TO WS-CONSOLE-MESSAGE
005040          PERFORM DISPLAY-CONSOLE-MESSAGE
005050          MOVE WS-LIMPEND-STATUS TO WS-IO-STATUS
005060          PERFORM DISPLAY-IO-STATUS
005070          PERFORM ABORT-PROGRAM
005080     END-EVALUATE.
005090     CLOSE LIMIT-PENDING-FILE.
005100
005110 PENDING-READ.
005120     READ LIMIT-PENDING-FILE
005130       AT END
005140          MOVE 'Y' TO WS-LIMPEND-EOF-SW
005150     END-READ.
005160
005170*****************************************************************
005180* Open a new entry at the end of the pending table for the      *
005190* account in LPN-ACCT-NO.                                       *
005200*****************************************************************
005210 ADD-PENDING-ENTRY.
005220     IF WS-PND-COUNT IS NOT LESS THAN 5000
005230        MOVE 'Pending table full - run refused'
005240          TO WS-CONSOLE-MESSAGE
005250        PERFORM ABORT-PROGRAM
005260     END-IF.
005270     ADD 1 TO WS-PND-COUNT.
005280     MOVE LPN-ACCT-NO TO WS-PND-ACCT-NO (WS-PND-COUNT).
005290     MOVE 'P' TO WS-PND-STATUS (WS-PND-COUNT).
005300
005310*****************************************************************
005320* Apply each queued limit transaction, in the order keyed.      *
005330*****************************************************************
005340 APPLY-TRANSACTIONS.
005350     OPEN INPUT LIMIT-TRANS-FILE.
005360     IF WS-LIMTRAN-STATUS IS NOT EQUAL TO '00'
005370        MOVE 'LIMTRAN file open failure...'
005380          TO WS-CONSOLE-MESSAGE
005390        PERFORM DISPLAY-CONSOLE-MESSAGE
005400        MOVE WS-LIMTRAN-STATUS TO WS-IO-STATUS
005410        PERFORM DISPLAY-IO-STATUS
005420        PERFORM ABORT-PROGRAM
005430     END-IF.
005440     OPEN OUTPUT LIMIT-UPDATE-FILE.
005450     IF WS-LIMUPD-STATUS IS NOT EQUAL TO '00'
005460        MOVE 'LIMUPD file open failure...'
005470          TO WS-CONSOLE-MESSAGE
005480        PERFORM DISPLAY-CONSOLE-MESSAGE
005490        MOVE WS-LIMUPD-STATUS TO WS-IO-STATUS
005500        PERFORM DISPLAY-IO-STATUS
005510        PERFORM ABORT-PROGRAM
005520     END-IF.
005530     PERFORM AUDIT-OPEN.
005540     MOVE '  LIMIT CHANGES TODAY' TO LIMIT-REPORT-LINE.
005550     PERFORM REPORT-PUT.
005560     MOVE RPT-ACTIVITY-HEADING TO LIMIT-REPORT-LINE.
005570     PERFORM REPORT-PUT.
005580     PERFORM LIMTRAN-READ.
005590     PERFORM UNTIL LIMTRAN-EOF
005600        ADD 1 TO WS-TRANS-READ
005610        PERFORM APPLY-ONE-TRANSACTION
005620        PERFORM LIMTRAN-READ
005630     END-PERFORM.
005640     IF WS-TRANS-READ IS EQUAL TO ZERO
005650        MOVE '  NONE' TO LIMIT-REPORT-LINE
005660        PERFORM REPORT-PUT
005670     END-IF.
005680     CLOSE LIMIT-TRANS-FILE.
005690     CLOSE LIMIT-UPDATE-FILE.
005700     PERFORM AUDIT-CLOSE.
005710
005720 LIMTRAN-READ.
005730     READ LIMIT-TRANS-FILE
005740       AT END
005750          MOVE 'Y' TO WS-LIMTRAN-EOF-SW
005760     END-READ.
005770
005780 APPLY-ONE-TRANSACTION.
005790     PERFORM FIND-PENDING-ENTRY.
005800     MOVE SPACES TO LIMIT-AUDIT-RECORD.
005810     MOVE WS-TODAY-DATE TO LAU-DATE.
005820     MOVE WS-TIME-NOW (1:6) TO LAU-TIME.
005830     MOVE LMT-ACCT-NO TO LAU-ACCT-NO.
005840     EVALUATE TRUE
005850       WHEN LMT-OLD-LIMIT IS NOT NUMERIC
005860       WHEN LMT-NEW-LIMIT IS NOT NUMERIC
005870          ADD 1 TO WS-TRANS-REJECTED
005880          PERFORM REJECT-TRANSACTION
005890       WHEN LMT-ACTION-CHANGE
005900          PERFORM APPLY-LIMIT-CHANGE
005910       WHEN LMT-ACTION-APPROVE
005920       WHEN LMT-ACTION-REJECT
005930          PERFORM APPLY-LIMIT-DECISION
005940       WHEN OTHER
005950          ADD 1 TO WS-TRANS-REJECTED
005960          PERFORM REJECT-TRANSACTION
005970     END-EVALUATE.
005980
005990*****************************************************************
006000* A change keyed by the maker. While a change is pending on the *
006010* account no other is taken - the screen shows it pending. An   *
006020* increase of more than the hold amount is held for approval;   *
006030* anything else takes effect now.                               *
006040*****************************************************************
006050 APPLY-LIMIT-CHANGE.
006060     MOVE LMT-USERID TO LAU-MAKER-USERID.
006070     MOVE LMT-OLD-LIMIT TO LAU-OLD-LIMIT.
006080     MOVE LMT-NEW-LIMIT TO LAU-NEW-LIMIT.
006090     MOVE ZERO TO WS-LIMIT-INCREASE.
006100     IF LMT-NEW-LIMIT IS GREATER THAN LMT-OLD-LIMIT
006110        COMPUTE WS-LIMIT-INCREASE = LMT-NEW-LIMIT - LMT-OLD-LIMIT
006120     END-IF.
006130     EVALUATE TRUE
006140       WHEN PENDING-FOUND
006150          SET LAU-EVENT-ALREADY-PENDING TO TRUE
006160          MOVE LMT-OLD-LIMIT TO LAU-LIMIT-IN-FORCE
006170          ADD 1 TO WS-ALREADY-PENDING-COUNT
006180          MOVE 'REFUSED - ONE PENDING' TO WS-OUTCOME-TEXT
006190       WHEN WS-LIMIT-INCREASE IS GREATER THAN WS-HOLD-AMOUNT
006200          MOVE LMT-ACCT-NO TO LPN-ACCT-NO
006210          PERFORM ADD-PENDING-ENTRY
006220          MOVE LMT-USERID TO WS-PND-MAKER-USERID (WS-PND-COUNT)
006230          MOVE LMT-OLD-LIMIT TO WS-PND-OLD-LIMIT (WS-PND-COUNT)
006240          MOVE LMT-NEW-LIMIT TO WS-PND-NEW-LIMIT (WS-PND-COUNT)
006250          MOVE LMT-ENTERED-DATE
006260            TO WS-PND-ENTERED-DATE (WS-PND-COUNT)
006270          MOVE LMT-ENTERED-TIME
006280            TO WS-PND-ENTERED-TIME (WS-PND-COUNT)
006290          MOVE ZERO TO WS-PND-SELF-ATTEMPTS (WS-PND-COUNT)
006300          SET LAU-EVENT-HELD TO TRUE
006310          MOVE LMT-OLD-LIMIT TO LAU-LIMIT-IN-FORCE
006320          ADD 1 TO WS-HELD-COUNT
006330          MOVE 'PENDING APPROVAL' TO WS-OUTCOME-TEXT
006340       WHEN OTHER
006350          SET LAU-EVENT-APPLIED TO TRUE
006360          MOVE LMT-NEW-LIMIT TO LAU-LIMIT-IN-FORCE
006370          ADD 1 TO WS-APPLIED-COUNT
006380          MOVE 'APPLIED' TO WS-OUTCOME-TEXT
006390     END-EVALUATE.
006400     PERFORM RECORD-LIMIT-EVENT.
006410
006420*****************************************************************
006430* An approval or rejection of the change pending on the         *
006440* account. It must come from a user whose active profile makes  *
006450* them a supervisor or manager, and an approval from someone    *
006460* other than the maker. The role audited is the profile's.      *
006470*****************************************************************
006480 APPLY-LIMIT-DECISION.
006485     PERFORM CHECK-CHECKER-PROFILE.
006490     MOVE LMT-USERID TO LAU-CHECKER-USERID.
006500     MOVE WS-PRF-CHECKER-ROLE TO LAU-CHECKER-ROLE.
006510     IF NOT PENDING-FOUND
006520        MOVE LMT-OLD-LIMIT TO LAU-OLD-LIMIT
006530        MOVE LMT-NEW-LIMIT TO LAU-NEW-LIMIT
006540        MOVE LMT-OLD-LIMIT TO LAU-LIMIT-IN-FORCE
006550        SET LAU-EVENT-NONE-PENDING TO TRUE
006560        ADD 1 TO WS-NONE-PENDING-COUNT
006570        MOVE 'NO CHANGE PENDING' TO WS-OUTCOME-TEXT
006580        PERFORM RECORD-LIMIT-EVENT
006590     ELSE
006610        MOVE WS-PND-MAKER-USERID (WS-PND-MATCH-IX)
006620          TO LAU-MAKER-USERID
006630        MOVE WS-PND-OLD-LIMIT (WS-PND-MATCH-IX) TO LAU-OLD-LIMIT
006640        MOVE WS-PND-NEW-LIMIT (WS-PND-MATCH-IX) TO LAU-NEW-LIMIT
006650        MOVE WS-PND-OLD-LIMIT (WS-PND-MATCH-IX)
006660          TO LAU-LIMIT-IN-FORCE
006670        EVALUATE TRUE
006680          WHEN LMT-ACTION-APPROVE
006690           AND LMT-USERID IS EQUAL TO
006700                 WS-PND-MAKER-USERID (WS-PND-MATCH-IX)
006710             SET LAU-EVENT-SELF-APPROVAL TO TRUE
006720             ADD 1 TO WS-PND-SELF-ATTEMPTS (WS-PND-MATCH-IX)
006730             ADD 1 TO WS-SELF-APPROVAL-COUNT
006740             MOVE 'SELF-APPROVAL REFUSED' TO WS-OUTCOME-TEXT
006760          WHEN NOT CHECKER-AUTHORISED
006780             SET LAU-EVENT-NOT-AUTHORISED TO TRUE
006790             ADD 1 TO WS-NOT-AUTHORISED-COUNT
006800             MOVE 'NOT AUTHORISED' TO WS-OUTCOME-TEXT
006810          WHEN LMT-ACTION-APPROVE
006820             SET LAU-EVENT-APPROVED TO TRUE
006830             MOVE WS-PND-NEW-LIMIT (WS-PND-MATCH-IX)
006840               TO LAU-LIMIT-IN-FORCE
006850             MOVE 'C' TO WS-PND-STATUS (WS-PND-MATCH-IX)
006860             ADD 1 TO WS-APPROVED-COUNT
006870             MOVE 'APPROVED' TO WS-OUTCOME-TEXT
006880          WHEN OTHER
006890             SET LAU-EVENT-REJECTED TO TRUE
006900             MOVE 'C' TO WS-PND-STATUS (WS-PND-MATCH-IX)
006910             ADD 1 TO WS-REJECTED-COUNT
006920             MOVE 'REJECTED' TO WS-OUTCOME-TEXT
006930        END-EVALUATE
006940        PERFORM RECORD-LIMIT-EVENT
006950     END-IF.
006960
006961*****************************************************************
006963* Find the checker's profile and take the role off it. Only an  *
006965* active supervisor or manager profile gives the authority to   *
006966* decide - a userid not on the profile audits with no role.     *
006968*****************************************************************
006970 CHECK-CHECKER-PROFILE.
006975     MOVE 'N' TO WS-PRF-FOUND-SW.
006980     MOVE 'N' TO WS-PRF-AUTHORISED-SW.
006985     MOVE SPACES TO WS-PRF-CHECKER-ROLE.
006990     PERFORM VARYING WS-PRF-IX FROM 1 BY 1
007000       UNTIL WS-PRF-IX IS GREATER THAN WS-PRF-COUNT
007010                OR CHECKER-PROFILE-FOUND
007020        IF WS-PRF-USERID (WS-PRF-IX) IS EQUAL TO LMT-USERID
007024           MOVE 'Y' TO WS-PRF-FOUND-SW
007028           MOVE WS-PRF-ROLE (WS-PRF-IX) TO WS-PRF-CHECKER-ROLE
007032           IF WS-PRF-ACTIVE (WS-PRF-IX)
007037            AND WS-PRF-MAY-DECIDE-LIMITS (WS-PRF-IX)
007041              MOVE 'Y' TO WS-PRF-AUTHORISED-SW
007045           END-IF
007050        END-IF
007060     END-PERFORM.
007070
007080 FIND-PENDING-ENTRY.
007090     MOVE 'N' TO WS-PND-FOUND-SW.
007100     MOVE ZERO TO WS-PND-MATCH-IX.
007110     PERFORM VARYING WS-PND-IX FROM 1 BY 1
007120       UNTIL WS-PND-IX IS GREATER THAN WS-PND-COUNT
007130                OR PENDING-FOUND
007140        IF WS-PND-ACCT-NO (WS-PND-IX) IS EQUAL TO LMT-ACCT-NO
007150         AND PND-OPEN (WS-PND-IX)
007160           MOVE 'Y' TO WS-PND-FOUND-SW
007170           MOVE WS-PND-IX TO WS-PND-MATCH-IX
007180        END-IF
007190     END-PERFORM.
007200
007210*****************************************************************
007220* Audit the event built in LIMIT-AUDIT-RECORD, pass a change    *
007230* that takes effect to the account file load, and report it.    *
007240*****************************************************************
007250 RECORD-LIMIT-EVENT.
007260     WRITE LIMIT-AUDIT-RECORD.
007270     IF WS-AUDIT-STATUS IS NOT EQUAL TO '00'
007280        MOVE 'LIMAUDT Error writing file ...'
007290          TO WS-CONSOLE-MESSAGE
007300        PERFORM DISPLAY-CONSOLE-MESSAGE
007310        MOVE WS-AUDIT-STATUS TO WS-IO-STATUS
007320        PERFORM DISPLAY-IO-STATUS
007330        PERFORM ABORT-PROGRAM
007340     END-IF.
007350     IF LAU-LIMIT-CHANGED
007360        WRITE LIMIT-UPDATE-RECORD FROM LIMIT-AUDIT-RECORD
007370        IF WS-LIMUPD-STATUS IS NOT EQUAL TO '00'
007380           MOVE 'LIMUPD Error writing file ...'
007390             TO WS-CONSOLE-MESSAGE
007400           PERFORM DISPLAY-CONSOLE-MESSAGE
007410           MOVE WS-LIMUPD-STATUS TO WS-IO-STATUS
007420           PERFORM DISPLAY-IO-STATUS
007430           PERFORM ABORT-PROGRAM
007440        END-IF
007450     END-IF.
007460     MOVE LAU-ACCT-NO TO RA-ACCT-NO.
007470     MOVE LAU-MAKER-USERID TO RA-MAKER-USERID.
007480     MOVE LAU-CHECKER-USERID TO RA-CHECKER-USERID.
007490     MOVE LAU-OLD-LIMIT TO RA-OLD-LIMIT.
007500     MOVE LAU-NEW-LIMIT TO RA-NEW-LIMIT.
007510     MOVE WS-OUTCOME-TEXT TO RA-OUTCOME.
007520     MOVE RPT-ACTIVITY-LINE TO LIMIT-REPORT-LINE.
007530     PERFORM REPORT-PUT.
007540
007550 REJECT-TRANSACTION.
007560     MOVE SPACES TO WS-CONSOLE-MESSAGE.
007570     STRING 'Limit transaction rejected for account '
007580              DELIMITED BY SIZE
007590            LMT-ACCT-NO DELIMITED BY SIZE
007600       INTO WS-CONSOLE-MESSAGE.
007610     PERFORM DISPLAY-CONSOLE-MESSAGE.
007620
007630*****************************************************************
007640* Write the changes still pending for the online side to show,  *
007650* and list them with how long each has waited.                  *
007660*****************************************************************
007670 WRITE-NEW-PENDING.
007680     OPEN OUTPUT NEW-PENDING-FILE.
007690     IF WS-LIMPNEW-STATUS IS NOT EQUAL TO '00'
007700        MOVE 'LIMPNEW file open failure...'
007710          TO WS-CONSOLE-MESSAGE
007720        PERFORM DISPLAY-CONSOLE-MESSAGE
007730        MOVE WS-LIMPNEW-STATUS TO WS-IO-STATUS
007740        PERFORM DISPLAY-IO-STATUS
007750        PERFORM ABORT-PROGRAM
007760     END-IF.
007770     MOVE SPACES TO LIMIT-REPORT-LINE.
007780     PERFORM REPORT-PUT.
007790     MOVE '  CHANGES AWAITING APPROVAL' TO LIMIT-REPORT-LINE.
007800     PERFORM REPORT-PUT.
007810     MOVE RPT-PENDING-HEADING TO LIMIT-REPORT-LINE.
007820     PERFORM REPORT-PUT.
007830     PERFORM VARYING WS-PND-IX FROM 1 BY 1
007840       UNTIL WS-PND-IX IS GREATER THAN WS-PND-COUNT
007850        IF PND-OPEN (WS-PND-IX)
007860           PERFORM WRITE-PENDING-ENTRY
007870        END-IF
007880     END-PERFORM.
007890     IF WS-STILL-PENDING-COUNT IS EQUAL TO ZERO
007900        MOVE '  NONE' TO LIMIT-REPORT-LINE
007910        PERFORM REPORT-PUT
007920     END-IF.
007930     CLOSE NEW-PENDING-FILE.
007940
007950 WRITE-PENDING-ENTRY.
007960     ADD 1 TO WS-STILL-PENDING-COUNT.
007970     MOVE SPACES TO LIMIT-PENDING-RECORD.
007980     MOVE WS-PND-ACCT-NO (WS-PND-IX) TO LPN-ACCT-NO.
007990     SET LPN-PENDING-APPROVAL TO TRUE.
008000     MOVE WS-PND-MAKER-USERID (WS-PND-IX) TO LPN-MAKER-USERID.
008010     MOVE WS-PND-OLD-LIMIT (WS-PND-IX) TO LPN-OLD-LIMIT.
008020     MOVE WS-PND-NEW-LIMIT (WS-PND-IX) TO LPN-NEW-LIMIT.
008030     MOVE WS-PND-ENTERED-DATE (WS-PND-IX) TO LPN-ENTERED-DATE.
008040     MOVE WS-PND-ENTERED-TIME (WS-PND-IX) TO LPN-ENTERED-TIME.
008050     MOVE WS-PND-SELF-ATTEMPTS (WS-PND-IX) TO LPN-SELF-ATTEMPTS.
008060     WRITE NEW-PENDING-RECORD FROM LIMIT-PENDING-RECORD.
008070     IF WS-LIMPNEW-STATUS IS NOT EQUAL TO '00'
008080        MOVE 'LIMPNEW Error writing file ...'
008090          TO WS-CONSOLE-MESSAGE
008100        PERFORM DISPLAY-CONSOLE-MESSAGE
008110        MOVE WS-LIMPNEW-STATUS TO WS-IO-STATUS
008120        PERFORM DISPLAY-IO-STATUS
008130        PERFORM ABORT-PROGRAM
008140     END-IF.
008150     MOVE ZERO TO WS-PENDING-DAYS.
008160     IF FUNCTION TEST-DATE-YYYYMMDD (LPN-ENTERED-DATE)
008170          IS EQUAL TO ZERO
008180        COMPUTE WS-ENTERED-DAYNO =
008190           FUNCTION INTEGER-OF-DATE (LPN-ENTERED-DATE)
008200        IF WS-ENTERED-DAYNO IS LESS THAN WS-TODAY-DAYNO
008210           COMPUTE WS-PENDING-DAYS =
008220              WS-TODAY-DAYNO - WS-ENTERED-DAYNO
008230        END-IF
008240     END-IF.
008250     MOVE LPN-ACCT-NO TO RP-ACCT-NO.
008260     MOVE LPN-MAKER-USERID TO RP-MAKER-USERID.
008270     MOVE LPN-OLD-LIMIT TO RP-OLD-LIMIT.
008280     MOVE LPN-NEW-LIMIT TO RP-NEW-LIMIT.
008290     MOVE LPN-ENTERED-DATE TO RP-ENTERED-DATE.
008300     MOVE WS-PENDING-DAYS TO RP-PENDING-DAYS.
008310     MOVE LPN-SELF-ATTEMPTS TO RP-SELF-ATTEMPTS.
008320     MOVE RPT-PENDING-LINE TO LIMIT-REPORT-LINE.
008330     PERFORM REPORT-PUT.
008340
008350 WRITE-SUMMARY.
008360     MOVE SPACES TO LIMIT-REPORT-LINE.
008370     PERFORM REPORT-PUT.
008380     MOVE 'LIMIT TRANSACTIONS READ' TO RT-LABEL.
008390     MOVE WS-TRANS-READ TO RT-COUNT.
008400     MOVE RPT-COUNT-LINE TO LIMIT-REPORT-LINE.
008410     PERFORM REPORT-PUT.
008420     MOVE 'CHANGES APPLIED WITHOUT APPROVAL' TO RT-LABEL.
008430     MOVE WS-APPLIED-COUNT TO RT-COUNT.
008440     MOVE RPT-COUNT-LINE TO LIMIT-REPORT-LINE.
008450     PERFORM REPORT-PUT.
008460     MOVE 'INCREASES HELD FOR APPROVAL' TO RT-LABEL.
008470     MOVE WS-HELD-COUNT TO RT-COUNT.
008480     MOVE RPT-COUNT-LINE TO LIMIT-REPORT-LINE.
008490     PERFORM REPORT-PUT.
008500     MOVE 'CHANGES APPROVED' TO RT-LABEL.
008510     MOVE WS-APPROVED-COUNT TO RT-COUNT.
008520     MOVE RPT-COUNT-LINE TO LIMIT-REPORT-LINE.
008530     PERFORM REPORT-PUT.
008540     MOVE 'CHANGES REJECTED' TO RT-LABEL.
008550     MOVE WS-REJECTED-COUNT TO RT-COUNT.
008560     MOVE RPT-COUNT-LINE TO LIMIT-REPORT-LINE.
008570     PERFORM REPORT-PUT.
008580     MOVE 'SELF-APPROVAL ATTEMPTS' TO RT-LABEL.
008590     MOVE WS-SELF-APPROVAL-COUNT TO RT-COUNT.
008600     MOVE RPT-COUNT-LINE TO LIMIT-REPORT-LINE.
008610     PERFORM REPORT-PUT.
008620     MOVE 'APPROVALS NOT AUTHORISED' TO RT-LABEL.
008630     MOVE WS-NOT-AUTHORISED-COUNT TO RT-COUNT.
008640     MOVE RPT-COUNT-LINE TO LIMIT-REPORT-LINE.
008650     PERFORM REPORT-PUT.
008660     MOVE 'DECISIONS WITH NO CHANGE PENDING' TO RT-LABEL.
008670     MOVE WS-NONE-PENDING-COUNT TO RT-COUNT.
008680     MOVE RPT-COUNT-LINE TO LIMIT-REPORT-LINE.
008690     PERFORM REPORT-PUT.
008700     MOVE 'CHANGES REFUSED - ONE ALREADY PENDING' TO RT-LABEL.
008710     MOVE WS-ALREADY-PENDING-COUNT TO RT-COUNT.
008720     MOVE RPT-COUNT-LINE TO LIMIT-REPORT-LINE.
008730     PERFORM REPORT-PUT.
008740     MOVE 'TRANSACTIONS REJECTED' TO RT-LABEL.
008750     MOVE WS-TRANS-REJECTED TO RT-COUNT.
008760     MOVE RPT-COUNT-LINE TO LIMIT-REPORT-LINE.
008770     PERFORM REPORT-PUT.
008780     MOVE 'CHANGES STILL PENDING' TO RT-LABEL.
008790     MOVE WS-STILL-PENDING-COUNT TO RT-COUNT.
008800     MOVE RPT-COUNT-LINE TO LIMIT-REPORT-LINE.
008810     PERFORM REPORT-PUT.
008820
008830*****************************************************************
008840* Open the audit trail to add to it. File status 05 is a normal *
008850* open of an OPTIONAL file that did not exist - the first run   *
008860* starts the trail.                                             *
008870*****************************************************************
008880 AUDIT-OPEN.
008890     OPEN EXTEND LIMIT-AUDIT-FILE.
008900     IF WS-AUDIT-STATUS IS NOT EQUAL TO '00'
008910      AND WS-AUDIT-STATUS IS NOT EQUAL TO '05'
008920        MOVE 'LIMAUDT file open failure...'
008930          TO WS-CONSOLE-MESSAGE
008940        PERFORM DISPLAY-CONSOLE-MESSAGE
008950        MOVE WS-AUDIT-STATUS TO WS-IO-STATUS
008960        PERFORM DISPLAY-IO-STATUS
008970        PERFORM ABORT-PROGRAM
008980     END-IF.
008990
009000 AUDIT-CLOSE.
009010     CLOSE LIMIT-AUDIT-FILE.
009020
009030*****************************************************************
009040* Open the limit report as output.                              *
009050*****************************************************************
009060 REPORT-OPEN.
009070     OPEN OUTPUT LIMIT-REPORT.
009080     IF WS-REPORT-STATUS = '00'
009090        MOVE 'LIMRPT report opened OK'
009100          TO WS-CONSOLE-MESSAGE
009110        PERFORM DISPLAY-CONSOLE-MESSAGE
009120     ELSE
009130        MOVE 'LIMRPT report open failure...'
009140          TO WS-CONSOLE-MESSAGE
009150        PERFORM DISPLAY-CONSOLE-MESSAGE
009160        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
009170        PERFORM DISPLAY-IO-STATUS
009180        PERFORM ABORT-PROGRAM
009190     END-IF.
009200
009210 REPORT-PUT.
009220     WRITE LIMIT-REPORT-LINE.
009230     IF WS-REPORT-STATUS NOT = '00'
009240        MOVE 'LIMRPT report Error writing file ...'
009250          TO WS-CONSOLE-MESSAGE
009260        PERFORM DISPLAY-CONSOLE-MESSAGE
009270        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
009280        PERFORM DISPLAY-IO-STATUS
009290        PERFORM ABORT-PROGRAM
009300     END-IF.
009310
009320 REPORT-CLOSE.
009330     CLOSE LIMIT-REPORT.
009340
009350*****************************************************************
009360* Display the file status bytes. This routine will display as   *
009370* two digits if the full two byte file status is numeric. If    *
009380* second byte is non-numeric then it will be treated as a       *
009390* binary number.                                                *
009400*****************************************************************
009410 DISPLAY-IO-STATUS.
009420     IF WS-IO-STATUS NUMERIC
009430        MOVE SPACE TO WS-CONSOLE-MESSAGE
009440        STRING 'File status -' DELIMITED BY SIZE
009450               WS-IO-STATUS DELIMITED BY SIZE
009460          INTO WS-CONSOLE-MESSAGE
009470        PERFORM DISPLAY-CONSOLE-MESSAGE
009480     ELSE
009490        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
009500        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
009510        MOVE SPACE TO WS-CONSOLE-MESSAGE
009520        STRING 'File status -' DELIMITED BY SIZE
009530               WS-IO-STAT1 DELIMITED BY SIZE
009540               '/' DELIMITED BY SIZE
009550               WS-TWO-BYTES DELIMITED BY SIZE
009560          INTO WS-CONSOLE-MESSAGE
009570        PERFORM DISPLAY-CONSOLE-MESSAGE
009580     END-IF.
009590
009600*****************************************************************
009610* 'ABORT' the program.                                          *
009620* Post a message to the console and issue a STOP RUN            *
009630*****************************************************************
009640 ABORT-PROGRAM.
009650     IF WS-CONSOLE-MESSAGE NOT = SPACES
009660        PERFORM DISPLAY-CONSOLE-MESSAGE
009670     END-IF.
009680     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
009690     PERFORM DISPLAY-CONSOLE-MESSAGE.
009700     MOVE 16 TO RETURN-CODE.
009710     GOBACK.
009720
009730*****************************************************************
009740* Display a message on the console, prefixed with the program   *
009750* name so it can be picked out of a mixed job log.              *
009760*****************************************************************
009770 DISPLAY-CONSOLE-MESSAGE.
009780     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
