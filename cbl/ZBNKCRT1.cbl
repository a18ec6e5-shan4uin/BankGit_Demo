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
000130* Prgram:      ZBNKCRT1.CBL                                     *
000140* Function:    Quarterly access recertification of the SECPROF  *
000150*              signon profiles - list every id in use with its  *
000160*              role, last signon and last password change by    *
000170*              approving manager, take back the managers' keep, *
000180*              change-role and revoke decisions and queue them  *
000190*              to ZBNKSEC1 as security transactions, disable    *
000200*              ids with no signon in 90 days the same way, and  *
000210*              report who certified what and what is still      *
000220*              outstanding                                      *
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.
000260     ZBNKCRT1.
000270 DATE-WRITTEN.
000280     October 2026.
000290 DATE-COMPILED.
000300     Today.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT   SECTION.
000330   FILE-CONTROL.
000340     SELECT SECURITY-PROFILE-FILE
000350            ASSIGN       TO SECPROF
000360            ORGANIZATION IS SEQUENTIAL
000370            ACCESS MODE  IS SEQUENTIAL
000380            FILE STATUS  IS WS-PROFILE-STATUS.
000390
000400     SELECT OPTIONAL MANAGER-FILE
000410            ASSIGN       TO CERTMGR
000420            ORGANIZATION IS SEQUENTIAL
000430            ACCESS MODE  IS SEQUENTIAL
000440            FILE STATUS  IS WS-MANAGER-STATUS.
000450
000460     SELECT OPTIONAL REGISTER-FILE
000470            ASSIGN       TO CERTREG
000480            ORGANIZATION IS SEQUENTIAL
000490            ACCESS MODE  IS SEQUENTIAL
000500            FILE STATUS  IS WS-REGISTER-STATUS.
000510
000520     SELECT OPTIONAL RESPONSE-FILE
000530            ASSIGN       TO CERTRSP
000540            ORGANIZATION IS SEQUENTIAL
000550            ACCESS MODE  IS SEQUENTIAL
000560            FILE STATUS  IS WS-RESPONSE-STATUS.
000570
000580     SELECT NEW-REGISTER-FILE
000590            ASSIGN       TO CERTRNEW
000600            ORGANIZATION IS SEQUENTIAL
000610            ACCESS MODE  IS SEQUENTIAL
000620            FILE STATUS  IS WS-REGNEW-STATUS.
000630
000640     SELECT SECURITY-TRANS-FILE
000650            ASSIGN       TO CERTTRN
000660            ORGANIZATION IS SEQUENTIAL
000670            ACCESS MODE  IS SEQUENTIAL
000680            FILE STATUS  IS WS-SECTRAN-STATUS.
000690
000700     SELECT REVIEW-LISTING
000710            ASSIGN       TO CERTLST
000720            ORGANIZATION IS SEQUENTIAL
000730            ACCESS MODE  IS SEQUENTIAL
000740            FILE STATUS  IS WS-LISTING-STATUS.
000750
000760     SELECT CERTIFICATE-REPORT
000770            ASSIGN       TO CERTRPT
000780            ORGANIZATION IS SEQUENTIAL
000790            ACCESS MODE  IS SEQUENTIAL
000800            FILE STATUS  IS WS-REPORT-STATUS.
000810
000820     SELECT SORT-FILE
000830            ASSIGN       TO SRTWK01.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  SECURITY-PROFILE-FILE
000880     RECORD CONTAINS 40 CHARACTERS.
000890 COPY CSECPROF.
000900
000910*****************************************************************
000920* Approving manager for each userid, kept by security           *
000930* administration. An id with no manager here may be certified   *
000940* by any active manager other than itself.                      *
000950*****************************************************************
000960 FD  MANAGER-FILE
000970     RECORD CONTAINS 20 CHARACTERS.
000980 01  MANAGER-RECORD.
000990   05  CMG-USERID                            PIC X(8).
001000   05  CMG-MANAGER                           PIC X(8).
001010   05  FILLER                                PIC X(4).
001020
001030*****************************************************************
001040* The register carried forward from the previous run and the    *
001050* updated one written behind this run.                          *
001060*****************************************************************
001070 FD  REGISTER-FILE
001080     RECORD CONTAINS 80 CHARACTERS.
001090 COPY CCERTRG.
001100
001110*****************************************************************
001120* Decisions returned by the managers - K keep the access as it  *
001130* is, C change the role to the one given, R revoke the id - and *
001140* the manager who made each.                                    *
001150*****************************************************************
001160 FD  RESPONSE-FILE
001170     RECORD CONTAINS 40 CHARACTERS.
001180 01  RESPONSE-RECORD.
001190   05  CRS-USERID                            PIC X(8).
001200   05  CRS-DECISION                          PIC X(1).
001210     88  CRS-DECISION-KEEP                    VALUE 'K'.
001220     88  CRS-DECISION-CHANGE                  VALUE 'C'.
001230     88  CRS-DECISION-REVOKE                  VALUE 'R'.
001240   05  CRS-NEW-ROLE                          PIC X(1).
001250     88  CRS-NEW-ROLE-VALID                   VALUE 'T' 'S' 'M'.
001260   05  CRS-CERTIFIER                         PIC X(8).
001270   05  FILLER                                PIC X(22).
001280
001290 FD  NEW-REGISTER-FILE
001300     RECORD CONTAINS 80 CHARACTERS.
001310 01  NEW-REGISTER-RECORD                     PIC X(80).
001320
001330*****************************************************************
001340* Role changes, revokes and dormant-id disables for ZBNKSEC1,   *
001350* queued behind the online side's security transactions.        *
001360*****************************************************************
001370 FD  SECURITY-TRANS-FILE
001380     RECORD CONTAINS 20 CHARACTERS.
001390 COPY CSECTRN.
001400
001410 FD  REVIEW-LISTING
001420     RECORD CONTAINS 132 CHARACTERS.
001430 01  REVIEW-LISTING-LINE                     PIC X(132).
001440
001450 FD  CERTIFICATE-REPORT
001460     RECORD CONTAINS 132 CHARACTERS.
001470 01  CERTIFICATE-REPORT-LINE                 PIC X(132).
001480
001490 SD  SORT-FILE
001500     RECORD CONTAINS 19 CHARACTERS.
001510 01  SORT-WORK-REC.
001520   05  SORT-MANAGER                          PIC X(8).
001530   05  SORT-USERID                           PIC X(8).
001540   05  SORT-REG-IX                           PIC 9(3).
001550
001560 WORKING-STORAGE SECTION.
001570 01  WS-MISC-STORAGE.
001580   05  WS-PROGRAM-ID                         PIC X(8)
001590       VALUE 'ZBNKCRT1'.
001600   05  WS-PROFILE-STATUS.
001610     10  WS-PROFILE-STAT1                    PIC X(1).
001620     10  WS-PROFILE-STAT2                    PIC X(1).
001630
001640   05  WS-MANAGER-STATUS.
001650     10  WS-MANAGER-STAT1                    PIC X(1).
001660     10  WS-MANAGER-STAT2                    PIC X(1).
001670
001680   05  WS-REGISTER-STATUS.
001690     10  WS-REGISTER-STAT1                   PIC X(1).
001700     10  WS-REGISTER-STAT2                   PIC X(1).
001710
001720   05  WS-RESPONSE-STATUS.
001730     10  WS-RESPONSE-STAT1                   PIC X(1).
001740     10  WS-RESPONSE-STAT2                   PIC X(1).
001750
001760   05  WS-REGNEW-STATUS.
001770     10  WS-REGNEW-STAT1                     PIC X(1).
001780     10  WS-REGNEW-STAT2                     PIC X(1).
001790
001800   05  WS-SECTRAN-STATUS.
001810     10  WS-SECTRAN-STAT1                    PIC X(1).
001820     10  WS-SECTRAN-STAT2                    PIC X(1).
001830
001840   05  WS-LISTING-STATUS.
001850     10  WS-LISTING-STAT1                    PIC X(1).
001860     10  WS-LISTING-STAT2                    PIC X(1).
001870
001880   05  WS-REPORT-STATUS.
001890     10  WS-REPORT-STAT1                     PIC X(1).
001900     10  WS-REPORT-STAT2                     PIC X(1).
001910
001920   05  WS-IO-STATUS.
001930     10  WS-IO-STAT1                         PIC X(1).
001940     10  WS-IO-STAT2                         PIC X(1).
001950
001960   05  WS-TWO-BYTES.
001970     10  WS-TWO-BYTES-LEFT                   PIC X(1).
001980     10  WS-TWO-BYTES-RIGHT                  PIC X(1).
001990   05 WS-TWO-BYTES-BINARY REDEFINES WS-TWO-BYTES
002000                                             PIC 9(1) COMP.
002010
002020   05  WS-PROFILE-EOF-SW                     PIC X(1)
002030       VALUE 'N'.
002040     88  PROFILE-EOF                          VALUE 'Y'.
002050   05  WS-MANAGER-EOF-SW                     PIC X(1)
002060       VALUE 'N'.
002070     88  MANAGER-EOF                          VALUE 'Y'.
002080   05  WS-REGISTER-EOF-SW                    PIC X(1)
002090       VALUE 'N'.
002100     88  REGISTER-EOF                         VALUE 'Y'.
002110   05  WS-RESPONSE-EOF-SW                    PIC X(1)
002120       VALUE 'N'.
002130     88  RESPONSE-EOF                         VALUE 'Y'.
002140   05  WS-SORT-EOF-SW                        PIC X(1)
002150       VALUE 'N'.
002160     88  END-OF-SORTED-DATA                   VALUE 'Y'.
002170   05  WS-FIRST-GROUP-SW                     PIC X(1)
002180       VALUE 'Y'.
002190     88  FIRST-MANAGER-GROUP                  VALUE 'Y'.
002200
002210   05  WS-PRIOR-CYCLE-COUNT                  PIC 9(5)
002220       VALUE ZERO.
002230   05  WS-PRIOR-OPEN-COUNT                   PIC 9(5)
002240       VALUE ZERO.
002250   05  WS-RESPONSES-READ                     PIC 9(5)
002260       VALUE ZERO.
002270   05  WS-RESPONSES-APPLIED                  PIC 9(5)
002280       VALUE ZERO.
002290   05  WS-RESPONSES-REJECTED                 PIC 9(5)
002300       VALUE ZERO.
002310   05  WS-TRANS-WRITTEN                      PIC 9(5)
002320       VALUE ZERO.
002330   05  WS-DORMANT-COUNT                      PIC 9(5)
002340       VALUE ZERO.
002350   05  WS-KEPT-COUNT                         PIC 9(5)
002360       VALUE ZERO.
002370   05  WS-CHANGED-COUNT                      PIC 9(5)
002380       VALUE ZERO.
002390   05  WS-REVOKED-COUNT                      PIC 9(5)
002400       VALUE ZERO.
002410   05  WS-OUTSTANDING-COUNT                  PIC 9(5)
002420       VALUE ZERO.
002430   05  WS-NOT-IN-USE-COUNT                   PIC 9(5)
002440       VALUE ZERO.
002450   05  WS-DORMANT-OPEN-COUNT                 PIC 9(5)
002460       VALUE ZERO.
002470
002480 01  WS-EXEC-PARM.
002490   05  WS-EXEC-PARM-LL                       PIC S9(4) COMP.
002500   05  WS-EXEC-PARM-DATA                     PIC X(60).
002510
002520 01  WS-PARM-PTR                             POINTER.
002530 01  WS-PARM-PTR-NUM REDEFINES WS-PARM-PTR   PIC X(4) COMP-5.
002540
002550*****************************************************************
002560* Run options. The review cycle is the calendar quarter of the  *
002570* run date, overridden by a " CYCLE=CCYYQn" keyword on the exec *
002580* parm - to finish off a quarter after it has ended, say.       *
002590*****************************************************************
002600 01  WS-RUN-OPTIONS.
002610   05  WS-CYCLE.
002620     10  WS-CYCLE-CCYY                       PIC 9(4).
002630     10  WS-CYCLE-Q-LIT                      PIC X(1)
002640         VALUE 'Q'.
002650     10  WS-CYCLE-Q                          PIC 9(1).
002660   05  WS-PARM-KEYWORD-AT                    PIC 9(2)
002670       VALUE ZERO.
002680   05  WS-PARM-SCAN-IX                       PIC 9(2).
002690
002700*****************************************************************
002710* Recertification policy - the days without a signon after      *
002720* which an id is disabled as dormant.                           *
002730*****************************************************************
002740 01  WS-CERT-POLICY.
002750   05  WS-DORMANT-DAYS                       PIC 9(3)
002760       VALUE 90.
002770
002780*****************************************************************
002790* The profiles, for checking the certifiers.                    *
002800*****************************************************************
002810 01  WS-PROFILE-TABLE.
002820   05  WS-PRF-COUNT                          PIC 9(3)
002830       VALUE ZERO.
002840   05  WS-PRF-ENTRY OCCURS 500 TIMES.
002850     10  WS-PRF-USERID                       PIC X(8).
002860     10  WS-PRF-STATUS                       PIC X(1).
002870       88  WS-PRF-ACTIVE                      VALUE 'A'.
002880     10  WS-PRF-ROLE                         PIC X(1).
002890       88  WS-PRF-MANAGER                     VALUE 'M'.
002900   05  WS-PRF-IX                             PIC 9(3).
002910   05  WS-PRF-MATCH-IX                       PIC 9(3).
002920   05  WS-PRF-FOUND-SW                       PIC X(1)
002930       VALUE 'N'.
002940     88  PROFILE-FOUND                        VALUE 'Y'.
002950
002960*****************************************************************
002970* The approving managers.                                       *
002980*****************************************************************
002990 01  WS-MANAGER-TABLE.
003000   05  WS-MGR-COUNT                          PIC 9(3)
003010       VALUE ZERO.
003020   05  WS-MGR-ENTRY OCCURS 500 TIMES.
003030     10  WS-MGR-USERID                       PIC X(8).
003040     10  WS-MGR-MANAGER                      PIC X(8).
003050   05  WS-MGR-IX                             PIC 9(3).
003060   05  WS-MGR-FOUND                          PIC X(8).
003070
003080*****************************************************************
003090* This cycle's register, with the profiles folded in.           *
003100*****************************************************************
003110 01  WS-REGISTER-TABLE.
003120   05  WS-REG-COUNT                          PIC 9(3)
003130       VALUE ZERO.
003140   05  WS-REG-ENTRY OCCURS 500 TIMES.
003150     10  WS-REG-USERID                       PIC X(8).
003160     10  WS-REG-MANAGER                      PIC X(8).
003170     10  WS-REG-ROLE                         PIC X(1).
003180     10  WS-REG-PROFILE-STATUS               PIC X(1).
003190       88  WS-REG-IN-USE                      VALUE 'A' 'L'.
003200     10  WS-REG-LAST-SIGNON                  PIC X(8).
003210     10  WS-REG-LAST-CHANGE                  PIC X(8).
003220     10  WS-REG-REVIEW-STATUS                PIC X(1).
003230       88  WS-REG-OUTSTANDING                 VALUE 'O'.
003240       88  WS-REG-REVOKED                     VALUE 'R'.
003250       88  WS-REG-REOPENABLE                  VALUE 'D' 'N'.
003260     10  WS-REG-NEW-ROLE                     PIC X(1).
003270     10  WS-REG-CERTIFIER                    PIC X(8).
003280     10  WS-REG-CERTIFIED-DATE               PIC X(8).
003290     10  WS-REG-DISABLED-DATE                PIC X(8).
003300     10  WS-REG-SEEN-SW                      PIC X(1).
003310       88  WS-REG-SEEN                        VALUE 'Y'.
003320   05  WS-REG-IX                             PIC 9(3).
003330   05  WS-REG-MATCH-IX                       PIC 9(3).
003340   05  WS-REG-FOUND-SW                       PIC X(1)
003350       VALUE 'N'.
003360     88  REGISTER-ENTRY-FOUND                 VALUE 'Y'.
003370   05  WS-REG-KEY                            PIC X(8).
003380
003390*****************************************************************
003400* One manager's group on the listing and the certificate.       *
003410*****************************************************************
003420 01  WS-GROUP-WORK.
003430   05  WS-GROUP-MANAGER                      PIC X(8).
003440   05  WS-GROUP-CERTIFIED                    PIC 9(3).
003450   05  WS-GROUP-OUTSTANDING                  PIC 9(3).
003460   05  WS-GROUP-OTHER                        PIC 9(3).
003470
003480 01  WS-REJECT-REASON                        PIC X(30).
003490
003500 01  WS-DATE-WORK.
003510   05  WS-TODAY.
003520     10  WS-TODAY-CC                         PIC X(2)
003530         VALUE '20'.
003540     10  WS-TODAY-YMD.
003550       15  WS-TODAY-YY                       PIC 9(2).
003560       15  WS-TODAY-MM                       PIC 9(2).
003570       15  WS-TODAY-DD                       PIC 9(2).
003580   05  WS-TODAY-DIGITS                       PIC 9(8).
003590   05  WS-TODAY-DAYNO                        PIC 9(7).
003600   05  WS-SIGNON-DIGITS                      PIC 9(8).
003610   05  WS-SIGNON-DAYNO                       PIC 9(7).
003620   05  WS-IDLE-DAYS                          PIC S9(5).
003630
003640 01  WS-CONSOLE-MESSAGE                      PIC X(60).
003650
003660*****************************************************************
003670* Review listing lines - what each manager is asked to certify. *
003680*****************************************************************
003690 01  LST-HEADING-LINE.
003700   05  FILLER                          PIC X(2)  VALUE SPACES.
003710   05  FILLER                                PIC X(32)
003720       VALUE 'ACCESS RECERTIFICATION - REVIEW '.
003730   05  FILLER                                PIC X(8)
003740       VALUE 'CYCLE - '.
003750   05  LH-CYCLE                              PIC X(6).
003760   05  FILLER                                PIC X(12)
003770       VALUE '  RUN DATE -'.
003780   05  LH-RUN-DATE                           PIC X(8).
003790   05  FILLER                          PIC X(64) VALUE SPACES.
003800
003810 01  LST-MANAGER-LINE.
003820   05  FILLER                          PIC X(2)  VALUE SPACES.
003830   05  LM-TEXT                               PIC X(60).
003840   05  FILLER                          PIC X(70) VALUE SPACES.
003850
003860 01  LST-COLUMN-LINE.
003870   05  FILLER                                PIC X(30)
003880       VALUE '  USERID    ROLE        STATUS'.
003890   05  FILLER                                PIC X(30)
003900       VALUE '     LAST SIGNON  PSWD CHANGED'.
003910   05  FILLER                                PIC X(30)
003920       VALUE '  REVIEW                      '.
003930   05  FILLER                          PIC X(42) VALUE SPACES.
003940
003950 01  LST-DETAIL-LINE.
003960   05  FILLER                          PIC X(2)  VALUE SPACES.
003970   05  LD-USERID                             PIC X(8).
003980   05  FILLER                          PIC X(2)  VALUE SPACES.
003990   05  LD-ROLE                               PIC X(10).
004000   05  FILLER                          PIC X(2)  VALUE SPACES.
004010   05  LD-STATUS                             PIC X(8).
004020   05  FILLER                          PIC X(3)  VALUE SPACES.
004030   05  LD-LAST-SIGNON                        PIC X(8).
004040   05  FILLER                          PIC X(5)  VALUE SPACES.
004050   05  LD-LAST-CHANGE                        PIC X(8).
004060   05  FILLER                          PIC X(6)  VALUE SPACES.
004070   05  LD-REVIEW                             PIC X(30).
004080   05  FILLER                          PIC X(40) VALUE SPACES.
004090
004100*****************************************************************
004110* Certificate report lines - who certified what.                *
004120*****************************************************************
004130 01  RPT-HEADING-LINE.
004140   05  FILLER                          PIC X(2)  VALUE SPACES.
004150   05  FILLER                                PIC X(37)
004160       VALUE 'ACCESS RECERTIFICATION - CERTIFICATE '.
004170   05  FILLER                                PIC X(8)
004180       VALUE 'CYCLE - '.
004190   05  RH-CYCLE                              PIC X(6).
004200   05  FILLER                                PIC X(12)
004210       VALUE '  RUN DATE -'.
004220   05  RH-RUN-DATE                           PIC X(8).
004230   05  FILLER                          PIC X(59) VALUE SPACES.
004240
004250 01  RPT-SECTION-LINE.
004260   05  FILLER                          PIC X(2)  VALUE SPACES.
004270   05  RX-TITLE                              PIC X(60).
004280   05  FILLER                          PIC X(70) VALUE SPACES.
004290
004300 01  RPT-COLUMN-LINE.
004310   05  FILLER                                PIC X(30)
004320       VALUE '  USERID    ROLE        OUTCOM'.
004330   05  FILLER                                PIC X(30)
004340       VALUE 'E                         CERT'.
004350   05  FILLER                                PIC X(30)
004360       VALUE 'IFIED BY  ON                  '.
004370   05  FILLER                          PIC X(42) VALUE SPACES.
004380
004390 01  RPT-DETAIL-LINE.
004400   05  FILLER                          PIC X(2)  VALUE SPACES.
004410   05  RD-USERID                             PIC X(8).
004420   05  FILLER                          PIC X(2)  VALUE SPACES.
004430   05  RD-ROLE                               PIC X(10).
004440   05  FILLER                          PIC X(2)  VALUE SPACES.
004450   05  RD-OUTCOME                            PIC X(30).
004460   05  FILLER                          PIC X(2)  VALUE SPACES.
004470   05  RD-CERTIFIER                          PIC X(8).
004480   05  FILLER                          PIC X(6)  VALUE SPACES.
004490   05  RD-CERTIFIED-DATE                     PIC X(8).
004500   05  FILLER                          PIC X(54) VALUE SPACES.
004510
004520 01  RPT-GROUP-TOTAL-LINE.
004530   05  FILLER                          PIC X(4)  VALUE SPACES.
004540   05  FILLER                                PIC X(12)
004550       VALUE 'CERTIFIED - '.
004560   05  RG-CERTIFIED                          PIC ZZ9.
004570   05  FILLER                                PIC X(16)
004580       VALUE '  OUTSTANDING - '.
004590   05  RG-OUTSTANDING                        PIC ZZ9.
004600   05  FILLER                                PIC X(26)
004610       VALUE '  DORMANT OR NOT IN USE - '.
004620   05  RG-OTHER                              PIC ZZ9.
004630   05  FILLER                          PIC X(65) VALUE SPACES.
004640
004650 01  RPT-REJECT-COLUMN-LINE.
004660   05  FILLER                                PIC X(30)
004670       VALUE '  USERID    DECISION  NEW ROLE'.
004680   05  FILLER                                PIC X(30)
004690       VALUE '  CERTIFIER  REASON           '.
004700   05  FILLER                          PIC X(72) VALUE SPACES.
004710
004720 01  RPT-REJECT-LINE.
004730   05  FILLER                          PIC X(2)  VALUE SPACES.
004740   05  RJ-USERID                             PIC X(8).
004750   05  FILLER                          PIC X(6)  VALUE SPACES.
004760   05  RJ-DECISION                           PIC X(1).
004770   05  FILLER                          PIC X(9)  VALUE SPACES.
004780   05  RJ-NEW-ROLE                           PIC X(1).
004790   05  FILLER                          PIC X(5)  VALUE SPACES.
004800   05  RJ-CERTIFIER                          PIC X(8).
004810   05  FILLER                          PIC X(3)  VALUE SPACES.
004820   05  RJ-REASON                             PIC X(30).
004830   05  FILLER                          PIC X(59) VALUE SPACES.
004840
004850 01  RPT-TOTAL-LINE.
004860   05  FILLER                          PIC X(2)  VALUE SPACES.
004870   05  RT-LABEL                              PIC X(40).
004880   05  RT-COUNT                              PIC ZZZZ9.
004890   05  FILLER                          PIC X(85) VALUE SPACES.
004900
004910 LINKAGE SECTION.
004920 01  LK-EXEC-PARM.
004930   05  LK-EXEC-PARM-LL                       PIC S9(4) COMP.
004940   05  LK-EXEC-PARM-DATA                     PIC X(60).
004950
004960 PROCEDURE DIVISION USING LK-EXEC-PARM.
004970*****************************************************************
004980* Bring the register up to date with the profiles, apply the    *
004990* managers' decisions and the dormancy rule - each queued to    *
005000* ZBNKSEC1 as a security transaction - then list the review by  *
005010* manager and write the register forward.                       *
005020*****************************************************************
005030     MOVE ZEROES TO WS-EXEC-PARM-LL.
005040     MOVE SPACES TO WS-EXEC-PARM-DATA.
005050     SET WS-PARM-PTR TO ADDRESS OF LK-EXEC-PARM.
005060     IF WS-PARM-PTR-NUM IS NOT EQUAL TO ZEROS
005070        MOVE LK-EXEC-PARM-LL TO WS-EXEC-PARM-LL
005080        IF WS-EXEC-PARM-LL IS GREATER THAN ZERO
005090           MOVE LK-EXEC-PARM-DATA TO WS-EXEC-PARM-DATA
005100        END-IF
005110     END-IF.
005120
005130     ACCEPT WS-TODAY-YMD FROM DATE.
005140     MOVE WS-TODAY TO WS-TODAY-DIGITS.
005150     COMPUTE WS-TODAY-DAYNO =
005160        FUNCTION INTEGER-OF-DATE (WS-TODAY-DIGITS).
005170     MOVE WS-TODAY-DIGITS (1:4) TO WS-CYCLE-CCYY.
005180     COMPUTE WS-CYCLE-Q = (WS-TODAY-MM + 2) / 3.
005190     IF WS-EXEC-PARM-LL IS GREATER THAN ZERO
005200        PERFORM PARSE-CYCLE-KEYWORD
005210     END-IF.
005220
005230     PERFORM LOAD-PROFILES.
005240     PERFORM LOAD-MANAGERS.
005250     PERFORM LOAD-REGISTER.
005260     PERFORM FOLD-PROFILES-INTO-REGISTER.
005270
005280     PERFORM REPORT-OPEN.
005290     MOVE WS-CYCLE TO RH-CYCLE.
005300     MOVE WS-TODAY TO RH-RUN-DATE.
005310     MOVE RPT-HEADING-LINE TO CERTIFICATE-REPORT-LINE.
005320     PERFORM REPORT-PUT.
005330     PERFORM CERTTRN-OPEN.
005340     PERFORM APPLY-RESPONSES.
005350     PERFORM DISABLE-DORMANT-IDS.
005360     PERFORM CERTTRN-CLOSE.
005370
005380     PERFORM LISTING-OPEN.
005390     PERFORM REGISTER-NEW-OPEN.
005400     MOVE SPACES TO CERTIFICATE-REPORT-LINE.
005410     PERFORM REPORT-PUT.
005420     MOVE 'CERTIFICATION BY APPROVING MANAGER' TO RX-TITLE.
005430     MOVE RPT-SECTION-LINE TO CERTIFICATE-REPORT-LINE.
005440     PERFORM REPORT-PUT.
005450     SORT SORT-FILE
005460       ON ASCENDING KEY SORT-MANAGER
005470                        SORT-USERID
005480       INPUT PROCEDURE IS RELEASE-REGISTER-ENTRIES
005490       OUTPUT PROCEDURE IS WRITE-REVIEW-BY-MANAGER.
005500     PERFORM REGISTER-NEW-CLOSE.
005510     PERFORM LISTING-CLOSE.
005520     PERFORM REPORT-TOTALS.
005530     PERFORM REPORT-CLOSE.
005540
005550     MOVE SPACES TO WS-CONSOLE-MESSAGE.
005560     STRING WS-RESPONSES-APPLIED DELIMITED BY SIZE
005570            ' decisions applied, ' DELIMITED BY SIZE
005580            WS-OUTSTANDING-COUNT DELIMITED BY SIZE
005590            ' reviews outstanding' DELIMITED BY SIZE
005600       INTO WS-CONSOLE-MESSAGE.
005610     PERFORM DISPLAY-CONSOLE-MESSAGE.
005620     MOVE 'End Of Job'
005630       TO WS-CONSOLE-MESSAGE.
005640     PERFORM DISPLAY-CONSOLE-MESSAGE.
005650
005660     IF WS-OUTSTANDING-COUNT IS GREATER THAN ZERO
005670      OR WS-RESPONSES-REJECTED IS GREATER THAN ZERO
005680        MOVE 4 TO RETURN-CODE
005690     ELSE
005700        MOVE 0 TO RETURN-CODE
005710     END-IF.
005720
005730     GOBACK.
005740
005750*****************************************************************
005760* Pull a " CYCLE=CCYYQn" keyword out of the exec parm and       *
005770* review that quarter instead.                                  *
005780*****************************************************************
005790 PARSE-CYCLE-KEYWORD.
005800     INSPECT WS-EXEC-PARM-DATA
005810       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
005820               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
005830     MOVE ZERO TO WS-PARM-KEYWORD-AT.
005840     MOVE 1 TO WS-PARM-SCAN-IX.
005850     PERFORM UNTIL WS-PARM-SCAN-IX IS GREATER THAN 49
005860                OR WS-PARM-KEYWORD-AT IS GREATER THAN ZERO
005870        IF WS-EXEC-PARM-DATA (WS-PARM-SCAN-IX:6)
005880              IS EQUAL TO 'CYCLE='
005890           MOVE WS-PARM-SCAN-IX TO WS-PARM-KEYWORD-AT
005900        END-IF
005910        ADD 1 TO WS-PARM-SCAN-IX
005920     END-PERFORM.
005930     IF WS-PARM-KEYWORD-AT IS GREATER THAN ZERO
005940        ADD 6 TO WS-PARM-KEYWORD-AT
005950        IF WS-EXEC-PARM-DATA (WS-PARM-KEYWORD-AT:4) IS NOT NUMERIC
005960         OR WS-EXEC-PARM-DATA (WS-PARM-KEYWORD-AT + 4:1)
005970              IS NOT EQUAL TO 'Q'
005980         OR WS-EXEC-PARM-DATA (WS-PARM-KEYWORD-AT + 5:1)
005990              IS LESS THAN '1'
006000         OR WS-EXEC-PARM-DATA (WS-PARM-KEYWORD-AT + 5:1)
006010              IS GREATER THAN '4'
006020           MOVE 'CYCLE= must be CCYYQn, n 1 to 4 - refused'
006030             TO WS-CONSOLE-MESSAGE
006040           PERFORM ABORT-PROGRAM
006050        END-IF
006060        MOVE WS-EXEC-PARM-DATA (WS-PARM-KEYWORD-AT:6) TO WS-CYCLE
006070        MOVE SPACES TO WS-CONSOLE-MESSAGE
006080        STRING 'Review cycle set to ' DELIMITED BY SIZE
006090               WS-CYCLE DELIMITED BY SIZE
006100          INTO WS-CONSOLE-MESSAGE
006110        PERFORM DISPLAY-CONSOLE-MESSAGE
006120     END-IF.
006130
006140*****************************************************************
006150* Load the profiles. There is nothing to recertify without them *
006160* so a missing profile file refuses the run.                    *
006170*****************************************************************
006180 LOAD-PROFILES.
006190     OPEN INPUT SECURITY-PROFILE-FILE.
006200     IF WS-PROFILE-STATUS IS NOT EQUAL TO '00'
006210        MOVE 'SECPROF file open failure...'
006220          TO WS-CONSOLE-MESSAGE
006230        PERFORM DISPLAY-CONSOLE-MESSAGE
006240        MOVE WS-PROFILE-STATUS TO WS-IO-STATUS
006250        PERFORM DISPLAY-IO-STATUS
006260        PERFORM ABORT-PROGRAM
006270     END-IF.
006280     PERFORM PROFILE-READ.
006290     PERFORM UNTIL PROFILE-EOF
006300        IF WS-PRF-COUNT IS LESS THAN 500
006310           ADD 1 TO WS-PRF-COUNT
006320           MOVE SECPROF-USERID TO WS-PRF-USERID (WS-PRF-COUNT)
006330           MOVE SECPROF-STATUS TO WS-PRF-STATUS (WS-PRF-COUNT)
006340           MOVE SECPROF-ROLE TO WS-PRF-ROLE (WS-PRF-COUNT)
006350        ELSE
006360           MOVE 'Profile table full - run refused'
006370             TO WS-CONSOLE-MESSAGE
006380           PERFORM ABORT-PROGRAM
006390        END-IF
006400        PERFORM PROFILE-READ
006410     END-PERFORM.
006420     CLOSE SECURITY-PROFILE-FILE.
006430
006440 PROFILE-READ.
006450     READ SECURITY-PROFILE-FILE
006460       AT END
006470          MOVE 'Y' TO WS-PROFILE-EOF-SW
006480     END-READ.
006490
006500*****************************************************************
006510* Load the approving managers. Without the file every id is     *
006520* left for any active manager to certify.                       *
006530*****************************************************************
006540 LOAD-MANAGERS.
006550     OPEN INPUT MANAGER-FILE.
006560     EVALUATE TRUE
006570       WHEN WS-MANAGER-STATUS IS EQUAL TO '35'
006580       WHEN WS-MANAGER-STATUS IS EQUAL TO '05'
006590          MOVE 'No manager assignments - any manager certifies'
006600            TO WS-CONSOLE-MESSAGE
006610          PERFORM DISPLAY-CONSOLE-MESSAGE
006620       WHEN WS-MANAGER-STATUS IS EQUAL TO '00'
006630          PERFORM MANAGER-READ
006640          PERFORM UNTIL MANAGER-EOF
006650             IF WS-MGR-COUNT IS LESS THAN 500
006660                ADD 1 TO WS-MGR-COUNT
006670                MOVE CMG-USERID TO WS-MGR-USERID (WS-MGR-COUNT)
006680                MOVE CMG-MANAGER TO WS-MGR-MANAGER (WS-MGR-COUNT)
006690             ELSE
006700                MOVE 'Manager table full - run refused'
006710                  TO WS-CONSOLE-MESSAGE
006720                PERFORM ABORT-PROGRAM
006730             END-IF
006740             PERFORM MANAGER-READ
006750          END-PERFORM
006760          CLOSE MANAGER-FILE
006770       WHEN OTHER
006780          MOVE 'CERTMGR file open failure...'
006790            TO WS-CONSOLE-MESSAGE
006800          PERFORM DISPLAY-CONSOLE-MESSAGE
006810          MOVE WS-MANAGER-STATUS TO WS-IO-STATUS
006820          PERFORM DISPLAY-IO-STATUS
006830          PERFORM ABORT-PROGRAM
006840     END-EVALUATE.
006850
006860 MANAGER-READ.
006870     READ MANAGER-FILE
006880       AT END
006890          MOVE 'Y' TO WS-MANAGER-EOF-SW
006900     END-READ.
006910
006920*****************************************************************
006930* Load this cycle's register. Entries from an earlier quarter   *
006940* are dropped - the new quarter starts every review afresh -    *
006950* but those left uncertified are counted for the auditors.      *
006960*****************************************************************
006970 LOAD-REGISTER.
006980     OPEN INPUT REGISTER-FILE.
006990     EVALUATE TRUE
007000       WHEN WS-REGISTER-STATUS IS EQUAL TO '35'
007010       WHEN WS-REGISTER-STATUS IS EQUAL TO '05'
007020          MOVE 'No register on hand - starting the cycle'
007030            TO WS-CONSOLE-MESSAGE
007040          PERFORM DISPLAY-CONSOLE-MESSAGE
007050       WHEN WS-REGISTER-STATUS IS EQUAL TO '00'
007060          PERFORM REGISTER-READ
007070          PERFORM UNTIL REGISTER-EOF
007080             IF CRG-CYCLE IS EQUAL TO WS-CYCLE
007090                PERFORM STORE-REGISTER-ENTRY
007100             ELSE
007110                ADD 1 TO WS-PRIOR-CYCLE-COUNT
007120                IF CRG-OUTSTANDING
007130                   ADD 1 TO WS-PRIOR-OPEN-COUNT
007140                END-IF
007150             END-IF
007160             PERFORM REGISTER-READ
007170          END-PERFORM
007180          CLOSE REGISTER-FILE
007190       WHEN OTHER
007200          MOVE 'CERTREG file open failure...'
007210            TO WS-CONSOLE-MESSAGE
007220          PERFORM DISPLAY-CONSOLE-MESSAGE
007230          MOVE WS-REGISTER-STATUS TO WS-IO-STATUS
007240          PERFORM DISPLAY-IO-STATUS
007250          PERFORM ABORT-PROGRAM
007260     END-EVALUATE.
007270
007280 REGISTER-READ.
007290     READ REGISTER-FILE
007300       AT END
007310          MOVE 'Y' TO WS-REGISTER-EOF-SW
007320     END-READ.
007330
007340 STORE-REGISTER-ENTRY.
007350     IF WS-REG-COUNT IS NOT LESS THAN 500
007360        MOVE 'Register table full - run refused'
007370          TO WS-CONSOLE-MESSAGE
007380        PERFORM ABORT-PROGRAM
007390     END-IF.
007400     ADD 1 TO WS-REG-COUNT.
007410     MOVE CRG-USERID TO WS-REG-USERID (WS-REG-COUNT).
007420     MOVE CRG-MANAGER TO WS-REG-MANAGER (WS-REG-COUNT).
007430     MOVE CRG-ROLE TO WS-REG-ROLE (WS-REG-COUNT).
007440     MOVE CRG-PROFILE-STATUS
007450       TO WS-REG-PROFILE-STATUS (WS-REG-COUNT).
007460     MOVE CRG-LAST-SIGNON TO WS-REG-LAST-SIGNON (WS-REG-COUNT).
007470     MOVE CRG-LAST-CHANGE TO WS-REG-LAST-CHANGE (WS-REG-COUNT).
007480     MOVE CRG-REVIEW-STATUS
007490       TO WS-REG-REVIEW-STATUS (WS-REG-COUNT).
007500     MOVE CRG-NEW-ROLE TO WS-REG-NEW-ROLE (WS-REG-COUNT).
007510     MOVE CRG-CERTIFIER TO WS-REG-CERTIFIER (WS-REG-COUNT).
007520     MOVE CRG-CERTIFIED-DATE
007530       TO WS-REG-CERTIFIED-DATE (WS-REG-COUNT).
007540     MOVE CRG-DISABLED-DATE
007550       TO WS-REG-DISABLED-DATE (WS-REG-COUNT).
007560     MOVE 'N' TO WS-REG-SEEN-SW (WS-REG-COUNT).
007570
007580*****************************************************************
007590* Bring every register entry up to date with its profile. An id *
007600* in use that is not yet under review joins it; a review still  *
007610* open for an id no longer in use is closed; an id back in use  *
007620* after being disabled or dropped is reviewed again. Whatever   *
007623* its review state, an id in use has its disable date cleared,  *
007626* so the dormancy check watches it again once it is re-enabled. *
007630*****************************************************************
007640 FOLD-PROFILES-INTO-REGISTER.
007650     OPEN INPUT SECURITY-PROFILE-FILE.
007660     IF WS-PROFILE-STATUS IS NOT EQUAL TO '00'
007670        MOVE 'SECPROF file open failure...'
007680          TO WS-CONSOLE-MESSAGE
007690        PERFORM DISPLAY-CONSOLE-MESSAGE
007700        MOVE WS-PROFILE-STATUS TO WS-IO-STATUS
007710        PERFORM DISPLAY-IO-STATUS
007720        PERFORM ABORT-PROGRAM
007730     END-IF.
007740     MOVE 'N' TO WS-PROFILE-EOF-SW.
007750     PERFORM PROFILE-READ.
007760     PERFORM UNTIL PROFILE-EOF
007770        PERFORM FOLD-ONE-PROFILE
007780        PERFORM PROFILE-READ
007790     END-PERFORM.
007800     CLOSE SECURITY-PROFILE-FILE.
007810     PERFORM VARYING WS-REG-IX FROM 1 BY 1
007820       UNTIL WS-REG-IX IS GREATER THAN WS-REG-COUNT
007830        IF NOT WS-REG-SEEN (WS-REG-IX)
007840           MOVE SPACE TO WS-REG-PROFILE-STATUS (WS-REG-IX)
007850           IF WS-REG-OUTSTANDING (WS-REG-IX)
007860              MOVE 'N' TO WS-REG-REVIEW-STATUS (WS-REG-IX)
007870           END-IF
007880        END-IF
007890     END-PERFORM.
007900
007910 FOLD-ONE-PROFILE.
007920     MOVE SECPROF-USERID TO WS-REG-KEY.
007930     PERFORM FIND-REGISTER-ENTRY.
007940     IF NOT REGISTER-ENTRY-FOUND
007950      AND SECPROF-STATUS-IN-USE
007960        IF WS-REG-COUNT IS NOT LESS THAN 500
007970           MOVE 'Register table full - run refused'
007980             TO WS-CONSOLE-MESSAGE
007990           PERFORM ABORT-PROGRAM
008000        END-IF
008010        ADD 1 TO WS-REG-COUNT
008020        MOVE WS-REG-COUNT TO WS-REG-MATCH-IX
008030        MOVE 'Y' TO WS-REG-FOUND-SW
008040        MOVE SECPROF-USERID TO WS-REG-USERID (WS-REG-MATCH-IX)
008050        MOVE 'O' TO WS-REG-REVIEW-STATUS (WS-REG-MATCH-IX)
008060        MOVE SPACES TO WS-REG-NEW-ROLE (WS-REG-MATCH-IX)
008070                       WS-REG-CERTIFIER (WS-REG-MATCH-IX)
008080                       WS-REG-CERTIFIED-DATE (WS-REG-MATCH-IX)
008090                       WS-REG-DISABLED-DATE (WS-REG-MATCH-IX)
008100     END-IF.
008110     IF REGISTER-ENTRY-FOUND
008120        MOVE 'Y' TO WS-REG-SEEN-SW (WS-REG-MATCH-IX)
008130        MOVE SECPROF-ROLE TO WS-REG-ROLE (WS-REG-MATCH-IX)
008140        MOVE SECPROF-STATUS
008150          TO WS-REG-PROFILE-STATUS (WS-REG-MATCH-IX)
008160        MOVE SECPROF-LAST-SIGNON
008170          TO WS-REG-LAST-SIGNON (WS-REG-MATCH-IX)
008180        MOVE SECPROF-LAST-CHANGE
008190          TO WS-REG-LAST-CHANGE (WS-REG-MATCH-IX)
008200        EVALUATE TRUE
008210          WHEN WS-REG-OUTSTANDING (WS-REG-MATCH-IX)
008220           AND NOT SECPROF-STATUS-IN-USE
008230             MOVE 'N' TO WS-REG-REVIEW-STATUS (WS-REG-MATCH-IX)
008240          WHEN WS-REG-REOPENABLE (WS-REG-MATCH-IX)
008250           AND SECPROF-STATUS-IN-USE
008260             MOVE 'O' TO WS-REG-REVIEW-STATUS (WS-REG-MATCH-IX)
008290          WHEN OTHER
008300             CONTINUE
008310        END-EVALUATE
008312        IF SECPROF-STATUS-IN-USE
008314           MOVE SPACES
008316             TO WS-REG-DISABLED-DATE (WS-REG-MATCH-IX)
008318        END-IF
008320        IF WS-REG-OUTSTANDING (WS-REG-MATCH-IX)
008330           PERFORM FIND-MANAGER
008340           MOVE WS-MGR-FOUND TO WS-REG-MANAGER (WS-REG-MATCH-IX)
008350        END-IF
008360     END-IF.
008370
008380*****************************************************************
008390* Find the register entry for WS-REG-KEY and leave its index in *
008400* WS-REG-MATCH-IX.                                              *
008410*****************************************************************
008420 FIND-REGISTER-ENTRY.
008430     MOVE 'N' TO WS-REG-FOUND-SW.
008440     MOVE ZERO TO WS-REG-MATCH-IX.
008450     PERFORM VARYING WS-REG-IX FROM 1 BY 1
008460       UNTIL WS-REG-IX IS GREATER THAN WS-REG-COUNT
008470                OR REGISTER-ENTRY-FOUND
008480        IF WS-REG-USERID (WS-REG-IX) IS EQUAL TO WS-REG-KEY
008490           MOVE 'Y' TO WS-REG-FOUND-SW
008500           MOVE WS-REG-IX TO WS-REG-MATCH-IX
008510        END-IF
008520     END-PERFORM.
008530
008540*****************************************************************
008550* The approving manager of WS-REG-KEY into WS-MGR-FOUND, spaces *
008560* when none is assigned.                                        *
008570*****************************************************************
008580 FIND-MANAGER.
008590     MOVE SPACES TO WS-MGR-FOUND.
008600     PERFORM VARYING WS-MGR-IX FROM 1 BY 1
008610       UNTIL WS-MGR-IX IS GREATER THAN WS-MGR-COUNT
008620                OR WS-MGR-FOUND IS NOT EQUAL TO SPACES
008630        IF WS-MGR-USERID (WS-MGR-IX) IS EQUAL TO WS-REG-KEY
008640           MOVE WS-MGR-MANAGER (WS-MGR-IX) TO WS-MGR-FOUND
008650        END-IF
008660     END-PERFORM.
008670
008680*****************************************************************
008690* Find the profile of the certifier in CRS-CERTIFIER.           *
008700*****************************************************************
008710 FIND-CERTIFIER-PROFILE.
008720     MOVE 'N' TO WS-PRF-FOUND-SW.
008730     MOVE ZERO TO WS-PRF-MATCH-IX.
008740     PERFORM VARYING WS-PRF-IX FROM 1 BY 1
008750       UNTIL WS-PRF-IX IS GREATER THAN WS-PRF-COUNT
008760                OR PROFILE-FOUND
008770        IF WS-PRF-USERID (WS-PRF-IX) IS EQUAL TO CRS-CERTIFIER
008780           MOVE 'Y' TO WS-PRF-FOUND-SW
008790           MOVE WS-PRF-IX TO WS-PRF-MATCH-IX
008800        END-IF
008810     END-PERFORM.
008820
008830*****************************************************************
008840* Apply the managers' decisions. A decision counts only for a   *
008850* review still open, made by the id's own approving manager -   *
008860* or by any manager where none is assigned - never by the user  *
008870* about themselves, and only by a certifier whose own id is     *
008880* active.                                                       *
008890*****************************************************************
008900 APPLY-RESPONSES.
008910     MOVE 'RESPONSES REJECTED' TO RX-TITLE.
008920     MOVE RPT-SECTION-LINE TO CERTIFICATE-REPORT-LINE.
008930     PERFORM REPORT-PUT.
008940     MOVE RPT-REJECT-COLUMN-LINE TO CERTIFICATE-REPORT-LINE.
008950     PERFORM REPORT-PUT.
008960     OPEN INPUT RESPONSE-FILE.
008970     EVALUATE TRUE
008980       WHEN WS-RESPONSE-STATUS IS EQUAL TO '35'
008990       WHEN WS-RESPONSE-STATUS IS EQUAL TO '05'
009000          MOVE 'No recertification responses supplied'
009010            TO WS-CONSOLE-MESSAGE
009020          PERFORM DISPLAY-CONSOLE-MESSAGE
009030       WHEN WS-RESPONSE-STATUS IS EQUAL TO '00'
009040          PERFORM RESPONSE-READ
009050          PERFORM UNTIL RESPONSE-EOF
009060             ADD 1 TO WS-RESPONSES-READ
009070             PERFORM APPLY-ONE-RESPONSE
009080             PERFORM RESPONSE-READ
009090          END-PERFORM
009100          CLOSE RESPONSE-FILE
009110       WHEN OTHER
009120          MOVE 'CERTRSP file open failure...'
009130            TO WS-CONSOLE-MESSAGE
009140          PERFORM DISPLAY-CONSOLE-MESSAGE
009150          MOVE WS-RESPONSE-STATUS TO WS-IO-STATUS
009160          PERFORM DISPLAY-IO-STATUS
009170          PERFORM ABORT-PROGRAM
009180     END-EVALUATE.
009190     IF WS-RESPONSES-REJECTED IS EQUAL TO ZERO
009200        MOVE 'NONE' TO RX-TITLE
009210        MOVE RPT-SECTION-LINE TO CERTIFICATE-REPORT-LINE
009220        PERFORM REPORT-PUT
009230     END-IF.
009240
009250 RESPONSE-READ.
009260     READ RESPONSE-FILE
009270       AT END
009280          MOVE 'Y' TO WS-RESPONSE-EOF-SW
009290     END-READ.
009300
009310 APPLY-ONE-RESPONSE.
009320     MOVE SPACES TO WS-REJECT-REASON.
009330     MOVE CRS-USERID TO WS-REG-KEY.
009340     PERFORM FIND-REGISTER-ENTRY.
009350     PERFORM FIND-CERTIFIER-PROFILE.
009360     EVALUATE TRUE
009370       WHEN NOT REGISTER-ENTRY-FOUND
009380          MOVE 'ID NOT UNDER REVIEW' TO WS-REJECT-REASON
009390       WHEN NOT WS-REG-OUTSTANDING (WS-REG-MATCH-IX)
009400          MOVE 'REVIEW ALREADY CLOSED' TO WS-REJECT-REASON
009410       WHEN CRS-CERTIFIER IS EQUAL TO CRS-USERID
009420          MOVE 'SELF-CERTIFICATION' TO WS-REJECT-REASON
009430       WHEN NOT PROFILE-FOUND
009440          MOVE 'CERTIFIER NOT ON SECPROF' TO WS-REJECT-REASON
009450       WHEN NOT WS-PRF-ACTIVE (WS-PRF-MATCH-IX)
009460          MOVE 'CERTIFIER ID NOT ACTIVE' TO WS-REJECT-REASON
009470       WHEN WS-REG-MANAGER (WS-REG-MATCH-IX) IS NOT EQUAL TO
009480              SPACES
009490        AND WS-REG-MANAGER (WS-REG-MATCH-IX) IS NOT EQUAL TO
009500              CRS-CERTIFIER
009510          MOVE 'NOT THE APPROVING MANAGER' TO WS-REJECT-REASON
009520       WHEN WS-REG-MANAGER (WS-REG-MATCH-IX) IS EQUAL TO SPACES
009530        AND NOT WS-PRF-MANAGER (WS-PRF-MATCH-IX)
009540          MOVE 'CERTIFIER IS NOT A MANAGER' TO WS-REJECT-REASON
009550       WHEN CRS-DECISION-KEEP
009560          MOVE 'K' TO WS-REG-REVIEW-STATUS (WS-REG-MATCH-IX)
009570       WHEN CRS-DECISION-CHANGE
009580        AND NOT CRS-NEW-ROLE-VALID
009590          MOVE 'NEW ROLE MUST BE T, S OR M' TO WS-REJECT-REASON
009600       WHEN CRS-DECISION-CHANGE
009610        AND CRS-NEW-ROLE IS EQUAL TO WS-REG-ROLE (WS-REG-MATCH-IX)
009620          MOVE 'ROLE UNCHANGED - KEEP INSTEAD' TO WS-REJECT-REASON
009630       WHEN CRS-DECISION-CHANGE
009640          MOVE 'C' TO WS-REG-REVIEW-STATUS (WS-REG-MATCH-IX)
009650          MOVE CRS-NEW-ROLE TO WS-REG-NEW-ROLE (WS-REG-MATCH-IX)
009660          MOVE SPACES TO SECURITY-TRANS-RECORD
009670          MOVE 'G' TO SECT-ACTION
009680          MOVE CRS-USERID TO SECT-USERID
009690          MOVE CRS-NEW-ROLE TO SECT-ROLE
009700          PERFORM CERTTRN-PUT
009710       WHEN CRS-DECISION-REVOKE
009720          MOVE 'R' TO WS-REG-REVIEW-STATUS (WS-REG-MATCH-IX)
009730          MOVE SPACES TO SECURITY-TRANS-RECORD
009740          MOVE 'X' TO SECT-ACTION
009750          MOVE CRS-USERID TO SECT-USERID
009760          PERFORM CERTTRN-PUT
009770       WHEN OTHER
009780          MOVE 'DECISION MUST BE K, C OR R' TO WS-REJECT-REASON
009790     END-EVALUATE.
009800     IF WS-REJECT-REASON IS EQUAL TO SPACES
009810        ADD 1 TO WS-RESPONSES-APPLIED
009820        MOVE CRS-CERTIFIER TO WS-REG-CERTIFIER (WS-REG-MATCH-IX)
009830        MOVE WS-TODAY TO WS-REG-CERTIFIED-DATE (WS-REG-MATCH-IX)
009840     ELSE
009850        ADD 1 TO WS-RESPONSES-REJECTED
009860        MOVE CRS-USERID TO RJ-USERID
009870        MOVE CRS-DECISION TO RJ-DECISION
009880        MOVE CRS-NEW-ROLE TO RJ-NEW-ROLE
009890        MOVE CRS-CERTIFIER TO RJ-CERTIFIER
009900        MOVE WS-REJECT-REASON TO RJ-REASON
009910        MOVE RPT-REJECT-LINE TO CERTIFICATE-REPORT-LINE
009920        PERFORM REPORT-PUT
009930     END-IF.
009940
009950*****************************************************************
009960* Disable every id in use with no signon for the dormancy       *
009970* period - dated from the last signon, or from the last         *
009980* password change for an id never signed on with. An id being   *
009990* revoked needs no disable as well, nor does one whose disable  *
010000* is already queued. A review still open for a dormant id is    *
010010* closed; one already certified stands.                         *
010020*****************************************************************
010030 DISABLE-DORMANT-IDS.
010040     PERFORM VARYING WS-REG-IX FROM 1 BY 1
010050       UNTIL WS-REG-IX IS GREATER THAN WS-REG-COUNT
010060        IF WS-REG-IN-USE (WS-REG-IX)
010070         AND NOT WS-REG-REVOKED (WS-REG-IX)
010080         AND WS-REG-DISABLED-DATE (WS-REG-IX) IS EQUAL TO SPACES
010090           PERFORM CHECK-ONE-FOR-DORMANCY
010100        END-IF
010110     END-PERFORM.
010120
010130 CHECK-ONE-FOR-DORMANCY.
010140     MOVE ZERO TO WS-IDLE-DAYS.
010150     IF WS-REG-LAST-SIGNON (WS-REG-IX) IS NUMERIC
010160        MOVE WS-REG-LAST-SIGNON (WS-REG-IX) TO WS-SIGNON-DIGITS
010170     ELSE
010180        MOVE ZERO TO WS-SIGNON-DIGITS
010190     END-IF.
010200     IF WS-SIGNON-DIGITS IS EQUAL TO ZERO
010210      AND WS-REG-LAST-CHANGE (WS-REG-IX) IS NUMERIC
010220        MOVE WS-REG-LAST-CHANGE (WS-REG-IX) TO WS-SIGNON-DIGITS
010230     END-IF.
010240     IF WS-SIGNON-DIGITS IS GREATER THAN ZERO
010250        COMPUTE WS-SIGNON-DAYNO =
010260           FUNCTION INTEGER-OF-DATE (WS-SIGNON-DIGITS)
010270        COMPUTE WS-IDLE-DAYS = WS-TODAY-DAYNO - WS-SIGNON-DAYNO
010280     END-IF.
010290     IF WS-IDLE-DAYS IS GREATER THAN WS-DORMANT-DAYS
010300        ADD 1 TO WS-DORMANT-COUNT
010310        MOVE SPACES TO SECURITY-TRANS-RECORD
010320        MOVE 'D' TO SECT-ACTION
010330        MOVE WS-REG-USERID (WS-REG-IX) TO SECT-USERID
010340        PERFORM CERTTRN-PUT
010350        MOVE WS-TODAY TO WS-REG-DISABLED-DATE (WS-REG-IX)
010360        IF WS-REG-OUTSTANDING (WS-REG-IX)
010370           MOVE 'D' TO WS-REG-REVIEW-STATUS (WS-REG-IX)
010380        END-IF
010390     END-IF.
010400
010410*****************************************************************
010420* Hand the register to the sort by approving manager and        *
010430* userid.                                                       *
010440*****************************************************************
010450 RELEASE-REGISTER-ENTRIES.
010460     PERFORM VARYING WS-REG-IX FROM 1 BY 1
010470       UNTIL WS-REG-IX IS GREATER THAN WS-REG-COUNT
010480        MOVE WS-REG-MANAGER (WS-REG-IX) TO SORT-MANAGER
010490        MOVE WS-REG-USERID (WS-REG-IX) TO SORT-USERID
010500        MOVE WS-REG-IX TO SORT-REG-IX
010510        RELEASE SORT-WORK-REC
010520     END-PERFORM.
010530
010540*****************************************************************
010550* One pass of the sorted register writes the review listing and *
010560* the certificate, each grouped by manager, and the register    *
010570* carried forward to the next run.                              *
010580*****************************************************************
010590 WRITE-REVIEW-BY-MANAGER.
010600     MOVE WS-CYCLE TO LH-CYCLE.
010610     MOVE WS-TODAY TO LH-RUN-DATE.
010620     MOVE LST-HEADING-LINE TO REVIEW-LISTING-LINE.
010630     PERFORM LISTING-PUT.
010640     PERFORM RETURN-SORTED-ENTRY.
010650     PERFORM UNTIL END-OF-SORTED-DATA
010660        IF FIRST-MANAGER-GROUP
010670         OR SORT-MANAGER IS NOT EQUAL TO WS-GROUP-MANAGER
010680           IF NOT FIRST-MANAGER-GROUP
010690              PERFORM FINISH-MANAGER-GROUP
010700           END-IF
010710           PERFORM START-MANAGER-GROUP
010720        END-IF
010730        MOVE SORT-REG-IX TO WS-REG-IX
010740        PERFORM WRITE-ONE-REVIEW-ENTRY
010750        PERFORM RETURN-SORTED-ENTRY
010760     END-PERFORM.
010770     IF NOT FIRST-MANAGER-GROUP
010780        PERFORM FINISH-MANAGER-GROUP
010790     ELSE
010800        MOVE 'NONE' TO RX-TITLE
010810        MOVE RPT-SECTION-LINE TO CERTIFICATE-REPORT-LINE
010820        PERFORM REPORT-PUT
010830     END-IF.
010840
010850 RETURN-SORTED-ENTRY.
010860     RETURN SORT-FILE
010870       AT END
010880          MOVE 'Y' TO WS-SORT-EOF-SW
010890     END-RETURN.
010900
010910 START-MANAGER-GROUP.
010920     MOVE 'N' TO WS-FIRST-GROUP-SW.
010930     MOVE SORT-MANAGER TO WS-GROUP-MANAGER.
010940     MOVE ZERO TO WS-GROUP-CERTIFIED
010950                  WS-GROUP-OUTSTANDING
010960                  WS-GROUP-OTHER.
010970     MOVE SPACES TO LM-TEXT.
010980     IF WS-GROUP-MANAGER IS EQUAL TO SPACES
010990        MOVE 'NO MANAGER ASSIGNED - ANY MANAGER MAY CERTIFY'
011000          TO LM-TEXT
011010     ELSE
011020        STRING 'APPROVING MANAGER - ' DELIMITED BY SIZE
011030               WS-GROUP-MANAGER DELIMITED BY SIZE
011040          INTO LM-TEXT
011050     END-IF.
011060     MOVE SPACES TO REVIEW-LISTING-LINE.
011070     PERFORM LISTING-PUT.
011080     MOVE LST-MANAGER-LINE TO REVIEW-LISTING-LINE.
011090     PERFORM LISTING-PUT.
011100     MOVE LST-COLUMN-LINE TO REVIEW-LISTING-LINE.
011110     PERFORM LISTING-PUT.
011120     MOVE SPACES TO CERTIFICATE-REPORT-LINE.
011130     PERFORM REPORT-PUT.
011140     MOVE LST-MANAGER-LINE TO CERTIFICATE-REPORT-LINE.
011150     PERFORM REPORT-PUT.
011160     MOVE RPT-COLUMN-LINE TO CERTIFICATE-REPORT-LINE.
011170     PERFORM REPORT-PUT.
011180
011190 FINISH-MANAGER-GROUP.
011200     MOVE WS-GROUP-CERTIFIED TO RG-CERTIFIED.
011210     MOVE WS-GROUP-OUTSTANDING TO RG-OUTSTANDING.
011220     MOVE WS-GROUP-OTHER TO RG-OTHER.
011230     MOVE RPT-GROUP-TOTAL-LINE TO CERTIFICATE-REPORT-LINE.
011240     PERFORM REPORT-PUT.
011250
011260 WRITE-ONE-REVIEW-ENTRY.
011270     MOVE WS-REG-USERID (WS-REG-IX) TO LD-USERID
011280                                       RD-USERID.
011290     EVALUATE WS-REG-ROLE (WS-REG-IX)
011300       WHEN 'T'
011310          MOVE 'TELLER' TO LD-ROLE
011320       WHEN 'S'
011330          MOVE 'SUPERVISOR' TO LD-ROLE
011340       WHEN 'M'
011350          MOVE 'MANAGER' TO LD-ROLE
011360       WHEN OTHER
011370          MOVE 'NOT SET' TO LD-ROLE
011380     END-EVALUATE.
011390     MOVE LD-ROLE TO RD-ROLE.
011400     EVALUATE WS-REG-PROFILE-STATUS (WS-REG-IX)
011410       WHEN 'A'
011420          MOVE 'ACTIVE' TO LD-STATUS
011430       WHEN 'L'
011440          MOVE 'LOCKED' TO LD-STATUS
011450       WHEN 'D'
011460          MOVE 'DISABLED' TO LD-STATUS
011470       WHEN 'X'
011480          MOVE 'REVOKED' TO LD-STATUS
011490       WHEN OTHER
011500          MOVE 'REMOVED' TO LD-STATUS
011510     END-EVALUATE.
011520     IF WS-REG-LAST-SIGNON (WS-REG-IX) IS EQUAL TO SPACES
011530        MOVE 'NEVER' TO LD-LAST-SIGNON
011540     ELSE
011550        MOVE WS-REG-LAST-SIGNON (WS-REG-IX) TO LD-LAST-SIGNON
011560     END-IF.
011570     MOVE WS-REG-LAST-CHANGE (WS-REG-IX) TO LD-LAST-CHANGE.
011580     MOVE SPACES TO LD-REVIEW.
011590     EVALUATE WS-REG-REVIEW-STATUS (WS-REG-IX)
011600       WHEN 'O'
011610          ADD 1 TO WS-OUTSTANDING-COUNT
011620          ADD 1 TO WS-GROUP-OUTSTANDING
011630          MOVE 'OUTSTANDING' TO LD-REVIEW
011640       WHEN 'K'
011650          ADD 1 TO WS-KEPT-COUNT
011660          ADD 1 TO WS-GROUP-CERTIFIED
011670          MOVE 'KEPT' TO LD-REVIEW
011680       WHEN 'C'
011690          ADD 1 TO WS-CHANGED-COUNT
011700          ADD 1 TO WS-GROUP-CERTIFIED
011710          STRING 'ROLE CHANGED TO ' DELIMITED BY SIZE
011720                 WS-REG-NEW-ROLE (WS-REG-IX) DELIMITED BY SIZE
011730            INTO LD-REVIEW
011740       WHEN 'R'
011750          ADD 1 TO WS-REVOKED-COUNT
011760          ADD 1 TO WS-GROUP-CERTIFIED
011770          MOVE 'REVOKED' TO LD-REVIEW
011780       WHEN 'D'
011790          ADD 1 TO WS-DORMANT-OPEN-COUNT
011800          ADD 1 TO WS-GROUP-OTHER
011810          MOVE 'DISABLED - DORMANT 90 DAYS' TO LD-REVIEW
011820       WHEN OTHER
011830          ADD 1 TO WS-NOT-IN-USE-COUNT
011840          ADD 1 TO WS-GROUP-OTHER
011850          MOVE 'CLOSED - ID NO LONGER IN USE' TO LD-REVIEW
011860     END-EVALUATE.
011870     IF WS-REG-DISABLED-DATE (WS-REG-IX) IS EQUAL TO WS-TODAY
011880      AND WS-REG-REVIEW-STATUS (WS-REG-IX) IS NOT EQUAL TO 'D'
011890        MOVE LD-REVIEW TO RD-OUTCOME
011900        MOVE SPACES TO LD-REVIEW
011910        STRING RD-OUTCOME DELIMITED BY '  '
011920               ' - DORMANT, DISABLED' DELIMITED BY SIZE
011930          INTO LD-REVIEW
011940     END-IF.
011950     MOVE LST-DETAIL-LINE TO REVIEW-LISTING-LINE.
011960     PERFORM LISTING-PUT.
011970     MOVE LD-REVIEW TO RD-OUTCOME.
011980     MOVE WS-REG-CERTIFIER (WS-REG-IX) TO RD-CERTIFIER.
011990     MOVE WS-REG-CERTIFIED-DATE (WS-REG-IX) TO RD-CERTIFIED-DATE.
012000     MOVE RPT-DETAIL-LINE TO CERTIFICATE-REPORT-LINE.
012010     PERFORM REPORT-PUT.
012020
012030     MOVE SPACES TO CERT-REGISTER-RECORD.
012040     MOVE WS-CYCLE TO CRG-CYCLE.
012050     MOVE WS-REG-USERID (WS-REG-IX) TO CRG-USERID.
012060     MOVE WS-REG-MANAGER (WS-REG-IX) TO CRG-MANAGER.
012070     MOVE WS-REG-ROLE (WS-REG-IX) TO CRG-ROLE.
012080     MOVE WS-REG-PROFILE-STATUS (WS-REG-IX) TO CRG-PROFILE-STATUS.
012090     MOVE WS-REG-LAST-SIGNON (WS-REG-IX) TO CRG-LAST-SIGNON.
012100     MOVE WS-REG-LAST-CHANGE (WS-REG-IX) TO CRG-LAST-CHANGE.
012110     MOVE WS-REG-REVIEW-STATUS (WS-REG-IX) TO CRG-REVIEW-STATUS.
012120     MOVE WS-REG-NEW-ROLE (WS-REG-IX) TO CRG-NEW-ROLE.
012130     MOVE WS-REG-CERTIFIER (WS-REG-IX) TO CRG-CERTIFIER.
012140     MOVE WS-REG-CERTIFIED-DATE (WS-REG-IX) TO CRG-CERTIFIED-DATE.
012150     MOVE WS-REG-DISABLED-DATE (WS-REG-IX) TO CRG-DISABLED-DATE.
012160     WRITE NEW-REGISTER-RECORD FROM CERT-REGISTER-RECORD.
012170     IF WS-REGNEW-STATUS IS NOT EQUAL TO '00'
012180        MOVE 'CERTRNEW Error writing file ...'
012190          TO WS-CONSOLE-MESSAGE
012200        PERFORM DISPLAY-CONSOLE-MESSAGE
012210        MOVE WS-REGNEW-STATUS TO WS-IO-STATUS
012220        PERFORM DISPLAY-IO-STATUS
012230        PERFORM ABORT-PROGRAM
012240     END-IF.
012250
012260*****************************************************************
012270* Counts for the run.                                           *
012280*****************************************************************
012290 REPORT-TOTALS.
012300     MOVE SPACES TO CERTIFICATE-REPORT-LINE.
012310     PERFORM REPORT-PUT.
012320     MOVE 'TOTALS' TO RX-TITLE.
012330     MOVE RPT-SECTION-LINE TO CERTIFICATE-REPORT-LINE.
012340     PERFORM REPORT-PUT.
012350     MOVE 'IDS UNDER REVIEW THIS CYCLE' TO RT-LABEL.
012360     MOVE WS-REG-COUNT TO RT-COUNT.
012370     PERFORM REPORT-TOTAL-LINE.
012380     MOVE '  KEPT' TO RT-LABEL.
012390     MOVE WS-KEPT-COUNT TO RT-COUNT.
012400     PERFORM REPORT-TOTAL-LINE.
012410     MOVE '  ROLE CHANGED' TO RT-LABEL.
012420     MOVE WS-CHANGED-COUNT TO RT-COUNT.
012430     PERFORM REPORT-TOTAL-LINE.
012440     MOVE '  REVOKED' TO RT-LABEL.
012450     MOVE WS-REVOKED-COUNT TO RT-COUNT.
012460     PERFORM REPORT-TOTAL-LINE.
012470     MOVE '  DISABLED AS DORMANT - NO DECISION' TO RT-LABEL.
012480     MOVE WS-DORMANT-OPEN-COUNT TO RT-COUNT.
012490     PERFORM REPORT-TOTAL-LINE.
012500     MOVE '  CLOSED - NO LONGER IN USE' TO RT-LABEL.
012510     MOVE WS-NOT-IN-USE-COUNT TO RT-COUNT.
012520     PERFORM REPORT-TOTAL-LINE.
012530     MOVE '  STILL OUTSTANDING' TO RT-LABEL.
012540     MOVE WS-OUTSTANDING-COUNT TO RT-COUNT.
012550     PERFORM REPORT-TOTAL-LINE.
012560     MOVE 'RESPONSES READ' TO RT-LABEL.
012570     MOVE WS-RESPONSES-READ TO RT-COUNT.
012580     PERFORM REPORT-TOTAL-LINE.
012590     MOVE '  APPLIED' TO RT-LABEL.
012600     MOVE WS-RESPONSES-APPLIED TO RT-COUNT.
012610     PERFORM REPORT-TOTAL-LINE.
012620     MOVE '  REJECTED' TO RT-LABEL.
012630     MOVE WS-RESPONSES-REJECTED TO RT-COUNT.
012640     PERFORM REPORT-TOTAL-LINE.
012650     MOVE 'DORMANT IDS DISABLED THIS RUN' TO RT-LABEL.
012660     MOVE WS-DORMANT-COUNT TO RT-COUNT.
012670     PERFORM REPORT-TOTAL-LINE.
012680     MOVE 'SECURITY TRANSACTIONS QUEUED' TO RT-LABEL.
012690     MOVE WS-TRANS-WRITTEN TO RT-COUNT.
012700     PERFORM REPORT-TOTAL-LINE.
012710     IF WS-PRIOR-CYCLE-COUNT IS GREATER THAN ZERO
012720        MOVE 'PREVIOUS CYCLE ENTRIES CLOSED OFF' TO RT-LABEL
012730        MOVE WS-PRIOR-CYCLE-COUNT TO RT-COUNT
012740        PERFORM REPORT-TOTAL-LINE
012750        MOVE '  LEFT UNCERTIFIED' TO RT-LABEL
012760        MOVE WS-PRIOR-OPEN-COUNT TO RT-COUNT
012770        PERFORM REPORT-TOTAL-LINE
012780     END-IF.
012790
012800 REPORT-TOTAL-LINE.
012810     MOVE RPT-TOTAL-LINE TO CERTIFICATE-REPORT-LINE.
012820     PERFORM REPORT-PUT.
012830
012840*****************************************************************
012850* The security transactions for ZBNKSEC1.                       *
012860*****************************************************************
012870 CERTTRN-OPEN.
012880     OPEN OUTPUT SECURITY-TRANS-FILE.
012890     IF WS-SECTRAN-STATUS IS NOT EQUAL TO '00'
012900        MOVE 'CERTTRN file open failure...'
012910          TO WS-CONSOLE-MESSAGE
012920        PERFORM DISPLAY-CONSOLE-MESSAGE
012930        MOVE WS-SECTRAN-STATUS TO WS-IO-STATUS
012940        PERFORM DISPLAY-IO-STATUS
012950        PERFORM ABORT-PROGRAM
012960     END-IF.
012970
012980 CERTTRN-PUT.
012990     WRITE SECURITY-TRANS-RECORD.
013000     IF WS-SECTRAN-STATUS IS NOT EQUAL TO '00'
013010        MOVE 'CERTTRN Error writing file ...'
013020          TO WS-CONSOLE-MESSAGE
013030        PERFORM DISPLAY-CONSOLE-MESSAGE
013040        MOVE WS-SECTRAN-STATUS TO WS-IO-STATUS
013050        PERFORM DISPLAY-IO-STATUS
013060        PERFORM ABORT-PROGRAM
013070     END-IF.
013080     ADD 1 TO WS-TRANS-WRITTEN.
013090
013100 CERTTRN-CLOSE.
013110     CLOSE SECURITY-TRANS-FILE.
013120
013130*****************************************************************
013140* The register carried forward to the next run.                 *
013150*****************************************************************
013160 REGISTER-NEW-OPEN.
013170     OPEN OUTPUT NEW-REGISTER-FILE.
013180     IF WS-REGNEW-STATUS IS NOT EQUAL TO '00'
013190        MOVE 'CERTRNEW file open failure...'
013200          TO WS-CONSOLE-MESSAGE
013210        PERFORM DISPLAY-CONSOLE-MESSAGE
013220        MOVE WS-REGNEW-STATUS TO WS-IO-STATUS
013230        PERFORM DISPLAY-IO-STATUS
013240        PERFORM ABORT-PROGRAM
013250     END-IF.
013260
013270 REGISTER-NEW-CLOSE.
013280     CLOSE NEW-REGISTER-FILE.
013290
013300*****************************************************************
013310* The review listing the managers work from.                    *
013320*****************************************************************
013330 LISTING-OPEN.
013340     OPEN OUTPUT REVIEW-LISTING.
013350     IF WS-LISTING-STATUS IS NOT EQUAL TO '00'
013360        MOVE 'CERTLST file open failure...'
013370          TO WS-CONSOLE-MESSAGE
013380        PERFORM DISPLAY-CONSOLE-MESSAGE
013390        MOVE WS-LISTING-STATUS TO WS-IO-STATUS
013400        PERFORM DISPLAY-IO-STATUS
013410        PERFORM ABORT-PROGRAM
013420     END-IF.
013430
013440 LISTING-PUT.
013450     WRITE REVIEW-LISTING-LINE.
013460     IF WS-LISTING-STATUS IS NOT EQUAL TO '00'
013470        MOVE 'CERTLST Error writing file ...'
013480          TO WS-CONSOLE-MESSAGE
013490        PERFORM DISPLAY-CONSOLE-MESSAGE
013500        MOVE WS-LISTING-STATUS TO WS-IO-STATUS
013510        PERFORM DISPLAY-IO-STATUS
013520        PERFORM ABORT-PROGRAM
013530     END-IF.
013540
013550 LISTING-CLOSE.
013560     CLOSE REVIEW-LISTING.
013570
013580*****************************************************************
013590* Open the certificate report as output.                        *
013600*****************************************************************
013610 REPORT-OPEN.
013620     OPEN OUTPUT CERTIFICATE-REPORT.
013630     IF WS-REPORT-STATUS = '00'
013640        MOVE 'CERTRPT report opened OK'
013650          TO WS-CONSOLE-MESSAGE
013660        PERFORM DISPLAY-CONSOLE-MESSAGE
013670     ELSE
013680        MOVE 'CERTRPT report open failure...'
013690          TO WS-CONSOLE-MESSAGE
013700        PERFORM DISPLAY-CONSOLE-MESSAGE
013710        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
013720        PERFORM DISPLAY-IO-STATUS
013730        PERFORM ABORT-PROGRAM
013740     END-IF.
013750
013760 REPORT-PUT.
013770     WRITE CERTIFICATE-REPORT-LINE.
013780     IF WS-REPORT-STATUS NOT = '00'
013790        MOVE 'CERTRPT report Error writing file ...'
013800          TO WS-CONSOLE-MESSAGE
013810        PERFORM DISPLAY-CONSOLE-MESSAGE
013820        MOVE WS-REPORT-STATUS TO WS-IO-STATUS
013830        PERFORM DISPLAY-IO-STATUS
013840        PERFORM ABORT-PROGRAM
013850     END-IF.
013860
013870 REPORT-CLOSE.
013880     CLOSE CERTIFICATE-REPORT.
013890
013900*****************************************************************
013910* Display the file status bytes. This routine will display as   *
013920* two digits if the full two byte file status is numeric. If    *
013930* second byte is non-numeric then it will be treated as a       *
013940* binary number.                                                *
013950*****************************************************************
013960 DISPLAY-IO-STATUS.
013970     IF WS-IO-STATUS NUMERIC
013980        MOVE SPACE TO WS-CONSOLE-MESSAGE
013990        STRING 'File status -' DELIMITED BY SIZE
014000               WS-IO-STATUS DELIMITED BY SIZE
014010          INTO WS-CONSOLE-MESSAGE
014020        PERFORM DISPLAY-CONSOLE-MESSAGE
014030     ELSE
014040        SUBTRACT WS-TWO-BYTES-BINARY FROM WS-TWO-BYTES-BINARY
014050        MOVE WS-IO-STAT2 TO WS-TWO-BYTES-RIGHT
014060        MOVE SPACE TO WS-CONSOLE-MESSAGE
014070        STRING 'File status -' DELIMITED BY SIZE
014080               WS-IO-STAT1 DELIMITED BY SIZE
014090               '/' DELIMITED BY SIZE
014100               WS-TWO-BYTES DELIMITED BY SIZE
014110          INTO WS-CONSOLE-MESSAGE
014120        PERFORM DISPLAY-CONSOLE-MESSAGE
014130     END-IF.
014140
014150*****************************************************************
014160* 'ABORT' the program.                                          *
014170* Post a message to the console and issue a STOP RUN            *
014180*****************************************************************
014190 ABORT-PROGRAM.
014200     IF WS-CONSOLE-MESSAGE NOT = SPACES
014210        PERFORM DISPLAY-CONSOLE-MESSAGE
014220     END-IF.
014230     MOVE 'Program is abending...'  TO WS-CONSOLE-MESSAGE.
014240     PERFORM DISPLAY-CONSOLE-MESSAGE.
014250     MOVE 16 TO RETURN-CODE.
014260     GOBACK.
014270
014280*****************************************************************
014290* Display a message on the console, prefixed with the program   *
014300* name so it can be picked out of a mixed job log.              *
014310*****************************************************************
014320 DISPLAY-CONSOLE-MESSAGE.
014330     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
