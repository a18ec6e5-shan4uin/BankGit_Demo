000600            ACCESS MODE  IS SEQUENTIAL
000610            FILE STATUS  IS WS-MSGFILE-STATUS.
000620
000621     SELECT OPTIONAL RATE-NOTICE-FILE
000622            ASSIGN       TO RATENOTC
000624            ORGANIZATION IS SEQUENTIAL
000625            ACCESS MODE  IS SEQUENTIAL
000627            FILE STATUS  IS WS-RATENOTC-STATUS.
000628
000630     SELECT MESSAGE-COUNT-REPORT
000640            ASSIGN       TO MSGRPT
000650            ORGANIZATION IS SEQUENTIAL
000660            ACCESS MODE  IS SEQUENTIAL
000670            FILE STATUS  IS WS-MSGRPT-STATUS.
000671
000672     SELECT OPTIONAL STATEMENT-LITERAL-FILE
000674            ASSIGN       TO STMTLIT
000675            ORGANIZATION IS SEQUENTIAL
000677            ACCESS MODE  IS SEQUENTIAL
000678            FILE STATUS  IS WS-STMTLIT-STATUS.
000680
000690     SELECT OPTIONAL HOUSEHOLD-XREF-FILE
000700            ASSIGN       TO HOUSEXRF
001710* accounts are on the statement, otherwise the key is matched   *
001720* against the leading characters of the statement's account    *
001730* descriptions.                                                 *
001732* The language code picks the statements the message goes on -  *
001735* a message goes only on statements formatted in its language,  *
001737* and a code of spaces means English.                           *
001740*****************************************************************
001750 FD  MESSAGE-FILE
001760     RECORD CONTAINS 92 CHARACTERS.
001770 01  MESSAGE-RECORD.
001780   05  MSG-STATE                             PIC X(3).
001790   05  MSG-ACC-KEY                           PIC X(10).
001800   05  MSG-START-DATE                        PIC X(8).
001810   05  MSG-STOP-DATE                         PIC X(8).
001820   05  MSG-TEXT                              PIC X(60).
001825   05  MSG-LANGUAGE                          PIC X(2).
001830   05  FILLER                                PIC X(1).
001840
001841*****************************************************************
001842* Deposit rate change notices written by ZBNKIRM1 - one record  *
001843* per account whose interest rate changes on a date still to    *
001844* come, with the rate before and from that date.                *
001845*****************************************************************
001846 FD  RATE-NOTICE-FILE
001847     RECORD CONTAINS 80 CHARACTERS.
001848 COPY CRATNTC.
001850 FD  MESSAGE-COUNT-REPORT
001860     RECORD CONTAINS 80 CHARACTERS.
001870 01  MESSAGE-COUNT-LINE                       PIC X(80).
001871
001872*****************************************************************
001873* Translation table for the statement's fixed literals and      *
001874* description wording, by language.                             *
001875*****************************************************************
001876 FD  STATEMENT-LITERAL-FILE
001877     RECORD CONTAINS 80 CHARACTERS.
001878 COPY CSTMLIT.
001880
001890*****************************************************************
001900* Household cross-reference maintained by the branches - one    *
002810     10  WS-MSGFILE-STAT1                    PIC X(1).
002820     10  WS-MSGFILE-STAT2                    PIC X(1).
002830
002832   05  WS-RATENOTC-STATUS.
002835     10  WS-RATENOTC-STAT1                   PIC X(1).
002837     10  WS-RATENOTC-STAT2                   PIC X(1).
002840   05  WS-MSGRPT-STATUS.
002850     10  WS-MSGRPT-STAT1                     PIC X(1).
002860     10  WS-MSGRPT-STAT2                     PIC X(1).
002862
002864   05  WS-STMTLIT-STATUS.
002866     10  WS-STMTLIT-STAT1                    PIC X(1).
002868     10  WS-STMTLIT-STAT2                    PIC X(1).
002870
002880   05  WS-INDEX-STATUS.
002890     10  WS-INDEX-STAT1                      PIC X(1).
003680       VALUE ZERO.
003690   05  WS-STMT-DESC-TBL OCCURS 5 TIMES       PIC X(10).
003700   05  WS-STMT-DESC-IX                       PIC 9(1).
003702   05  WS-STMT-LANG                          PIC X(2)
003704       VALUE 'EN'.
003706   05  WS-STMT-LANG-IX                       PIC 9(1)
003708       VALUE 1.
003710
003720 01  WS-RUN-DATE                             PIC 9(6)
003730     VALUE ZERO.
004330 01  STMT-MEMBER-LINE.
004340   05  FILLER                                PIC X(2)
004350       VALUE SPACES.
004365   05  SM-MEMBER-LIT                         PIC X(20).
004380   05  SM-MEMBER-PID                         PIC X(5).
004390   05  FILLER                                PIC X(105)
004400       VALUE SPACES.
004420 01  STMT-HH-SUMMARY-LINE.
004430   05  FILLER                                PIC X(2)
004440       VALUE SPACES.
004455   05  SH-MEMBERS-LIT                        PIC X(21).
004470   05  SH-MEMBERS                            PIC ZZ9.
004485   05  SH-POSTED-LIT                         PIC X(25).
004500   05  SH-POSTED                             PIC -(10)9.99.
004510   05  FILLER                                PIC X(66)
004520       VALUE SPACES.
005630     10  WS-PREF-TBL-PID                     PIC X(5).
005640     10  WS-PREF-TBL-PREF                    PIC X(1).
005650     10  WS-PREF-TBL-STATUS                  PIC X(1).
005655     10  WS-PREF-TBL-LANG                    PIC X(2).
005660   05  WS-PREF-IX                            PIC 9(4).
005670   05  WS-PREF-MATCH-SW                      PIC X(1)
005680       VALUE 'N'.
005730 COPY CBANKXT2.
005740
005750*****************************************************************
005751* The fixed literals the statement prints - each one's key on   *
005752* the translation table, its print width and its English text.  *
005753* The order is the order SET-STATEMENT-LANGUAGE moves them into *
005754* the print lines, so a new literal goes on the end.            *
005755*****************************************************************
005756 01  WS-LITERAL-DEFAULTS.
005757   05  FILLER.
005758     10  FILLER                              PIC X(16)
005759         VALUE 'TITLE'.
005760     10  FILLER                              PIC 9(2)
005761         VALUE 33.
005762     10  FILLER                              PIC X(40)
005763         VALUE 'B A N K   S T A T E M E N T'.
005764   05  FILLER.
005765     10  FILLER                              PIC X(16)
005766         VALUE 'DATE'.
005767     10  FILLER                              PIC 9(2)
005768         VALUE 6.
005769     10  FILLER                              PIC X(40)
005770         VALUE 'DATE '.
005771   05  FILLER.
005772     10  FILLER                              PIC X(16)
005773         VALUE 'PAGE'.
005774     10  FILLER                              PIC 9(2)
005775         VALUE 5.
005776     10  FILLER                              PIC X(40)
005777         VALUE 'PAGE '.
005778   05  FILLER.
005779     10  FILLER                              PIC X(16)
005780         VALUE 'CUSTOMER'.
005781     10  FILLER                              PIC 9(2)
005782         VALUE 9.
005783     10  FILLER                              PIC X(40)
005784         VALUE 'CUSTOMER '.
005785   05  FILLER.
005786     10  FILLER                              PIC X(16)
005787         VALUE 'ACCOUNT'.
005788     10  FILLER                              PIC 9(2)
005789         VALUE 8.
005790     10  FILLER                              PIC X(40)
005791         VALUE 'ACCOUNT '.
005792   05  FILLER.
005793     10  FILLER                              PIC X(16)
005794         VALUE 'STMT-DATE'.
005795     10  FILLER                              PIC 9(2)
005796         VALUE 10.
005797     10  FILLER                              PIC X(40)
005798         VALUE ' STMT DTE '.
005799   05  FILLER.
005800     10  FILLER                              PIC X(16)
005801         VALUE 'OPEN-BAL'.
005802     10  FILLER                              PIC 9(2)
005803         VALUE 11.
005804     10  FILLER                              PIC X(40)
005805         VALUE ' OPEN BAL '.
005806   05  FILLER.
005807     10  FILLER                              PIC X(16)
005808         VALUE 'CURR-BAL'.
005809     10  FILLER                              PIC 9(2)
005810         VALUE 11.
005811     10  FILLER                              PIC X(40)
005812         VALUE ' CURR BAL '.
005813   05  FILLER.
005814     10  FILLER                              PIC X(16)
005815         VALUE 'TRANS-HEAD'.
005816     10  FILLER                              PIC 9(2)
005817         VALUE 26.
005818     10  FILLER                              PIC X(40)
005819         VALUE 'TRANSACTIONS FOR ACCOUNT '.
005820   05  FILLER.
005821     10  FILLER                              PIC X(16)
005822         VALUE 'ACCOUNTS-ON-STMT'.
005823     10  FILLER                              PIC 9(2)
005824         VALUE 20.
005825     10  FILLER                              PIC X(40)
005826         VALUE 'ACCOUNTS ON STMT -  '.
005827   05  FILLER.
005828     10  FILLER                              PIC X(16)
005829         VALUE 'TOTAL-TRANS'.
005830     10  FILLER                              PIC 9(2)
005831         VALUE 25.
005832     10  FILLER                              PIC X(40)
005833         VALUE '   TOTAL TRANSACTIONS -  '.
005834   05  FILLER.
005835     10  FILLER                              PIC X(16)
005836         VALUE 'SERVICE-CHARGES'.
005837     10  FILLER                              PIC 9(2)
005838         VALUE 20.
005839     10  FILLER                              PIC X(40)
005840         VALUE 'SERVICE CHARGES  -  '.
005841   05  FILLER.
005842     10  FILLER                              PIC X(16)
005843         VALUE 'MAINT'.
005844     10  FILLER                              PIC 9(2)
005845         VALUE 11.
005846     10  FILLER                              PIC X(40)
005847         VALUE ' MAINT  +  '.
005848   05  FILLER.
005849     10  FILLER                              PIC X(16)
005850         VALUE 'EXCESS'.
005851     10  FILLER                              PIC 9(2)
005852         VALUE 12.
005853     10  FILLER                              PIC X(40)
005854         VALUE ' EXCESS  =  '.
005855   05  FILLER.
005856     10  FILLER                              PIC X(16)
005857         VALUE 'INTEREST'.
005858     10  FILLER                              PIC 9(2)
005859         VALUE 32.
005860     10  FILLER                              PIC X(40)
005861         VALUE 'INTEREST EARNED THIS PERIOD  -  '.
005862   05  FILLER.
005863     10  FILLER                              PIC X(16)
005864         VALUE 'PENDING-HEAD'.
005865     10  FILLER                              PIC 9(2)
005866         VALUE 30.
005867     10  FILLER                              PIC X(40)
005868         VALUE 'PENDING ACTIVITY (NOT POSTED)'.
005869   05  FILLER.
005870     10  FILLER                              PIC X(16)
005871         VALUE 'EXPIRES'.
005872     10  FILLER                              PIC 9(2)
005873         VALUE 9.
005874     10  FILLER                              PIC X(40)
005875         VALUE ' EXPIRES '.
005876   05  FILLER.
005877     10  FILLER                              PIC X(16)
005878         VALUE 'LOAN-HEAD'.
005879     10  FILLER                              PIC 9(2)
005880         VALUE 13.
005881     10  FILLER                              PIC X(40)
005882         VALUE 'LOAN ACCOUNTS'.
005883   05  FILLER.
005884     10  FILLER                              PIC X(16)
005885         VALUE 'PRINCIPAL'.
005886     10  FILLER                              PIC 9(2)
005887         VALUE 11.
005888     10  FILLER                              PIC X(40)
005889         VALUE ' PRINCIPAL '.
005890   05  FILLER.
005891     10  FILLER                              PIC X(16)
005892         VALUE 'RATE'.
005893     10  FILLER                              PIC 9(2)
005894         VALUE 6.
005895     10  FILLER                              PIC X(40)
005896         VALUE ' RATE '.
005897   05  FILLER.
005898     10  FILLER                              PIC X(16)
005899         VALUE 'PAYMENT'.
005900     10  FILLER                              PIC 9(2)
005901         VALUE 9.
005902     10  FILLER                              PIC X(40)
005903         VALUE ' PAYMENT '.
005904   05  FILLER.
005905     10  FILLER                              PIC X(16)
005906         VALUE 'DUE'.
005907     10  FILLER                              PIC 9(2)
005908         VALUE 5.
005909     10  FILLER                              PIC X(40)
005910         VALUE ' DUE '.
005911   05  FILLER.
005912     10  FILLER                              PIC X(16)
005913         VALUE 'END'.
005914     10  FILLER                              PIC 9(2)
005915         VALUE 26.
005916     10  FILLER                              PIC X(40)
005917         VALUE '***  END OF STATEMENT  ***'.
005918   05  FILLER.
005919     10  FILLER                              PIC X(16)
005920         VALUE 'HH-MEMBER'.
005921     10  FILLER                              PIC 9(2)
005922         VALUE 20.
005923     10  FILLER                              PIC X(40)
005924         VALUE 'HOUSEHOLD MEMBER -  '.
005925   05  FILLER.
005926     10  FILLER                              PIC X(16)
005927         VALUE 'HH-MEMBERS'.
005928     10  FILLER                              PIC 9(2)
005929         VALUE 21.
005930     10  FILLER                              PIC X(40)
005931         VALUE 'HOUSEHOLD MEMBERS -  '.
005932   05  FILLER.
005933     10  FILLER                              PIC X(16)
005934         VALUE 'COMBINED-POSTED'.
005935     10  FILLER                              PIC 9(2)
005936         VALUE 25.
005937     10  FILLER                              PIC X(40)
005938         VALUE '   COMBINED POSTED -     '.
005939   05  FILLER.
005940     10  FILLER                              PIC X(16)
005941         VALUE 'RATE-NOTICE'.
005942     10  FILLER                              PIC 9(2)
005943         VALUE 22.
005944     10  FILLER                              PIC X(40)
005945         VALUE 'RATE CHANGE - ACCOUNT '.
005946   05  FILLER.
005947     10  FILLER                              PIC X(16)
005948         VALUE 'RATE-TO'.
005949     10  FILLER                              PIC 9(2)
005950         VALUE 4.
005951     10  FILLER                              PIC X(40)
005952         VALUE ' TO '.
005953   05  FILLER.
005954     10  FILLER                              PIC X(16)
005955         VALUE 'RATE-FROM'.
005956     10  FILLER                              PIC 9(2)
005957         VALUE 6.
005958     10  FILLER                              PIC X(40)
005959         VALUE ' FROM '.
005960 01  WS-LITERAL-DEFAULT-TBL REDEFINES WS-LITERAL-DEFAULTS.
005961   05  WS-LIT-DEFAULT OCCURS 29 TIMES.
005962     10  WS-LIT-KEY                          PIC X(16).
005963     10  WS-LIT-WIDTH                        PIC 9(2).
005964     10  WS-LIT-ENGLISH                      PIC X(40).
005965
005966*****************************************************************
005967* The statement languages - English first, then each language   *
005968* the translation table names, with its text for every literal  *
005969* (English where the table gives none) and the statements and   *
005970* messages formatted in it. Description wording is held apart,  *
005971* matched on the English description for the language.          *
005972*****************************************************************
005973 01  WS-STATEMENT-LANGUAGES.
005974   05  WS-LIT-LOADED-SW                      PIC X(1)
005975       VALUE 'N'.
005976     88  LITERALS-LOADED                      VALUE 'Y'.
005977   05  WS-LIT-EOF-SW                         PIC X(1)
005978       VALUE 'N'.
005979     88  LITERAL-FILE-EOF                     VALUE 'Y'.
005980   05  WS-LIT-SLOTS                          PIC 9(2)
005981       VALUE 29.
005982   05  WS-LIT-IX                             PIC 9(2).
005983   05  WS-LIT-COPY-IX                        PIC 9(2).
005984   05  WS-LIT-MATCH-SW                       PIC X(1)
005985       VALUE 'N'.
005986     88  LITERAL-KEY-FOUND                    VALUE 'Y'.
005987   05  WS-LIT-REJECT-TEXT                    PIC X(12).
005988   05  WS-LIT-ENTRIES                        PIC 9(5)
005989       VALUE ZERO.
005990   05  WS-LIT-REJECTS                        PIC 9(5)
005991       VALUE ZERO.
005992   05  WS-LIT-UNSET                          PIC 9(2).
005993   05  WS-LANG-WORK                          PIC X(2).
005994   05  WS-LANG-MATCH-SW                      PIC X(1)
005995       VALUE 'N'.
005996     88  LANGUAGE-FOUND                       VALUE 'Y'.
005997   05  WS-LANG-FALLBACKS                     PIC 9(5)
005998       VALUE ZERO.
005999   05  WS-LANG-COUNT                         PIC 9(1)
006000       VALUE ZERO.
006001   05  WS-LANG-ENTRY OCCURS 5 TIMES.
006002     10  WS-LANG-CODE                        PIC X(2).
006003     10  WS-LANG-STMTS                       PIC 9(5).
006004     10  WS-LANG-MSGS                        PIC 9(5).
006005     10  WS-LANG-SLOT OCCURS 29 TIMES.
006006       15  WS-LANG-LIT-TEXT                  PIC X(40).
006007       15  WS-LANG-LIT-SET-SW                PIC X(1).
006008         88  LANG-LIT-TRANSLATED              VALUE 'Y'.
006009   05  WS-LANG-IX                            PIC 9(1).
006010   05  WS-DESC-COUNT                         PIC 9(3)
006011       VALUE ZERO.
006012   05  WS-DESC-ENTRY OCCURS 300 TIMES.
006013     10  WS-DESC-LANG                        PIC X(2).
006014     10  WS-DESC-ENGLISH                     PIC X(30).
006015     10  WS-DESC-TEXT                        PIC X(30).
006016   05  WS-DESC-IX                            PIC 9(3).
006017   05  WS-DESC-MATCH-SW                      PIC X(1)
006018       VALUE 'N'.
006019     88  DESCRIPTION-FOUND                    VALUE 'Y'.
006020   05  WS-DESC-WORK                          PIC X(30).
006021
006022*****************************************************************
006023* Statement print lines.                                        *
006024* The literal fields are filled at the start of each statement  *
006025* from the text for the statement's language.                   *
006026*****************************************************************
006027 01  STMT-HEADING-LINE-1.
006028   05  FILLER                                PIC X(10)
006029       VALUE SPACES.
006030   05  SH1-TITLE                             PIC X(33).
006031   05  SH1-DATE-LIT                          PIC X(6).
006032   05  SH1-DATE.
006033     10  SH1-DATE-MM                         PIC 9(2).
006034     10  FILLER                              PIC X(1) VALUE '/'.
006035     10  SH1-DATE-DD                         PIC 9(2).
006036     10  FILLER                              PIC X(1) VALUE '/'.
006037     10  SH1-DATE-YY                         PIC 9(2).
006038   05  FILLER                                PIC X(3)
006039       VALUE SPACES.
006040   05  SH1-PAGE-LIT                          PIC X(5).
006041   05  SH1-PAGE-NO                           PIC ZZZ9.
006042   05  FILLER                                PIC X(63)
006043       VALUE SPACES.
006044
006045 01  STMT-HEADING-LINE-2.
006046   05  FILLER                                PIC X(10)
006047       VALUE SPACES.
006048   05  SH2-CUSTOMER-LIT                      PIC X(9).
006049   05  SH2-PID                               PIC X(5).
006050   05  FILLER                                PIC X(108)
006060       VALUE SPACES.
006070
006220 01  STMT-ACCT-HEAD-LINE.
006230   05  FILLER                                PIC X(2)
006240       VALUE SPACES.
006255   05  SAH-ACCOUNT-LIT                       PIC X(8).
006270   05  SAH-ACC-NO                            PIC X(10).
006280   05  FILLER                                PIC X(2)
006290       VALUE SPACES.
006300   05  SAH-ACC-DESC                          PIC X(30).
006315   05  SAH-STMT-DTE-LIT                      PIC X(10).
006330   05  SAH-LAST-STMT-DTE                     PIC X(8).
006345   05  SAH-OPEN-BAL-LIT                      PIC X(11).
006360   05  SAH-LAST-STMT-BAL                     PIC -(8)9.99.
006375   05  SAH-CURR-BAL-LIT                      PIC X(11).
006390   05  SAH-CURR-BAL                          PIC -(8)9.99.
006400   05  FILLER                                PIC X(14)
006410       VALUE SPACES.
006430 01  STMT-TRANS-HEAD-LINE.
006440   05  FILLER                                PIC X(2)
006450       VALUE SPACES.
006465   05  STH-TRANS-LIT                         PIC X(26).
006480   05  STH-ACC-NO                            PIC X(10).
006490   05  FILLER                                PIC X(94)
006500       VALUE SPACES.
006650 01  STMT-TRAILER-LINE.
006660   05  FILLER                                PIC X(2)
006670       VALUE SPACES.
006685   05  STL-ACCOUNTS-LIT                      PIC X(20).
006700   05  STL-ACC-COUNT                         PIC ZZZZ9.
006715   05  STL-TOTAL-LIT                         PIC X(25).
006730   05  STL-TOTAL-AMOUNT                      PIC -(8)9.99.
006740   05  FILLER                                PIC X(68)
006750       VALUE SPACES.
006770 01  STMT-FEE-LINE.
006780   05  FILLER                                PIC X(2)
006790       VALUE SPACES.
006805   05  SF-CHARGES-LIT                        PIC X(20).
006820   05  SF-MAINT-FEE                          PIC -(6)9.99.
006835   05  SF-MAINT-LIT                          PIC X(11).
006850   05  SF-EXCESS-FEE                         PIC -(6)9.99.
006865   05  SF-EXCESS-LIT                         PIC X(12).
006880   05  SF-TOTAL-FEE                          PIC -(6)9.99.
006890   05  FILLER                                PIC X(47)
006900       VALUE SPACES.
006920 01  STMT-INT-LINE.
006930   05  FILLER                                PIC X(2)
006940       VALUE SPACES.
006955   05  SI-INTEREST-LIT                       PIC X(32).
006970   05  SI-INT-AMOUNT                         PIC -(6)9.99.
006980   05  FILLER                                PIC X(87)
006990       VALUE SPACES.
007010 01  STMT-PEND-HEAD-LINE.
007020   05  FILLER                                PIC X(2)
007030       VALUE SPACES.
007045   05  SPH-PENDING-LIT                       PIC X(30).
007060   05  FILLER                                PIC X(100)
007070       VALUE SPACES.
007080
007130   05  FILLER                                PIC X(2)
007140       VALUE SPACES.
007150   05  SP-PLACED-DATE                        PIC X(8).
007165   05  SP-EXPIRES-LIT                        PIC X(9).
007180   05  SP-EXPIRY-DATE                        PIC X(8).
007190   05  FILLER                                PIC X(2)
007200       VALUE SPACES.
007430     10  WS-MSG-STATE                        PIC X(3).
007440     10  WS-MSG-ACC-KEY                      PIC X(10).
007450     10  WS-MSG-TEXT                         PIC X(60).
007455     10  WS-MSG-LANG                         PIC X(2).
007460     10  WS-MSG-CARRIED                      PIC 9(5).
007470   05  WS-MSG-IX                             PIC 9(2).
007480   05  WS-MSG-WANTED-SW                      PIC X(1)
007560         VALUE '20'.
007570     10  WS-MSG-TODAY-YMD                    PIC 9(6).
007580
007581*****************************************************************
007582* Rate change notices still to take effect, each marked with    *
007583* the statement its account is printed on.                      *
007584*****************************************************************
007585 01  WS-RATE-NOTICES.
007586   05  WS-NTC-LOADED-SW                      PIC X(1)
007587       VALUE 'N'.
007588     88  RATE-NOTICES-LOADED                  VALUE 'Y'.
007589   05  WS-NTC-EOF-SW                         PIC X(1)
007590       VALUE 'N'.
007591     88  RATE-NOTICE-FILE-EOF                 VALUE 'Y'.
007592   05  WS-NTC-COUNT                          PIC 9(4)
007593       VALUE ZERO.
007594   05  WS-NTC-ENTRY OCCURS 2000 TIMES.
007595     10  WS-NTC-ACC-NO                       PIC X(10).
007596     10  WS-NTC-EFFECTIVE-DATE               PIC X(8).
007597     10  WS-NTC-OLD-RATE                     PIC 9(2)V9(3).
007598     10  WS-NTC-NEW-RATE                     PIC 9(2)V9(3).
007599     10  WS-NTC-STMT-PID                     PIC X(5).
007600   05  WS-NTC-IX                             PIC 9(4).
007601   05  WS-NTC-CARRIED                        PIC 9(5)
007602       VALUE ZERO.
007603 01  STMT-MSG-LINE.
007604   05  FILLER                                PIC X(2)
007610       VALUE SPACES.
007620   05  SM-TEXT                               PIC X(60).
007630   05  FILLER                                PIC X(70)
007640       VALUE SPACES.
007650
007651 01  STMT-RATE-NOTICE-LINE.
007652   05  FILLER                                PIC X(2)
007653       VALUE SPACES.
007654   05  SRN-NOTICE-LIT                        PIC X(22).
007655   05  SRN-ACC-NO                            PIC X(10).
007656   05  FILLER                                PIC X(2)
007657       VALUE SPACES.
007658   05  SRN-OLD-RATE                          PIC Z9.999.
007659   05  FILLER                                PIC X(1)
007660       VALUE '%'.
007661   05  SRN-TO-LIT                            PIC X(4).
007662   05  SRN-NEW-RATE                          PIC Z9.999.
007663   05  FILLER                                PIC X(1)
007664       VALUE '%'.
007665   05  SRN-FROM-LIT                          PIC X(6).
007666   05  SRN-EFFECTIVE-DATE                    PIC X(8).
007667   05  FILLER                                PIC X(64)
007668       VALUE SPACES.
007669 01  MSG-COUNT-DETAIL-LINE.
007670   05  FILLER                          PIC X(2)  VALUE SPACES.
007680   05  MC-STATE                              PIC X(3).
007683   05  FILLER                          PIC X(2)  VALUE SPACES.
007686   05  MC-LANG                               PIC X(2).
007690   05  FILLER                          PIC X(2)  VALUE SPACES.
007700   05  MC-ACC-KEY                            PIC X(10).
007710   05  FILLER                          PIC X(2)  VALUE SPACES.
007720   05  MC-CARRIED                            PIC ZZZZ9.
007730   05  FILLER                          PIC X(2)  VALUE SPACES.
007731   05  MC-TEXT                               PIC X(50).
007733
007735 01  MSG-LANG-COUNT-LINE.
007737   05  FILLER                          PIC X(2)  VALUE SPACES.
007739   05  ML-LANG                               PIC X(2).
007740   05  FILLER                          PIC X(2)  VALUE SPACES.
007742   05  ML-STMTS                              PIC ZZZZ9.
007744   05  FILLER                          PIC X(2)  VALUE SPACES.
007746   05  ML-MSGS                               PIC ZZZZ9.
007748   05  FILLER                          PIC X(62) VALUE SPACES.
007750
007760 01  STMT-LOAN-HEAD-LINE.
007770   05  FILLER                                PIC X(2)
007780       VALUE SPACES.
007795   05  SLH-LOAN-LIT                          PIC X(13).
007810   05  FILLER                                PIC X(117)
007820       VALUE SPACES.
007830
007880   05  FILLER                                PIC X(2)
007890       VALUE SPACES.
007900   05  SL-DESC                               PIC X(20).
007915   05  SL-PRINCIPAL-LIT                      PIC X(11).
007930   05  SL-PRINCIPAL                          PIC -(8)9.99.
007945   05  SL-RATE-LIT                           PIC X(6).
007960   05  SL-RATE                               PIC Z9.9999.
007975   05  SL-PAYMENT-LIT                        PIC X(9).
007990   05  SL-PAYMENT                            PIC -(6)9.99.
008005   05  SL-DUE-LIT                            PIC X(5).
008020   05  SL-DUE-DATE                           PIC X(8).
008030   05  FILLER                                PIC X(21)
008040       VALUE SPACES.
008070 01  STMT-END-LINE.
008080   05  FILLER                                PIC X(2)
008090       VALUE SPACES.
008115   05  SE-END-LIT                            PIC X(26).
008140   05  FILLER                                PIC X(104)
008150       VALUE SPACES.
008160
008400        PERFORM PARSE-RUN-OPTIONS
008410     END-IF.
008420
008422     ACCEPT WS-STMT-RUN-DATE FROM DATE.
008425     ACCEPT WS-STMT-RUN-TIME FROM TIME.
008427     PERFORM RESTART-CHECK.
008430
008432*    The page banner carries the cycle date the statements are
008435*    archived under - on a restart the interrupted run's date.
008437     MOVE WS-STMT-RUN-DATE TO WS-RUN-DATE.
008440     MOVE WS-RUN-DATE-MM TO SH1-DATE-MM.
008450     MOVE WS-RUN-DATE-DD TO SH1-DATE-DD.
008460     MOVE WS-RUN-DATE-YY TO SH1-DATE-YY.
008470
008495     PERFORM LOAD-STATEMENT-LITERALS.
008520     PERFORM LOAD-DELIVERY-PREFS.
008530     PERFORM LOAD-STATEMENT-MESSAGES.
008535     PERFORM LOAD-RATE-NOTICES.
008540     IF SINGLE-PID-MODE
008550        PERFORM LOAD-EXTRACT-INDEX
008560     END-IF.
009020            ' bounce fallbacks' DELIMITED BY SIZE
009030       INTO WS-CONSOLE-MESSAGE.
009040     PERFORM DISPLAY-CONSOLE-MESSAGE.
009041     PERFORM VARYING WS-LANG-IX FROM 1 BY 1
009042       UNTIL WS-LANG-IX IS GREATER THAN WS-LANG-COUNT
009043        MOVE SPACES TO WS-CONSOLE-MESSAGE
009044        STRING WS-LANG-STMTS (WS-LANG-IX) DELIMITED BY SIZE
009045               ' statements formatted in ' DELIMITED BY SIZE
009046               WS-LANG-CODE (WS-LANG-IX) DELIMITED BY SIZE
009047          INTO WS-CONSOLE-MESSAGE
009048        PERFORM DISPLAY-CONSOLE-MESSAGE
009049     END-PERFORM.
009050     IF WS-LANG-FALLBACKS IS GREATER THAN ZERO
009051        MOVE SPACES TO WS-CONSOLE-MESSAGE
009052        STRING WS-LANG-FALLBACKS DELIMITED BY SIZE
009053               ' in a language not on the table - EN used'
009054                 DELIMITED BY SIZE
009055          INTO WS-CONSOLE-MESSAGE
009056        PERFORM DISPLAY-CONSOLE-MESSAGE
009057     END-IF.
009058     IF RATE-NOTICES-LOADED
009059        MOVE SPACES TO WS-CONSOLE-MESSAGE
009060        STRING WS-NTC-CARRIED DELIMITED BY SIZE
009061               ' rate change notices printed' DELIMITED BY SIZE
009062          INTO WS-CONSOLE-MESSAGE
009063        PERFORM DISPLAY-CONSOLE-MESSAGE
009064     END-IF.
009065     MOVE 'End Of Job'
009066       TO WS-CONSOLE-MESSAGE.
009070     PERFORM DISPLAY-CONSOLE-MESSAGE.
009080
009090     MOVE 0 TO RETURN-CODE.
012350               TO WS-STMT-DESC-TBL (WS-STMT-DESC-CNT)
012360          END-IF
012370          MOVE XT2-2-ACC-NO TO SAH-ACC-NO
012375          MOVE XT2-2-ACC-DESC TO WS-DESC-WORK
012380          PERFORM TRANSLATE-DESCRIPTION
012385          MOVE WS-DESC-WORK TO SAH-ACC-DESC
012390          MOVE XT2-2-ACC-LAST-STMT-DTE TO SAH-LAST-STMT-DTE
012400          MOVE XT2-2-ACC-LAST-STMT-BAL TO SAH-LAST-STMT-BAL
012410          MOVE XT2-2-ACC-CURR-BAL TO SAH-CURR-BAL
012420          MOVE STMT-ACCT-HEAD-LINE TO STATEMENT-LINE
012430          PERFORM STATEMENT-PUT
012435          PERFORM MARK-RATE-NOTICES
012440       WHEN '3'
012450          IF SORT-ACC-NO IS NOT EQUAL TO WS-STMT-ACC-NO
012460             MOVE SORT-ACC-NO TO WS-STMT-ACC-NO
012510             PERFORM STATEMENT-PUT
012520          END-IF
012530          MOVE XT2-3-TIMESTAMP TO ST-TIMESTAMP
012535          MOVE XT2-3-DESC TO WS-DESC-WORK
012540          PERFORM TRANSLATE-DESCRIPTION
012545          MOVE WS-DESC-WORK TO ST-DESC
012550          MOVE XT2-3-AMOUNT TO ST-AMOUNT
012560          MOVE STMT-TRANS-LINE TO STATEMENT-LINE
012570          PERFORM STATEMENT-PUT
012840          MOVE XT2-7-ACC-NO TO SP-ACC-NO
012850          MOVE XT2-7-PLACED-DATE TO SP-PLACED-DATE
012860          MOVE XT2-7-EXPIRY-DATE TO SP-EXPIRY-DATE
012865          MOVE XT2-7-DESC TO WS-DESC-WORK
012870          PERFORM TRANSLATE-DESCRIPTION
012875          MOVE WS-DESC-WORK TO SP-DESC
012880          MOVE XT2-7-AMOUNT TO SP-AMOUNT
012890          MOVE STMT-PEND-LINE TO STATEMENT-LINE
012900          PERFORM STATEMENT-PUT
012970             MOVE 'Y' TO WS-LOAN-HEAD-SW
012980          END-IF
012990          MOVE XT2-L-ACC-NO TO SL-ACC-NO
012995          MOVE XT2-L-DESC TO WS-DESC-WORK
013000          PERFORM TRANSLATE-DESCRIPTION
013005          MOVE WS-DESC-WORK TO SL-DESC
013010          MOVE XT2-L-PRINCIPAL TO SL-PRINCIPAL
013020          MOVE XT2-L-RATE TO SL-RATE
013030          MOVE XT2-L-PAYMENT TO SL-PAYMENT
013270     MOVE ZERO TO WS-HH-MEMBER-COUNT.
013280     MOVE ZERO TO WS-HH-POSTED-TOTAL.
013290     PERFORM CHECK-DELIVERY-PREFERENCE.
013295     PERFORM SET-STATEMENT-LANGUAGE.
013300     PERFORM STATEMENT-PAGE-HEADING.
013310
013320*****************************************************************
018180                  TO WS-PREF-TBL-PREF (WS-PREF-COUNT)
018190                MOVE PREF-DLV-STATUS
018200                  TO WS-PREF-TBL-STATUS (WS-PREF-COUNT)
018201                IF PREF-LANG-ENGLISH
018202                   MOVE 'EN' TO WS-PREF-TBL-LANG (WS-PREF-COUNT)
018204                ELSE
018205                   MOVE PREF-LANGUAGE
018207                     TO WS-PREF-TBL-LANG (WS-PREF-COUNT)
018208                END-IF
018210             ELSE
018220                MOVE 'Preference table full - entry ignored'
018230                  TO WS-CONSOLE-MESSAGE
018990              MOVE MSG-ACC-KEY
019000                TO WS-MSG-ACC-KEY (WS-MSG-COUNT)
019010              MOVE MSG-TEXT TO WS-MSG-TEXT (WS-MSG-COUNT)
019011              IF MSG-LANGUAGE IS EQUAL TO SPACES
019013                 MOVE 'EN' TO WS-MSG-LANG (WS-MSG-COUNT)
019015              ELSE
019016                 MOVE MSG-LANGUAGE TO WS-MSG-LANG (WS-MSG-COUNT)
019018              END-IF
019020              MOVE ZERO TO WS-MSG-CARRIED (WS-MSG-COUNT)
019030           ELSE
019040              MOVE 'Message table full - message ignored'
019140* matches the statement's (or is '***') and its account key     *
019150* matches one of the statement's account descriptions (or is    *
019160* '*ALL').                                                      *
019165* Only messages in the statement's language are considered.     *
019170*****************************************************************
019180 MERGE-STATEMENT-MESSAGES.
019190     PERFORM VARYING WS-MSG-IX FROM 1 BY 1
019260              MOVE 'Y' TO WS-MSG-HEAD-SW
019270           END-IF
019280           ADD 1 TO WS-MSG-CARRIED (WS-MSG-IX)
019285           ADD 1 TO WS-LANG-MSGS (WS-STMT-LANG-IX)
019290           MOVE WS-MSG-TEXT (WS-MSG-IX) TO SM-TEXT
019300           MOVE STMT-MSG-LINE TO STATEMENT-LINE
019310           PERFORM STATEMENT-PUT
019320        END-IF
019330     END-PERFORM.
019335     PERFORM MERGE-RATE-NOTICES.
019340
019350 CHECK-MESSAGE-WANTED.
019360     MOVE 'N' TO WS-MSG-WANTED-SW.
019367     IF WS-MSG-LANG (WS-MSG-IX) IS EQUAL TO WS-STMT-LANG
019375      AND (WS-MSG-STATE (WS-MSG-IX) IS EQUAL TO '***'
019382       OR WS-MSG-STATE (WS-MSG-IX) IS EQUAL TO WS-STMT-STATE)
019390        IF WS-MSG-ACC-KEY (WS-MSG-IX) IS EQUAL TO '*ALL'
019400           MOVE 'Y' TO WS-MSG-WANTED-SW
019410        ELSE
019510        END-IF
019520     END-IF.
019530
019531*****************************************************************
019532* Load the rate change notices whose effective date is still to *
019533* come. A missing file simply means no statement carries one.   *
019534*****************************************************************
019535 LOAD-RATE-NOTICES.
019536     OPEN INPUT RATE-NOTICE-FILE.
019537     EVALUATE TRUE
019538       WHEN WS-RATENOTC-STATUS IS EQUAL TO '35'
019539       WHEN WS-RATENOTC-STATUS IS EQUAL TO '05'
019540          MOVE 'No rate change notice file supplied'
019541            TO WS-CONSOLE-MESSAGE
019542          PERFORM DISPLAY-CONSOLE-MESSAGE
019543       WHEN WS-RATENOTC-STATUS IS EQUAL TO '00'
019544          MOVE 'Y' TO WS-NTC-LOADED-SW
019545          PERFORM READ-RATE-NOTICE
019546          PERFORM UNTIL RATE-NOTICE-FILE-EOF
019547             IF RNT-EFFECTIVE-DATE IS GREATER THAN WS-MSG-TODAY
019548                PERFORM LOAD-ONE-RATE-NOTICE
019549             END-IF
019550             PERFORM READ-RATE-NOTICE
019551          END-PERFORM
019552          CLOSE RATE-NOTICE-FILE
019553          MOVE SPACES TO WS-CONSOLE-MESSAGE
019554          STRING WS-NTC-COUNT DELIMITED BY SIZE
019555                 ' rate change notices to carry' DELIMITED BY SIZE
019556            INTO WS-CONSOLE-MESSAGE
019557          PERFORM DISPLAY-CONSOLE-MESSAGE
019558       WHEN OTHER
019559          MOVE 'RATENOTC file open failure...'
019560            TO WS-CONSOLE-MESSAGE
019561          PERFORM DISPLAY-CONSOLE-MESSAGE
019562          MOVE WS-RATENOTC-STATUS TO WS-IO-STATUS
019563          PERFORM DISPLAY-IO-STATUS
019564          PERFORM ABORT-PROGRAM
019565     END-EVALUATE.
019566
019567 READ-RATE-NOTICE.
019568     READ RATE-NOTICE-FILE
019569       AT END
019570          MOVE 'Y' TO WS-NTC-EOF-SW
019571     END-READ.
019572
019573 LOAD-ONE-RATE-NOTICE.
019574     IF WS-NTC-COUNT IS LESS THAN 2000
019575        ADD 1 TO WS-NTC-COUNT
019576        MOVE RNT-ACC-NO TO WS-NTC-ACC-NO (WS-NTC-COUNT)
019577        MOVE RNT-EFFECTIVE-DATE
019578          TO WS-NTC-EFFECTIVE-DATE (WS-NTC-COUNT)
019579        MOVE RNT-OLD-RATE TO WS-NTC-OLD-RATE (WS-NTC-COUNT)
019580        MOVE RNT-NEW-RATE TO WS-NTC-NEW-RATE (WS-NTC-COUNT)
019581        MOVE SPACES TO WS-NTC-STMT-PID (WS-NTC-COUNT)
019582     ELSE
019583        MOVE 'Rate change notice table full - run refused'
019584          TO WS-CONSOLE-MESSAGE
019585        PERFORM DISPLAY-CONSOLE-MESSAGE
019586        PERFORM ABORT-PROGRAM
019587     END-IF.
019588
019589*****************************************************************
019590* Mark each notice for the account just printed with the        *
019591* statement it is on, so the merge finds it when the statement  *
019592* is finished.                                                  *
019593*****************************************************************
019594 MARK-RATE-NOTICES.
019595     PERFORM VARYING WS-NTC-IX FROM 1 BY 1
019596       UNTIL WS-NTC-IX IS GREATER THAN WS-NTC-COUNT
019597        IF WS-NTC-ACC-NO (WS-NTC-IX) IS EQUAL TO XT2-2-ACC-NO
019598           MOVE WS-STMT-PID TO WS-NTC-STMT-PID (WS-NTC-IX)
019599        END-IF
019600     END-PERFORM.
019601
019602*****************************************************************
019603* Print the rate change notices for the accounts on the         *
019604* statement being finished in its message area.                 *
019605*****************************************************************
019606 MERGE-RATE-NOTICES.
019607     PERFORM VARYING WS-NTC-IX FROM 1 BY 1
019608       UNTIL WS-NTC-IX IS GREATER THAN WS-NTC-COUNT
019609        IF WS-NTC-STMT-PID (WS-NTC-IX) IS EQUAL TO WS-STMT-PID
019610           IF NOT MSG-HEADING-WRITTEN
019611              MOVE SPACES TO STATEMENT-LINE
019612              PERFORM STATEMENT-PUT
019613              MOVE 'Y' TO WS-MSG-HEAD-SW
019614           END-IF
019615           ADD 1 TO WS-NTC-CARRIED
019616           MOVE WS-NTC-ACC-NO (WS-NTC-IX) TO SRN-ACC-NO
019617           MOVE WS-NTC-OLD-RATE (WS-NTC-IX) TO SRN-OLD-RATE
019618           MOVE WS-NTC-NEW-RATE (WS-NTC-IX) TO SRN-NEW-RATE
019619           MOVE WS-NTC-EFFECTIVE-DATE (WS-NTC-IX)
019620             TO SRN-EFFECTIVE-DATE
019621           MOVE STMT-RATE-NOTICE-LINE TO STATEMENT-LINE
019622           PERFORM STATEMENT-PUT
019623           MOVE SPACES TO WS-NTC-STMT-PID (WS-NTC-IX)
019624        END-IF
019625     END-PERFORM.
019626*****************************************************************
019627* Report how many statements carried each message, so the       *
019628* marketing spend can be evidenced per message.                 *
019629*****************************************************************
019630 WRITE-MESSAGE-COUNT-REPORT.
019631     IF MESSAGES-LOADED
019632        OPEN OUTPUT MESSAGE-COUNT-REPORT
019633        IF WS-MSGRPT-STATUS IS NOT EQUAL TO '00'
019634           MOVE 'MSGRPT report open failure...'
019635             TO WS-CONSOLE-MESSAGE
019640           PERFORM DISPLAY-CONSOLE-MESSAGE
019650           MOVE WS-MSGRPT-STATUS TO WS-IO-STATUS
019660           PERFORM DISPLAY-IO-STATUS
019750           MOVE WS-MSG-ACC-KEY (WS-MSG-IX) TO MC-ACC-KEY
019760           MOVE WS-MSG-CARRIED (WS-MSG-IX) TO MC-CARRIED
019770           MOVE WS-MSG-TEXT (WS-MSG-IX) TO MC-TEXT
019775           MOVE WS-MSG-LANG (WS-MSG-IX) TO MC-LANG
019780           MOVE MSG-COUNT-DETAIL-LINE TO MESSAGE-COUNT-LINE
019781           PERFORM MESSAGE-COUNT-PUT
019782        END-PERFORM
019783        MOVE SPACES TO MESSAGE-COUNT-LINE
019784        PERFORM MESSAGE-COUNT-PUT
019785        MOVE '  STATEMENTS AND MESSAGES CARRIED BY LANGUAGE'
019786          TO MESSAGE-COUNT-LINE
019787        PERFORM MESSAGE-COUNT-PUT
019788        PERFORM VARYING WS-LANG-IX FROM 1 BY 1
019789          UNTIL WS-LANG-IX IS GREATER THAN WS-LANG-COUNT
019790           MOVE WS-LANG-CODE (WS-LANG-IX) TO ML-LANG
019791           MOVE WS-LANG-STMTS (WS-LANG-IX) TO ML-STMTS
019792           MOVE WS-LANG-MSGS (WS-LANG-IX) TO ML-MSGS
019793           MOVE MSG-LANG-COUNT-LINE TO MESSAGE-COUNT-LINE
019794           PERFORM MESSAGE-COUNT-PUT
019800        END-PERFORM
019810        CLOSE MESSAGE-COUNT-REPORT
019820     END-IF.
019930     END-IF.
019940
019950*****************************************************************
019951* Load the translation table. English is always the first       *
019952* language, from the literal defaults; each language the table  *
019953* names starts as a copy of English and takes the table's text  *
019954* literal by literal, so a literal left untranslated still      *
019955* prints. An entry for a key the statement does not print, or   *
019956* whose text will not fit the literal's print width, is left    *
019957* out and reported. A missing file means every statement is     *
019958* formatted in English.                                         *
019959*****************************************************************
019960 LOAD-STATEMENT-LITERALS.
019961     MOVE 'EN' TO WS-LANG-WORK.
019962     PERFORM ADD-LANGUAGE.
019963     OPEN INPUT STATEMENT-LITERAL-FILE.
019964     EVALUATE TRUE
019965       WHEN WS-STMTLIT-STATUS IS EQUAL TO '35'
019966       WHEN WS-STMTLIT-STATUS IS EQUAL TO '05'
019967          MOVE 'No translation table supplied - all in EN'
019968            TO WS-CONSOLE-MESSAGE
019969          PERFORM DISPLAY-CONSOLE-MESSAGE
019970       WHEN WS-STMTLIT-STATUS IS EQUAL TO '00'
019971          MOVE 'Y' TO WS-LIT-LOADED-SW
019972          PERFORM READ-LITERAL-RECORD
019973          PERFORM UNTIL LITERAL-FILE-EOF
019974             PERFORM LOAD-ONE-LITERAL
019975             PERFORM READ-LITERAL-RECORD
019976          END-PERFORM
019977          CLOSE STATEMENT-LITERAL-FILE
019978          MOVE SPACES TO WS-CONSOLE-MESSAGE
019979          STRING WS-LIT-ENTRIES DELIMITED BY SIZE
019980                 ' translations loaded, ' DELIMITED BY SIZE
019981                 WS-LIT-REJECTS DELIMITED BY SIZE
019982                 ' left out' DELIMITED BY SIZE
019983            INTO WS-CONSOLE-MESSAGE
019984          PERFORM DISPLAY-CONSOLE-MESSAGE
019985          PERFORM REPORT-UNTRANSLATED
019986       WHEN OTHER
019987          MOVE 'STMTLIT file open failure...'
019988            TO WS-CONSOLE-MESSAGE
019989          PERFORM DISPLAY-CONSOLE-MESSAGE
019990          MOVE WS-STMTLIT-STATUS TO WS-IO-STATUS
019991          PERFORM DISPLAY-IO-STATUS
019992          PERFORM ABORT-PROGRAM
019993     END-EVALUATE.
019994
019995 READ-LITERAL-RECORD.
019996     READ STATEMENT-LITERAL-FILE
019997       AT END
019998          MOVE 'Y' TO WS-LIT-EOF-SW
019999     END-READ.
020000
020001 LOAD-ONE-LITERAL.
020002     MOVE SPACES TO WS-LIT-REJECT-TEXT.
020003     IF LIT-LANGUAGE IS EQUAL TO SPACES
020004        MOVE 'EN' TO WS-LANG-WORK
020005     ELSE
020006        MOVE LIT-LANGUAGE TO WS-LANG-WORK
020007     END-IF.
020008     EVALUATE TRUE
020009       WHEN LIT-FIXED-LITERAL
020010          PERFORM FIND-LITERAL-KEY
020011          IF NOT LITERAL-KEY-FOUND
020012             MOVE 'UNKNOWN KEY' TO WS-LIT-REJECT-TEXT
020013          ELSE
020014             IF WS-LIT-WIDTH (WS-LIT-IX) IS LESS THAN 40
020015              AND LIT-TEXT (WS-LIT-WIDTH (WS-LIT-IX) + 1:)
020016                    IS NOT EQUAL TO SPACES
020017                MOVE 'TOO WIDE' TO WS-LIT-REJECT-TEXT
020018             END-IF
020019          END-IF
020020       WHEN LIT-DESCRIPTION
020021          IF LIT-KEY IS EQUAL TO SPACES
020022             MOVE 'NO KEY' TO WS-LIT-REJECT-TEXT
020023          ELSE
020024             IF LIT-TEXT (31:) IS NOT EQUAL TO SPACES
020025                MOVE 'TOO WIDE' TO WS-LIT-REJECT-TEXT
020026             ELSE
020027                IF WS-DESC-COUNT IS NOT LESS THAN 300
020028                   MOVE 'TABLE FULL' TO WS-LIT-REJECT-TEXT
020029                END-IF
020030             END-IF
020031          END-IF
020032       WHEN OTHER
020033          MOVE 'UNKNOWN KIND' TO WS-LIT-REJECT-TEXT
020034     END-EVALUATE.
020035     IF WS-LIT-REJECT-TEXT IS EQUAL TO SPACES
020036        PERFORM FIND-LANGUAGE
020037        IF NOT LANGUAGE-FOUND
020038           IF WS-LANG-COUNT IS LESS THAN 5
020039              PERFORM ADD-LANGUAGE
020040           ELSE
020041              MOVE 'TOO MANY' TO WS-LIT-REJECT-TEXT
020042           END-IF
020043        END-IF
020044     END-IF.
020045     IF WS-LIT-REJECT-TEXT IS NOT EQUAL TO SPACES
020046        ADD 1 TO WS-LIT-REJECTS
020047        MOVE SPACES TO WS-CONSOLE-MESSAGE
020048        STRING 'Translation ' DELIMITED BY SIZE
020049               LIT-LANGUAGE DELIMITED BY SIZE
020050               ' ' DELIMITED BY SIZE
020051               LIT-KEY (1:20) DELIMITED BY SIZE
020052               ' ' DELIMITED BY SIZE
020053               WS-LIT-REJECT-TEXT DELIMITED BY SIZE
020054          INTO WS-CONSOLE-MESSAGE
020055        PERFORM DISPLAY-CONSOLE-MESSAGE
020056     ELSE
020057        ADD 1 TO WS-LIT-ENTRIES
020058        IF LIT-FIXED-LITERAL
020059           MOVE LIT-TEXT
020060             TO WS-LANG-LIT-TEXT (WS-LANG-IX, WS-LIT-IX)
020061           MOVE 'Y' TO WS-LANG-LIT-SET-SW (WS-LANG-IX, WS-LIT-IX)
020062        ELSE
020063           ADD 1 TO WS-DESC-COUNT
020064           MOVE WS-LANG-WORK TO WS-DESC-LANG (WS-DESC-COUNT)
020065           MOVE LIT-KEY TO WS-DESC-ENGLISH (WS-DESC-COUNT)
020066           MOVE LIT-TEXT TO WS-DESC-TEXT (WS-DESC-COUNT)
020067        END-IF
020068     END-IF.
020069
020070 FIND-LITERAL-KEY.
020071     MOVE 'N' TO WS-LIT-MATCH-SW.
020072     PERFORM VARYING WS-LIT-IX FROM 1 BY 1
020073       UNTIL WS-LIT-IX IS GREATER THAN WS-LIT-SLOTS
020074             OR LITERAL-KEY-FOUND
020075        IF WS-LIT-KEY (WS-LIT-IX) IS EQUAL TO LIT-KEY
020076           MOVE 'Y' TO WS-LIT-MATCH-SW
020077        END-IF
020078     END-PERFORM.
020079     IF LITERAL-KEY-FOUND
020080        SUBTRACT 1 FROM WS-LIT-IX
020081     END-IF.
020082
020083 FIND-LANGUAGE.
020084     MOVE 'N' TO WS-LANG-MATCH-SW.
020085     PERFORM VARYING WS-LANG-IX FROM 1 BY 1
020086       UNTIL WS-LANG-IX IS GREATER THAN WS-LANG-COUNT
020087             OR LANGUAGE-FOUND
020088        IF WS-LANG-CODE (WS-LANG-IX) IS EQUAL TO WS-LANG-WORK
020089           MOVE 'Y' TO WS-LANG-MATCH-SW
020090        END-IF
020091     END-PERFORM.
020092     IF LANGUAGE-FOUND
020093        SUBTRACT 1 FROM WS-LANG-IX
020094     END-IF.
020095
020096*****************************************************************
020097* Start a language off as English throughout.                   *
020098*****************************************************************
020099 ADD-LANGUAGE.
020100     ADD 1 TO WS-LANG-COUNT.
020101     MOVE WS-LANG-COUNT TO WS-LANG-IX.
020102     MOVE WS-LANG-WORK TO WS-LANG-CODE (WS-LANG-IX).
020103     MOVE ZERO TO WS-LANG-STMTS (WS-LANG-IX).
020104     MOVE ZERO TO WS-LANG-MSGS (WS-LANG-IX).
020105     PERFORM VARYING WS-LIT-COPY-IX FROM 1 BY 1
020106       UNTIL WS-LIT-COPY-IX IS GREATER THAN WS-LIT-SLOTS
020107        MOVE WS-LIT-ENGLISH (WS-LIT-COPY-IX)
020108          TO WS-LANG-LIT-TEXT (WS-LANG-IX, WS-LIT-COPY-IX)
020109        MOVE 'N'
020110          TO WS-LANG-LIT-SET-SW (WS-LANG-IX, WS-LIT-COPY-IX)
020111     END-PERFORM.
020112
020113*****************************************************************
020114* Tell the operator how many literals each language still       *
020115* prints in English, so a gap in the table gets filled.         *
020116*****************************************************************
020117 REPORT-UNTRANSLATED.
020118     PERFORM VARYING WS-LANG-IX FROM 2 BY 1
020119       UNTIL WS-LANG-IX IS GREATER THAN WS-LANG-COUNT
020120        MOVE ZERO TO WS-LIT-UNSET
020121        PERFORM VARYING WS-LIT-IX FROM 1 BY 1
020122          UNTIL WS-LIT-IX IS GREATER THAN WS-LIT-SLOTS
020123           IF NOT LANG-LIT-TRANSLATED (WS-LANG-IX, WS-LIT-IX)
020124              ADD 1 TO WS-LIT-UNSET
020125           END-IF
020126        END-PERFORM
020127        IF WS-LIT-UNSET IS GREATER THAN ZERO
020128           MOVE SPACES TO WS-CONSOLE-MESSAGE
020129           STRING WS-LANG-CODE (WS-LANG-IX) DELIMITED BY SIZE
020130                  ' - ' DELIMITED BY SIZE
020131                  WS-LIT-UNSET DELIMITED BY SIZE
020132                  ' literals untranslated, EN used'
020133                   DELIMITED BY SIZE
020134             INTO WS-CONSOLE-MESSAGE
020135           PERFORM DISPLAY-CONSOLE-MESSAGE
020136        END-IF
020137     END-PERFORM.
020138
020139*****************************************************************
020140* Put the statement's language on its print lines. A language   *
020141* the table does not carry falls back to English - messages as  *
020142* well as literals - and is counted for the operator.           *
020143*****************************************************************
020144 SET-STATEMENT-LANGUAGE.
020145     MOVE WS-STMT-LANG TO WS-LANG-WORK.
020146     PERFORM FIND-LANGUAGE.
020147     IF LANGUAGE-FOUND
020148        MOVE WS-LANG-IX TO WS-STMT-LANG-IX
020149     ELSE
020150        ADD 1 TO WS-LANG-FALLBACKS
020151        MOVE 'EN' TO WS-STMT-LANG
020152        MOVE 1 TO WS-STMT-LANG-IX
020153     END-IF.
020154     ADD 1 TO WS-LANG-STMTS (WS-STMT-LANG-IX).
020155     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 1) TO SH1-TITLE.
020156     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 2) TO SH1-DATE-LIT.
020157     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 3) TO SH1-PAGE-LIT.
020158     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 4)
020159       TO SH2-CUSTOMER-LIT.
020160     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 5)
020161       TO SAH-ACCOUNT-LIT.
020162     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 6)
020163       TO SAH-STMT-DTE-LIT.
020164     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 7)
020165       TO SAH-OPEN-BAL-LIT.
020166     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 8)
020167       TO SAH-CURR-BAL-LIT.
020168     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 9) TO STH-TRANS-LIT.
020169     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 10)
020170       TO STL-ACCOUNTS-LIT.
020171     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 11) TO STL-TOTAL-LIT.
020172     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 12)
020173       TO SF-CHARGES-LIT.
020174     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 13) TO SF-MAINT-LIT.
020175     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 14) TO SF-EXCESS-LIT.
020176     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 15)
020177       TO SI-INTEREST-LIT.
020178     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 16)
020179       TO SPH-PENDING-LIT.
020180     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 17)
020181       TO SP-EXPIRES-LIT.
020182     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 18) TO SLH-LOAN-LIT.
020183     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 19)
020184       TO SL-PRINCIPAL-LIT.
020185     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 20) TO SL-RATE-LIT.
020186     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 21)
020187       TO SL-PAYMENT-LIT.
020188     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 22) TO SL-DUE-LIT.
020189     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 23) TO SE-END-LIT.
020190     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 24) TO SM-MEMBER-LIT.
020191     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 25)
020192       TO SH-MEMBERS-LIT.
020193     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 26) TO SH-POSTED-LIT.
020194     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 27)
020195       TO SRN-NOTICE-LIT.
020196     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 28) TO SRN-TO-LIT.
020197     MOVE WS-LANG-LIT-TEXT (WS-STMT-LANG-IX, 29) TO SRN-FROM-LIT.
020198
020199*****************************************************************
020200* Replace a description with the table's wording for it in the  *
020201* statement's language, where the table has one.                *
020202*****************************************************************
020203 TRANSLATE-DESCRIPTION.
020204     MOVE 'N' TO WS-DESC-MATCH-SW.
020205     PERFORM VARYING WS-DESC-IX FROM 1 BY 1
020206       UNTIL WS-DESC-IX IS GREATER THAN WS-DESC-COUNT
020207             OR DESCRIPTION-FOUND
020208        IF WS-DESC-LANG (WS-DESC-IX) IS EQUAL TO WS-STMT-LANG
020209         AND WS-DESC-ENGLISH (WS-DESC-IX) IS EQUAL TO WS-DESC-WORK
020210           MOVE WS-DESC-TEXT (WS-DESC-IX) TO WS-DESC-WORK
020211           MOVE 'Y' TO WS-DESC-MATCH-SW
020212        END-IF
020213     END-PERFORM.
020214
020215*****************************************************************
020216* Decide this statement's delivery. A customer flagged for      *
020217* e-delivery is suppressed from the print stream unless the     *
020218* last e-delivery bounced, in which case the statement falls    *
020219* back to paper for this cycle.                                 *
020220* The preference also carries the language the statement is     *
020221* formatted in.                                                 *
020222*****************************************************************
020223 CHECK-DELIVERY-PREFERENCE.
020224     MOVE 'N' TO WS-STMT-SUPPRESS-SW.
020225     MOVE 'N' TO WS-PREF-MATCH-SW.
020226     MOVE 'EN' TO WS-STMT-LANG.
020227     IF PREFERENCES-LOADED
020228        PERFORM VARYING WS-PREF-IX FROM 1 BY 1
020229          UNTIL WS-PREF-IX IS GREATER THAN WS-PREF-COUNT
020230                OR PREF-MATCH-FOUND
020231           IF WS-PREF-TBL-PID (WS-PREF-IX) IS EQUAL TO
020232                WS-STMT-PID
020233              MOVE 'Y' TO WS-PREF-MATCH-SW
020234              MOVE WS-PREF-TBL-LANG (WS-PREF-IX) TO WS-STMT-LANG
020235              IF WS-PREF-TBL-PREF (WS-PREF-IX) IS EQUAL TO 'E'
020236                 IF WS-PREF-TBL-STATUS (WS-PREF-IX)
020237                      IS EQUAL TO 'B'
020238                    ADD 1 TO WS-BOUNCE-FALLBACKS
020239                 ELSE
020240                    MOVE 'Y' TO WS-STMT-SUPPRESS-SW
020241                 END-IF
020242              END-IF
020243           END-IF
020244        END-PERFORM
020245     END-IF.
020246
020247*****************************************************************
020248* Write the manifest record for a statement handed to the mail  *
020250* gateway - who it is for, where it goes, the statement          *
020260* reference and its size, with the delivery status pending.     *
020270*****************************************************************
