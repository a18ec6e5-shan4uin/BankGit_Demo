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
000130* Prgram:      ZBNKCAL1.CBL                                     *
000140* Function:    Shared business-day routine for the batch chain  *
000150*              - is a date a business day, the next and         *
000160*              previous business day, and the business days     *
000170*              between two dates - answered off the holiday     *
000180*              calendar ZBNKHOL1 maintains, so every job that   *
000190*              works with dates keeps the same calendar         *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.
000230     ZBNKCAL1.
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
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  BUSINESS-CALENDAR-FILE
000400     RECORD CONTAINS 80 CHARACTERS.
000410 COPY CBUSCAL.
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-MISC-STORAGE.
000450   05  WS-PROGRAM-ID                         PIC X(8)
000460       VALUE 'ZBNKCAL1'.
000470   05  WS-BUSCAL-STATUS.
000480     10  WS-BUSCAL-STAT1                     PIC X(1).
000490     10  WS-BUSCAL-STAT2                     PIC X(1).
000500
000510   05  WS-LOADED-SW                          PIC X(1)
000520       VALUE 'N'.
000530     88  CALENDAR-LOADED                     VALUE 'Y'.
000540   05  WS-CALENDAR-SW                        PIC X(1)
000550       VALUE 'N'.
000560     88  CALENDAR-MISSING                    VALUE 'Y'.
000570   05  WS-BUSCAL-EOF-SW                      PIC X(1)
000580       VALUE 'N'.
000590     88  BUSCAL-EOF                          VALUE 'Y'.
000600
000610*****************************************************************
000620* The calendar, loaded on the first call and kept for the rest  *
000630* of the caller's run. The file is in date order, so a lookup   *
000640* stops at the first entry past the date it wants.              *
000650*****************************************************************
000660 01  WS-CALENDAR-TABLE.
000670   05  WS-CAL-COUNT                          PIC 9(4)
000680       VALUE ZERO.
000690   05  WS-CAL-ENTRY OCCURS 2000 TIMES.
000700     10  WS-CAL-DATE                         PIC 9(8).
000710     10  WS-CAL-TYPE                         PIC X(1).
000720       88  WS-CAL-HOLIDAY                    VALUE 'H'.
000730       88  WS-CAL-OPEN-DAY                   VALUE 'O'.
000740     10  WS-CAL-DESC                         PIC X(30).
000750   05  WS-CAL-IX                             PIC 9(4).
000760
000770*****************************************************************
000780* The day being looked at. Day numbers are days since 31 Dec    *
000790* 1600, which was a Sunday - so the remainder by seven of one   *
000800* less than the day number gives the weekday, Monday being 1.   *
000810*****************************************************************
000820 01  WS-DAY-WORK.
000830   05  WS-DAY-DATE                           PIC 9(8).
000840   05  WS-DAY-NO                             PIC 9(7).
000850   05  WS-DAY-OF-WEEK                        PIC 9(1).
000860   05  WS-DAY-BUSINESS-SW                    PIC X(1).
000870     88  DAY-IS-BUSINESS                     VALUE 'Y'.
000880   05  WS-DAY-DESC                           PIC X(30).
000890   05  WS-DAY-STEP                           PIC S9(1).
000900   05  WS-DAY-STEPS-TAKEN                    PIC 9(3).
000910   05  WS-LOW-DATE                           PIC 9(8).
000920   05  WS-HIGH-DATE                          PIC 9(8).
000930   05  WS-HIGH-DAYNO                         PIC 9(7).
000940   05  WS-DAY-COUNT                          PIC 9(7).
000950   05  WS-DATE-CHECK                         PIC 9(8).
000960   05  WS-DATE-VALID-SW                      PIC X(1).
000970     88  DATE-IS-VALID                       VALUE 'Y'.
000980
000990*****************************************************************
001000* No run of days longer than this is closed in a real calendar; *
001010* a search that gets this far has a calendar closing every day  *
001020* and answers bad date rather than looping.                     *
001030*****************************************************************
001040 01  WS-STEP-LIMIT                           PIC 9(3)
001050     VALUE 366.
001060
001070 01  WS-CONSOLE-MESSAGE                      PIC X(60).
001080
001090 LINKAGE SECTION.
001100 01  BDY-COMMAREA.
001110 COPY CBUSDAY.
001120
001130 PROCEDURE DIVISION USING BDY-COMMAREA.
001140*****************************************************************
001150* Answer the caller's question about its date. The description  *
001160* and the business day switch always describe the first date,   *
001170* whatever the function.                                        *
001180*****************************************************************
001190     IF NOT CALENDAR-LOADED
001200        PERFORM LOAD-CALENDAR
001210     END-IF.
001220     MOVE ZERO TO BDY-RESULT-DATE.
001230     MOVE ZERO TO BDY-DAYS.
001240     MOVE SPACE TO BDY-BUSINESS-DAY-SW.
001250     MOVE SPACES TO BDY-DAY-DESC.
001260     IF CALENDAR-MISSING
001270        SET BDY-RETURN-NO-CALENDAR TO TRUE
001280     ELSE
001290        SET BDY-RETURN-OK TO TRUE
001300     END-IF.
001310
001320     MOVE BDY-DATE TO WS-DATE-CHECK.
001330     PERFORM CHECK-DATE.
001340     IF DATE-IS-VALID AND BDY-FN-BETWEEN
001350        MOVE BDY-DATE-2 TO WS-DATE-CHECK
001360        PERFORM CHECK-DATE
001370     END-IF.
001380     IF NOT DATE-IS-VALID
001390        SET BDY-RETURN-BAD-DATE TO TRUE
001400        GOBACK
001410     END-IF.
001420
001430     MOVE BDY-DATE TO WS-DAY-DATE.
001440     PERFORM CLASSIFY-DAY.
001450     MOVE WS-DAY-BUSINESS-SW TO BDY-BUSINESS-DAY-SW.
001460     MOVE WS-DAY-DESC TO BDY-DAY-DESC.
001470
001480     EVALUATE TRUE
001490       WHEN BDY-FN-IS-BUSINESS-DAY
001500          CONTINUE
001510       WHEN BDY-FN-NEXT
001520          MOVE +1 TO WS-DAY-STEP
001530          PERFORM FIND-BUSINESS-DAY
001540       WHEN BDY-FN-PREVIOUS
001550          MOVE -1 TO WS-DAY-STEP
001560          PERFORM FIND-BUSINESS-DAY
001570       WHEN BDY-FN-ROLL-FORWARD
001580          IF DAY-IS-BUSINESS
001590             MOVE BDY-DATE TO BDY-RESULT-DATE
001600          ELSE
001610             MOVE +1 TO WS-DAY-STEP
001620             PERFORM FIND-BUSINESS-DAY
001630          END-IF
001640       WHEN BDY-FN-BETWEEN
001650          PERFORM COUNT-BUSINESS-DAYS
001660       WHEN OTHER
001670          SET BDY-RETURN-BAD-FUNCTION TO TRUE
001680     END-EVALUATE.
001690
001700     GOBACK.
001710
001720*****************************************************************
001730* Load the calendar. File status 05 is a normal open of an      *
001740* OPTIONAL file that does not exist - the routine then answers  *
001750* on weekends alone and every answer says so, the way ZBNKALT1  *
001760* keeps going without its notification bridge.                  *
001770*****************************************************************
001780 LOAD-CALENDAR.
001790     MOVE 'Y' TO WS-LOADED-SW.
001800     OPEN INPUT BUSINESS-CALENDAR-FILE.
001810     IF WS-BUSCAL-STATUS IS NOT EQUAL TO '00'
001820        MOVE 'Y' TO WS-CALENDAR-SW
001830        MOVE SPACES TO WS-CONSOLE-MESSAGE
001840        STRING 'BUSCAL calendar not available (' DELIMITED BY SIZE
001850               WS-BUSCAL-STATUS DELIMITED BY SIZE
001860               ') - weekends only' DELIMITED BY SIZE
001870          INTO WS-CONSOLE-MESSAGE
001880        PERFORM DISPLAY-CONSOLE-MESSAGE
001890        IF WS-BUSCAL-STATUS IS EQUAL TO '05'
001900           CLOSE BUSINESS-CALENDAR-FILE
001910        END-IF
001920     ELSE
001930        PERFORM BUSCAL-READ
001940        PERFORM UNTIL BUSCAL-EOF
001950           IF WS-CAL-COUNT IS LESS THAN 2000
001960              ADD 1 TO WS-CAL-COUNT
001970              MOVE BCL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
001980              MOVE BCL-TYPE TO WS-CAL-TYPE (WS-CAL-COUNT)
001990              MOVE BCL-DESC TO WS-CAL-DESC (WS-CAL-COUNT)
002000           ELSE
002010              MOVE 'BUSCAL calendar full - later entries ignored'
002020                TO WS-CONSOLE-MESSAGE
002030              PERFORM DISPLAY-CONSOLE-MESSAGE
002040              MOVE 'Y' TO WS-BUSCAL-EOF-SW
002050           END-IF
002060           IF NOT BUSCAL-EOF
002070              PERFORM BUSCAL-READ
002080           END-IF
002090        END-PERFORM
002100        CLOSE BUSINESS-CALENDAR-FILE
002110     END-IF.
002120
002130 BUSCAL-READ.
002140     READ BUSINESS-CALENDAR-FILE
002150       AT END
002160          MOVE 'Y' TO WS-BUSCAL-EOF-SW
002170     END-READ.
002180
002190*****************************************************************
002200* A date must be a real YYYYMMDD calendar date.                 *
002210*****************************************************************
002220 CHECK-DATE.
002230     MOVE 'Y' TO WS-DATE-VALID-SW.
002240     IF WS-DATE-CHECK IS NOT NUMERIC
002250        MOVE 'N' TO WS-DATE-VALID-SW
002260     ELSE
002270        IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK)
002280             IS NOT EQUAL TO ZERO
002290           MOVE 'N' TO WS-DATE-VALID-SW
002300        END-IF
002310     END-IF.
002320
002330*****************************************************************
002340* Decide whether WS-DAY-DATE is a business day. A weekday is    *
002350* unless the calendar closes it; a weekend day is not unless    *
002360* the calendar opens it.                                        *
002370*****************************************************************
002380 CLASSIFY-DAY.
002390     COMPUTE WS-DAY-NO =
002400        FUNCTION INTEGER-OF-DATE (WS-DAY-DATE).
002410     COMPUTE WS-DAY-OF-WEEK =
002420        FUNCTION MOD (WS-DAY-NO - 1, 7) + 1.
002430     EVALUATE WS-DAY-OF-WEEK
002440       WHEN 6
002450          MOVE 'N' TO WS-DAY-BUSINESS-SW
002460          MOVE 'SATURDAY' TO WS-DAY-DESC
002470       WHEN 7
002480          MOVE 'N' TO WS-DAY-BUSINESS-SW
002490          MOVE 'SUNDAY' TO WS-DAY-DESC
002500       WHEN OTHER
002510          MOVE 'Y' TO WS-DAY-BUSINESS-SW
002520          MOVE SPACES TO WS-DAY-DESC
002530     END-EVALUATE.
002540     PERFORM VARYING WS-CAL-IX FROM 1 BY 1
002550       UNTIL WS-CAL-IX IS GREATER THAN WS-CAL-COUNT
002560             OR WS-CAL-DATE (WS-CAL-IX) IS NOT LESS THAN
002570                  WS-DAY-DATE
002580        CONTINUE
002590     END-PERFORM.
002600     IF WS-CAL-IX IS NOT GREATER THAN WS-CAL-COUNT
002610        IF WS-CAL-DATE (WS-CAL-IX) IS EQUAL TO WS-DAY-DATE
002620           EVALUATE TRUE
002630             WHEN WS-CAL-HOLIDAY (WS-CAL-IX)
002640                MOVE 'N' TO WS-DAY-BUSINESS-SW
002650                MOVE WS-CAL-DESC (WS-CAL-IX) TO WS-DAY-DESC
002660             WHEN WS-CAL-OPEN-DAY (WS-CAL-IX)
002670                MOVE 'Y' TO WS-DAY-BUSINESS-SW
002680                MOVE WS-CAL-DESC (WS-CAL-IX) TO WS-DAY-DESC
002690             WHEN OTHER
002700                CONTINUE
002710           END-EVALUATE
002720        END-IF
002730     END-IF.
002740
002750*****************************************************************
002760* Move WS-DAY-DATE one day in the direction of WS-DAY-STEP and  *
002770* classify the new day.                                         *
002780*****************************************************************
002790 STEP-ONE-DAY.
002800     ADD WS-DAY-STEP TO WS-DAY-NO.
002810     COMPUTE WS-DAY-DATE =
002820        FUNCTION DATE-OF-INTEGER (WS-DAY-NO).
002830     PERFORM CLASSIFY-DAY.
002840     ADD 1 TO WS-DAY-STEPS-TAKEN.
002850
002860*****************************************************************
002870* Step from the caller's date in the direction of WS-DAY-STEP   *
002880* to the first business day beyond it.                          *
002890*****************************************************************
002900 FIND-BUSINESS-DAY.
002910     MOVE ZERO TO WS-DAY-STEPS-TAKEN.
002920     PERFORM STEP-ONE-DAY.
002930     PERFORM UNTIL DAY-IS-BUSINESS
002940                OR WS-DAY-STEPS-TAKEN IS NOT LESS THAN
002950                     WS-STEP-LIMIT
002960        PERFORM STEP-ONE-DAY
002970     END-PERFORM.
002980     IF DAY-IS-BUSINESS
002990        MOVE WS-DAY-DATE TO BDY-RESULT-DATE
003000     ELSE
003010        SET BDY-RETURN-BAD-DATE TO TRUE
003020     END-IF.
003030
003040*****************************************************************
003050* Count the business days after the earlier date up to and      *
003060* including the later one. The count is negative when the       *
003070* caller's second date is the earlier.                          *
003080*****************************************************************
003090 COUNT-BUSINESS-DAYS.
003100     IF BDY-DATE-2 IS LESS THAN BDY-DATE
003110        MOVE BDY-DATE-2 TO WS-LOW-DATE
003120        MOVE BDY-DATE TO WS-HIGH-DATE
003130     ELSE
003140        MOVE BDY-DATE TO WS-LOW-DATE
003150        MOVE BDY-DATE-2 TO WS-HIGH-DATE
003160     END-IF.
003170     COMPUTE WS-HIGH-DAYNO =
003180        FUNCTION INTEGER-OF-DATE (WS-HIGH-DATE).
003190     MOVE WS-LOW-DATE TO WS-DAY-DATE.
003200     COMPUTE WS-DAY-NO =
003210        FUNCTION INTEGER-OF-DATE (WS-DAY-DATE).
003220     MOVE +1 TO WS-DAY-STEP.
003230     MOVE ZERO TO WS-DAY-COUNT.
003240     PERFORM UNTIL WS-DAY-NO IS NOT LESS THAN WS-HIGH-DAYNO
003250        PERFORM STEP-ONE-DAY
003260        IF DAY-IS-BUSINESS
003270           ADD 1 TO WS-DAY-COUNT
003280        END-IF
003290     END-PERFORM.
003300     IF BDY-DATE-2 IS LESS THAN BDY-DATE
003310        COMPUTE BDY-DAYS = ZERO - WS-DAY-COUNT
003320     ELSE
003330        MOVE WS-DAY-COUNT TO BDY-DAYS
003340     END-IF.
003350
003360*****************************************************************
003370* Display CONSOLE messages...                                   *
003380*****************************************************************
003390 DISPLAY-CONSOLE-MESSAGE.
003400     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE.
003410     DISPLAY WS-PROGRAM-ID ' - ' WS-CONSOLE-MESSAGE
003420       UPON CONSOLE.
003430     MOVE ALL SPACES TO WS-CONSOLE-MESSAGE.
