001220* flag window can be spotted. Address manipulation is the       *
001230* classic account-takeover move, so overflow is reported, not   *
001240* silent.                                                       *
001242* The change-of-address ingest applies the vendor's confirmed   *
001244* moves under its own system userid, many in a day by design -  *
001246* it is counted but never flagged as one user changing several  *
001248* accounts.                                                     *
001250*****************************************************************
001260 01  WS-COMPLIANCE-FIELDS.
001270   05  WS-USERDAY-CNT                        PIC 9(3)
001470       VALUE 7.
001480   05  WS-USER-DAY-LIMIT                     PIC 9(2)
001490       VALUE 3.
001493   05  WS-SYSTEM-USERID                      PIC X(8)
001496       VALUE 'ZBNKCOA1'.
001500
001510*****************************************************************
001520* Report lines.                                                 *
003550        MOVE SPACES TO RU-FLAG
003560        IF WS-UD-CHANGES (WS-USERDAY-IX) IS NOT LESS THAN
003570             WS-USER-DAY-LIMIT
003573         AND WS-UD-USERID (WS-USERDAY-IX) IS NOT EQUAL TO
003576             WS-SYSTEM-USERID
003580           MOVE '** SEVERAL ACCOUNTS IN ONE DAY **'
003590             TO RU-FLAG
003600           ADD 1 TO WS-FLAGS-RAISED
