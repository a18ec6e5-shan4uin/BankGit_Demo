000160*              password changes and signon results queued by    *
000170*              the online side, lock ids after repeated         *
000180*              failures, and report the lockouts and stale      *
000185*              passwords for the auditors; apply the role       *
000190*              changes, revokes and dormant-id disables queued  *
000195*              by the ZBNKCRT1 recertification the same way     *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.
000590 COPY CSECPROF.
000600
000610*****************************************************************
000626* Security transactions queued by the online side, and by the   *
000643* ZBNKCRT1 recertification, laid out in CSECTRN.                *
000660*****************************************************************
000670 FD  SECURITY-TRANS-FILE
000680     RECORD CONTAINS 20 CHARACTERS.
000735 COPY CSECTRN.
000790
000800 FD  NEW-PROFILE-FILE
000810     RECORD CONTAINS 40 CHARACTERS.
001570     10  WS-PRF-FAILS                        PIC 9(2).
001580     10  WS-PRF-STATUS                       PIC X(1).
001590       88  WS-PRF-LOCKED                      VALUE 'L'.
001591       88  WS-PRF-ACTIVE                      VALUE 'A'.
001593       88  WS-PRF-REVOKED                     VALUE 'X'.
001595       88  WS-PRF-IN-USE                      VALUE 'A' 'L'.
001596     10  WS-PRF-ROLE                         PIC X(1).
001598     10  WS-PRF-LAST-SIGNON                  PIC X(8).
001600   05  WS-PRF-IX                             PIC 9(3).
001610   05  WS-PRF-MATCH-IX                       PIC 9(3).
001620   05  WS-PRF-FOUND-SW                       PIC X(1)
002720                  TO WS-PRF-FAILS (WS-PRF-COUNT)
002730                MOVE SECPROF-STATUS
002740                  TO WS-PRF-STATUS (WS-PRF-COUNT)
002742                MOVE SECPROF-ROLE
002744                  TO WS-PRF-ROLE (WS-PRF-COUNT)
002746                MOVE SECPROF-LAST-SIGNON
002748                  TO WS-PRF-LAST-SIGNON (WS-PRF-COUNT)
002750             ELSE
002760                MOVE 'Profile table full - run refused'
002770                  TO WS-CONSOLE-MESSAGE
003320       WHEN NOT PROFILE-FOUND
003330          ADD 1 TO WS-TRANS-REJECTED
003340          PERFORM REJECT-TRANSACTION
003342       WHEN WS-PRF-REVOKED (WS-PRF-MATCH-IX)
003345          ADD 1 TO WS-TRANS-REJECTED
003347          PERFORM REJECT-TRANSACTION
003350       WHEN SECT-ACTION-CHANGE
003360          ADD 1 TO WS-TRANS-APPLIED
003370          PERFORM HASH-TRANS-PASSWORD
003420       WHEN SECT-ACTION-RESET
003430          ADD 1 TO WS-TRANS-APPLIED
003440          MOVE ZERO TO WS-PRF-FAILS (WS-PRF-MATCH-IX)
003441*         A profile disabled for want of use is reset to a clean
003442*         sign-on date, or the dormancy sweep disables it again.
003444          IF WS-PRF-STATUS (WS-PRF-MATCH-IX) IS EQUAL TO 'D'
003445             MOVE WS-TODAY
003447               TO WS-PRF-LAST-SIGNON (WS-PRF-MATCH-IX)
003448          END-IF
003450          MOVE 'A' TO WS-PRF-STATUS (WS-PRF-MATCH-IX)
003460       WHEN SECT-ACTION-FAILURE
003470          ADD 1 TO WS-TRANS-APPLIED
003560          ADD 1 TO WS-TRANS-APPLIED
003570          IF NOT WS-PRF-LOCKED (WS-PRF-MATCH-IX)
003580             MOVE ZERO TO WS-PRF-FAILS (WS-PRF-MATCH-IX)
003581          END-IF
003582          IF WS-PRF-ACTIVE (WS-PRF-MATCH-IX)
003583             MOVE WS-TODAY
003584               TO WS-PRF-LAST-SIGNON (WS-PRF-MATCH-IX)
003585          END-IF
003586       WHEN SECT-ACTION-ROLE
003587        AND SECT-ROLE-VALID
003588          ADD 1 TO WS-TRANS-APPLIED
003589          MOVE SECT-ROLE TO WS-PRF-ROLE (WS-PRF-MATCH-IX)
003590       WHEN SECT-ACTION-REVOKE
003591          ADD 1 TO WS-TRANS-APPLIED
003592          MOVE 'X' TO WS-PRF-STATUS (WS-PRF-MATCH-IX)
003593       WHEN SECT-ACTION-DISABLE
003594          ADD 1 TO WS-TRANS-APPLIED
003595          IF WS-PRF-IN-USE (WS-PRF-MATCH-IX)
003596             MOVE 'D' TO WS-PRF-STATUS (WS-PRF-MATCH-IX)
003597          END-IF
003600       WHEN OTHER
003610          ADD 1 TO WS-TRANS-REJECTED
003620          PERFORM REJECT-TRANSACTION
003720        MOVE WS-TODAY TO WS-PRF-LAST-CHANGE (WS-PRF-COUNT)
003730        MOVE ZERO TO WS-PRF-FAILS (WS-PRF-COUNT)
003740        MOVE 'A' TO WS-PRF-STATUS (WS-PRF-COUNT)
003741        IF SECT-ROLE-VALID
003742           MOVE SECT-ROLE TO WS-PRF-ROLE (WS-PRF-COUNT)
003744        ELSE
003745           MOVE 'T' TO WS-PRF-ROLE (WS-PRF-COUNT)
003747        END-IF
003748        MOVE SPACES TO WS-PRF-LAST-SIGNON (WS-PRF-COUNT)
003750     ELSE
003760        MOVE 'Profile table full - run refused'
003770          TO WS-CONSOLE-MESSAGE
004260          TO SECPROF-LAST-CHANGE
004270        MOVE WS-PRF-FAILS (WS-PRF-IX) TO SECPROF-FAIL-COUNT
004280        MOVE WS-PRF-STATUS (WS-PRF-IX) TO SECPROF-STATUS
004282        MOVE WS-PRF-ROLE (WS-PRF-IX) TO SECPROF-ROLE
004285        MOVE WS-PRF-LAST-SIGNON (WS-PRF-IX)
004287          TO SECPROF-LAST-SIGNON
004290        WRITE NEW-PROFILE-RECORD FROM SECPROF-RECORD
004300        IF WS-PROFNEW-STATUS IS NOT EQUAL TO '00'
004310           MOVE 'SECPRNEW Error writing file ...'
004770          TO WS-CHANGE-DIGITS
004780        IF WS-CHANGE-DIGITS IS NUMERIC
004790         AND WS-CHANGE-DIGITS IS GREATER THAN ZERO
004795         AND WS-PRF-ACTIVE (WS-PRF-IX)
004800           COMPUTE WS-CHANGE-DAYNO =
004810              FUNCTION INTEGER-OF-DATE (WS-CHANGE-DIGITS)
004820           COMPUTE WS-PSWD-AGE-DAYS =
