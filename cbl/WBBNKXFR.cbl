      *+ work, the posting job applies both legs or neither - and     *
      *+ the new balances are returned. A retried HTTP call presents  *
      *+ the same idempotency key and is answered from the journal    *
      *+ without posting a second time. A customer compliance has     *
      *+ confirmed as a watch-list match is refused until released.   *
      *+                                                              *
      *+ Commarea layout (200 bytes):                                 *
      *+   in   1-16   idempotency key (caller supplied, unique per   *
      *+   out  53-54  status - 00 posted, 01 from account not found, *
      *+               02 to account not found, 03 insufficient       *
      *+               funds, 04 duplicate request (already posted),  *
      *+               05 invalid amount, 06 server error, 07 the     *
      *+               customer is blocked pending compliance review  *
      *+   out  55-67  new from-account balance (edited)              *
      *+   out  68-80  new to-account balance (edited)                *
      *+   out  81-120 message text                                   *
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WA-JOURNAL-STATUS.

           SELECT OPTIONAL SCREENING-BLOCK-FILE
                  ASSIGN       TO SCRBLOCK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WA-BLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      ******************************************************************
       FD  TRANSFER-JOURNAL
           RECORD CONTAINS 90 CHARACTERS.
       COPY CXFRJRN.

      ******************************************************************
      *  Screening block list - one record per customer confirmed as  *
      *  a watch-list match, rewritten by each ZBNKSCR1 screening run *
      *  and cleared of a customer once compliance releases them.     *
      ******************************************************************
       FD  SCREENING-BLOCK-FILE
           RECORD CONTAINS 30 CHARACTERS.
       COPY CSCRBLK.

       WORKING-STORAGE SECTION.

               88  WA-TO-FOUND                     VALUE 'Y'.
           05  WA-PAST-SW              PIC X(1)    VALUE 'N'.
               88  WA-PAST-CUSTOMER                VALUE 'Y'.
           05  WA-BLOCK-STATUS         PIC X(2).
           05  WA-BLOCK-EOF-SW         PIC X(1)    VALUE 'N'.
               88  WA-BLOCK-EOF                    VALUE 'Y'.
           05  WA-BLOCK-OPEN-SW        PIC X(1)    VALUE 'N'.
               88  WA-BLOCK-OPEN                   VALUE 'Y'.
           05  WA-BLOCKED-SW           PIC X(1)    VALUE 'N'.
               88  WA-CUSTOMER-BLOCKED             VALUE 'Y'.
           05  WA-AMOUNT               PIC S9(9)V99 VALUE ZERO.
           05  WA-FROM-BAL             PIC S9(9)V99 VALUE ZERO.
           05  WA-TO-BAL               PIC S9(9)V99 VALUE ZERO.
               88  WBXFR-STATUS-DUPLICATE          VALUE '04'.
               88  WBXFR-STATUS-BAD-AMOUNT         VALUE '05'.
               88  WBXFR-STATUS-ERROR              VALUE '06'.
               88  WBXFR-STATUS-BLOCKED            VALUE '07'.
           05  WBXFR-FROM-BAL          PIC X(13).
           05  WBXFR-TO-BAL            PIC X(13).
           05  WBXFR-MESSAGE           PIC X(40).
               GOBACK
           END-IF.

           PERFORM S150-000-CHECK-SCREENING-BLOCK.
           IF WBXFR-STATUS-ERROR
               GOBACK
           END-IF.
           IF WA-CUSTOMER-BLOCKED
               SET WBXFR-STATUS-BLOCKED TO TRUE
               MOVE 'TRANSFER BLOCKED - COMPLIANCE REVIEW'
                                       TO WBXFR-MESSAGE
               GOBACK
           END-IF.

           PERFORM S200-000-READ-ACCOUNTS.
           EVALUATE TRUE
             WHEN WBXFR-STATUS-ERROR
       S100-999-EXIT.
           EXIT.

       S150-000-CHECK-SCREENING-BLOCK SECTION.
      *
      ******************************************************************
      *?  S150-000-CHECK-SCREENING-BLOCK SECTION                       *
      *+                                                               *
      *+  Scan the screening block list for the caller's PID. A        *
      *+  customer on the list is a confirmed watch-list match and     *
      *+  may not move funds until compliance releases them. File      *
      *+  status 05/35 is a list that does not exist yet - no one has  *
      *+  been confirmed, so no one is blocked.                        *
      ******************************************************************
      *
           MOVE 'N'                    TO WA-BLOCKED-SW.
           MOVE 'N'                    TO WA-BLOCK-EOF-SW.
           MOVE 'N'                    TO WA-BLOCK-OPEN-SW.
           OPEN INPUT SCREENING-BLOCK-FILE.
           EVALUATE TRUE
             WHEN WA-BLOCK-STATUS = '35'
               MOVE 'Y'                TO WA-BLOCK-EOF-SW
             WHEN WA-BLOCK-STATUS = '05'
               MOVE 'Y'                TO WA-BLOCK-EOF-SW
               MOVE 'Y'                TO WA-BLOCK-OPEN-SW
             WHEN WA-BLOCK-STATUS = '00'
               MOVE 'Y'                TO WA-BLOCK-OPEN-SW
             WHEN OTHER
               SET WBXFR-STATUS-ERROR  TO TRUE
               MOVE 'SCREENING BLOCK LIST UNAVAILABLE'
                                       TO WBXFR-MESSAGE
               GO TO S150-999-EXIT
           END-EVALUATE.
           PERFORM UNTIL WA-BLOCK-EOF OR WA-CUSTOMER-BLOCKED
               READ SCREENING-BLOCK-FILE
                 AT END
                   MOVE 'Y'            TO WA-BLOCK-EOF-SW
               END-READ
               IF NOT WA-BLOCK-EOF
                AND SCB-PID = WBXFR-PID
                   MOVE 'Y'            TO WA-BLOCKED-SW
               END-IF
           END-PERFORM.
           IF WA-BLOCK-OPEN
               CLOSE SCREENING-BLOCK-FILE
               MOVE 'N'                TO WA-BLOCK-OPEN-SW
           END-IF.

       S150-999-EXIT.
           EXIT.

       S200-000-READ-ACCOUNTS SECTION.
      *
      ******************************************************************
