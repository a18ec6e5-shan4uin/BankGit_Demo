      *SET CICSECM(LINKAGE=YES)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBBNKMST.
      ******************************************************************
      ******************************************************************
      *+ Mini-statement service behind the WBSVCALL gateway. The      *
      *+ caller supplies a PID and account number; the pending and    *
      *+ hold items DBANK53P holds for the account are returned       *
      *+ first, then the posted transactions off DBANK52P newest      *
      *+ first, each entry marked PENDING or POSTED, ten entries to a *
      *+ page. When more entries remain a continuation token is       *
      *+ returned - the caller passes it back unchanged on the next   *
      *+ request to get the following page. Every field is display    *
      *+ text so the reply reads the same plain or as FORMAT=JSON.    *
      *+                                                              *
      *+ Commarea layout (800 bytes):                                 *
      *+   in   1-5    PID                                            *
      *+   in   6-15   account number                                 *
      *+   in   16-25  continuation token - spaces for the first page *
      *+   out  26-27  status - 00 ok, 01 not found, 02 server error, *
      *+               03 continuation token not valid                *
      *+   out  28-29  entries returned on this page, 00-10           *
      *+   out  30-39  continuation token for the next page, spaces   *
      *+               when this page is the last                     *
      *+   out  40-79  message text                                   *
      *+   out  80-799 ten entries of 72 bytes -                      *
      *+               1-7   POSTED or PENDING                        *
      *+               8-17  posted date, or the date a hold was      *
      *+                     placed                                   *
      *+               18-30 amount (edited)                          *
      *+               31-33 currency code                            *
      *+               34-63 description                              *
      *+               64-71 expiry date of a pending or hold item    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WA-WORKAREAS.
           05  WA-REQ-PID              PIC X(5).
           05  WA-REQ-ACC-NO           PIC X(10).
           05  WA-FOUND-SW             PIC X(1)    VALUE 'N'.
               88  WA-ACCOUNT-FOUND                VALUE 'Y'.
           05  WA-PAST-SW              PIC X(1)    VALUE 'N'.
               88  WA-PAST-CUSTOMER                VALUE 'Y'.
           05  WA-ACC-CURR-CODE        PIC X(3)    VALUE SPACES.
           05  WA-EDITED-AMT           PIC -(9)9.99.
           05  WA-PAGE-SIZE            PIC 9(2)    VALUE 10.
           05  WA-ENTRY-NO             PIC 9(7)    VALUE ZERO.
           05  WA-LAST-ENTRY-NO        PIC 9(7)    VALUE ZERO.
           05  WA-TOTAL-ENTRIES        PIC 9(7)    VALUE ZERO.
           05  WA-PAGE-IX              PIC 9(2)    VALUE ZERO.
           05  WA-TABLE-IX             PIC 9(4)    VALUE ZERO.

      ******************************************************************
      *  The continuation token - 'MST' and the number of entries      *
      *  already handed to the caller. It carries nothing the caller   *
      *  could use to reach another customer's data, because the PID   *
      *  and account are presented afresh on every page.               *
      ******************************************************************
       01  WA-TOKEN.
           05  WA-TOKEN-PREFIX         PIC X(3)    VALUE 'MST'.
           05  WA-TOKEN-OFFSET         PIC 9(7)    VALUE ZERO.

      ******************************************************************
      *  The account's pending and hold items off DBANK53P, in the     *
      *  order the server returns them.                                *
      ******************************************************************
       01  WA-PENDING-TABLE.
           05  WA-PEND-CNT             PIC 9(4)    VALUE ZERO.
           05  WA-PEND-ENTRY           OCCURS 100 TIMES.
               10  WA-PEND-PLACED      PIC X(8).
               10  WA-PEND-EXPIRY      PIC X(8).
               10  WA-PEND-AMOUNT      PIC S9(9)V99.
               10  WA-PEND-DESC        PIC X(25).
               10  WA-PEND-CURR        PIC X(3).

      ******************************************************************
      *  The account's posted transactions off DBANK52P. The server    *
      *  returns them in key order - oldest first - so the table is    *
      *  read backwards to give the newest first. Once it is full the  *
      *  oldest entry is dropped to make room, so an account with a    *
      *  long history still shows its latest 500.                      *
      ******************************************************************
       01  WA-POSTED-TABLE.
           05  WA-POST-CNT             PIC 9(4)    VALUE ZERO.
           05  WA-POST-ENTRY           OCCURS 500 TIMES.
               10  WA-POST-DATE        PIC X(10).
               10  WA-POST-AMOUNT      PIC S9(9)V99.
               10  WA-POST-DESC        PIC X(30).
               10  WA-POST-CURR        PIC X(3).

      ******************************************************************
      *  Commarea to the DBANKnnP data servers - the same combined     *
      *  layout the batch extract uses.                                *
      ******************************************************************
       01  WS-COMMAREA.
       COPY CIOFUNCS.
       COPY CBANKD51.
       COPY CBANKD52.
       COPY CBANKD53.

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  WBMST-PID               PIC X(5).
           05  WBMST-ACC-NO            PIC X(10).
           05  WBMST-TOKEN-IN          PIC X(10).
           05  WBMST-STATUS            PIC X(2).
               88  WBMST-STATUS-OK                 VALUE '00'.
               88  WBMST-STATUS-NOTFND             VALUE '01'.
               88  WBMST-STATUS-ERROR              VALUE '02'.
               88  WBMST-STATUS-BAD-TOKEN          VALUE '03'.
           05  WBMST-ENTRY-CNT         PIC 9(2).
           05  WBMST-TOKEN-OUT         PIC X(10).
           05  WBMST-MESSAGE           PIC X(40).
           05  WBMST-ENTRY             OCCURS 10 TIMES.
               10  WBMST-ENT-KIND      PIC X(7).
               10  WBMST-ENT-DATE      PIC X(10).
               10  WBMST-ENT-AMOUNT    PIC X(13).
               10  WBMST-ENT-CURR      PIC X(3).
               10  WBMST-ENT-DESC      PIC X(30).
               10  WBMST-ENT-EXPIRY    PIC X(8).
               10  FILLER              PIC X(1).
           05  FILLER                  PIC X(1).

       PROCEDURE DIVISION.

       S010-000-MAIN-LOGIC SECTION.

           MOVE WBMST-PID              TO WA-REQ-PID.
           MOVE WBMST-ACC-NO           TO WA-REQ-ACC-NO.
           MOVE ZERO                   TO WBMST-ENTRY-CNT.
           MOVE SPACES                 TO WBMST-TOKEN-OUT
                                          WBMST-MESSAGE.
           PERFORM VARYING WA-PAGE-IX FROM 1 BY 1
                     UNTIL WA-PAGE-IX > WA-PAGE-SIZE
               MOVE SPACES             TO WBMST-ENTRY (WA-PAGE-IX)
           END-PERFORM.

           IF WBMST-TOKEN-IN = SPACES
               MOVE ZERO               TO WA-TOKEN-OFFSET
           ELSE
               IF WBMST-TOKEN-IN (1:3) = WA-TOKEN-PREFIX
                AND WBMST-TOKEN-IN (4:7) IS NUMERIC
                   MOVE WBMST-TOKEN-IN (4:7)
                                       TO WA-TOKEN-OFFSET
               ELSE
                   SET WBMST-STATUS-BAD-TOKEN TO TRUE
                   MOVE 'CONTINUATION TOKEN NOT VALID'
                                       TO WBMST-MESSAGE
                   GOBACK
               END-IF
           END-IF.

           PERFORM S100-000-READ-ACCOUNT.
           EVALUATE TRUE
             WHEN WBMST-STATUS-ERROR
               GOBACK
             WHEN NOT WA-ACCOUNT-FOUND
               SET WBMST-STATUS-NOTFND TO TRUE
               MOVE 'ACCOUNT NOT FOUND FOR CUSTOMER'
                                       TO WBMST-MESSAGE
               GOBACK
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           PERFORM S200-000-READ-PENDING.
           IF WBMST-STATUS-ERROR
               GOBACK
           END-IF.

           PERFORM S300-000-READ-POSTED.
           IF WBMST-STATUS-ERROR
               GOBACK
           END-IF.

           PERFORM S400-000-BUILD-PAGE.

           GOBACK.

       S010-999-EXIT.
           EXIT.

       S100-000-READ-ACCOUNT SECTION.
      *
      ******************************************************************
      *?  S100-000-READ-ACCOUNT SECTION                                *
      *+                                                               *
      *+  Confirm the account belongs to the customer through DBANK51P *
      *+  before any of its history is handed out, stopping at the     *
      *+  customer boundary as the balance inquiry does.               *
      ******************************************************************
      *
           MOVE 'N'                    TO WA-FOUND-SW.
           MOVE 'N'                    TO WA-PAST-SW.
           MOVE SPACES                 TO WS-COMMAREA.
           MOVE WA-REQ-PID             TO CD51I-PID.
           SET IO-REQUEST-FUNCTION-START TO TRUE.
           CALL 'DBANK51P' USING WS-COMMAREA.
           IF NOT IO-REQUEST-STATUS-OK
               SET WBMST-STATUS-ERROR  TO TRUE
               MOVE 'DATA SERVER UNAVAILABLE'
                                       TO WBMST-MESSAGE
               GO TO S100-999-EXIT
           END-IF.

           PERFORM UNTIL IO-REQUEST-STATUS-EOF
                      OR IO-REQUEST-STATUS-ERROR
                      OR WA-ACCOUNT-FOUND
                      OR WA-PAST-CUSTOMER
               MOVE SPACES             TO WS-COMMAREA
               MOVE WA-REQ-PID         TO CD51I-PID
               SET IO-REQUEST-FUNCTION-READ TO TRUE
               CALL 'DBANK51P' USING WS-COMMAREA
               IF IO-REQUEST-STATUS-OK
                   IF CD51O-PID NOT = WA-REQ-PID
                       MOVE 'Y'        TO WA-PAST-SW
                   END-IF
                   IF CD51O-PID = WA-REQ-PID
                      AND CD51O-ACC-NO = WA-REQ-ACC-NO
                       MOVE 'Y'        TO WA-FOUND-SW
                       MOVE CD51O-ACC-CURR-CODE
                                       TO WA-ACC-CURR-CODE
                   END-IF
               END-IF
           END-PERFORM.

           IF IO-REQUEST-STATUS-ERROR
               SET WBMST-STATUS-ERROR  TO TRUE
               MOVE 'DATA SERVER READ ERROR'
                                       TO WBMST-MESSAGE
           END-IF.

           MOVE SPACES                 TO WS-COMMAREA.
           MOVE WA-REQ-PID             TO CD51I-PID.
           SET IO-REQUEST-FUNCTION-CLOSE TO TRUE.
           CALL 'DBANK51P' USING WS-COMMAREA.

       S100-999-EXIT.
           EXIT.

       S200-000-READ-PENDING SECTION.
      *
      ******************************************************************
      *?  S200-000-READ-PENDING SECTION                                *
      *+                                                               *
      *+  Collect the account's pending and hold items from DBANK53P.  *
      ******************************************************************
      *
           MOVE ZERO                   TO WA-PEND-CNT.
           MOVE 'N'                    TO WA-PAST-SW.
           MOVE SPACES                 TO WS-COMMAREA.
           MOVE WA-REQ-PID             TO CD53I-PID.
           SET IO-REQUEST-FUNCTION-START TO TRUE.
           CALL 'DBANK53P' USING WS-COMMAREA.
           IF NOT IO-REQUEST-STATUS-OK
               SET WBMST-STATUS-ERROR  TO TRUE
               MOVE 'PENDING ITEMS SERVER UNAVAILABLE'
                                       TO WBMST-MESSAGE
               GO TO S200-999-EXIT
           END-IF.

           PERFORM UNTIL IO-REQUEST-STATUS-EOF
                      OR IO-REQUEST-STATUS-ERROR
                      OR WA-PAST-CUSTOMER
               MOVE SPACES             TO WS-COMMAREA
               MOVE WA-REQ-PID         TO CD53I-PID
               SET IO-REQUEST-FUNCTION-READ TO TRUE
               CALL 'DBANK53P' USING WS-COMMAREA
               IF IO-REQUEST-STATUS-OK
                   IF CD53O-PID NOT = WA-REQ-PID
                       MOVE 'Y'        TO WA-PAST-SW
                   END-IF
                   IF CD53O-PID = WA-REQ-PID
                      AND CD53O-ACC-NO = WA-REQ-ACC-NO
                      AND WA-PEND-CNT < 100
                       ADD 1           TO WA-PEND-CNT
                       MOVE CD53O-PLACED-DATE
                                 TO WA-PEND-PLACED (WA-PEND-CNT)
                       MOVE CD53O-EXPIRY-DATE
                                 TO WA-PEND-EXPIRY (WA-PEND-CNT)
                       MOVE CD53O-AMOUNT
                                 TO WA-PEND-AMOUNT (WA-PEND-CNT)
                       MOVE CD53O-DESC
                                 TO WA-PEND-DESC (WA-PEND-CNT)
                       MOVE CD53O-CURR-CODE
                                 TO WA-PEND-CURR (WA-PEND-CNT)
                   END-IF
               END-IF
           END-PERFORM.

           IF IO-REQUEST-STATUS-ERROR
               SET WBMST-STATUS-ERROR  TO TRUE
               MOVE 'PENDING ITEMS SERVER READ ERROR'
                                       TO WBMST-MESSAGE
           END-IF.

           MOVE SPACES                 TO WS-COMMAREA.
           MOVE WA-REQ-PID             TO CD53I-PID.
           SET IO-REQUEST-FUNCTION-CLOSE TO TRUE.
           CALL 'DBANK53P' USING WS-COMMAREA.

       S200-999-EXIT.
           EXIT.

       S300-000-READ-POSTED SECTION.
      *
      ******************************************************************
      *?  S300-000-READ-POSTED SECTION                                 *
      *+                                                               *
      *+  Collect the account's posted transactions from DBANK52P.     *
      ******************************************************************
      *
           MOVE ZERO                   TO WA-POST-CNT.
           MOVE 'N'                    TO WA-PAST-SW.
           MOVE SPACES                 TO WS-COMMAREA.
           MOVE WA-REQ-PID             TO CD52I-PID.
           SET IO-REQUEST-FUNCTION-START TO TRUE.
           CALL 'DBANK52P' USING WS-COMMAREA.
           IF NOT IO-REQUEST-STATUS-OK
               SET WBMST-STATUS-ERROR  TO TRUE
               MOVE 'TRANSACTION SERVER UNAVAILABLE'
                                       TO WBMST-MESSAGE
               GO TO S300-999-EXIT
           END-IF.

           PERFORM UNTIL IO-REQUEST-STATUS-EOF
                      OR IO-REQUEST-STATUS-ERROR
                      OR WA-PAST-CUSTOMER
               MOVE SPACES             TO WS-COMMAREA
               MOVE WA-REQ-PID         TO CD52I-PID
               SET IO-REQUEST-FUNCTION-READ TO TRUE
               CALL 'DBANK52P' USING WS-COMMAREA
               IF IO-REQUEST-STATUS-OK
                   IF CD52O-PID NOT = WA-REQ-PID
                       MOVE 'Y'        TO WA-PAST-SW
                   END-IF
                   IF CD52O-PID = WA-REQ-PID
                      AND CD52O-ACC-NO = WA-REQ-ACC-NO
                       PERFORM S310-000-ADD-POSTED-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

           IF IO-REQUEST-STATUS-ERROR
               SET WBMST-STATUS-ERROR  TO TRUE
               MOVE 'TRANSACTION SERVER READ ERROR'
                                       TO WBMST-MESSAGE
           END-IF.

           MOVE SPACES                 TO WS-COMMAREA.
           MOVE WA-REQ-PID             TO CD52I-PID.
           SET IO-REQUEST-FUNCTION-CLOSE TO TRUE.
           CALL 'DBANK52P' USING WS-COMMAREA.

       S300-999-EXIT.
           EXIT.

       S310-000-ADD-POSTED-ENTRY SECTION.
      *
      ******************************************************************
      *?  S310-000-ADD-POSTED-ENTRY SECTION                            *
      *+                                                               *
      *+  Add one posted transaction to the table, dropping the oldest *
      *+  entry first when the table is already full.                  *
      ******************************************************************
      *
           IF WA-POST-CNT = 500
               PERFORM VARYING WA-TABLE-IX FROM 1 BY 1
                         UNTIL WA-TABLE-IX > 499
                   MOVE WA-POST-ENTRY (WA-TABLE-IX + 1)
                                 TO WA-POST-ENTRY (WA-TABLE-IX)
               END-PERFORM
           ELSE
               ADD 1                   TO WA-POST-CNT
           END-IF.
           MOVE CD52O-TIMESTAMP (1:10) TO WA-POST-DATE (WA-POST-CNT).
           MOVE CD52O-AMOUNT           TO WA-POST-AMOUNT (WA-POST-CNT).
           MOVE CD52O-DESC             TO WA-POST-DESC (WA-POST-CNT).
           MOVE CD52O-CURR-CODE        TO WA-POST-CURR (WA-POST-CNT).

       S310-999-EXIT.
           EXIT.

       S400-000-BUILD-PAGE SECTION.
      *
      ******************************************************************
      *?  S400-000-BUILD-PAGE SECTION                                  *
      *+                                                               *
      *+  Fill the page from the entry after the continuation offset - *
      *+  pending items first, then posted transactions newest first - *
      *+  and hand back a token for the next page while any remain.    *
      ******************************************************************
      *
           COMPUTE WA-TOTAL-ENTRIES = WA-PEND-CNT + WA-POST-CNT.
           IF WA-TOKEN-OFFSET > WA-TOTAL-ENTRIES
               SET WBMST-STATUS-BAD-TOKEN TO TRUE
               MOVE 'CONTINUATION TOKEN NOT VALID'
                                       TO WBMST-MESSAGE
               GO TO S400-999-EXIT
           END-IF.

           COMPUTE WA-LAST-ENTRY-NO = WA-TOKEN-OFFSET + WA-PAGE-SIZE.
           IF WA-LAST-ENTRY-NO > WA-TOTAL-ENTRIES
               MOVE WA-TOTAL-ENTRIES   TO WA-LAST-ENTRY-NO
           END-IF.

           MOVE ZERO                   TO WA-PAGE-IX.
           COMPUTE WA-ENTRY-NO = WA-TOKEN-OFFSET + 1.
           PERFORM UNTIL WA-ENTRY-NO > WA-LAST-ENTRY-NO
               ADD 1                   TO WA-PAGE-IX
               IF WA-ENTRY-NO NOT > WA-PEND-CNT
                   PERFORM S410-000-PUT-PENDING-ENTRY
               ELSE
                   PERFORM S420-000-PUT-POSTED-ENTRY
               END-IF
               IF WBMST-ENT-CURR (WA-PAGE-IX) = SPACES
                   MOVE WA-ACC-CURR-CODE
                                       TO WBMST-ENT-CURR (WA-PAGE-IX)
               END-IF
               IF WBMST-ENT-CURR (WA-PAGE-IX) = SPACES
                   MOVE 'USD'          TO WBMST-ENT-CURR (WA-PAGE-IX)
               END-IF
               ADD 1                   TO WA-ENTRY-NO
           END-PERFORM.
           MOVE WA-PAGE-IX             TO WBMST-ENTRY-CNT.

           IF WA-LAST-ENTRY-NO < WA-TOTAL-ENTRIES
               MOVE WA-LAST-ENTRY-NO   TO WA-TOKEN-OFFSET
               MOVE WA-TOKEN           TO WBMST-TOKEN-OUT
               MOVE 'MORE ENTRIES - PASS TOKEN FOR NEXT PAGE'
                                       TO WBMST-MESSAGE
           ELSE
               IF WA-TOTAL-ENTRIES = ZERO
                   MOVE 'NO ACTIVITY ON ACCOUNT'
                                       TO WBMST-MESSAGE
               ELSE
                   MOVE 'MINI-STATEMENT COMPLETE'
                                       TO WBMST-MESSAGE
               END-IF
           END-IF.
           SET WBMST-STATUS-OK         TO TRUE.

       S400-999-EXIT.
           EXIT.

       S410-000-PUT-PENDING-ENTRY SECTION.
      *
      ******************************************************************
      *?  S410-000-PUT-PENDING-ENTRY SECTION                           *
      *+                                                               *
      *+  Move one pending or hold item to the current page slot.      *
      ******************************************************************
      *
           MOVE WA-ENTRY-NO            TO WA-TABLE-IX.
           MOVE 'PENDING'              TO WBMST-ENT-KIND (WA-PAGE-IX).
           MOVE WA-PEND-PLACED (WA-TABLE-IX)
                                       TO WBMST-ENT-DATE (WA-PAGE-IX).
           MOVE WA-PEND-AMOUNT (WA-TABLE-IX)
                                       TO WA-EDITED-AMT.
           MOVE WA-EDITED-AMT          TO WBMST-ENT-AMOUNT (WA-PAGE-IX).
           MOVE WA-PEND-CURR (WA-TABLE-IX)
                                       TO WBMST-ENT-CURR (WA-PAGE-IX).
           MOVE WA-PEND-DESC (WA-TABLE-IX)
                                       TO WBMST-ENT-DESC (WA-PAGE-IX).
           MOVE WA-PEND-EXPIRY (WA-TABLE-IX)
                                       TO WBMST-ENT-EXPIRY (WA-PAGE-IX).

       S410-999-EXIT.
           EXIT.

       S420-000-PUT-POSTED-ENTRY SECTION.
      *
      ******************************************************************
      *?  S420-000-PUT-POSTED-ENTRY SECTION                            *
      *+                                                               *
      *+  Move one posted transaction to the current page slot. Posted *
      *+  entries are numbered newest first, so the first one after    *
      *+  the pending items is the last row of the table.              *
      ******************************************************************
      *
           COMPUTE WA-TABLE-IX = WA-POST-CNT
                               - (WA-ENTRY-NO - WA-PEND-CNT) + 1.
           MOVE 'POSTED'               TO WBMST-ENT-KIND (WA-PAGE-IX).
           MOVE WA-POST-DATE (WA-TABLE-IX)
                                       TO WBMST-ENT-DATE (WA-PAGE-IX).
           MOVE WA-POST-AMOUNT (WA-TABLE-IX)
                                       TO WA-EDITED-AMT.
           MOVE WA-EDITED-AMT          TO WBMST-ENT-AMOUNT (WA-PAGE-IX).
           MOVE WA-POST-CURR (WA-TABLE-IX)
                                       TO WBMST-ENT-CURR (WA-PAGE-IX).
           MOVE WA-POST-DESC (WA-TABLE-IX)
                                       TO WBMST-ENT-DESC (WA-PAGE-IX).

       S420-999-EXIT.
           EXIT.
