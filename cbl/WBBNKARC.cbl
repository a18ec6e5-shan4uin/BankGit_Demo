      *SET CICSECM(LINKAGE=YES)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WBBNKARC.
      ******************************************************************
      ******************************************************************
      *+ Archived statement service behind the WBSVCALL gateway, for  *
      *+ the online banking portal. The portal passes the PID of the  *
      *+ customer signed on to it and the PID and cycle date of the   *
      *+ statement wanted; a request for any PID other than the       *
      *+ signed-on customer's own is refused before the archive is    *
      *+ touched. The statement is returned off STMARCH exactly as    *
      *+ ZBNKSTM1 produced it, ARCH-LINE images in ARCH-SEQ order,    *
      *+ twenty lines to a page with a continuation token for the     *
      *+ next page. Every reply also lists the cycle dates on file    *
      *+ for the customer, newest first, so the portal can offer them *
      *+ - a request with no cycle date returns just that list.       *
      *+                                                              *
      *+ Commarea layout (2900 bytes):                                *
      *+   in   1-5    PID of the customer signed on to the portal    *
      *+   in   6-10   PID of the statement requested                 *
      *+   in   11-16  cycle date yymmdd - spaces for the list only   *
      *+   in   17-26  continuation token - spaces for the first page *
      *+   out  27-28  status - 00 ok, 01 no statement for the cycle, *
      *+               02 server error, 03 continuation token not     *
      *+               valid, 04 not authorised for the customer,     *
      *+               05 cycle date not valid                        *
      *+   out  29-30  lines returned on this page, 00-20             *
      *+   out  31-40  continuation token for the next page, spaces   *
      *+               when this page is the last                     *
      *+   out  41-80  message text                                   *
      *+   out  81-82  cycle dates listed, 00-24                      *
      *+   out  83-226 up to 24 cycle dates on file, yymmdd, newest   *
      *+               first                                          *
      *+   out  227-2866 twenty statement lines of 132 bytes          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE
                  ASSIGN       TO STMARCH
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WA-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *  Statement archive written by ZBNKSTM1 - every line of every   *
      *  statement as it was composed, keyed by PID and cycle date.    *
      ******************************************************************
       FD  ARCHIVE-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY CSTMARCH.

       WORKING-STORAGE SECTION.

       01  WA-WORKAREAS.
           05  WA-ARCHIVE-STATUS       PIC X(2).
           05  WA-ARCHIVE-EOF-SW       PIC X(1)    VALUE 'N'.
               88  WA-ARCHIVE-EOF                  VALUE 'Y'.
           05  WA-REQ-PID              PIC X(5).
           05  WA-REQ-CYCLE            PIC X(6).
           05  WA-REQ-CYCLE-N REDEFINES WA-REQ-CYCLE
                                       PIC 9(6).
           05  WA-CYCLE-SW             PIC X(1)    VALUE 'N'.
               88  WA-CYCLE-REQUESTED              VALUE 'Y'.
           05  WA-PAGE-SIZE            PIC 9(2)    VALUE 20.
           05  WA-MORE-LINES           PIC 9(7)    VALUE ZERO.
           05  WA-LINES-IN-CYCLE       PIC 9(7)    VALUE ZERO.
           05  WA-IX                   PIC 9(4)    VALUE ZERO.
           05  WA-IX2                  PIC 9(4)    VALUE ZERO.
           05  WA-DUP-SW               PIC X(1)    VALUE 'N'.
               88  WA-CYCLE-LISTED                 VALUE 'Y'.

      ******************************************************************
      *  The continuation token - 'ARC' and the ARCH-SEQ of the last   *
      *  line handed to the caller. The next page starts after it.     *
      ******************************************************************
       01  WA-TOKEN.
           05  WA-TOKEN-PREFIX         PIC X(3)    VALUE 'ARC'.
           05  WA-TOKEN-SEQ            PIC 9(7)    VALUE ZERO.

      ******************************************************************
      *  The cycle dates on file for the customer, newest first. Once  *
      *  the list is full an older cycle is not listed.                *
      ******************************************************************
       01  WA-CYCLE-TABLE.
           05  WA-CYCLE-CNT            PIC 9(2)    VALUE ZERO.
           05  WA-CYCLE-DATE           PIC 9(6)
                                       OCCURS 24 TIMES.

      ******************************************************************
      *  The page being built - the lowest ARCH-SEQ values after the   *
      *  continuation point, kept in ascending order whatever order    *
      *  the archive holds them in.                                    *
      ******************************************************************
       01  WA-PAGE-TABLE.
           05  WA-PAGE-CNT             PIC 9(2)    VALUE ZERO.
           05  WA-PAGE-ENTRY           OCCURS 20 TIMES.
               10  WA-PAGE-SEQ         PIC 9(7).
               10  WA-PAGE-LINE        PIC X(132).

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  WBARC-SESSION-PID       PIC X(5).
           05  WBARC-PID               PIC X(5).
           05  WBARC-CYCLE-DATE        PIC X(6).
           05  WBARC-TOKEN-IN          PIC X(10).
           05  WBARC-STATUS            PIC X(2).
               88  WBARC-STATUS-OK                 VALUE '00'.
               88  WBARC-STATUS-NOTFND             VALUE '01'.
               88  WBARC-STATUS-ERROR              VALUE '02'.
               88  WBARC-STATUS-BAD-TOKEN          VALUE '03'.
               88  WBARC-STATUS-NOT-AUTH           VALUE '04'.
               88  WBARC-STATUS-BAD-CYCLE          VALUE '05'.
           05  WBARC-LINE-CNT          PIC 9(2).
           05  WBARC-TOKEN-OUT         PIC X(10).
           05  WBARC-MESSAGE           PIC X(40).
           05  WBARC-CYCLE-CNT         PIC 9(2).
           05  WBARC-CYCLE-LIST        PIC X(6)
                                       OCCURS 24 TIMES.
           05  WBARC-LINE              PIC X(132)
                                       OCCURS 20 TIMES.
           05  FILLER                  PIC X(34).

       PROCEDURE DIVISION.

       S010-000-MAIN-LOGIC SECTION.

           MOVE ZERO                   TO WBARC-LINE-CNT
                                          WBARC-CYCLE-CNT.
           MOVE SPACES                 TO WBARC-TOKEN-OUT
                                          WBARC-MESSAGE.
           PERFORM VARYING WA-IX FROM 1 BY 1 UNTIL WA-IX > 24
               MOVE SPACES             TO WBARC-CYCLE-LIST (WA-IX)
           END-PERFORM.
           PERFORM VARYING WA-IX FROM 1 BY 1 UNTIL WA-IX > 20
               MOVE SPACES             TO WBARC-LINE (WA-IX)
           END-PERFORM.

      **** The portal may only show a customer their own statements.
           IF WBARC-SESSION-PID = SPACES
            OR WBARC-PID NOT = WBARC-SESSION-PID
               SET WBARC-STATUS-NOT-AUTH TO TRUE
               MOVE 'NOT AUTHORISED FOR THIS CUSTOMER'
                                       TO WBARC-MESSAGE
               GOBACK
           END-IF.
           MOVE WBARC-PID              TO WA-REQ-PID.

           MOVE 'N'                    TO WA-CYCLE-SW.
           IF WBARC-CYCLE-DATE NOT = SPACES
               IF WBARC-CYCLE-DATE IS NUMERIC
                   MOVE WBARC-CYCLE-DATE
                                       TO WA-REQ-CYCLE
                   MOVE 'Y'            TO WA-CYCLE-SW
               ELSE
                   SET WBARC-STATUS-BAD-CYCLE TO TRUE
                   MOVE 'CYCLE DATE NOT VALID'
                                       TO WBARC-MESSAGE
                   GOBACK
               END-IF
           END-IF.

           IF WBARC-TOKEN-IN = SPACES
               MOVE ZERO               TO WA-TOKEN-SEQ
           ELSE
               IF WBARC-TOKEN-IN (1:3) = WA-TOKEN-PREFIX
                AND WBARC-TOKEN-IN (4:7) IS NUMERIC
                AND WA-CYCLE-REQUESTED
                   MOVE WBARC-TOKEN-IN (4:7)
                                       TO WA-TOKEN-SEQ
               ELSE
                   SET WBARC-STATUS-BAD-TOKEN TO TRUE
                   MOVE 'CONTINUATION TOKEN NOT VALID'
                                       TO WBARC-MESSAGE
                   GOBACK
               END-IF
           END-IF.

           PERFORM S100-000-SCAN-ARCHIVE.
           IF WBARC-STATUS-ERROR
               GOBACK
           END-IF.

           PERFORM S400-000-BUILD-REPLY.

           GOBACK.

       S010-999-EXIT.
           EXIT.

       S100-000-SCAN-ARCHIVE SECTION.
      *
      ******************************************************************
      *?  S100-000-SCAN-ARCHIVE SECTION                                *
      *+                                                               *
      *+  One pass of STMARCH - every line for the customer adds its   *
      *+  cycle date to the list, and lines of the requested cycle     *
      *+  past the continuation point are offered to the page.         *
      ******************************************************************
      *
           MOVE ZERO                   TO WA-CYCLE-CNT
                                          WA-PAGE-CNT
                                          WA-MORE-LINES
                                          WA-LINES-IN-CYCLE.
           MOVE 'N'                    TO WA-ARCHIVE-EOF-SW.

           OPEN INPUT ARCHIVE-FILE.
           IF WA-ARCHIVE-STATUS NOT = '00'
               SET WBARC-STATUS-ERROR  TO TRUE
               MOVE 'STATEMENT ARCHIVE UNAVAILABLE'
                                       TO WBARC-MESSAGE
               GO TO S100-999-EXIT
           END-IF.

           PERFORM UNTIL WA-ARCHIVE-EOF
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y'        TO WA-ARCHIVE-EOF-SW
               END-READ
               IF NOT WA-ARCHIVE-EOF
                   IF WA-ARCHIVE-STATUS NOT = '00'
                       SET WBARC-STATUS-ERROR TO TRUE
                       MOVE 'STATEMENT ARCHIVE READ ERROR'
                                       TO WBARC-MESSAGE
                       MOVE 'Y'        TO WA-ARCHIVE-EOF-SW
                   ELSE
                       IF ARCH-PID = WA-REQ-PID
                           PERFORM S200-000-LIST-CYCLE
                           IF WA-CYCLE-REQUESTED
                            AND ARCH-CYCLE-DATE = WA-REQ-CYCLE-N
                               ADD 1   TO WA-LINES-IN-CYCLE
                               IF ARCH-SEQ > WA-TOKEN-SEQ
                                   PERFORM S300-000-OFFER-LINE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE ARCHIVE-FILE.

       S100-999-EXIT.
           EXIT.

       S200-000-LIST-CYCLE SECTION.
      *
      ******************************************************************
      *?  S200-000-LIST-CYCLE SECTION                                  *
      *+                                                               *
      *+  Add the cycle date of this archive line to the list unless   *
      *+  it is already there, keeping the list newest first.          *
      ******************************************************************
      *
           MOVE 'N'                    TO WA-DUP-SW.
           PERFORM VARYING WA-IX FROM 1 BY 1
                     UNTIL WA-IX > WA-CYCLE-CNT
                        OR WA-CYCLE-LISTED
               IF WA-CYCLE-DATE (WA-IX) = ARCH-CYCLE-DATE
                   MOVE 'Y'            TO WA-DUP-SW
               END-IF
           END-PERFORM.
           IF WA-CYCLE-LISTED
               GO TO S200-999-EXIT
           END-IF.

      **** Find the slot - the first entry older than this cycle.
           MOVE 1                      TO WA-IX.
           PERFORM UNTIL WA-IX > WA-CYCLE-CNT
                      OR WA-CYCLE-DATE (WA-IX) < ARCH-CYCLE-DATE
               ADD 1                   TO WA-IX
           END-PERFORM.
           IF WA-IX > 24
               GO TO S200-999-EXIT
           END-IF.

           IF WA-CYCLE-CNT < 24
               ADD 1                   TO WA-CYCLE-CNT
           END-IF.
           PERFORM VARYING WA-IX2 FROM WA-CYCLE-CNT BY -1
                     UNTIL WA-IX2 NOT > WA-IX
               MOVE WA-CYCLE-DATE (WA-IX2 - 1)
                                       TO WA-CYCLE-DATE (WA-IX2)
           END-PERFORM.
           MOVE ARCH-CYCLE-DATE        TO WA-CYCLE-DATE (WA-IX).

       S200-999-EXIT.
           EXIT.

       S300-000-OFFER-LINE SECTION.
      *
      ******************************************************************
      *?  S300-000-OFFER-LINE SECTION                                  *
      *+                                                               *
      *+  Offer a statement line past the continuation point to the    *
      *+  page. The page keeps the lowest sequence numbers in order;   *
      *+  whatever is pushed off the end is counted as still to come.  *
      ******************************************************************
      *
           MOVE 1                      TO WA-IX.
           PERFORM UNTIL WA-IX > WA-PAGE-CNT
                      OR WA-PAGE-SEQ (WA-IX) > ARCH-SEQ
               ADD 1                   TO WA-IX
           END-PERFORM.
           IF WA-IX > WA-PAGE-SIZE
               ADD 1                   TO WA-MORE-LINES
               GO TO S300-999-EXIT
           END-IF.

           IF WA-PAGE-CNT < WA-PAGE-SIZE
               ADD 1                   TO WA-PAGE-CNT
           ELSE
               ADD 1                   TO WA-MORE-LINES
           END-IF.
           PERFORM VARYING WA-IX2 FROM WA-PAGE-CNT BY -1
                     UNTIL WA-IX2 NOT > WA-IX
               MOVE WA-PAGE-ENTRY (WA-IX2 - 1)
                                       TO WA-PAGE-ENTRY (WA-IX2)
           END-PERFORM.
           MOVE ARCH-SEQ               TO WA-PAGE-SEQ (WA-IX).
           MOVE ARCH-LINE              TO WA-PAGE-LINE (WA-IX).

       S300-999-EXIT.
           EXIT.

       S400-000-BUILD-REPLY SECTION.
      *
      ******************************************************************
      *?  S400-000-BUILD-REPLY SECTION                                 *
      *+                                                               *
      *+  Return the cycle list and the page, with a token for the     *
      *+  next page while lines remain.                                *
      ******************************************************************
      *
           MOVE WA-CYCLE-CNT           TO WBARC-CYCLE-CNT.
           PERFORM VARYING WA-IX FROM 1 BY 1
                     UNTIL WA-IX > WA-CYCLE-CNT
               MOVE WA-CYCLE-DATE (WA-IX)
                                       TO WBARC-CYCLE-LIST (WA-IX)
           END-PERFORM.

           IF NOT WA-CYCLE-REQUESTED
               SET WBARC-STATUS-OK     TO TRUE
               IF WA-CYCLE-CNT = ZERO
                   MOVE 'NO STATEMENTS ON ARCHIVE FOR CUSTOMER'
                                       TO WBARC-MESSAGE
               ELSE
                   MOVE 'ARCHIVED CYCLE DATES LISTED'
                                       TO WBARC-MESSAGE
               END-IF
               GO TO S400-999-EXIT
           END-IF.

           IF WA-LINES-IN-CYCLE = ZERO
               SET WBARC-STATUS-NOTFND TO TRUE
               MOVE 'NO STATEMENT ON ARCHIVE FOR THIS CYCLE'
                                       TO WBARC-MESSAGE
               GO TO S400-999-EXIT
           END-IF.

           IF WA-PAGE-CNT = ZERO
            AND WA-TOKEN-SEQ > ZERO
               SET WBARC-STATUS-BAD-TOKEN TO TRUE
               MOVE 'CONTINUATION TOKEN NOT VALID'
                                       TO WBARC-MESSAGE
               GO TO S400-999-EXIT
           END-IF.

           MOVE WA-PAGE-CNT            TO WBARC-LINE-CNT.
           PERFORM VARYING WA-IX FROM 1 BY 1
                     UNTIL WA-IX > WA-PAGE-CNT
               MOVE WA-PAGE-LINE (WA-IX)
                                       TO WBARC-LINE (WA-IX)
           END-PERFORM.

           IF WA-MORE-LINES > ZERO
               MOVE WA-PAGE-SEQ (WA-PAGE-CNT)
                                       TO WA-TOKEN-SEQ
               MOVE WA-TOKEN           TO WBARC-TOKEN-OUT
               MOVE 'MORE LINES - PASS TOKEN FOR NEXT PAGE'
                                       TO WBARC-MESSAGE
           ELSE
               MOVE 'ARCHIVED STATEMENT COMPLETE'
                                       TO WBARC-MESSAGE
           END-IF.
           SET WBARC-STATUS-OK         TO TRUE.

       S400-999-EXIT.
           EXIT.
