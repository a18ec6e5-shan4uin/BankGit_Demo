       IDENTIFICATION DIVISION.
       PROGRAM-ID.   FLSHRMNT.
      *    online maintenance of the fileshare account file that
      *    FLSHRTST reports on - adds, changes and deletes account
      *    records and the product records under them, checks the
      *    phone and birth date, keeps every account's products in
      *    number order under it, logs every change with who made it
      *    and the record before and after, and works through the
      *    records FLSHRTST last sent to its rejects file
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE   ASSIGN BANK10
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ACCOUNT-STATUS.

      *    FLSHRTST's rejects file from its last run - the worklist
      *    is built from it
           SELECT REJECT-FILE    ASSIGN REJT10
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-REJECT-STATUS.

      *    audit log of every change made - added to, never rewritten
           SELECT AUDIT-FILE     ASSIGN MAUD10
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUDIT-STATUS.

      *    the worklist as the session left it - each reject with
      *    what is wrong with it and whether it has been dealt with
           SELECT WORKLIST-FILE  ASSIGN WORK10
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-WORKLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-FILE-RECORD         PIC X(74).
       FD  REJECT-FILE.
       01  REJECT-LINE-IN.
           05  REJ-POSITION            PIC 9(7).
           05  FILLER                  PIC X.
           05  REJ-RECORD-IMAGE        PIC X(74).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD-OUT.
           05  MA-DATE                 PIC 9(8).
           05  MA-TIME                 PIC 9(6).
           05  MA-OPERATOR             PIC X(8).
           05  MA-FS-USER              PIC X(20).
           05  MA-ACTION               PIC X(3).
           05  MA-RECORD-TYPE          PIC X.
           05  MA-BEFORE-IMAGE         PIC X(74).
           05  MA-AFTER-IMAGE          PIC X(74).
           05  FILLER                  PIC X(6).
       FD  WORKLIST-FILE.
       01  WORKLIST-LINE-OUT.
           05  WLO-POSITION            PIC 9(7).
           05  FILLER                  PIC X VALUE '|'.
           05  WLO-STATUS              PIC X(7).
           05  FILLER                  PIC X VALUE '|'.
           05  WLO-DIAGNOSIS           PIC X(30).
           05  FILLER                  PIC X VALUE '|'.
           05  WLO-RECORD-IMAGE        PIC X(74).

       WORKING-STORAGE SECTION.
       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-DATA          PIC X VALUE 'N'.
               88  END-OF-DATA               VALUE 'Y'.
           05  SW-END-OF-REJECTS       PIC X VALUE 'N'.
               88  END-OF-REJECTS            VALUE 'Y'.
           05  SW-FS-CONNECTED         PIC X VALUE 'N'.
               88  FS-CONNECTED              VALUE 'Y'.
           05  SW-END-OF-SESSION       PIC X VALUE 'N'.
               88  END-OF-SESSION            VALUE 'Y'.
           05  SW-INPUT-VALID          PIC X VALUE 'Y'.
               88  INPUT-VALID               VALUE 'Y'.
           05  SW-ENTRY-FOUND          PIC X VALUE 'N'.
               88  ENTRY-FOUND               VALUE 'Y'.
           05  SW-INSERT-FAILED        PIC X VALUE 'N'.
               88  INSERT-FAILED             VALUE 'Y'.
       01  FS-ACCOUNT-STATUS           PIC XX.
       01  FS-REJECT-STATUS            PIC XX.
       01  FS-AUDIT-STATUS             PIC XX.
       01  FS-WORKLIST-STATUS          PIC XX.
      *    connection retry policy - the same environment settings,
      *    and so the same fileshare connection, as FLSHRTST
       01  FS-RETRY-FIELDS.
           05  FS-RETRY-LIMIT          PIC 99 VALUE 3.
           05  FS-RETRY-WAIT           PIC 999 VALUE 10.
           05  FS-WAIT-MS              PIC 9(8) COMP-5 VALUE 0.
           05  FS-ATTEMPT              PIC 99 VALUE 0.
           05  FS-RETRIES-ENV          PIC XX VALUE SPACES.
           05  FS-WAIT-ENV             PIC XXX VALUE SPACES.
           05  FS-ATTEMPT-D            PIC Z9.
           05  FS-LIMIT-D              PIC Z9.
       01  ACCUMS-AND-COUNTERS.
           05  CTR-RECORDS-READ        PIC 9(7) VALUE 0.
           05  CTR-CHANGES             PIC 9(5) VALUE 0.
           05  CTR-BLANK-COMMANDS      PIC 9 VALUE 0.
           05  CTR-ACCOUNTS-D          PIC ZZZZ9.
           05  CTR-REJECTS-D           PIC ZZZZ9.
           05  CTR-CHANGES-D           PIC ZZZZ9.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

      *    the whole account file, held in file order while the
      *    session runs - the position each record had when it was
      *    read is kept so the rejects can be found again (zero for a
      *    record added in this session)
       01  WS-ACCOUNT-TBL.
           05  CTR-TBL-ENTRIES         PIC 9(4) VALUE 0.
           05  WS-TBL-ENTRY            OCCURS 2000 TIMES.
               10  WT-IMAGE.
                   15  WT-NAME         PIC X(19).
                   15  FILLER          PIC X(5).
                   15  WT-PR-NUMBER    PIC X(5).
                   15  FILLER          PIC X(40).
                   15  WT-RECORD-TYPE  PIC X.
                   15  FILLER          PIC X(4).
               10  WT-ORIG-POSITION    PIC 9(7).
       01  WS-TBL-IND                  PIC 9(4).
       01  WS-TBL-TO-IND               PIC 9(4).
       01  WS-ACCT-IND                 PIC 9(4).
       01  WS-PROD-IND                 PIC 9(4).
       01  WS-BLOCK-END-IND            PIC 9(4).
       01  WS-INSERT-IND               PIC 9(4).
       01  WS-FIX-IND                  PIC 9(4).

      *    an account and its products lifted out of the table while
      *    a renamed account is moved to its new place
       01  WS-BLOCK-TBL.
           05  CTR-BLOCK-ENTRIES       PIC 9(3) VALUE 0.
           05  WS-BLOCK-ENTRY          OCCURS 200 TIMES.
               10  WB-IMAGE            PIC X(74).
               10  WB-ORIG-POSITION    PIC 9(7).
       01  WS-BLOCK-IND                PIC 9(3).
       01  WS-BLOCK-SIZE               PIC 9(4).

      *    the records FLSHRTST rejected, and what became of them
       01  WS-REJECT-TBL.
           05  CTR-REJECTS             PIC 9(4) VALUE 0.
           05  WS-REJECT-ENTRY         OCCURS 500 TIMES.
               10  WR-POSITION         PIC 9(7).
               10  WR-IMAGE            PIC X(74).
               10  WR-STATUS           PIC X(7).
               10  WR-DIAGNOSIS        PIC X(30).
       01  WS-REJECT-IND               PIC 9(4).

      *    the record being worked on, in both its views
       01  ACCOUNT-RECORD.
       COPY CFLSHAR.
       01  PRODUCT-RECORD REDEFINES ACCOUNT-RECORD.
       COPY CFLSHPR.
       01  WS-BEFORE-IMAGE             PIC X(74).
       01  WS-AFTER-IMAGE              PIC X(74).
       01  WS-AUDIT-ACTION             PIC X(3).
      *    the renamed account's own images, kept while its products
      *    are logged one by one
       01  WS-ACCT-BEFORE-IMAGE        PIC X(74).
       01  WS-ACCT-AFTER-IMAGE         PIC X(74).

      *    what the operator keyed - a command letter and its operand
      *    on one line, then one line per field prompted for
       01  WS-COMMAND-LINE.
           05  WS-COMMAND              PIC X.
           05  FILLER                  PIC X.
           05  WS-OPERAND              PIC X(78).
       01  WS-OPERAND-POSITION REDEFINES WS-COMMAND-LINE.
           05  FILLER                  PIC XX.
           05  WS-OPERAND-DIGITS       PIC X(7).
           05  FILLER                  PIC X(71).
       01  WS-KEY-NAME                 PIC X(19).
       01  WS-NEW-NAME                 PIC X(19).
       01  WS-PROMPT                   PIC X(40).
       01  WS-REPLY                    PIC X(30).
       01  WS-FIX-POSITION             PIC 9(7).
       01  WS-ERROR-TEXT               PIC X(50).

      *    birth date checking - MMDDYY, a year after this one taken
      *    as last century, and not later than today
       01  WS-BIRTH-DATE-WORK.
           05  WS-BIRTH-MMDDYY.
               10  WS-BIRTH-MM         PIC 99.
               10  WS-BIRTH-DD         PIC 99.
               10  WS-BIRTH-YY         PIC 99.
           05  WS-BIRTH-CCYYMMDD.
               10  WS-BIRTH-CCYY       PIC 9(4).
               10  WS-BIRTH-MM2        PIC 99.
               10  WS-BIRTH-DD2        PIC 99.
           05  WS-BIRTH-DATE-N REDEFINES WS-BIRTH-CCYYMMDD
                                       PIC 9(8).
           05  WS-LEAP-QUOTIENT        PIC 9(4).
           05  WS-LEAP-REMAINDER       PIC 9(3).
           05  WS-MONTH-DAYS           PIC 99.
       01  WS-MONTH-LENGTHS.
           05  FILLER                  PIC X(24)
                    VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TBL REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH         PIC 99 OCCURS 12 TIMES.
       01  WS-TODAY-CCYYMMDD.
           05  WS-TODAY-CCYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 99.
           05  WS-TODAY-DD             PIC 99.
       01  WS-TODAY-N REDEFINES WS-TODAY-CCYYMMDD
                                       PIC 9(8).
       01  WS-TODAY-YY                 PIC 99.
       01  WS-TIME-NOW                 PIC 9(8).

       01  WS-LIST-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  WLL-TAG                 PIC X(8).
           05  WLL-TEXT                PIC X(70).

       01 function-code    pic x.
       01 user-name        pic x(20).
       01 user-password    pic x(20).
       01 user-name-2      pic x(20).
       01 user-password-2  pic x(20).

       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-COMMAND UNTIL END-OF-SESSION.
           PERFORM 300-WRAP-UP.
           STOP RUN.

       100-INITIALIZATION.

           MOVE 1 TO FUNCTION-CODE
           move spaces        to user-name
           move spaces        to user-password
           move spaces        to user-name-2
           move spaces        to user-password-2
           accept user-name     from environment "FLSHRTST_FS_USER".
           accept user-password
                             from environment "FLSHRTST_FS_PASSWORD".
           if user-name = spaces or user-password = spaces
               display 'FLSHRMNT - FS_USER/FS_PASSWORD NOT SET IN'
               display 'FLSHRMNT - THE ENVIRONMENT'
               move 16 to return-code
               stop run
           end-if
      *    optional secondary fileshare server to fail over to
           accept user-name-2 from environment "FLSHRTST_FS_USER2".
           accept user-password-2
                             from environment "FLSHRTST_FS_PASSWORD2".
           accept fs-retries-env
                             from environment "FLSHRTST_FS_RETRIES".
           if fs-retries-env is numeric
               move fs-retries-env to fs-retry-limit
           end-if
           accept fs-wait-env from environment "FLSHRTST_FS_WAIT".
           if fs-wait-env is numeric
               move fs-wait-env to fs-retry-wait
           end-if

           ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD.
           MOVE WS-TODAY-CCYYMMDD (3:2) TO WS-TODAY-YY.

      *    every change is logged against the operator, so the
      *    session does not start without one
           PERFORM 150-SIGN-ON-OPERATOR
               UNTIL WS-OPERATOR-ID NOT = SPACES
                  OR END-OF-SESSION.
           IF END-OF-SESSION
               DISPLAY 'FLSHRMNT - NO OPERATOR ID, SESSION ENDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 110-CONNECT-WITH-RETRY.
           IF NOT FS-CONNECTED
            AND USER-NAME-2 NOT = SPACES
               DISPLAY 'FLSHRMNT - FAILING OVER TO SECONDARY SERVER'
               MOVE USER-NAME-2 TO USER-NAME
               MOVE USER-PASSWORD-2 TO USER-PASSWORD
               PERFORM 110-CONNECT-WITH-RETRY
           END-IF.
           IF NOT FS-CONNECTED
               DISPLAY 'FLSHRMNT - FILESHARE UNAVAILABLE, GIVING UP'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 120-LOAD-ACCOUNT-FILE.
           PERFORM 130-LOAD-REJECTS.

           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF FS-AUDIT-STATUS NOT = '00'
               DISPLAY 'FLSHRMNT - AUDIT LOG WILL NOT OPEN, STATUS '
                   FS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CTR-TBL-ENTRIES TO CTR-ACCOUNTS-D.
           MOVE CTR-REJECTS TO CTR-REJECTS-D.
           DISPLAY 'FLSHRMNT - ' CTR-ACCOUNTS-D ' RECORDS ON FILE, '
               CTR-REJECTS-D ' ON THE WORKLIST'.
           PERFORM 290-SHOW-HELP.

       110-CONNECT-WITH-RETRY.
           MOVE 0 TO FS-ATTEMPT.
           MOVE 'N' TO SW-FS-CONNECTED.
           PERFORM 111-CONNECT-ONE-ATTEMPT
               UNTIL FS-CONNECTED
                  OR FS-ATTEMPT IS NOT LESS THAN FS-RETRY-LIMIT.
       111-CONNECT-ONE-ATTEMPT.
           ADD 1 TO FS-ATTEMPT.
           call "fhrdrpwd" using function-code,
                                 user-name,
                                 user-password
           end-call.
           OPEN INPUT ACCOUNT-FILE.
           IF FS-ACCOUNT-STATUS = '00'
               MOVE 'Y' TO SW-FS-CONNECTED
           ELSE
               MOVE FS-ATTEMPT TO FS-ATTEMPT-D
               MOVE FS-RETRY-LIMIT TO FS-LIMIT-D
               DISPLAY 'FLSHRMNT - FS CONNECT ATTEMPT ' FS-ATTEMPT-D
                   ' OF ' FS-LIMIT-D ' FAILED, STATUS '
                   FS-ACCOUNT-STATUS
               IF FS-ATTEMPT IS LESS THAN FS-RETRY-LIMIT
                   COMPUTE FS-WAIT-MS = FS-RETRY-WAIT * 1000
                   CALL 'CBL_THREAD_SLEEP'
                       USING BY VALUE FS-WAIT-MS
                     ON EXCEPTION
                       CALL 'C$SLEEP' USING FS-RETRY-WAIT
                         ON EXCEPTION
                           CONTINUE
                       END-CALL
                   END-CALL
               END-IF
           END-IF.
      *    the account file is read whole into the table; it is
      *    written back whole after each change
       120-LOAD-ACCOUNT-FILE.
           PERFORM 121-READ-ACCOUNT-FILE.
           PERFORM 122-STORE-ACCOUNT-RECORD UNTIL END-OF-DATA.
           CLOSE ACCOUNT-FILE.
       121-READ-ACCOUNT-FILE.
           READ ACCOUNT-FILE
               AT END MOVE 'Y' TO SW-END-OF-DATA.
           IF NOT END-OF-DATA
               ADD 1 TO CTR-RECORDS-READ
           END-IF.
       122-STORE-ACCOUNT-RECORD.
           IF CTR-TBL-ENTRIES IS NOT LESS THAN 2000
               DISPLAY 'FLSHRMNT - ACCOUNT FILE TOO LARGE TO MAINTAIN'
               MOVE 16 TO RETURN-CODE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-TBL-ENTRIES.
           MOVE ACCOUNT-FILE-RECORD TO WT-IMAGE (CTR-TBL-ENTRIES).
           MOVE CTR-RECORDS-READ
               TO WT-ORIG-POSITION (CTR-TBL-ENTRIES).
           PERFORM 121-READ-ACCOUNT-FILE.
      *    the rejects file is optional - with none on hand the
      *    worklist is simply empty
       130-LOAD-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF FS-REJECT-STATUS = '00'
               PERFORM 131-READ-REJECT-FILE
               PERFORM 132-STORE-REJECT UNTIL END-OF-REJECTS
               CLOSE REJECT-FILE
           ELSE
               DISPLAY 'FLSHRMNT - NO REJECTS FILE, WORKLIST EMPTY'
           END-IF.
       131-READ-REJECT-FILE.
           READ REJECT-FILE
               AT END MOVE 'Y' TO SW-END-OF-REJECTS.
       132-STORE-REJECT.
           IF CTR-REJECTS IS LESS THAN 500
               ADD 1 TO CTR-REJECTS
               MOVE REJ-POSITION TO WR-POSITION (CTR-REJECTS)
               MOVE REJ-RECORD-IMAGE TO WR-IMAGE (CTR-REJECTS)
               MOVE 'OPEN' TO WR-STATUS (CTR-REJECTS)
               MOVE REJ-RECORD-IMAGE TO ACCOUNT-RECORD
               PERFORM 133-DIAGNOSE-REJECT
           ELSE
               DISPLAY 'FLSHRMNT - WORKLIST FULL, REST OF REJECTS '
                   'NOT LOADED'
               MOVE 'Y' TO SW-END-OF-REJECTS
           END-IF.
           IF NOT END-OF-REJECTS
               PERFORM 131-READ-REJECT-FILE
           END-IF.
      *    say what is wrong with the record and what it looks most
      *    like, so the operator knows which way to fix it
       133-DIAGNOSE-REJECT.
           EVALUATE TRUE
             WHEN AR-RECORD-TYPE = SPACE
              AND AR-PHONE IS NUMERIC
               MOVE 'NO TYPE - LOOKS LIKE ACCOUNT'
                   TO WR-DIAGNOSIS (CTR-REJECTS)
             WHEN AR-RECORD-TYPE = SPACE
              AND PR-NUMBER NOT = SPACES
               MOVE 'NO TYPE - LOOKS LIKE PRODUCT'
                   TO WR-DIAGNOSIS (CTR-REJECTS)
             WHEN AR-RECORD-TYPE = SPACE
               MOVE 'NO RECORD TYPE'
                   TO WR-DIAGNOSIS (CTR-REJECTS)
             WHEN OTHER
               MOVE SPACES TO WR-DIAGNOSIS (CTR-REJECTS)
               STRING 'RECORD TYPE ' AR-RECORD-TYPE
                   ' IS NOT 1 OR 2'
                   DELIMITED BY SIZE INTO WR-DIAGNOSIS (CTR-REJECTS)
           END-EVALUATE.
       150-SIGN-ON-OPERATOR.
           MOVE 'OPERATOR ID' TO WS-PROMPT.
           PERFORM 500-PROMPT-FOR-REPLY.
           MOVE WS-REPLY TO WS-OPERATOR-ID.

      *    one command per line - a letter, a space and what it
      *    works on; a run of blank lines ends the session
       200-PROCESS-COMMAND.
           MOVE SPACES TO WS-COMMAND-LINE.
           DISPLAY 'FLSHRMNT - COMMAND'.
           ACCEPT WS-COMMAND-LINE.
           INSPECT WS-COMMAND-LINE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WS-OPERAND TO WS-KEY-NAME.
           IF WS-COMMAND-LINE = SPACES
               ADD 1 TO CTR-BLANK-COMMANDS
               IF CTR-BLANK-COMMANDS IS GREATER THAN 4
                   MOVE 'Y' TO SW-END-OF-SESSION
               END-IF
           ELSE
               MOVE 0 TO CTR-BLANK-COMMANDS
           END-IF.
           EVALUATE WS-COMMAND
             WHEN SPACE
               CONTINUE
             WHEN 'L'
               PERFORM 210-LIST-ACCOUNT
             WHEN 'A'
               PERFORM 220-ADD-ACCOUNT THRU 220-ADD-ACCOUNT-EXIT
             WHEN 'C'
               PERFORM 230-CHANGE-ACCOUNT THRU 230-CHANGE-ACCOUNT-EXIT
             WHEN 'D'
               PERFORM 240-DELETE-ACCOUNT THRU 240-DELETE-ACCOUNT-EXIT
             WHEN 'P'
               PERFORM 250-ADD-PRODUCT THRU 250-ADD-PRODUCT-EXIT
             WHEN 'U'
               PERFORM 260-CHANGE-PRODUCT
                   THRU 260-CHANGE-PRODUCT-EXIT
             WHEN 'R'
               PERFORM 270-REMOVE-PRODUCT
                   THRU 270-REMOVE-PRODUCT-EXIT
             WHEN 'W'
               PERFORM 280-SHOW-WORKLIST
             WHEN 'F'
               PERFORM 285-FIX-REJECT THRU 285-FIX-REJECT-EXIT
             WHEN 'H'
               PERFORM 290-SHOW-HELP
             WHEN 'E'
               MOVE 'Y' TO SW-END-OF-SESSION
             WHEN OTHER
               DISPLAY 'FLSHRMNT - UNKNOWN COMMAND, H FOR HELP'
           END-EVALUATE.

       210-LIST-ACCOUNT.
           PERFORM 510-FIND-ACCOUNT.
           IF WS-ACCT-IND = ZERO
               DISPLAY 'FLSHRMNT - NO ACCOUNT ' WS-KEY-NAME
           ELSE
               MOVE WS-ACCT-IND TO WS-TBL-IND
               PERFORM 211-LIST-ONE-ENTRY
                   UNTIL WS-TBL-IND = WS-BLOCK-END-IND
           END-IF.
       211-LIST-ONE-ENTRY.
           MOVE WT-IMAGE (WS-TBL-IND) TO ACCOUNT-RECORD.
           MOVE SPACES TO WLL-TEXT.
           EVALUATE WT-RECORD-TYPE (WS-TBL-IND)
             WHEN '1'
               MOVE 'ACCOUNT' TO WLL-TAG
               STRING AR-NAME ' ' AR-ADDRESS ' PHONE ' AR-PHONE
                   ' BORN ' AR-BIRTH-DATE
                   DELIMITED BY SIZE INTO WLL-TEXT
             WHEN '2'
               MOVE 'PRODUCT' TO WLL-TAG
               STRING PR-NUMBER ' CREDITS ' PR-CREDITS
                   DELIMITED BY SIZE INTO WLL-TEXT
             WHEN OTHER
               MOVE 'REJECT' TO WLL-TAG
               MOVE ACCOUNT-RECORD TO WLL-TEXT
           END-EVALUATE.
           DISPLAY WS-LIST-LINE.
           ADD 1 TO WS-TBL-IND.

      *    a new account goes in name order; its products are added
      *    with P afterwards
       220-ADD-ACCOUNT.
           IF WS-KEY-NAME = SPACES
               DISPLAY 'FLSHRMNT - ACCOUNT NAME REQUIRED'
               GO TO 220-ADD-ACCOUNT-EXIT.
           PERFORM 510-FIND-ACCOUNT.
           IF WS-ACCT-IND NOT = ZERO
               DISPLAY 'FLSHRMNT - ACCOUNT ' WS-KEY-NAME
                   ' ALREADY ON FILE'
               GO TO 220-ADD-ACCOUNT-EXIT.
           MOVE SPACES TO ACCOUNT-RECORD.
           MOVE WS-KEY-NAME TO AR-NAME.
           MOVE '1' TO AR-RECORD-TYPE.
           PERFORM 410-PROMPT-ACCOUNT-FIELDS.
           IF NOT INPUT-VALID
               DISPLAY 'FLSHRMNT - ' WS-ERROR-TEXT
               DISPLAY 'FLSHRMNT - ACCOUNT NOT ADDED'
               GO TO 220-ADD-ACCOUNT-EXIT.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE.
           MOVE WS-INSERT-IND TO WS-TBL-IND.
           PERFORM 520-INSERT-ENTRY.
           IF INSERT-FAILED
               DISPLAY 'FLSHRMNT - ACCOUNT NOT ADDED'
               GO TO 220-ADD-ACCOUNT-EXIT.
           MOVE 'ADD' TO WS-AUDIT-ACTION.
           PERFORM 600-COMMIT-CHANGE.
       220-ADD-ACCOUNT-EXIT.
           EXIT.

      *    a changed name moves the account, with its products, to
      *    its new place in name order - no more than the block that
      *    carries them can hold
       230-CHANGE-ACCOUNT.
           PERFORM 510-FIND-ACCOUNT.
           IF WS-ACCT-IND = ZERO
               DISPLAY 'FLSHRMNT - NO ACCOUNT ' WS-KEY-NAME
               GO TO 230-CHANGE-ACCOUNT-EXIT.
           MOVE WT-IMAGE (WS-ACCT-IND) TO ACCOUNT-RECORD
                                          WS-BEFORE-IMAGE.
           MOVE 'NAME' TO WS-PROMPT.
           MOVE AR-NAME TO WS-REPLY.
           PERFORM 505-PROMPT-WITH-CURRENT.
           PERFORM 500-PROMPT-FOR-REPLY.
           IF WS-REPLY = SPACES
               MOVE AR-NAME TO WS-NEW-NAME
           ELSE
               MOVE WS-REPLY TO WS-NEW-NAME
           END-IF.
           IF WS-NEW-NAME NOT = AR-NAME
               MOVE WS-NEW-NAME TO WS-KEY-NAME
               PERFORM 510-FIND-ACCOUNT
               IF WS-ACCT-IND NOT = ZERO
                   DISPLAY 'FLSHRMNT - ACCOUNT ' WS-NEW-NAME
                       ' ALREADY ON FILE'
                   GO TO 230-CHANGE-ACCOUNT-EXIT
               END-IF
               MOVE AR-NAME TO WS-KEY-NAME
               PERFORM 510-FIND-ACCOUNT
               COMPUTE WS-BLOCK-SIZE = WS-BLOCK-END-IND - WS-ACCT-IND
               IF WS-BLOCK-SIZE > 200
                   DISPLAY 'FLSHRMNT - TOO MANY PRODUCTS TO RENAME'
                   DISPLAY 'FLSHRMNT - ACCOUNT NOT CHANGED'
                   GO TO 230-CHANGE-ACCOUNT-EXIT
               END-IF
           END-IF.
           PERFORM 410-PROMPT-ACCOUNT-FIELDS.
           IF NOT INPUT-VALID
               DISPLAY 'FLSHRMNT - ' WS-ERROR-TEXT
               DISPLAY 'FLSHRMNT - ACCOUNT NOT CHANGED'
               GO TO 230-CHANGE-ACCOUNT-EXIT.
           MOVE WS-NEW-NAME TO AR-NAME.
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE.
           IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
               DISPLAY 'FLSHRMNT - NOTHING CHANGED'
               GO TO 230-CHANGE-ACCOUNT-EXIT.
           MOVE WS-AFTER-IMAGE TO WT-IMAGE (WS-ACCT-IND).
           IF WS-NEW-NAME NOT = WS-BEFORE-IMAGE (1:19)
               PERFORM 540-MOVE-RENAMED-ACCOUNT
           END-IF.
           MOVE 'CHG' TO WS-AUDIT-ACTION.
           PERFORM 600-COMMIT-CHANGE.
       230-CHANGE-ACCOUNT-EXIT.
           EXIT.

      *    an account goes with all of its products - each product is
      *    logged as deleted as well, so the log holds every record
      *    that left the file
       240-DELETE-ACCOUNT.
           PERFORM 510-FIND-ACCOUNT.
           IF WS-ACCT-IND = ZERO
               DISPLAY 'FLSHRMNT - NO ACCOUNT ' WS-KEY-NAME
               GO TO 240-DELETE-ACCOUNT-EXIT.
           MOVE 'CONFIRM DELETE (Y/N)' TO WS-PROMPT.
           PERFORM 500-PROMPT-FOR-REPLY.
           IF WS-REPLY NOT = 'Y'
               DISPLAY 'FLSHRMNT - ACCOUNT NOT DELETED'
               GO TO 240-DELETE-ACCOUNT-EXIT.
           PERFORM 241-DELETE-ONE-ENTRY
               UNTIL WS-BLOCK-END-IND = WS-ACCT-IND.
           PERFORM 700-SAVE-ACCOUNT-FILE.
       240-DELETE-ACCOUNT-EXIT.
           EXIT.
       241-DELETE-ONE-ENTRY.
           SUBTRACT 1 FROM WS-BLOCK-END-IND.
           MOVE WT-IMAGE (WS-BLOCK-END-IND) TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE WS-BLOCK-END-IND TO WS-TBL-IND.
           PERFORM 530-DELETE-ENTRY.
           MOVE 'DEL' TO WS-AUDIT-ACTION.
           PERFORM 610-WRITE-AUDIT.

       250-ADD-PRODUCT.
           PERFORM 510-FIND-ACCOUNT.
           IF WS-ACCT-IND = ZERO
               DISPLAY 'FLSHRMNT - NO ACCOUNT ' WS-KEY-NAME
               GO TO 250-ADD-PRODUCT-EXIT.
           MOVE SPACES TO PRODUCT-RECORD.
           MOVE WS-KEY-NAME TO PR-NAME.
           MOVE '2' TO PR-RECORD-TYPE.
           MOVE 'PRODUCT NUMBER' TO WS-PROMPT.
           PERFORM 500-PROMPT-FOR-REPLY.
           MOVE WS-REPLY TO PR-NUMBER.
           PERFORM 515-FIND-PRODUCT.
           IF WS-PROD-IND NOT = ZERO
               DISPLAY 'FLSHRMNT - PRODUCT ' PR-NUMBER
                   ' ALREADY HELD'
               GO TO 250-ADD-PRODUCT-EXIT.
           MOVE 'CREDITS' TO WS-PROMPT.
           PERFORM 500-PROMPT-FOR-REPLY.
           PERFORM 430-EDIT-PRODUCT-FIELDS.
           IF NOT INPUT-VALID
               DISPLAY 'FLSHRMNT - ' WS-ERROR-TEXT
               DISPLAY 'FLSHRMNT - PRODUCT NOT ADDED'
               GO TO 250-ADD-PRODUCT-EXIT.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE PRODUCT-RECORD TO WS-AFTER-IMAGE.
           MOVE WS-INSERT-IND TO WS-TBL-IND.
           PERFORM 520-INSERT-ENTRY.
           IF INSERT-FAILED
               DISPLAY 'FLSHRMNT - PRODUCT NOT ADDED'
               GO TO 250-ADD-PRODUCT-EXIT.
           MOVE 'ADD' TO WS-AUDIT-ACTION.
           PERFORM 600-COMMIT-CHANGE.
       250-ADD-PRODUCT-EXIT.
           EXIT.

       260-CHANGE-PRODUCT.
           PERFORM 510-FIND-ACCOUNT.
           IF WS-ACCT-IND = ZERO
               DISPLAY 'FLSHRMNT - NO ACCOUNT ' WS-KEY-NAME
               GO TO 260-CHANGE-PRODUCT-EXIT.
           MOVE SPACES TO PRODUCT-RECORD.
           MOVE 'PRODUCT NUMBER' TO WS-PROMPT.
           PERFORM 500-PROMPT-FOR-REPLY.
           MOVE WS-REPLY TO PR-NUMBER.
           PERFORM 515-FIND-PRODUCT.
           IF WS-PROD-IND = ZERO
               DISPLAY 'FLSHRMNT - PRODUCT ' PR-NUMBER ' NOT HELD'
               GO TO 260-CHANGE-PRODUCT-EXIT.
           MOVE WT-IMAGE (WS-PROD-IND) TO PRODUCT-RECORD
                                          WS-BEFORE-IMAGE.
           MOVE 'CREDITS' TO WS-PROMPT.
           MOVE PR-CREDITS TO WS-REPLY.
           PERFORM 505-PROMPT-WITH-CURRENT.
           PERFORM 500-PROMPT-FOR-REPLY.
           IF WS-REPLY = SPACES
               MOVE PR-CREDITS TO WS-REPLY
           END-IF.
           PERFORM 430-EDIT-PRODUCT-FIELDS.
           IF NOT INPUT-VALID
               DISPLAY 'FLSHRMNT - ' WS-ERROR-TEXT
               DISPLAY 'FLSHRMNT - PRODUCT NOT CHANGED'
               GO TO 260-CHANGE-PRODUCT-EXIT.
           MOVE PRODUCT-RECORD TO WS-AFTER-IMAGE.
           IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
               DISPLAY 'FLSHRMNT - NOTHING CHANGED'
               GO TO 260-CHANGE-PRODUCT-EXIT.
           MOVE WS-AFTER-IMAGE TO WT-IMAGE (WS-PROD-IND).
           MOVE 'CHG' TO WS-AUDIT-ACTION.
           PERFORM 600-COMMIT-CHANGE.
       260-CHANGE-PRODUCT-EXIT.
           EXIT.

       270-REMOVE-PRODUCT.
           PERFORM 510-FIND-ACCOUNT.
           IF WS-ACCT-IND = ZERO
               DISPLAY 'FLSHRMNT - NO ACCOUNT ' WS-KEY-NAME
               GO TO 270-REMOVE-PRODUCT-EXIT.
           MOVE SPACES TO PRODUCT-RECORD.
           MOVE 'PRODUCT NUMBER' TO WS-PROMPT.
           PERFORM 500-PROMPT-FOR-REPLY.
           MOVE WS-REPLY TO PR-NUMBER.
           PERFORM 515-FIND-PRODUCT.
           IF WS-PROD-IND = ZERO
               DISPLAY 'FLSHRMNT - PRODUCT ' PR-NUMBER ' NOT HELD'
               GO TO 270-REMOVE-PRODUCT-EXIT.
           MOVE WT-IMAGE (WS-PROD-IND) TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE WS-PROD-IND TO WS-TBL-IND.
           PERFORM 530-DELETE-ENTRY.
           MOVE 'DEL' TO WS-AUDIT-ACTION.
           PERFORM 600-COMMIT-CHANGE.
       270-REMOVE-PRODUCT-EXIT.
           EXIT.

       280-SHOW-WORKLIST.
           IF CTR-REJECTS = ZERO
               DISPLAY 'FLSHRMNT - WORKLIST IS EMPTY'
           ELSE
               DISPLAY '  POSITION STATUS  PROBLEM'
               MOVE 1 TO WS-REJECT-IND
               PERFORM 281-SHOW-ONE-REJECT
                   UNTIL WS-REJECT-IND > CTR-REJECTS
           END-IF.
       281-SHOW-ONE-REJECT.
           DISPLAY '  ' WR-POSITION (WS-REJECT-IND) '  '
               WR-STATUS (WS-REJECT-IND) ' '
               WR-DIAGNOSIS (WS-REJECT-IND).
           DISPLAY '           ' WR-IMAGE (WS-REJECT-IND).
           ADD 1 TO WS-REJECT-IND.

      *    a reject is fixed by keying it again as an account or a
      *    product - it then moves to its place in sequence - or by
      *    dropping it from the file
       285-FIX-REJECT.
           IF WS-OPERAND-DIGITS IS NOT NUMERIC
               DISPLAY 'FLSHRMNT - KEY THE 7 DIGIT POSITION'
               GO TO 285-FIX-REJECT-EXIT.
           MOVE WS-OPERAND-DIGITS TO WS-FIX-POSITION.
           MOVE 'N' TO SW-ENTRY-FOUND.
           MOVE 1 TO WS-REJECT-IND.
           PERFORM 286-MATCH-REJECT-POSITION
               UNTIL WS-REJECT-IND > CTR-REJECTS
                  OR ENTRY-FOUND.
           IF NOT ENTRY-FOUND
               DISPLAY 'FLSHRMNT - POSITION ' WS-FIX-POSITION
                   ' IS NOT ON THE WORKLIST'
               GO TO 285-FIX-REJECT-EXIT.
           IF WR-STATUS (WS-REJECT-IND) NOT = 'OPEN'
               DISPLAY 'FLSHRMNT - ALREADY '
                   WR-STATUS (WS-REJECT-IND)
               GO TO 285-FIX-REJECT-EXIT.
           PERFORM 525-FIND-REJECT-ENTRY.
           IF WS-FIX-IND = ZERO
               DISPLAY 'FLSHRMNT - RECORD NO LONGER ON THE FILE'
               MOVE 'GONE' TO WR-STATUS (WS-REJECT-IND)
               GO TO 285-FIX-REJECT-EXIT.
           MOVE WT-IMAGE (WS-FIX-IND) TO ACCOUNT-RECORD
                                         WS-BEFORE-IMAGE.
           DISPLAY '  ' WS-BEFORE-IMAGE.
           MOVE 'FIX AS 1 ACCOUNT, 2 PRODUCT, X DROP' TO WS-PROMPT.
           PERFORM 500-PROMPT-FOR-REPLY.
           EVALUATE WS-REPLY
             WHEN '1'
               PERFORM 287-FIX-AS-ACCOUNT
             WHEN '2'
               PERFORM 288-FIX-AS-PRODUCT
             WHEN 'X'
               MOVE 'Y' TO SW-INPUT-VALID
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE WS-FIX-IND TO WS-TBL-IND
               PERFORM 530-DELETE-ENTRY
             WHEN OTHER
               MOVE 'N' TO SW-INPUT-VALID
               MOVE 'KEY 1, 2 OR X' TO WS-ERROR-TEXT
           END-EVALUATE.
           IF NOT INPUT-VALID
               DISPLAY 'FLSHRMNT - ' WS-ERROR-TEXT
               DISPLAY 'FLSHRMNT - RECORD NOT FIXED'
               GO TO 285-FIX-REJECT-EXIT.
           IF WS-REPLY = 'X'
               MOVE 'DROPPED' TO WR-STATUS (WS-REJECT-IND)
               MOVE 'DRP' TO WS-AUDIT-ACTION
           ELSE
               MOVE 'FIXED' TO WR-STATUS (WS-REJECT-IND)
               MOVE 'FIX' TO WS-AUDIT-ACTION
           END-IF.
           PERFORM 600-COMMIT-CHANGE.
       285-FIX-REJECT-EXIT.
           EXIT.
       286-MATCH-REJECT-POSITION.
           IF WR-POSITION (WS-REJECT-IND) = WS-FIX-POSITION
               MOVE 'Y' TO SW-ENTRY-FOUND
           ELSE
               ADD 1 TO WS-REJECT-IND
           END-IF.
       287-FIX-AS-ACCOUNT.
           MOVE '1' TO AR-RECORD-TYPE.
           MOVE 'NAME' TO WS-PROMPT.
           MOVE AR-NAME TO WS-REPLY.
           PERFORM 505-PROMPT-WITH-CURRENT.
           PERFORM 500-PROMPT-FOR-REPLY.
           IF WS-REPLY NOT = SPACES
               MOVE WS-REPLY TO AR-NAME
           END-IF.
           MOVE AR-NAME TO WS-KEY-NAME.
           PERFORM 410-PROMPT-ACCOUNT-FIELDS.
           IF INPUT-VALID
               IF AR-NAME = SPACES
                   MOVE 'N' TO SW-INPUT-VALID
                   MOVE 'ACCOUNT NAME REQUIRED' TO WS-ERROR-TEXT
               ELSE
                   PERFORM 510-FIND-ACCOUNT
                   IF WS-ACCT-IND NOT = ZERO
                       MOVE 'N' TO SW-INPUT-VALID
                       MOVE 'ACCOUNT ALREADY ON FILE' TO WS-ERROR-TEXT
                   END-IF
               END-IF
           END-IF.
           IF INPUT-VALID
               PERFORM 289-REPLACE-REJECT-ENTRY
           END-IF.
       288-FIX-AS-PRODUCT.
           MOVE '2' TO PR-RECORD-TYPE.
           MOVE 'ACCOUNT NAME' TO WS-PROMPT.
           MOVE PR-NAME TO WS-REPLY.
           PERFORM 505-PROMPT-WITH-CURRENT.
           PERFORM 500-PROMPT-FOR-REPLY.
           IF WS-REPLY NOT = SPACES
               MOVE WS-REPLY TO PR-NAME
           END-IF.
           MOVE PR-NAME TO WS-KEY-NAME.
           MOVE 'PRODUCT NUMBER' TO WS-PROMPT.
           MOVE PR-NUMBER TO WS-REPLY.
           PERFORM 505-PROMPT-WITH-CURRENT.
           PERFORM 500-PROMPT-FOR-REPLY.
           IF WS-REPLY NOT = SPACES
               MOVE WS-REPLY TO PR-NUMBER
           END-IF.
           MOVE 'CREDITS' TO WS-PROMPT.
           PERFORM 500-PROMPT-FOR-REPLY.
           MOVE 'N' TO SW-INPUT-VALID.
           PERFORM 510-FIND-ACCOUNT.
           IF WS-ACCT-IND = ZERO
               MOVE 'NO SUCH ACCOUNT' TO WS-ERROR-TEXT
           ELSE
               PERFORM 515-FIND-PRODUCT
               IF WS-PROD-IND NOT = ZERO
                   MOVE 'PRODUCT ALREADY HELD' TO WS-ERROR-TEXT
               ELSE
                   PERFORM 430-EDIT-PRODUCT-FIELDS
               END-IF
           END-IF.
           IF INPUT-VALID
               PERFORM 289-REPLACE-REJECT-ENTRY
           END-IF.
      *    take the bad record out and put the fixed one in at the
      *    place 510/515 found for it - allowing for the slot freed,
      *    which is also the room the fixed record goes into
       289-REPLACE-REJECT-ENTRY.
           MOVE ACCOUNT-RECORD TO WS-AFTER-IMAGE.
           MOVE WS-FIX-IND TO WS-TBL-IND.
           PERFORM 530-DELETE-ENTRY.
           IF WS-INSERT-IND > WS-FIX-IND
               SUBTRACT 1 FROM WS-INSERT-IND
           END-IF.
           MOVE WS-AFTER-IMAGE TO ACCOUNT-RECORD.
           MOVE WS-INSERT-IND TO WS-TBL-IND.
           PERFORM 520-INSERT-ENTRY.

       290-SHOW-HELP.
           DISPLAY 'FLSHRMNT - L NAME  LIST ACCOUNT AND PRODUCTS'.
           DISPLAY 'FLSHRMNT - A NAME  ADD ACCOUNT'.
           DISPLAY 'FLSHRMNT - C NAME  CHANGE ACCOUNT'.
           DISPLAY 'FLSHRMNT - D NAME  DELETE ACCOUNT AND PRODUCTS'.
           DISPLAY 'FLSHRMNT - P NAME  ADD PRODUCT TO ACCOUNT'.
           DISPLAY 'FLSHRMNT - U NAME  CHANGE PRODUCT CREDITS'.
           DISPLAY 'FLSHRMNT - R NAME  REMOVE PRODUCT'.
           DISPLAY 'FLSHRMNT - W       SHOW REJECTS WORKLIST'.
           DISPLAY 'FLSHRMNT - F NNNNNNN  FIX REJECT AT POSITION'.
           DISPLAY 'FLSHRMNT - E       END SESSION'.

      *    the worklist as the session leaves it, for the next
      *    operator and for the supervisor checking rejects are cleared
       300-WRAP-UP.
           CLOSE AUDIT-FILE.
           IF CTR-REJECTS IS GREATER THAN ZERO
               OPEN OUTPUT WORKLIST-FILE
               MOVE 1 TO WS-REJECT-IND
               PERFORM 310-WRITE-WORKLIST-LINE
                   UNTIL WS-REJECT-IND > CTR-REJECTS
               CLOSE WORKLIST-FILE
           END-IF.
           MOVE CTR-CHANGES TO CTR-CHANGES-D.
           DISPLAY 'FLSHRMNT - ' CTR-CHANGES-D ' CHANGES MADE'.
           DISPLAY 'FLSHRMNT - SESSION ENDED'.
       310-WRITE-WORKLIST-LINE.
           MOVE WR-POSITION (WS-REJECT-IND) TO WLO-POSITION.
           MOVE WR-STATUS (WS-REJECT-IND) TO WLO-STATUS.
           MOVE WR-DIAGNOSIS (WS-REJECT-IND) TO WLO-DIAGNOSIS.
           MOVE WR-IMAGE (WS-REJECT-IND) TO WLO-RECORD-IMAGE.
           WRITE WORKLIST-LINE-OUT.
           ADD 1 TO WS-REJECT-IND.

      *    prompt for the address, phone and birth date of the
      *    account in ACCOUNT-RECORD - ENTER keeps what is there -
      *    and check them; WS-INSERT-IND is left at the account's
      *    place in name order
       410-PROMPT-ACCOUNT-FIELDS.
           MOVE 'ADDRESS' TO WS-PROMPT.
           MOVE AR-ADDRESS TO WS-REPLY.
           PERFORM 505-PROMPT-WITH-CURRENT.
           PERFORM 500-PROMPT-FOR-REPLY.
           IF WS-REPLY NOT = SPACES
               MOVE WS-REPLY TO AR-ADDRESS
           END-IF.
           MOVE 'PHONE (7 DIGITS)' TO WS-PROMPT.
           MOVE AR-PHONE TO WS-REPLY.
           PERFORM 505-PROMPT-WITH-CURRENT.
           PERFORM 500-PROMPT-FOR-REPLY.
           IF WS-REPLY NOT = SPACES
               MOVE WS-REPLY TO AR-PHONE
           END-IF.
           MOVE 'BIRTH DATE (MMDDYY)' TO WS-PROMPT.
           MOVE AR-BIRTH-DATE TO WS-REPLY.
           PERFORM 505-PROMPT-WITH-CURRENT.
           PERFORM 500-PROMPT-FOR-REPLY.
           IF WS-REPLY NOT = SPACES
               MOVE WS-REPLY TO AR-BIRTH-DATE
           END-IF.
           PERFORM 420-EDIT-ACCOUNT-FIELDS.
       420-EDIT-ACCOUNT-FIELDS.
           MOVE 'Y' TO SW-INPUT-VALID.
           EVALUATE TRUE
             WHEN AR-ADDRESS = SPACES
               MOVE 'N' TO SW-INPUT-VALID
               MOVE 'ADDRESS REQUIRED' TO WS-ERROR-TEXT
             WHEN AR-PHONE IS NOT NUMERIC
               MOVE 'N' TO SW-INPUT-VALID
               MOVE 'PHONE MUST BE 7 DIGITS' TO WS-ERROR-TEXT
             WHEN OTHER
               PERFORM 425-EDIT-BIRTH-DATE
           END-EVALUATE.
       425-EDIT-BIRTH-DATE.
           IF AR-BIRTH-DATE IS NOT NUMERIC
               MOVE 'N' TO SW-INPUT-VALID
               MOVE 'BIRTH DATE MUST BE MMDDYY' TO WS-ERROR-TEXT
           ELSE
               MOVE AR-BIRTH-DATE TO WS-BIRTH-MMDDYY
               IF WS-BIRTH-YY > WS-TODAY-YY
                   COMPUTE WS-BIRTH-CCYY = 1900 + WS-BIRTH-YY
               ELSE
                   COMPUTE WS-BIRTH-CCYY = 2000 + WS-BIRTH-YY
               END-IF
               MOVE WS-BIRTH-MM TO WS-BIRTH-MM2
               MOVE WS-BIRTH-DD TO WS-BIRTH-DD2
               IF WS-BIRTH-MM < 1 OR WS-BIRTH-MM > 12
                   MOVE 'N' TO SW-INPUT-VALID
                   MOVE 'BIRTH MONTH IS NOT 01-12' TO WS-ERROR-TEXT
               ELSE
                   MOVE WS-MONTH-LENGTH (WS-BIRTH-MM)
                       TO WS-MONTH-DAYS
                   IF WS-BIRTH-MM = 2
                       PERFORM 426-CHECK-LEAP-YEAR
                   END-IF
                   IF WS-BIRTH-DD < 1 OR WS-BIRTH-DD > WS-MONTH-DAYS
                       MOVE 'N' TO SW-INPUT-VALID
                       MOVE 'BIRTH DAY IS NOT IN THE MONTH'
                           TO WS-ERROR-TEXT
                   ELSE
                       IF WS-BIRTH-DATE-N > WS-TODAY-N
                           MOVE 'N' TO SW-INPUT-VALID
                           MOVE 'BIRTH DATE IS IN THE FUTURE'
                               TO WS-ERROR-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       426-CHECK-LEAP-YEAR.
           DIVIDE WS-BIRTH-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-MONTH-DAYS
               DIVIDE WS-BIRTH-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   DIVIDE WS-BIRTH-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = ZERO
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.
      *    the product number must be keyed and the credits one
      *    digit; the credits reply is in WS-REPLY
       430-EDIT-PRODUCT-FIELDS.
           MOVE 'Y' TO SW-INPUT-VALID.
           EVALUATE TRUE
             WHEN PR-NUMBER = SPACES
               MOVE 'N' TO SW-INPUT-VALID
               MOVE 'PRODUCT NUMBER REQUIRED' TO WS-ERROR-TEXT
             WHEN WS-REPLY (1:1) IS NOT NUMERIC
              OR WS-REPLY (2:29) NOT = SPACES
               MOVE 'N' TO SW-INPUT-VALID
               MOVE 'CREDITS MUST BE ONE DIGIT' TO WS-ERROR-TEXT
             WHEN OTHER
               MOVE WS-REPLY (1:1) TO PR-CREDITS
           END-EVALUATE.

      *    show the prompt and take the reply, upper case
       500-PROMPT-FOR-REPLY.
           DISPLAY 'FLSHRMNT - ' WS-PROMPT.
           MOVE SPACES TO WS-REPLY.
           ACCEPT WS-REPLY.
           INSPECT WS-REPLY
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *    show the current value, left in WS-REPLY by the caller,
      *    ahead of the prompt for its replacement
       505-PROMPT-WITH-CURRENT.
           DISPLAY 'FLSHRMNT - CURRENT ' WS-PROMPT.
           DISPLAY 'FLSHRMNT - ' WS-REPLY.
           DISPLAY 'FLSHRMNT - ENTER KEEPS THE CURRENT VALUE'.
      *    find the account named in WS-KEY-NAME - WS-ACCT-IND is
      *    its entry (zero when it is not on file), WS-BLOCK-END-IND
      *    the entry after its last product, and WS-INSERT-IND where
      *    an account of that name would go in name order
       510-FIND-ACCOUNT.
           MOVE ZERO TO WS-ACCT-IND.
           MOVE ZERO TO WS-INSERT-IND.
           MOVE 1 TO WS-TBL-IND.
           PERFORM 511-SCAN-FOR-ACCOUNT
               UNTIL WS-TBL-IND > CTR-TBL-ENTRIES
                  OR WS-INSERT-IND NOT = ZERO.
           IF WS-INSERT-IND = ZERO
               COMPUTE WS-INSERT-IND = CTR-TBL-ENTRIES + 1
           END-IF.
           IF WS-ACCT-IND NOT = ZERO
               COMPUTE WS-BLOCK-END-IND = WS-ACCT-IND + 1
               PERFORM 512-SCAN-FOR-BLOCK-END
                   UNTIL WS-BLOCK-END-IND > CTR-TBL-ENTRIES
                      OR WT-RECORD-TYPE (WS-BLOCK-END-IND) = '1'
           END-IF.
       511-SCAN-FOR-ACCOUNT.
           IF WT-RECORD-TYPE (WS-TBL-IND) = '1'
               IF WT-NAME (WS-TBL-IND) = WS-KEY-NAME
                   MOVE WS-TBL-IND TO WS-ACCT-IND
               END-IF
               IF WT-NAME (WS-TBL-IND) > WS-KEY-NAME
                   MOVE WS-TBL-IND TO WS-INSERT-IND
               END-IF
           END-IF.
           ADD 1 TO WS-TBL-IND.
       512-SCAN-FOR-BLOCK-END.
           ADD 1 TO WS-BLOCK-END-IND.
      *    find product PR-NUMBER under the account 510 found -
      *    WS-PROD-IND is its entry (zero when not held) and
      *    WS-INSERT-IND where it would go in number order
       515-FIND-PRODUCT.
           MOVE ZERO TO WS-PROD-IND.
           MOVE ZERO TO WS-INSERT-IND.
           COMPUTE WS-TBL-IND = WS-ACCT-IND + 1.
           PERFORM 516-SCAN-FOR-PRODUCT
               UNTIL WS-TBL-IND = WS-BLOCK-END-IND
                  OR WS-INSERT-IND NOT = ZERO.
           IF WS-INSERT-IND = ZERO
               MOVE WS-BLOCK-END-IND TO WS-INSERT-IND
           END-IF.
       516-SCAN-FOR-PRODUCT.
           IF WT-RECORD-TYPE (WS-TBL-IND) = '2'
               IF WT-PR-NUMBER (WS-TBL-IND) = PR-NUMBER
                   MOVE WS-TBL-IND TO WS-PROD-IND
               END-IF
               IF WT-PR-NUMBER (WS-TBL-IND) > PR-NUMBER
                   MOVE WS-TBL-IND TO WS-INSERT-IND
               END-IF
           END-IF.
           ADD 1 TO WS-TBL-IND.
      *    put ACCOUNT-RECORD into the table at entry WS-TBL-IND,
      *    moving the entries from there on down one - when the table
      *    is full nothing moves and INSERT-FAILED tells the caller
       520-INSERT-ENTRY.
           MOVE 'N' TO SW-INSERT-FAILED.
           IF CTR-TBL-ENTRIES IS NOT LESS THAN 2000
               DISPLAY 'FLSHRMNT - ACCOUNT FILE FULL'
               MOVE 'Y' TO SW-INSERT-FAILED
           ELSE
               MOVE CTR-TBL-ENTRIES TO WS-TBL-TO-IND
               ADD 1 TO CTR-TBL-ENTRIES
               PERFORM 521-SHIFT-ENTRY-DOWN
                   UNTIL WS-TBL-TO-IND < WS-TBL-IND
               MOVE ACCOUNT-RECORD TO WT-IMAGE (WS-TBL-IND)
               MOVE ZERO TO WT-ORIG-POSITION (WS-TBL-IND)
           END-IF.
       521-SHIFT-ENTRY-DOWN.
           MOVE WS-TBL-ENTRY (WS-TBL-TO-IND)
               TO WS-TBL-ENTRY (WS-TBL-TO-IND + 1).
           SUBTRACT 1 FROM WS-TBL-TO-IND.
      *    find the worklist record in the table - at the position it
      *    was read from if it is still there, otherwise wherever the
      *    same bad record now sits
       525-FIND-REJECT-ENTRY.
           MOVE ZERO TO WS-FIX-IND.
           MOVE 1 TO WS-TBL-IND.
           PERFORM 526-SCAN-FOR-REJECT
               UNTIL WS-TBL-IND > CTR-TBL-ENTRIES
                  OR WS-FIX-IND NOT = ZERO.
       526-SCAN-FOR-REJECT.
           IF WT-IMAGE (WS-TBL-IND) = WR-IMAGE (WS-REJECT-IND)
            AND WT-RECORD-TYPE (WS-TBL-IND) NOT = '1'
            AND WT-RECORD-TYPE (WS-TBL-IND) NOT = '2'
               IF WT-ORIG-POSITION (WS-TBL-IND) =
                                        WR-POSITION (WS-REJECT-IND)
                OR WS-FIX-IND = ZERO
                   MOVE WS-TBL-IND TO WS-FIX-IND
               END-IF
           END-IF.
           ADD 1 TO WS-TBL-IND.
      *    take entry WS-TBL-IND out of the table, moving the entries
      *    after it up one
       530-DELETE-ENTRY.
           MOVE WS-TBL-IND TO WS-TBL-TO-IND.
           PERFORM 531-SHIFT-ENTRY-UP
               UNTIL WS-TBL-TO-IND NOT < CTR-TBL-ENTRIES.
           SUBTRACT 1 FROM CTR-TBL-ENTRIES.
       531-SHIFT-ENTRY-UP.
           MOVE WS-TBL-ENTRY (WS-TBL-TO-IND + 1)
               TO WS-TBL-ENTRY (WS-TBL-TO-IND).
           ADD 1 TO WS-TBL-TO-IND.
      *    carry the new name onto the account's products, lift the
      *    account and its products out and put them back in at the
      *    new name's place - each product is logged as changed, so
      *    the log holds every record the rename rewrote
       540-MOVE-RENAMED-ACCOUNT.
           MOVE WS-BEFORE-IMAGE TO WS-ACCT-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO WS-ACCT-AFTER-IMAGE.
           MOVE ZERO TO CTR-BLOCK-ENTRIES.
           MOVE WS-ACCT-IND TO WS-TBL-IND.
           PERFORM 541-LIFT-ONE-ENTRY
               UNTIL WS-BLOCK-END-IND = WS-ACCT-IND.
           MOVE WS-ACCT-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE WS-ACCT-AFTER-IMAGE TO WS-AFTER-IMAGE.
           MOVE WS-NEW-NAME TO WS-KEY-NAME.
           PERFORM 510-FIND-ACCOUNT.
           MOVE WS-INSERT-IND TO WS-TBL-IND.
           MOVE 1 TO WS-BLOCK-IND.
           PERFORM 542-DROP-ONE-ENTRY
               UNTIL WS-BLOCK-IND > CTR-BLOCK-ENTRIES.
       541-LIFT-ONE-ENTRY.
           ADD 1 TO CTR-BLOCK-ENTRIES.
           MOVE WT-IMAGE (WS-TBL-IND)
               TO WB-IMAGE (CTR-BLOCK-ENTRIES).
           MOVE WT-ORIG-POSITION (WS-TBL-IND)
               TO WB-ORIG-POSITION (CTR-BLOCK-ENTRIES).
           IF WT-RECORD-TYPE (WS-TBL-IND) = '2'
               MOVE WS-NEW-NAME TO WB-IMAGE (CTR-BLOCK-ENTRIES) (1:19)
               MOVE WT-IMAGE (WS-TBL-IND) TO WS-BEFORE-IMAGE
               MOVE WB-IMAGE (CTR-BLOCK-ENTRIES) TO WS-AFTER-IMAGE
               MOVE 'CHG' TO WS-AUDIT-ACTION
               PERFORM 610-WRITE-AUDIT
           END-IF.
           PERFORM 530-DELETE-ENTRY.
           SUBTRACT 1 FROM WS-BLOCK-END-IND.
       542-DROP-ONE-ENTRY.
           MOVE WB-IMAGE (WS-BLOCK-IND) TO ACCOUNT-RECORD.
           PERFORM 520-INSERT-ENTRY.
           MOVE WB-ORIG-POSITION (WS-BLOCK-IND)
               TO WT-ORIG-POSITION (WS-TBL-IND).
           ADD 1 TO WS-TBL-IND.
           ADD 1 TO WS-BLOCK-IND.

      *    write the file back with the change in it, then log it
       600-COMMIT-CHANGE.
           PERFORM 700-SAVE-ACCOUNT-FILE.
           PERFORM 610-WRITE-AUDIT.
       610-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-RECORD-OUT.
           MOVE WS-TODAY-N TO MA-DATE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW (1:6) TO MA-TIME.
           MOVE WS-OPERATOR-ID TO MA-OPERATOR.
           MOVE USER-NAME TO MA-FS-USER.
           MOVE WS-AUDIT-ACTION TO MA-ACTION.
           IF WS-AFTER-IMAGE = SPACES
               MOVE WS-BEFORE-IMAGE (70:1) TO MA-RECORD-TYPE
           ELSE
               MOVE WS-AFTER-IMAGE (70:1) TO MA-RECORD-TYPE
           END-IF.
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO MA-AFTER-IMAGE.
           WRITE AUDIT-RECORD-OUT.
           IF FS-AUDIT-STATUS NOT = '00'
               DISPLAY 'FLSHRMNT - AUDIT LOG WRITE FAILED, STATUS '
                   FS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CTR-CHANGES.
      *    the account file is written back whole - in name order,
      *    products under their account, the rejects still waiting
      *    where they were
       700-SAVE-ACCOUNT-FILE.
           OPEN OUTPUT ACCOUNT-FILE.
           IF FS-ACCOUNT-STATUS NOT = '00'
               DISPLAY 'FLSHRMNT - ACCOUNT FILE WILL NOT OPEN, STATUS '
                   FS-ACCOUNT-STATUS
               DISPLAY 'FLSHRMNT - CHANGE NOT SAVED, SESSION ENDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-TBL-IND.
           PERFORM 710-WRITE-ONE-RECORD
               UNTIL WS-TBL-IND > CTR-TBL-ENTRIES.
           CLOSE ACCOUNT-FILE.
           DISPLAY 'FLSHRMNT - SAVED'.
       710-WRITE-ONE-RECORD.
           MOVE WT-IMAGE (WS-TBL-IND) TO ACCOUNT-FILE-RECORD.
           WRITE ACCOUNT-FILE-RECORD.
           ADD 1 TO WS-TBL-IND.
