           05  FILLER                  PIC X(12) VALUE 'WBBNKINQ0200'.
           05  FILLER                  PIC X(12) VALUE 'WBBNKXFR0200'.
           05  FILLER                  PIC X(12) VALUE 'WBBNKSTS0200'.
           05  FILLER                  PIC X(12) VALUE 'WBBNKMST0800'.
           05  FILLER                  PIC X(12) VALUE 'WBBNKARC2900'.
           05  FILLER                  PIC X(12) VALUE
                                            '        0000'.
           05  FILLER                  PIC X(12) VALUE
           05  FILLER                  PIC X(32) VALUE
               'BRANCHKEY0000001BRANCHESWBBNKINQ'.
           05  FILLER                  PIC X(32) VALUE
               'HELOWRLDWBBNKMST                '.
           05  FILLER                  PIC X(32) VALUE
               'OPSMONKEY0000001OPSMON  *ALL    '.
           05  FILLER                  PIC X(32) VALUE SPACES.
           05  FILLER                  PIC X(32) VALUE
               'MOBILEKEY0000001MOBILE  WBBNKXFR'.
           05  FILLER                  PIC X(32) VALUE
               'WBBNKINQWBBNKMST                '.
           05  FILLER                  PIC X(32) VALUE
               'PORTALKEY0000001PORTAL  WBBNKARC'.
           05  FILLER                  PIC X(32) VALUE SPACES.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WC-CALLER-TABLE REDEFINES WC-CALLER-TABLE-DATA.
           05  FILLER                  PIC X(4)  VALUE '0060'.
           05  FILLER                  PIC X(4)  VALUE '0120'.
           05  FILLER                  PIC X(4)  VALUE '0300'.
           05  FILLER                  PIC X(4)  VALUE '0300'.
           05  FILLER                  PIC X(4)  VALUE '0000'.

       01  WC-CALLER-LIMITS REDEFINES WC-CALLER-LIMIT-DATA.

       01  WS-JOURNAL-ITEM-LEN           PIC S9(04) COMP.

      *****************************************************************
      *  The leading bytes of the WBBNKXFR commarea - idempotency     *
      *  key, amount and reply status - which the journal carries so  *
      *  a transfer call can be reconciled to the transfer journal.   *
      *****************************************************************
       01  WS-XFR-COMMAREA-VIEW.
           05  WS-XFR-IDEMP-KEY          PIC X(16).
           05  FILLER                    PIC X(25).
           05  WS-XFR-AMOUNT             PIC X(11).
           05  WS-XFR-STATUS             PIC X(2).

       01  WS-CORRELATION-FIELDS.
           05  WS-CORRELATION-ID         PIC X(22) VALUE SPACES.
           05  WS-CORR-TASKN             PIC 9(7)  VALUE ZERO.
               MOVE WS-ERROR-CODE        TO WS-JRNL-OUTCOME
           END-IF.
           MOVE WS-ELAPSED-MS            TO WS-JRNL-ELAPSED-MS.
           IF WBSVCALL-PGM-NM = 'WBBNKXFR'
               MOVE WS-DFHCOMMAREA (1:LENGTH OF WS-XFR-COMMAREA-VIEW)
                                         TO WS-XFR-COMMAREA-VIEW
               MOVE WS-XFR-IDEMP-KEY     TO WS-JRNL-SVC-KEY
               MOVE WS-XFR-AMOUNT        TO WS-JRNL-SVC-AMOUNT
      **** The reply status only means something once the link has
      **** come back - a rejected call still holds the caller's input.
               IF WS-ERROR-CODE = ZEROES
                   MOVE WS-XFR-STATUS    TO WS-JRNL-SVC-STATUS
               END-IF
           END-IF.
           MOVE LENGTH OF WS-JOURNAL-RECORD
                                         TO WS-JOURNAL-ITEM-LEN.

