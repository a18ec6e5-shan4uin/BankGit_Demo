000610 FILE SECTION.
000620*****************************************************************
000630* Fee register written by ZBNKEXT1 - one record per customer    *
000636* assessed a charge, a memo record per fee waived, one record   *
000643* per prior-cycle fee reversed, closed with a TOTAL record.     *
000650*****************************************************************
000660 FD  FEE-REGISTER-FILE
000670     RECORD CONTAINS 100 CHARACTERS.
000680 COPY CFEEREG.
000750
000760*****************************************************************
000970*****************************************************************
000980 FD  GL-JOURNAL-FILE
000990     RECORD CONTAINS 60 CHARACTERS.
001040 COPY CGLJRNL.
001090
001100 FD  PROOF-REPORT
001110     RECORD CONTAINS 80 CHARACTERS.
001570
001580*****************************************************************
001590* Fee register accumulation - the detail totals this run adds   *
001596* up itself and the figures off the register's TOTAL record,    *
001602* for the charges assessed and the prior-cycle fees reversed.   *
001608* Waiver entries are memos of fees never charged and post       *
001614* nothing. The journal is only released when they agree.        *
001620*****************************************************************
001630 01  WS-FEE-FIGURES.
001640   05  WS-FEE-MAINT-TOTAL                    PIC 9(11)V99
001720   05  WS-FEE-TOTAL-FOUND-SW                 PIC X(1)
001730       VALUE 'N'.
001740     88  FEE-TOTAL-FOUND                      VALUE 'Y'.
001741   05  WS-FEE-REV-MAINT-TOTAL                PIC 9(11)V99
001742       VALUE ZERO.
001743   05  WS-FEE-REV-EXCESS-TOTAL               PIC 9(11)V99
001744       VALUE ZERO.
001745   05  WS-FEE-REV-DETAIL-TOTAL               PIC 9(11)V99
001746       VALUE ZERO.
001747   05  WS-FEE-REV-REGISTER-TOTAL             PIC 9(11)V99
001748       VALUE ZERO.
001750
001760 01  WS-INT-FIGURES.
001770   05  WS-INT-ON-HAND-SW                     PIC X(1)
003110     END-IF.
003120     PERFORM FEEREG-READ.
003130     PERFORM UNTIL FEEREG-EOF
003135        EVALUATE TRUE
003140          WHEN FEE-REG-PID IS EQUAL TO 'TOTAL'
003145             MOVE 'Y' TO WS-FEE-TOTAL-FOUND-SW
003150             MOVE FEE-REG-TOTAL-FEE TO WS-FEE-REGISTER-TOTAL
003155             MOVE FEE-REG-REVERSAL-TOTAL
003160               TO WS-FEE-REV-REGISTER-TOTAL
003165          WHEN FEE-REG-WAIVER
003170             CONTINUE
003175          WHEN FEE-REG-REVERSAL
003180             ADD FEE-REG-MAINT-FEE TO WS-FEE-REV-MAINT-TOTAL
003185             ADD FEE-REG-EXCESS-FEE TO WS-FEE-REV-EXCESS-TOTAL
003190             ADD FEE-REG-TOTAL-FEE TO WS-FEE-REV-DETAIL-TOTAL
003195          WHEN OTHER
003200             ADD FEE-REG-MAINT-FEE TO WS-FEE-MAINT-TOTAL
003205             ADD FEE-REG-EXCESS-FEE TO WS-FEE-EXCESS-TOTAL
003210             ADD FEE-REG-TOTAL-FEE TO WS-FEE-DETAIL-TOTAL
003215        END-EVALUATE
003220        PERFORM FEEREG-READ
003230     END-PERFORM.
003240     CLOSE FEE-REGISTER-FILE.
003870          TO WS-CONSOLE-MESSAGE
003880        PERFORM ABORT-PROGRAM
003890     END-IF.
003891     IF WS-FEE-REV-DETAIL-TOTAL IS NOT EQUAL TO
003892          WS-FEE-REV-REGISTER-TOTAL
003894        MOVE 'FEEREG reversals disagree with TOTAL - refused'
003895          TO WS-CONSOLE-MESSAGE
003897        PERFORM ABORT-PROGRAM
003898     END-IF.
003900     IF INT-REGISTER-ON-HAND
003910        IF NOT INT-TOTAL-FOUND
003920           MOVE 'INTREG TOTAL record missing - refused'
004040*****************************************************************
004050* Cut the balanced entries - the assessed fees debit the        *
004060* customer settlement account and credit the two fee income     *
004065* accounts; reversed fees offset them, debiting the fee income  *
004070* they were taken to and crediting the customer settlement      *
004075* account; credited interest debits interest expense and        *
004080* credits the customer settlement account.                      *
004090*****************************************************************
004100 WRITE-JOURNAL-ENTRIES.
004230     MOVE WS-FEE-EXCESS-TOTAL TO GLJ-AMOUNT.
004240     MOVE 'EXCESS ACTIVITY FEES' TO GLJ-DESC.
004250     PERFORM WRITE-ONE-ENTRY.
004251     IF WS-FEE-REV-REGISTER-TOTAL IS GREATER THAN ZERO
004252        IF WS-FEE-REV-MAINT-TOTAL IS GREATER THAN ZERO
004253           MOVE 'FEEINCMN' TO GLJ-ACCOUNT
004254           MOVE 'D' TO GLJ-DR-CR
004255           MOVE WS-FEE-REV-MAINT-TOTAL TO GLJ-AMOUNT
004256           MOVE 'MAINT FEE REVERSALS' TO GLJ-DESC
004257           PERFORM WRITE-ONE-ENTRY
004258        END-IF
004259        IF WS-FEE-REV-EXCESS-TOTAL IS GREATER THAN ZERO
004260           MOVE 'FEEINCXS' TO GLJ-ACCOUNT
004261           MOVE 'D' TO GLJ-DR-CR
004262           MOVE WS-FEE-REV-EXCESS-TOTAL TO GLJ-AMOUNT
004263           MOVE 'EXCESS FEE REVERSALS' TO GLJ-DESC
004264           PERFORM WRITE-ONE-ENTRY
004265        END-IF
004266        MOVE 'DUECUST ' TO GLJ-ACCOUNT
004267        MOVE 'C' TO GLJ-DR-CR
004268        MOVE WS-FEE-REV-REGISTER-TOTAL TO GLJ-AMOUNT
004269        MOVE 'FEE REVERSALS' TO GLJ-DESC
004270        PERFORM WRITE-ONE-ENTRY
004271     END-IF.
004272     IF INT-REGISTER-ON-HAND
004273        MOVE 'INTEXPNS' TO GLJ-ACCOUNT
004280        MOVE 'D' TO GLJ-DR-CR
004290        MOVE WS-INT-REGISTER-TOTAL TO GLJ-AMOUNT
004300        MOVE 'DEPOSIT INTEREST' TO GLJ-DESC
