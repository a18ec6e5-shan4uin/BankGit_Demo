000170*              starting record number and the record count, so  *
000180*              a single-customer consumer can position itself   *
000190*              instead of scanning the whole file               *
000193*              Runs from the ZBNKFAN1 key file when it is       *
000196*              supplied, instead of the full extract            *
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.
000340            ACCESS MODE  IS SEQUENTIAL
000350            FILE STATUS  IS WS-EXTRACT-STATUS.
000360
000361     SELECT OPTIONAL EXTRACT-KEY-FILE
000362            ASSIGN       TO XTKEYS
000364            ORGANIZATION IS SEQUENTIAL
000365            ACCESS MODE  IS SEQUENTIAL
000367            FILE STATUS  IS WS-KEYS-STATUS.
000368
000370     SELECT EXTRACT-INDEX-FILE
000380            ASSIGN       TO EXTINDEX
000390            ORGANIZATION IS SEQUENTIAL
000460     RECORDING MODE IS V
000470     RECORD CONTAINS 66 TO 95 CHARACTERS.
000480 COPY CBANKXT1.
000481
000482*****************************************************************
000483* The extract key file ZBNKFAN1 cuts in its single pass of the  *
000484* extract - one type and PID per extract record, in extract     *
000485* order - so the records number the same as on the extract.     *
000486*****************************************************************
000487 FD  EXTRACT-KEY-FILE
000488     RECORD CONTAINS 10 CHARACTERS.
000489 COPY CEXTKEY.
000490
000500*****************************************************************
000510* The companion index. The extract holds each customer's        *
000690     10  WS-EXTRACT-STAT1                    PIC X(1).
000700     10  WS-EXTRACT-STAT2                    PIC X(1).
000710
000712   05  WS-KEYS-STATUS.
000714     10  WS-KEYS-STAT1                       PIC X(1).
000716     10  WS-KEYS-STAT2                       PIC X(1).
000718
000720   05  WS-INDEX-STATUS.
000730     10  WS-INDEX-STAT1                      PIC X(1).
000740     10  WS-INDEX-STAT2                      PIC X(1).
000860   05  WS-EOF-SW                             PIC X(1)
000870       VALUE 'N'.
000880     88  END-OF-EXTRACT                       VALUE 'Y'.
000881   05  WS-INPUT-SW                           PIC X(1)
000882       VALUE 'E'.
000883     88  INPUT-IS-EXTRACT                     VALUE 'E'.
000885     88  INPUT-IS-KEY-FILE                    VALUE 'K'.
000886   05  WS-KEY-TRAILER-SW                     PIC X(1)
000887       VALUE 'N'.
000888     88  KEY-TRAILER-FOUND                    VALUE 'Y'.
000890
000900   05  WS-RECORD-NO                          PIC 9(7)
000910       VALUE ZERO.
000990* close the run without opening one of their own.               *
001000*****************************************************************
001010 01  WS-RUN-STATE.
001013   05  WS-REC-TYPE                           PIC X(1).
001016   05  WS-REC-PID                            PIC X(5).
001020   05  WS-RUN-PID                            PIC X(5)
001030       VALUE LOW-VALUES.
001040   05  WS-RUN-START                          PIC 9(7)
001160* Walk the extract once, numbering the records and writing one  *
001170* index entry for every contiguous run of one customer's        *
001180* records.                                                      *
001183* When the fan-out's key file is supplied it is walked instead  *
001186* - it numbers the same and is a tenth of the size.             *
001190*****************************************************************
001200     PERFORM INPUT-OPEN.
001210     PERFORM INDEX-OPEN.
001220     PERFORM INPUT-READ.
001230     PERFORM UNTIL END-OF-EXTRACT
001240        ADD 1 TO WS-RECORD-NO
001250        PERFORM INDEX-ONE-RECORD
001260        PERFORM INPUT-READ
001270     END-PERFORM.
001275     PERFORM VERIFY-KEY-TRAILER.
001280     PERFORM CLOSE-CURRENT-RUN.
001290     PERFORM INDEX-CLOSE.
001300     PERFORM INPUT-CLOSE.
001310
001320     MOVE SPACES TO WS-CONSOLE-MESSAGE.
001330     STRING WS-ENTRIES-WRITTEN DELIMITED BY SIZE
001490*****************************************************************
001500 INDEX-ONE-RECORD.
001510     MOVE 'N' TO WS-REC-DETAIL-SW.
001520     EVALUATE WS-REC-TYPE
001530       WHEN '0'
001540       WHEN '1'
001550       WHEN '2'
001640          CONTINUE
001650     END-EVALUATE.
001660     IF RECORD-IS-DETAIL
001670        IF WS-REC-PID IS EQUAL TO WS-RUN-PID
001680           ADD 1 TO WS-RUN-COUNT
001690        ELSE
001700           PERFORM CLOSE-CURRENT-RUN
001710           MOVE WS-REC-PID TO WS-RUN-PID
001720           MOVE WS-RECORD-NO TO WS-RUN-START
001730           MOVE 1 TO WS-RUN-COUNT
001740        END-IF
002090
002100 INDEX-CLOSE.
002110     CLOSE EXTRACT-INDEX-FILE.
002111
002112*****************************************************************
002113* Open the input - the fan-out's key file when it was supplied, *
002114* otherwise the extract itself.                                 *
002115*****************************************************************
002116 INPUT-OPEN.
002117     OPEN INPUT EXTRACT-KEY-FILE.
002118     IF WS-KEYS-STATUS IS EQUAL TO '00'
002119        MOVE 'K' TO WS-INPUT-SW
002120        MOVE 'XTKEYS file opened OK - extract not read'
002121          TO WS-CONSOLE-MESSAGE
002122        PERFORM DISPLAY-CONSOLE-MESSAGE
002123     ELSE
002124        IF WS-KEYS-STATUS IS EQUAL TO '05'
002125           CLOSE EXTRACT-KEY-FILE
002126           MOVE 'E' TO WS-INPUT-SW
002127           PERFORM EXTRACT-OPEN
002128        ELSE
002129           MOVE 'XTKEYS file open failure...'
002130             TO WS-CONSOLE-MESSAGE
002131           PERFORM DISPLAY-CONSOLE-MESSAGE
002132           MOVE WS-KEYS-STATUS TO WS-IO-STATUS
002133           PERFORM DISPLAY-IO-STATUS
002134           PERFORM ABORT-PROGRAM
002135        END-IF
002136     END-IF.
002137
002138*****************************************************************
002139* Read the next record's type and PID off whichever input is    *
002140* in use.                                                       *
002141*****************************************************************
002142 INPUT-READ.
002143     IF INPUT-IS-KEY-FILE
002144        PERFORM KEY-FILE-READ
002145     ELSE
002146        PERFORM EXTRACT-READ
002147        IF NOT END-OF-EXTRACT
002148           MOVE BANKXT01-0-TYPE TO WS-REC-TYPE
002149           MOVE BANKXT01-1-PID TO WS-REC-PID
002150        END-IF
002151     END-IF.
002152
002153 INPUT-CLOSE.
002154     IF INPUT-IS-KEY-FILE
002155        CLOSE EXTRACT-KEY-FILE
002156     ELSE
002157        PERFORM EXTRACT-CLOSE
002158     END-IF.
002159
002160 KEY-FILE-READ.
002161     READ EXTRACT-KEY-FILE
002162        AT END
002163           MOVE 'Y' TO WS-EOF-SW
002164     END-READ.
002165     IF NOT END-OF-EXTRACT
002166        IF WS-KEYS-STATUS IS NOT EQUAL TO '00'
002167           MOVE 'XTKEYS Error reading file ...'
002168             TO WS-CONSOLE-MESSAGE
002169           PERFORM DISPLAY-CONSOLE-MESSAGE
002170           MOVE WS-KEYS-STATUS TO WS-IO-STATUS
002171           PERFORM DISPLAY-IO-STATUS
002172           PERFORM ABORT-PROGRAM
002173        END-IF
002174        MOVE XKY-TYPE TO WS-REC-TYPE
002175        MOVE XKY-PID TO WS-REC-PID
002176        IF XKY-TYPE IS EQUAL TO 'T'
002177           MOVE 'Y' TO WS-KEY-TRAILER-SW
002178        END-IF
002179     END-IF.
002180
002181*****************************************************************
002182* ZBNKFAN1 writes the trailer's key only once it has checked    *
002183* the extract's run-control records, so a key file without one  *
002184* was cut from an extract that was refused, or was cut short.   *
002185*****************************************************************
002186 VERIFY-KEY-TRAILER.
002187     IF INPUT-IS-KEY-FILE
002188      AND NOT KEY-TRAILER-FOUND
002189        MOVE 'XTKEYS file trailer missing - file refused'
002190          TO WS-CONSOLE-MESSAGE
002191        PERFORM ABORT-PROGRAM
002192     END-IF.
002193
002194*****************************************************************
002195* Open the extract file produced by ZBNKEXT1 as input.          *
002196*****************************************************************
002197 EXTRACT-OPEN.
002198     OPEN INPUT EXTRACT-FILE.
002199     IF WS-EXTRACT-STATUS = '00'
002200        MOVE 'EXTRACT file opened OK'
002201          TO WS-CONSOLE-MESSAGE
002210        PERFORM DISPLAY-CONSOLE-MESSAGE
002220     ELSE
002230        MOVE 'EXTRACT file open failure...'
