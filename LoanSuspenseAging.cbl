000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LoanSuspenseAging.
000300 AUTHOR.        LENDING-SYSTEMS-GROUP.
000400 INSTALLATION.  RETAIL-BANKING-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*  2026-10-15  LSG  ORIGINAL VERSION - AGED UNAPPLIED-RECEIPTS
001000*                   SUSPENSE REPORT.
001100*-----------------------------------------------------------*
001200* READS THE SUSPENSE FILE END TO END AND, FOR EVERY ITEM STILL
001300* OPEN, WORKS OUT HOW MANY DAYS IT HAS SAT IN SUSPENSE SINCE
001400* THE POSTING BATCH PARKED IT, STAMPS THAT AGE BACK ON THE
001500* ITEM, AND LISTS IT - OLDEST PARKING DATE FIRST - WITH THE
001600* RECEIPT DATE, AMOUNT, THE LOAN ID THE RECEIPT CARRIED AND
001700* WHY IT COULD NOT BE APPLIED. THE SUMMARY BUCKETS THE OPEN
001800* ITEMS 0-30, 31-60, 61-90 AND OVER 90 DAYS BY COUNT AND
001900* AMOUNT, SO OPERATIONS CAN CHASE THE OLD MONEY FIRST. THE
002000* GRAND TOTAL IS THE SUSPENSE HOLDING THE GL SHOULD CARRY.
002100* CLEARED ITEMS ARE COUNTED BUT NOT LISTED.
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS DYNAMIC
002900         RECORD KEY IS SP-SUSPENSE-KEY
003000         FILE STATUS IS WS-SUSPENSE-STATUS.
003100     SELECT SUSPENSE-AGING-RPT ASSIGN TO SUSPRPT
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-SUSPRPT-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  SUSPENSE-FILE.
003800 01  SUSPENSE-REC.
003900     COPY SUSPENSE.
004000
004100 FD  SUSPENSE-AGING-RPT.
004200 01  SUSPENSE-REPORT-LINE   PIC X(110).
004300
004400 WORKING-STORAGE SECTION.
004500*-----------------------------------------------------------*
004600* SWITCHES AND STATUS FIELDS.
004700*-----------------------------------------------------------*
004800 01  WS-SUSPENSE-STATUS     PIC X(02).
004900     88  SUSPENSE-OK                VALUE '00'.
005000 01  WS-SUSPRPT-STATUS      PIC X(02).
005100     88  SUSPRPT-OK                 VALUE '00'.
005200 01  WS-EOF-SWITCH          PIC X(01).
005300     88  END-OF-SUSPENSE            VALUE 'Y'.
005400 01  WS-SUSPENSE-OPEN-SWITCH PIC X(01).
005500     88  SUSPENSE-FILE-OPEN         VALUE 'Y'.
005600
005700*-----------------------------------------------------------*
005800* REPORTING DAY.
005900*-----------------------------------------------------------*
006000 01  WS-RUN-DATE            PIC 9(08).
006100 01  WS-RUN-DAY-NUMBER      PIC 9(07)  COMP.
006200
006300*-----------------------------------------------------------*
006400* AGE BUCKETS - 1 IS 0-30 DAYS, 2 IS 31-60, 3 IS 61-90 AND
006500* 4 IS OVER 90.
006600*-----------------------------------------------------------*
006700 01  AB-BUCKET-TABLE.
006800     05  AB-ENTRY OCCURS 4 TIMES INDEXED BY AB-IDX.
006900         10  AB-COUNT           PIC 9(07) COMP.
007000         10  AB-AMOUNT          PIC 9(13)V99.
007100 01  AB-SUB                 PIC 9(01) COMP.
007200
007300*-----------------------------------------------------------*
007400* RUN COUNTERS AND TOTALS.
007500*-----------------------------------------------------------*
007600 01  WS-READ-COUNT          PIC 9(07)  COMP.
007700 01  WS-OPEN-COUNT          PIC 9(07)  COMP.
007800 01  WS-OPEN-TOTAL          PIC 9(13)V99.
007900 01  WS-CLEARED-COUNT       PIC 9(07)  COMP.
008000
008100*-----------------------------------------------------------*
008200* DAY-NUMBER WORK FIELDS. 8000-COMPUTE-DAY-NUMBER TURNS THE
008300* YYYYMMDD DATE IN DN-DATE INTO A CONTINUOUS DAY COUNT, SO
008400* TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.
008500* THE YEAR IS TAKEN FROM MARCH, SO A LEAP DAY FALLS AT THE
008600* END OF THE COUNTING YEAR.
008700*-----------------------------------------------------------*
008800 01  DN-DATE                PIC 9(08).
008900 01  DN-DATE-SPLIT REDEFINES DN-DATE.
009000     05  DN-YYYY            PIC 9(04).
009100     05  DN-MM              PIC 9(02).
009200     05  DN-DD              PIC 9(02).
009300 01  DN-YEAR                PIC 9(04)  COMP.
009400 01  DN-MONTH               PIC 9(02)  COMP.
009500 01  DN-LEAP-4              PIC 9(04)  COMP.
009600 01  DN-LEAP-100            PIC 9(04)  COMP.
009700 01  DN-LEAP-400            PIC 9(04)  COMP.
009800 01  DN-MONTH-WORK          PIC 9(05)  COMP.
009900 01  DN-MONTH-DAYS          PIC 9(03)  COMP.
010000 01  DN-DAY-NUMBER          PIC 9(07)  COMP.
010100
010200*-----------------------------------------------------------*
010300* REPORT LINE LAYOUTS.
010400*-----------------------------------------------------------*
010500 01  SR-HEADER-LINE.
010600     05  FILLER             PIC X(35)
010700         VALUE "AGED UNAPPLIED RECEIPTS SUSPENSE - ".
010800     05  SR-HEADER-DATE     PIC 9(08).
010900 01  SR-COLUMN-LINE.
011000     05  FILLER             PIC X(41)
011100         VALUE "PARKED        SEQ  RECEIVED      AMOUNT  ".
011200     05  FILLER             PIC X(37)
011300         VALUE " DAYS  LOAN ID ON RECEIPT         WHY".
011400 01  SR-DETAIL-LINE.
011500     05  SR-PARKED-DATE     PIC 9(08).
011600     05  FILLER             PIC X(02) VALUE SPACES.
011700     05  SR-RECEIPT-SEQ     PIC Z(6)9.
011800     05  FILLER             PIC X(02) VALUE SPACES.
011900     05  SR-RECEIPT-DATE    PIC 9(08).
012000     05  FILLER             PIC X(02) VALUE SPACES.
012100     05  SR-AMOUNT          PIC Z(6)9.99.
012200     05  FILLER             PIC X(02) VALUE SPACES.
012300     05  SR-DAYS            PIC Z(4)9.
012400     05  FILLER             PIC X(02) VALUE SPACES.
012500     05  SR-BAD-LOAN-ID     PIC X(25).
012600     05  FILLER             PIC X(02) VALUE SPACES.
012700     05  SR-REASON          PIC X(14).
012800 01  SR-BUCKET-LINE.
012900     05  SR-BUCKET-LABEL    PIC X(25).
013000     05  SR-BUCKET-COUNT    PIC Z(6)9.
013100     05  FILLER             PIC X(04) VALUE SPACES.
013200     05  SR-BUCKET-AMOUNT   PIC Z(12)9.99.
013300 01  SR-TOTAL-LINE.
013400     05  SR-TOTAL-LABEL     PIC X(25).
013500     05  SR-TOTAL-COUNT     PIC Z(6)9.
013600
013700 PROCEDURE DIVISION.
013800*===========================================================*
013900 0000-MAINLINE.
014000*===========================================================*
014100     PERFORM 1000-INITIALIZE.
014200     PERFORM 2000-AGE-ONE-ITEM
014300         UNTIL END-OF-SUSPENSE.
014400     PERFORM 4000-PRINT-SUMMARY.
014500     PERFORM 5000-TERMINATE.
014600     STOP RUN.
014700
014800*===========================================================*
014900 1000-INITIALIZE.
015000*===========================================================*
015100     MOVE 'N'  TO WS-EOF-SWITCH.
015200     MOVE 'N'  TO WS-SUSPENSE-OPEN-SWITCH.
015300     MOVE ZERO TO WS-READ-COUNT.
015400     MOVE ZERO TO WS-OPEN-COUNT.
015500     MOVE ZERO TO WS-OPEN-TOTAL.
015600     MOVE ZERO TO WS-CLEARED-COUNT.
015700     PERFORM 1100-INIT-BUCKET-ENTRY
015800         VARYING AB-SUB FROM 1 BY 1
015900         UNTIL AB-SUB > 4.
016000
016100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016200     MOVE WS-RUN-DATE TO DN-DATE.
016300     PERFORM 8000-COMPUTE-DAY-NUMBER.
016400     MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
016500
016600     OPEN OUTPUT SUSPENSE-AGING-RPT.
016700     MOVE WS-RUN-DATE     TO SR-HEADER-DATE.
016800     MOVE SR-HEADER-LINE  TO SUSPENSE-REPORT-LINE.
016900     WRITE SUSPENSE-REPORT-LINE.
017000     MOVE SPACES          TO SUSPENSE-REPORT-LINE.
017100     WRITE SUSPENSE-REPORT-LINE.
017200     MOVE SR-COLUMN-LINE  TO SUSPENSE-REPORT-LINE.
017300     WRITE SUSPENSE-REPORT-LINE.
017400
017500*    THE FILE IS OPENED I-O BECAUSE EACH OPEN ITEM'S AGE IS
017600*    STAMPED BACK ON IT. A MISSING SUSPENSE FILE JUST MEANS
017700*    NOTHING HAS EVER BEEN PARKED - THE REPORT PRINTS EMPTY.
017800     OPEN I-O SUSPENSE-FILE.
017900     IF NOT SUSPENSE-OK
018000         DISPLAY "Suspense file not available - status ",
018100             WS-SUSPENSE-STATUS, " - nothing in suspense."
018200         MOVE 'Y' TO WS-EOF-SWITCH
018300     ELSE
018400         MOVE 'Y' TO WS-SUSPENSE-OPEN-SWITCH
018500         MOVE LOW-VALUES TO SP-SUSPENSE-KEY
018600         START SUSPENSE-FILE
018700             KEY IS GREATER THAN OR EQUAL TO SP-SUSPENSE-KEY
018800             INVALID KEY
018900                 MOVE 'Y' TO WS-EOF-SWITCH
019000         END-START
019100         PERFORM 2100-READ-SUSPENSE
019200     END-IF.
019300
019400*===========================================================*
019500 1100-INIT-BUCKET-ENTRY.
019600*===========================================================*
019700     MOVE ZERO TO AB-COUNT(AB-SUB).
019800     MOVE ZERO TO AB-AMOUNT(AB-SUB).
019900
020000*===========================================================*
020100 2000-AGE-ONE-ITEM.
020200*    A CLEARED ITEM KEEPS THE AGE IT WAS FROZEN AT. AN OPEN
020300*    ONE IS RE-AGED TO TODAY, REWRITTEN, BUCKETED AND LISTED.
020400*===========================================================*
020500     ADD 1 TO WS-READ-COUNT.
020600
020700     IF SP-ITEM-CLEARED
020800         ADD 1 TO WS-CLEARED-COUNT
020900     ELSE
021000         MOVE SP-PARKED-DATE TO DN-DATE
021100         PERFORM 8000-COMPUTE-DAY-NUMBER
021200         IF WS-RUN-DAY-NUMBER > DN-DAY-NUMBER
021300             COMPUTE SP-DAYS-IN-SUSPENSE =
021400                 WS-RUN-DAY-NUMBER - DN-DAY-NUMBER
021500         ELSE
021600             MOVE ZERO TO SP-DAYS-IN-SUSPENSE
021700         END-IF
021800         REWRITE SUSPENSE-REC
021900             INVALID KEY
022000                 CONTINUE
022100         END-REWRITE
022200
022300         IF SP-DAYS-IN-SUSPENSE > 90
022400             MOVE 4 TO AB-SUB
022500         ELSE
022600             IF SP-DAYS-IN-SUSPENSE > 60
022700                 MOVE 3 TO AB-SUB
022800             ELSE
022900                 IF SP-DAYS-IN-SUSPENSE > 30
023000                     MOVE 2 TO AB-SUB
023100                 ELSE
023200                     MOVE 1 TO AB-SUB
023300                 END-IF
023400             END-IF
023500         END-IF
023600         ADD 1         TO AB-COUNT(AB-SUB)
023700         ADD SP-AMOUNT TO AB-AMOUNT(AB-SUB)
023800         ADD 1         TO WS-OPEN-COUNT
023900         ADD SP-AMOUNT TO WS-OPEN-TOTAL
024000         PERFORM 3000-PRINT-DETAIL-LINE
024100     END-IF.
024200
024300     PERFORM 2100-READ-SUSPENSE.
024400
024500*===========================================================*
024600 2100-READ-SUSPENSE.
024700*===========================================================*
024800     READ SUSPENSE-FILE NEXT RECORD
024900         AT END
025000             MOVE 'Y' TO WS-EOF-SWITCH
025100     END-READ.
025200     IF NOT SUSPENSE-OK AND NOT END-OF-SUSPENSE
025300         MOVE 'Y' TO WS-EOF-SWITCH
025400     END-IF.
025500
025600*===========================================================*
025700 3000-PRINT-DETAIL-LINE.
025800*===========================================================*
025900     MOVE SPACES              TO SR-DETAIL-LINE.
026000     MOVE SP-PARKED-DATE      TO SR-PARKED-DATE.
026100     MOVE SP-RECEIPT-SEQ      TO SR-RECEIPT-SEQ.
026200     MOVE SP-RECEIPT-DATE     TO SR-RECEIPT-DATE.
026300     MOVE SP-AMOUNT           TO SR-AMOUNT.
026400     MOVE SP-DAYS-IN-SUSPENSE TO SR-DAYS.
026500     MOVE SP-BAD-LOAN-ID      TO SR-BAD-LOAN-ID.
026600     IF SP-LOAN-NOT-DISBURSED
026700         MOVE "NOT DISBURSED" TO SR-REASON
026800     ELSE
026900         MOVE "NO SUCH LOAN"  TO SR-REASON
027000     END-IF.
027100     MOVE SR-DETAIL-LINE      TO SUSPENSE-REPORT-LINE.
027200     WRITE SUSPENSE-REPORT-LINE.
027300
027400*===========================================================*
027500 4000-PRINT-SUMMARY.
027600*===========================================================*
027700     MOVE SPACES TO SUSPENSE-REPORT-LINE.
027800     WRITE SUSPENSE-REPORT-LINE.
027900     MOVE "OPEN ITEMS BY AGE" TO SUSPENSE-REPORT-LINE.
028000     WRITE SUSPENSE-REPORT-LINE.
028100
028200     MOVE "0-30 DAYS"        TO SR-BUCKET-LABEL.
028300     MOVE 1                  TO AB-SUB.
028400     PERFORM 4100-PRINT-BUCKET-LINE.
028500     MOVE "31-60 DAYS"       TO SR-BUCKET-LABEL.
028600     MOVE 2                  TO AB-SUB.
028700     PERFORM 4100-PRINT-BUCKET-LINE.
028800     MOVE "61-90 DAYS"       TO SR-BUCKET-LABEL.
028900     MOVE 3                  TO AB-SUB.
029000     PERFORM 4100-PRINT-BUCKET-LINE.
029100     MOVE "OVER 90 DAYS"     TO SR-BUCKET-LABEL.
029200     MOVE 4                  TO AB-SUB.
029300     PERFORM 4100-PRINT-BUCKET-LINE.
029400
029500     MOVE SPACES             TO SR-BUCKET-LINE.
029600     MOVE "TOTAL IN SUSPENSE" TO SR-BUCKET-LABEL.
029700     MOVE WS-OPEN-COUNT      TO SR-BUCKET-COUNT.
029800     MOVE WS-OPEN-TOTAL      TO SR-BUCKET-AMOUNT.
029900     MOVE SR-BUCKET-LINE     TO SUSPENSE-REPORT-LINE.
030000     WRITE SUSPENSE-REPORT-LINE.
030100
030200     MOVE SPACES             TO SR-TOTAL-LINE.
030300     MOVE "ITEMS CLEARED TO DATE" TO SR-TOTAL-LABEL.
030400     MOVE WS-CLEARED-COUNT   TO SR-TOTAL-COUNT.
030500     MOVE SR-TOTAL-LINE      TO SUSPENSE-REPORT-LINE.
030600     WRITE SUSPENSE-REPORT-LINE.
030700
030800*===========================================================*
030900 4100-PRINT-BUCKET-LINE.
031000*    THE CALLER SETS THE LABEL AND THE BUCKET SUBSCRIPT.
031100*===========================================================*
031200     MOVE AB-COUNT(AB-SUB)   TO SR-BUCKET-COUNT.
031300     MOVE AB-AMOUNT(AB-SUB)  TO SR-BUCKET-AMOUNT.
031400     MOVE SR-BUCKET-LINE     TO SUSPENSE-REPORT-LINE.
031500     WRITE SUSPENSE-REPORT-LINE.
031600
031700*===========================================================*
031800 5000-TERMINATE.
031900*===========================================================*
032000     IF SUSPENSE-FILE-OPEN
032100         CLOSE SUSPENSE-FILE
032200     END-IF.
032300     CLOSE SUSPENSE-AGING-RPT.
032400
032500     DISPLAY "*******************************************".
032600     DISPLAY " Suspense items read:  ", WS-READ-COUNT.
032700     DISPLAY " Open items:           ", WS-OPEN-COUNT.
032800     DISPLAY " Open amount:          ", WS-OPEN-TOTAL.
032900     DISPLAY " Cleared items:        ", WS-CLEARED-COUNT.
033000     DISPLAY "*******************************************".
033100
033200*===========================================================*
033300 8000-COMPUTE-DAY-NUMBER.
033400*    DN-DATE IN, DN-DAY-NUMBER OUT. COUNTING THE YEAR FROM
033500*    MARCH PUTS FEBRUARY LAST, SO THE LEAP-YEAR RULE IS JUST
033600*    THE QUARTER-, CENTURY- AND 400-YEAR COUNTS OF THE YEAR.
033700*===========================================================*
033800     IF DN-MM < 3
033900         COMPUTE DN-YEAR  = DN-YYYY - 1
034000         COMPUTE DN-MONTH = DN-MM + 9
034100     ELSE
034200         MOVE DN-YYYY TO DN-YEAR
034300         COMPUTE DN-MONTH = DN-MM - 3
034400     END-IF.
034500     DIVIDE DN-YEAR BY 4   GIVING DN-LEAP-4.
034600     DIVIDE DN-YEAR BY 100 GIVING DN-LEAP-100.
034700     DIVIDE DN-YEAR BY 400 GIVING DN-LEAP-400.
034800     COMPUTE DN-MONTH-WORK = 153 * DN-MONTH + 2.
034900     DIVIDE DN-MONTH-WORK BY 5 GIVING DN-MONTH-DAYS.
035000     COMPUTE DN-DAY-NUMBER =
035100         365 * DN-YEAR + DN-LEAP-4 - DN-LEAP-100
035200             + DN-LEAP-400 + DN-MONTH-DAYS + DN-DD.
