000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LoanAccrual.
000300 AUTHOR.        LENDING-SYSTEMS-GROUP.
000400 INSTALLATION.  RETAIL-BANKING-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*  2026-10-15  LSG  ORIGINAL VERSION - NIGHTLY DAILY INTEREST
001000*                   ACCRUAL PER LOAN, REVERSED AS EMI CYCLES
001100*                   COLLECT IT, WITH NPA LOANS ACCRUING TO
001200*                   INTEREST SUSPENSE INSTEAD OF INCOME.
001300*-----------------------------------------------------------*
001400* THIS JOB RUNS IN THE NIGHTLY STREAM AFTER PROVISIONING AND
001500* BEFORE THE GL EXTRACT, AND KEEPS THE ACCRUAL FILE - ONE ROW
001600* PER LOAN WITH THE INTEREST ACCRUED TO DATE AND NOT YET
001700* COLLECTED, AND THE INTEREST HELD IN SUSPENSE.
001800*
001900* FIRST IT READS THE DAY'S LEDGER ROWS: THE INTEREST SPLIT OF
002000* EVERY EMI CYCLE APPLIED TODAY IS INTEREST COLLECTED, AND THE
002100* INTEREST SPLIT OF EVERY CYCLE A RETURNED DEBIT TOOK BACK
002200* TODAY IS A COLLECTION UNDONE. THEN IT READS THE LOAN MASTER.
002300* EVERY DISBURSED LOAN WITH A BALANCE ACCRUES A DAY'S INTEREST
002400* AT ITS OWN RATE FOR EACH DAY SINCE IT WAS LAST ACCRUED -
002500* FROM ITS LAST RECEIPT OR ITS DISBURSEMENT THE FIRST TIME -
002600* EXCEPT THROUGH A GRANTED EMI HOLIDAY, WHOSE INTEREST THE
002700* CALCULATOR ALREADY CAPITALIZED. A LOAN FLAGGED
002800* NON-PERFORMING ON THE DELINQUENCY HISTORY ACCRUES TO
002900* SUSPENSE, NOT INCOME, AND THE DAY IT TURNS NPA ANY ACCRUED
003000* INCOME STILL UNCOLLECTED IS REVERSED INTO SUSPENSE TOO.
003100*
003200* INTEREST COLLECTED RELEASES THE SUSPENSE FIRST AND THEN
003300* REVERSES THE ACCRUAL; A COLLECTION BEYOND WHAT HAS ACCRUED
003400* IS ACCRUED ON THE SPOT FIRST, SO INCOME IS NEVER LESS THAN
003500* THE INTEREST ACTUALLY RECEIVED. A LOAN THAT HAS CLOSED, BEEN
003600* WRITTEN OFF OR PAID DOWN TO NOTHING HAS WHATEVER IS LEFT
003700* REVERSED AND RELEASED.
003800*
003900* THE DAY'S MOVEMENTS STAY ON EACH ROW WITH THE RUN DATE FOR
004000* THE GL EXTRACT, WHICH EMITS THEM AS ACR, ACV, ISP, ISR AND
004100* RVI DETAILS. THE ACCRUAL REPORT LISTS EVERY LOAN THAT MOVED,
004200* TOTALS EACH CODE FROM THE VERY ROWS THE GL EXTRACT WILL
004300* READ, AND PROVES THE ACCRUED AND SUSPENSE BALANCES FORWARD
004400* FROM WHAT THEY WERE BEFORE THE RUN.
004500*-----------------------------------------------------------*
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS LM-LOAN-ID
005300         ALTERNATE RECORD KEY IS LM-CUSTOMER-ID
005400             WITH DUPLICATES
005500         FILE STATUS IS WS-LOANMAST-STATUS.
005600     SELECT DELNQ-HISTORY-FILE ASSIGN TO DELNQHST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS DH-LOAN-ID
006000         FILE STATUS IS WS-DELNQHST-STATUS.
006100     SELECT LEDGER-FILE ASSIGN TO LOANLDGR
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-LEDGER-STATUS.
006400     SELECT ACCRUAL-FILE ASSIGN TO ACCRUAL
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS AC-LOAN-ID
006800         FILE STATUS IS WS-ACCRUAL-STATUS.
006900     SELECT ACCRUAL-REPORT ASSIGN TO ACCRRPT
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-ACCRRPT-STATUS.
007200     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS RN-JOB-NAME
007600         FILE STATUS IS WS-RUNCTL-STATUS.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  LOAN-MASTER-FILE.
008100 01  LOAN-MASTER-REC.
008200     COPY LOANMAST.
008300
008400 FD  DELNQ-HISTORY-FILE.
008500 01  DELNQ-HISTORY-REC.
008600     COPY DELNQHST.
008700
008800 FD  LEDGER-FILE.
008900 01  LEDGER-REC.
009000     COPY LOANLDGR.
009100
009200 FD  ACCRUAL-FILE.
009300 01  ACCRUAL-REC.
009400     COPY ACCRUAL.
009500
009600 FD  ACCRUAL-REPORT.
009700 01  ACCR-REPORT-LINE       PIC X(132).
009800
009900 FD  RUN-CONTROL-FILE.
010000 01  RUN-CONTROL-REC.
010100     COPY RUNCTL.
010200
010300 WORKING-STORAGE SECTION.
010400*-----------------------------------------------------------*
010500* SWITCHES AND STATUS FIELDS.
010600*-----------------------------------------------------------*
010700 01  WS-LOANMAST-STATUS     PIC X(02).
010800     88  LOANMAST-OK                VALUE '00' '02'.
010900 01  WS-DELNQHST-STATUS     PIC X(02).
011000     88  DELNQHST-OK                VALUE '00' '02'.
011100     88  DELNQHST-NOT-FOUND         VALUE '35'.
011200     88  DELNQHST-RECORD-NOT-FOUND  VALUE '23'.
011300 01  WS-LEDGER-STATUS       PIC X(02).
011400     88  LEDGER-OK                  VALUE '00'.
011500     88  LEDGER-NOT-FOUND           VALUE '35'.
011600 01  WS-ACCRUAL-STATUS      PIC X(02).
011700     88  ACCRUAL-OK                 VALUE '00' '02'.
011800     88  ACCRUAL-NOT-FOUND          VALUE '35'.
011900     88  ACCRUAL-RECORD-NOT-FOUND   VALUE '23'.
012000 01  WS-ACCRRPT-STATUS      PIC X(02).
012100     88  ACCRRPT-OK                 VALUE '00'.
012200 01  WS-RUNCTL-STATUS       PIC X(02).
012300     88  RUNCTL-OK                  VALUE '00'.
012400     88  RUNCTL-NOT-FOUND           VALUE '35'.
012500     88  RUNCTL-RECORD-NOT-FOUND    VALUE '23'.
012600 01  WS-RUNCTL-ROW-SWITCH   PIC X(01).
012700     88  RUNCTL-ROW-EXISTS          VALUE 'Y'.
012800 01  Force-Response         PIC X(01).
012900     88  FORCE-RERUN                VALUE 'Y' 'y'.
013000 01  WS-EOF-SWITCH          PIC X(01).
013100     88  END-OF-LOAN-MASTER         VALUE 'Y'.
013200 01  WS-LEDGER-EOF-SWITCH   PIC X(01).
013300     88  END-OF-LEDGER              VALUE 'Y'.
013400 01  WS-ACCRUAL-EOF-SWITCH  PIC X(01).
013500     88  END-OF-ACCRUALS            VALUE 'Y'.
013600 01  WS-DELNQHST-OPEN-SWITCH PIC X(01).
013700     88  DELNQ-HISTORY-OPEN         VALUE 'Y'.
013800 01  WS-LEDGER-OPEN-SWITCH  PIC X(01).
013900     88  LEDGER-OPEN                VALUE 'Y'.
014000 01  WS-AC-ROW-SWITCH       PIC X(01).
014100     88  AC-ROW-EXISTS              VALUE 'Y'.
014200 01  WS-ON-BOOK-SWITCH      PIC X(01).
014300     88  LOAN-ON-BOOK               VALUE 'Y'.
014400 01  WS-NPA-SWITCH          PIC X(01).
014500     88  LOAN-IS-NPA                VALUE 'Y'.
014600 01  WS-ROW-MOVED-SWITCH    PIC X(01).
014700     88  ROW-MOVED                  VALUE 'Y'.
014800
014900*-----------------------------------------------------------*
015000* RUN DATE AND TIME. THE TIME IS STAMPED ON EVERY ROW THIS
015100* RUN TOUCHES, SO A ROW MET A SECOND TIME IN THE SAME RUN
015200* (A COLLECTION ON THE LEDGER PASS, THEN THE ACCRUAL ON THE
015300* MASTER PASS) IS TOLD APART FROM ONE LEFT BY AN EARLIER RUN
015400* ON THE SAME DATE.
015500*-----------------------------------------------------------*
015600 01  WS-RUN-DATE            PIC 9(08).
015700 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
015800     05  WS-RUN-YYYYMM      PIC 9(06).
015900     05  FILLER             PIC 9(02).
016000 01  WS-RUN-TIME            PIC 9(08).
016100 01  WS-HOLIDAY-DATE        PIC 9(08).
016200 01  WS-HOLIDAY-SPLIT REDEFINES WS-HOLIDAY-DATE.
016300     05  WS-HOLIDAY-YYYYMM  PIC 9(06).
016400     05  FILLER             PIC 9(02).
016500 01  WS-RUN-DAY-NUMBER      PIC 9(07)  COMP.
016600 01  WS-FROM-DATE           PIC 9(08).
016700
016800*-----------------------------------------------------------*
016900* DAY-NUMBER WORK FIELDS - 7000-COMPUTE-DAY-NUMBER TURNS THE
017000* YYYYMMDD DATE IN DN-DATE INTO A CONTINUOUS DAY COUNT, SO
017100* TWO DATES CAN BE SUBTRACTED WITHOUT A CALENDAR TABLE.
017200* THE YEAR IS TAKEN FROM MARCH, SO A LEAP DAY FALLS AT THE
017300* END OF THE COUNTING YEAR AND NEEDS NO SPECIAL CASE.
017400*-----------------------------------------------------------*
017500 01  DN-DATE                PIC 9(08).
017600 01  DN-DATE-SPLIT REDEFINES DN-DATE.
017700     05  DN-YYYY            PIC 9(04).
017800     05  DN-MM              PIC 9(02).
017900     05  DN-DD              PIC 9(02).
018000 01  DN-YEAR                PIC 9(04)  COMP.
018100 01  DN-MONTH               PIC 9(02)  COMP.
018200 01  DN-LEAP-4              PIC 9(04)  COMP.
018300 01  DN-LEAP-100            PIC 9(04)  COMP.
018400 01  DN-LEAP-400            PIC 9(04)  COMP.
018500 01  DN-MONTH-WORK          PIC 9(05)  COMP.
018600 01  DN-MONTH-DAYS          PIC 9(03)  COMP.
018700 01  DN-DAY-NUMBER          PIC 9(07)  COMP.
018800
018900*-----------------------------------------------------------*
019000* PER-LOAN WORK FIELDS.
019100*-----------------------------------------------------------*
019200 01  WS-DAYS-TO-ACCRUE      PIC 9(05)  COMP.
019300 01  WS-ACCRUAL-AMOUNT      PIC 9(7)V99.
019400 01  WS-COLLECTED           PIC 9(7)V99.
019500 01  WS-RELEASE-AMOUNT      PIC 9(7)V99.
019600 01  WS-TRUE-UP-AMOUNT      PIC 9(7)V99.
019700
019800*-----------------------------------------------------------*
019900* RUN COUNTERS.
020000*-----------------------------------------------------------*
020100 01  WS-LEDGER-ROWS-USED    PIC 9(07)  COMP.
020200 01  WS-RECORD-COUNT        PIC 9(07)  COMP.
020300 01  WS-ACCRUING-COUNT      PIC 9(07)  COMP.
020400 01  WS-NPA-COUNT           PIC 9(07)  COMP.
020500 01  WS-HOLIDAY-COUNT       PIC 9(07)  COMP.
020600 01  WS-CLEARED-COUNT       PIC 9(07)  COMP.
020700 01  WS-WRITE-ERROR-COUNT   PIC 9(07)  COMP.
020800
020900*-----------------------------------------------------------*
021000* REPORT TOTALS - TAKEN ON THE FINAL PASS OVER THE ACCRUAL
021100* FILE FROM THE ROWS STAMPED WITH THE RUN DATE, THE SAME
021200* ROWS THE GL EXTRACT SELECTS, SO EACH CODE'S TOTAL IS THE
021300* AMOUNT THE GL FILE WILL CARRY FOR IT. THE OPENING AND
021400* CLOSING BALANCES COVER EVERY ROW ON THE FILE.
021500*-----------------------------------------------------------*
021600 01  WS-MOVED-COUNT         PIC 9(07)  COMP.
021700 01  WS-ACR-COUNT           PIC 9(07)  COMP.
021800 01  WS-ACV-COUNT           PIC 9(07)  COMP.
021900 01  WS-ISP-COUNT           PIC 9(07)  COMP.
022000 01  WS-ISR-COUNT           PIC 9(07)  COMP.
022100 01  WS-RVI-COUNT           PIC 9(07)  COMP.
022200 01  WS-ACR-TOTAL           PIC 9(13)V99.
022300 01  WS-ACV-TOTAL           PIC 9(13)V99.
022400 01  WS-ISP-TOTAL           PIC 9(13)V99.
022500 01  WS-ISR-TOTAL           PIC 9(13)V99.
022600 01  WS-RVI-TOTAL           PIC 9(13)V99.
022700 01  WS-OPEN-ACCRUED-TOTAL  PIC 9(13)V99.
022800 01  WS-OPEN-SUSPENSE-TOTAL PIC 9(13)V99.
022900 01  WS-ACCRUED-TOTAL       PIC 9(13)V99.
023000 01  WS-SUSPENSE-TOTAL      PIC 9(13)V99.
023100 01  WS-PROVED-ACCRUED      PIC S9(13)V99.
023200 01  WS-PROVED-SUSPENSE     PIC S9(13)V99.
023300
023400*-----------------------------------------------------------*
023500* REPORT LINE LAYOUTS.
023600*-----------------------------------------------------------*
023700 01  PR-HEADER-LINE.
023800     05  FILLER             PIC X(33)
023900         VALUE "DAILY INTEREST ACCRUAL REPORT FOR".
024000     05  FILLER             PIC X(01) VALUE SPACE.
024100     05  PR-HEADER-DATE     PIC 9(08).
024200 01  PR-COLUMN-LINE.
024300     05  FILLER             PIC X(37)
024400         VALUE "LOAN ID                   BRCH N DAYS".
024500     05  FILLER             PIC X(22)
024600         VALUE "    ACCRUED   REVERSED".
024700     05  FILLER             PIC X(22)
024800         VALUE "  SUSPENDED   RELEASED".
024900     05  FILLER             PIC X(22)
025000         VALUE " REINSTATED ACCR-TO-DT".
025100     05  FILLER             PIC X(11)
025200         VALUE " SUSP-TO-DT".
025300 01  PR-DETAIL-LINE.
025400     05  PR-LOAN-ID         PIC X(25).
025500     05  FILLER             PIC X(01) VALUE SPACES.
025600     05  PR-BRANCH          PIC X(04).
025700     05  FILLER             PIC X(01) VALUE SPACES.
025800     05  PR-NPA             PIC X(01).
025900     05  FILLER             PIC X(01) VALUE SPACES.
026000     05  PR-DAYS            PIC ZZZ9.
026100     05  FILLER             PIC X(01) VALUE SPACES.
026200     05  PR-ACCRUAL         PIC Z(6)9.99.
026300     05  FILLER             PIC X(01) VALUE SPACES.
026400     05  PR-REVERSAL        PIC Z(6)9.99.
026500     05  FILLER             PIC X(01) VALUE SPACES.
026600     05  PR-SUSPENSE        PIC Z(6)9.99.
026700     05  FILLER             PIC X(01) VALUE SPACES.
026800     05  PR-SUSP-RELEASE    PIC Z(6)9.99.
026900     05  FILLER             PIC X(01) VALUE SPACES.
027000     05  PR-REINSTATED      PIC Z(6)9.99.
027100     05  FILLER             PIC X(01) VALUE SPACES.
027200     05  PR-ACCRUED-TO-DATE PIC Z(6)9.99.
027300     05  FILLER             PIC X(01) VALUE SPACES.
027400     05  PR-SUSPENSE-TO-DATE PIC Z(6)9.99.
027500 01  PR-TOTAL-LINE.
027600     05  PR-TOTAL-LABEL     PIC X(34).
027700     05  FILLER             PIC X(02) VALUE SPACES.
027800     05  PR-TOTAL-COUNT     PIC Z(6)9.
027900     05  FILLER             PIC X(04) VALUE SPACES.
028000     05  PR-TOTAL-AMOUNT    PIC Z(12)9.99.
028100
028200 PROCEDURE DIVISION.
028300*===========================================================*
028400 0000-MAINLINE.
028500*===========================================================*
028600     PERFORM 1000-INITIALIZE.
028700     PERFORM 2000-APPLY-ONE-LEDGER-ROW THRU 2000-APPLY-NEXT
028800         UNTIL END-OF-LEDGER.
028900     PERFORM 3000-ACCRUE-ONE-LOAN THRU 3000-ACCRUE-NEXT
029000         UNTIL END-OF-LOAN-MASTER.
029100     PERFORM 5000-PRINT-REPORT.
029200     PERFORM 6000-TERMINATE.
029300     STOP RUN.
029400
029500*===========================================================*
029600 0500-CHECK-RUN-CONTROL.
029700*    RUNS AFTER THE PROVISIONING JOB, WHICH ITSELF FOLLOWS
029800*    PAYMENT POSTING AND THE RETURNS BATCH - THE DAY'S EMI
029900*    CYCLES AND RETURNS MUST ALL BE ON THE LEDGER BEFORE THE
030000*    ACCRUAL IS REVERSED FOR THEM, AND THE GL EXTRACT THAT
030100*    FOLLOWS MUST SEE THE DAY'S ACCRUAL. A RUN ALREADY
030200*    COMPLETED FOR THIS BUSINESS DATE IS REFUSED UNLESS THE
030300*    OPERATOR EXPLICITLY FORCES IT, AND THE ROW IS STAMPED
030400*    STARTED BEFORE ANY DATA IS TOUCHED.
030500*===========================================================*
030600     OPEN I-O RUN-CONTROL-FILE.
030700     IF RUNCTL-NOT-FOUND
030800         OPEN OUTPUT RUN-CONTROL-FILE
030900         CLOSE RUN-CONTROL-FILE
031000         OPEN I-O RUN-CONTROL-FILE
031100     END-IF.
031200     IF NOT RUNCTL-OK
031300         DISPLAY "** Run-control file not available - status ",
031400             WS-RUNCTL-STATUS, " - run refused **"
031500         MOVE 8 TO RETURN-CODE
031600         STOP RUN
031700     END-IF.
031800
031900     MOVE "PROVISN"  TO RN-JOB-NAME.
032000     READ RUN-CONTROL-FILE
032100         KEY IS RN-JOB-NAME
032200         INVALID KEY
032300             CONTINUE
032400     END-READ.
032500     IF NOT RUNCTL-OK
032600         OR RN-RUN-DATE NOT = WS-RUN-DATE
032700         OR NOT RN-COMPLETED
032800         DISPLAY "** PROVISN has not completed for ",
032900             WS-RUN-DATE, " - run refused **"
033000         MOVE 8 TO RETURN-CODE
033100         CLOSE RUN-CONTROL-FILE
033200         STOP RUN
033300     END-IF.
033400
033500     MOVE 'N'        TO WS-RUNCTL-ROW-SWITCH.
033600     MOVE "ACCRUAL"  TO RN-JOB-NAME.
033700     READ RUN-CONTROL-FILE
033800         KEY IS RN-JOB-NAME
033900         INVALID KEY
034000             CONTINUE
034100     END-READ.
034200     IF RUNCTL-OK
034300         MOVE 'Y' TO WS-RUNCTL-ROW-SWITCH
034400         IF RN-RUN-DATE = WS-RUN-DATE AND RN-COMPLETED
034500             DISPLAY "** ACCRUAL already completed for ",
034600                 WS-RUN-DATE, " - force a rerun? (Y/N): "
034700             ACCEPT Force-Response
034800             IF NOT FORCE-RERUN
034900                 DISPLAY "** Run refused - already completed ",
035000                     "for this business date **"
035100                 MOVE 8 TO RETURN-CODE
035200                 CLOSE RUN-CONTROL-FILE
035300                 STOP RUN
035400             END-IF
035500         END-IF
035600     END-IF.
035700
035800     MOVE "ACCRUAL"  TO RN-JOB-NAME.
035900     MOVE WS-RUN-DATE TO RN-RUN-DATE.
036000     MOVE 'S'        TO RN-STATUS.
036100     IF RUNCTL-ROW-EXISTS
036200         REWRITE RUN-CONTROL-REC
036300     ELSE
036400         WRITE RUN-CONTROL-REC
036500     END-IF.
036600     CLOSE RUN-CONTROL-FILE.
036700
036800*===========================================================*
036900 1000-INITIALIZE.
037000*===========================================================*
037100     MOVE 'N'  TO WS-EOF-SWITCH.
037200     MOVE 'N'  TO WS-LEDGER-EOF-SWITCH.
037300     MOVE 'N'  TO WS-DELNQHST-OPEN-SWITCH.
037400     MOVE 'N'  TO WS-LEDGER-OPEN-SWITCH.
037500     MOVE ZERO TO WS-LEDGER-ROWS-USED.
037600     MOVE ZERO TO WS-RECORD-COUNT.
037700     MOVE ZERO TO WS-ACCRUING-COUNT.
037800     MOVE ZERO TO WS-NPA-COUNT.
037900     MOVE ZERO TO WS-HOLIDAY-COUNT.
038000     MOVE ZERO TO WS-CLEARED-COUNT.
038100     MOVE ZERO TO WS-WRITE-ERROR-COUNT.
038200
038300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
038400     ACCEPT WS-RUN-TIME FROM TIME.
038500
038600     PERFORM 0500-CHECK-RUN-CONTROL.
038700
038800     MOVE WS-RUN-DATE TO DN-DATE.
038900     PERFORM 7000-COMPUTE-DAY-NUMBER.
039000     MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
039100
039200*    THE ACCRUAL FILE IS CREATED THE FIRST NIGHT IT IS NEEDED.
039300     OPEN I-O ACCRUAL-FILE.
039400     IF ACCRUAL-NOT-FOUND
039500         OPEN OUTPUT ACCRUAL-FILE
039600         CLOSE ACCRUAL-FILE
039700         OPEN I-O ACCRUAL-FILE
039800     END-IF.
039900     IF NOT ACCRUAL-OK
040000         DISPLAY "** Accrual file not available - status ",
040100             WS-ACCRUAL-STATUS, " - run refused **"
040200         MOVE 8 TO RETURN-CODE
040300         STOP RUN
040400     END-IF.
040500
040600     OPEN INPUT LOAN-MASTER-FILE.
040700     IF NOT LOANMAST-OK
040800         DISPLAY "** Loan Master not available - status ",
040900             WS-LOANMAST-STATUS, " - run refused **"
041000         MOVE 8 TO RETURN-CODE
041100         CLOSE ACCRUAL-FILE
041200         STOP RUN
041300     END-IF.
041400
041500*    NO DELINQUENCY HISTORY MEANS NO LOAN HAS EVER BEEN IN
041600*    ARREARS, SO NONE IS NPA.
041700     OPEN INPUT DELNQ-HISTORY-FILE.
041800     IF DELNQHST-OK
041900         MOVE 'Y' TO WS-DELNQHST-OPEN-SWITCH
042000     END-IF.
042100
042200*    NO LEDGER MEANS NOTHING HAS EVER BEEN POSTED - NOTHING
042300*    HAS BEEN COLLECTED TO REVERSE.
042400     OPEN INPUT LEDGER-FILE.
042500     IF NOT LEDGER-OK
042600         MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
042700     ELSE
042800         MOVE 'Y' TO WS-LEDGER-OPEN-SWITCH
042900         PERFORM 2100-READ-LEDGER
043000     END-IF.
043100
043200     OPEN OUTPUT ACCRUAL-REPORT.
043300
043400     PERFORM 3100-READ-LOAN-MASTER.
043500
043600*===========================================================*
043700 2000-APPLY-ONE-LEDGER-ROW.
043800*    ONE PASS = ONE LEDGER ROW. ONLY THE RUN DATE'S EMI
043900*    CYCLES AND CYCLE REVERSALS CARRY INTEREST COLLECTED OR
044000*    TAKEN BACK; THE NET GOES ON THE LOAN'S ACCRUAL ROW FOR
044100*    THE MASTER PASS TO APPLY.
044200*===========================================================*
044300     IF LG-TXN-DATE NOT = WS-RUN-DATE
044400         OR LG-INTEREST-PORTION = 0
044500         GO TO 2000-APPLY-NEXT
044600     END-IF.
044700     IF LG-TXN-CODE NOT = "EMI" AND LG-TXN-CODE NOT = "REV"
044800         GO TO 2000-APPLY-NEXT
044900     END-IF.
045000
045100     MOVE LG-LOAN-ID TO AC-LOAN-ID.
045200     PERFORM 2200-GET-ACCRUAL-ROW THRU 2200-GET-ACCRUAL-EXIT.
045300     IF LG-TXN-CODE = "EMI"
045400         ADD LG-INTEREST-PORTION      TO AC-DAY-COLLECTED
045500     ELSE
045600         SUBTRACT LG-INTEREST-PORTION FROM AC-DAY-COLLECTED
045700     END-IF.
045800     PERFORM 2400-STORE-ACCRUAL-ROW.
045900     ADD 1 TO WS-LEDGER-ROWS-USED.
046000
046100 2000-APPLY-NEXT.
046200     PERFORM 2100-READ-LEDGER.
046300
046400*===========================================================*
046500 2100-READ-LEDGER.
046600*===========================================================*
046700     READ LEDGER-FILE
046800         AT END
046900             MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
047000     END-READ.
047100     IF NOT LEDGER-OK AND NOT END-OF-LEDGER
047200         MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
047300     END-IF.
047400
047500*===========================================================*
047600 2200-GET-ACCRUAL-ROW.
047700*    AC-LOAN-ID IN. READS THE LOAN'S ACCRUAL ROW, OR SETS UP
047800*    A NEW ONE, AND READIES IT FOR THIS RUN: THE FIRST TIME A
047900*    RUN MEETS THE ROW, THE BALANCES AS THEY STOOD BEFORE THE
048000*    RUN DATE ARE KEPT (OR, ON A RERUN FOR THE SAME DATE,
048100*    PUT BACK) AND THE DAY'S MOVEMENTS START FROM NOTHING.
048200*===========================================================*
048300     MOVE 'N' TO WS-AC-ROW-SWITCH.
048400     READ ACCRUAL-FILE
048500         KEY IS AC-LOAN-ID
048600         INVALID KEY
048700             CONTINUE
048800     END-READ.
048900     IF ACCRUAL-OK
049000         MOVE 'Y' TO WS-AC-ROW-SWITCH
049100     ELSE
049200         MOVE ZERO   TO AC-CUSTOMER-ID
049300         MOVE ZERO   TO AC-LOAN-TYPE
049400         MOVE SPACES TO AC-BRANCH-CODE
049500         MOVE ZERO   TO AC-ACCRUED-TO-DATE
049600         MOVE ZERO   TO AC-SUSPENSE-TO-DATE
049700         MOVE ZERO   TO AC-LAST-ACCRUAL-DATE
049800         MOVE 'N'    TO AC-NPA-FLAG
049900         MOVE ZERO   TO AC-RUN-DATE
050000         MOVE ZERO   TO AC-RUN-TIME
050100     END-IF.
050200
050300     IF AC-RUN-DATE = WS-RUN-DATE
050400         AND AC-RUN-TIME = WS-RUN-TIME
050500         GO TO 2200-GET-ACCRUAL-EXIT
050600     END-IF.
050700
050800     IF AC-RUN-DATE = WS-RUN-DATE
050900         MOVE AC-OPEN-ACCRUED     TO AC-ACCRUED-TO-DATE
051000         MOVE AC-OPEN-SUSPENSE    TO AC-SUSPENSE-TO-DATE
051100         MOVE AC-OPEN-LAST-DATE   TO AC-LAST-ACCRUAL-DATE
051200     ELSE
051300         MOVE AC-ACCRUED-TO-DATE  TO AC-OPEN-ACCRUED
051400         MOVE AC-SUSPENSE-TO-DATE TO AC-OPEN-SUSPENSE
051500         MOVE AC-LAST-ACCRUAL-DATE TO AC-OPEN-LAST-DATE
051600     END-IF.
051700     MOVE WS-RUN-DATE TO AC-RUN-DATE.
051800     MOVE WS-RUN-TIME TO AC-RUN-TIME.
051900     MOVE ZERO TO AC-DAYS-ACCRUED.
052000     MOVE ZERO TO AC-DAY-COLLECTED.
052100     MOVE ZERO TO AC-DAY-ACCRUAL.
052200     MOVE ZERO TO AC-DAY-REVERSAL.
052300     MOVE ZERO TO AC-DAY-SUSPENSE.
052400     MOVE ZERO TO AC-DAY-SUSP-RELEASE.
052500     MOVE ZERO TO AC-DAY-REINSTATED.
052600
052700 2200-GET-ACCRUAL-EXIT.
052800     EXIT.
052900
053000*===========================================================*
053100 2400-STORE-ACCRUAL-ROW.
053200*===========================================================*
053300     IF AC-ROW-EXISTS
053400         REWRITE ACCRUAL-REC
053500     ELSE
053600         WRITE ACCRUAL-REC
053700     END-IF.
053800     IF NOT ACCRUAL-OK
053900         ADD 1 TO WS-WRITE-ERROR-COUNT
054000         DISPLAY "** Accrual row for ", AC-LOAN-ID,
054100             " not stored - status ", WS-ACCRUAL-STATUS, " **"
054200     END-IF.
054300
054400*===========================================================*
054500 3000-ACCRUE-ONE-LOAN.
054600*    A DISBURSED LOAN WITH A BALANCE ACCRUES. ANY OTHER LOAN
054700*    IS ONLY LOOKED AT IF IT HAS AN ACCRUAL ROW STILL HOLDING
054800*    SOMETHING, OR INTEREST WAS COLLECTED ON IT TODAY.
054900*===========================================================*
055000     ADD 1 TO WS-RECORD-COUNT.
055100
055200     MOVE 'N' TO WS-ON-BOOK-SWITCH.
055300     IF LM-STATUS-DISBURSED AND LM-OUTSTANDING-BALANCE > 0
055400         MOVE 'Y' TO WS-ON-BOOK-SWITCH
055500     END-IF.
055600
055700     MOVE LM-LOAN-ID TO AC-LOAN-ID.
055800     PERFORM 2200-GET-ACCRUAL-ROW THRU 2200-GET-ACCRUAL-EXIT.
055900     IF NOT LOAN-ON-BOOK
056000         IF NOT AC-ROW-EXISTS
056100             GO TO 3000-ACCRUE-NEXT
056200         END-IF
056300         IF AC-ACCRUED-TO-DATE = 0
056400             AND AC-SUSPENSE-TO-DATE = 0
056500             AND AC-DAY-COLLECTED = 0
056600             AND AC-OPEN-ACCRUED = 0
056700             AND AC-OPEN-SUSPENSE = 0
056800             GO TO 3000-ACCRUE-NEXT
056900         END-IF
057000     END-IF.
057100
057200     MOVE LM-CUSTOMER-ID TO AC-CUSTOMER-ID.
057300     MOVE LM-LOAN-TYPE   TO AC-LOAN-TYPE.
057400     MOVE LM-BRANCH-CODE TO AC-BRANCH-CODE.
057500
057600     PERFORM 3200-CHECK-NON-PERFORMING.
057700     IF LOAN-IS-NPA
057800         MOVE 'Y' TO AC-NPA-FLAG
057900     ELSE
058000         MOVE 'N' TO AC-NPA-FLAG
058100     END-IF.
058200
058300     IF LOAN-ON-BOOK
058400         ADD 1 TO WS-ACCRUING-COUNT
058500         PERFORM 3300-ACCRUE-DAYS THRU 3300-ACCRUE-EXIT
058600         IF LOAN-IS-NPA
058700             ADD 1 TO WS-NPA-COUNT
058800             PERFORM 3400-MOVE-ACCRUAL-TO-SUSPENSE
058900         END-IF
059000     END-IF.
059100
059200     PERFORM 3500-APPLY-COLLECTIONS.
059300
059400     IF NOT LOAN-ON-BOOK
059500         PERFORM 3600-CLEAR-OFF-BOOK-LOAN
059600     END-IF.
059700
059800     PERFORM 2400-STORE-ACCRUAL-ROW.
059900
060000 3000-ACCRUE-NEXT.
060100     PERFORM 3100-READ-LOAN-MASTER.
060200
060300*===========================================================*
060400 3100-READ-LOAN-MASTER.
060500*===========================================================*
060600     READ LOAN-MASTER-FILE NEXT RECORD
060700         AT END
060800             MOVE 'Y' TO WS-EOF-SWITCH
060900     END-READ.
061000     IF NOT LOANMAST-OK AND NOT END-OF-LOAN-MASTER
061100         MOVE 'Y' TO WS-EOF-SWITCH
061200     END-IF.
061300
061400*===========================================================*
061500 3200-CHECK-NON-PERFORMING.
061600*===========================================================*
061700     MOVE 'N' TO WS-NPA-SWITCH.
061800     IF DELNQ-HISTORY-OPEN
061900         MOVE LM-LOAN-ID TO DH-LOAN-ID
062000         READ DELNQ-HISTORY-FILE
062100             KEY IS DH-LOAN-ID
062200             INVALID KEY
062300                 CONTINUE
062400         END-READ
062500         IF DELNQHST-OK AND DH-NON-PERFORMING
062600             MOVE 'Y' TO WS-NPA-SWITCH
062700         END-IF
062800     END-IF.
062900
063000*===========================================================*
063100 3300-ACCRUE-DAYS.
063200*    ONE DAY'S INTEREST AT THE LOAN'S OWN RATE, ON A 365-DAY
063300*    YEAR, FOR EVERY DAY SINCE THE LOAN WAS LAST ACCRUED. A
063400*    LOAN NEVER ACCRUED BEFORE ACCRUES FROM ITS LAST RECEIPT,
063500*    OR FROM ITS DISBURSEMENT IF IT HAS HAD NONE. A LOAN
063600*    INSIDE A GRANTED EMI HOLIDAY ACCRUES NOTHING - ITS
063700*    HOLIDAY INTEREST WAS CAPITALIZED WHEN THE HOLIDAY WAS
063800*    GRANTED - BUT ITS ACCRUAL DATE STILL MOVES ON.
063900*===========================================================*
064000     IF AC-LAST-ACCRUAL-DATE > 0
064100         MOVE AC-LAST-ACCRUAL-DATE TO WS-FROM-DATE
064200     ELSE
064300         IF LM-LAST-PAYMENT-DATE > 0
064400             MOVE LM-LAST-PAYMENT-DATE TO WS-FROM-DATE
064500         ELSE
064600             MOVE LM-STATUS-DATE       TO WS-FROM-DATE
064700         END-IF
064800     END-IF.
064900
065000     MOVE ZERO TO WS-DAYS-TO-ACCRUE.
065100     IF WS-FROM-DATE > 0 AND WS-FROM-DATE < WS-RUN-DATE
065200         MOVE WS-FROM-DATE TO DN-DATE
065300         PERFORM 7000-COMPUTE-DAY-NUMBER
065400         COMPUTE WS-DAYS-TO-ACCRUE =
065500             WS-RUN-DAY-NUMBER - DN-DAY-NUMBER
065600     END-IF.
065700     MOVE WS-RUN-DATE TO AC-LAST-ACCRUAL-DATE.
065800
065900     MOVE LM-HOLIDAY-END-DATE TO WS-HOLIDAY-DATE.
066000     IF LM-HOLIDAY-END-DATE > 0
066100         AND WS-RUN-YYYYMM <= WS-HOLIDAY-YYYYMM
066200         ADD 1 TO WS-HOLIDAY-COUNT
066300         MOVE ZERO TO WS-DAYS-TO-ACCRUE
066400     END-IF.
066500     IF WS-DAYS-TO-ACCRUE = 0
066600         GO TO 3300-ACCRUE-EXIT
066700     END-IF.
066800
066900     MOVE WS-DAYS-TO-ACCRUE TO AC-DAYS-ACCRUED.
067000     COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
067100         LM-OUTSTANDING-BALANCE * LM-INTEREST-RATE
067200             * WS-DAYS-TO-ACCRUE / 36500.
067300     IF LOAN-IS-NPA
067400         ADD WS-ACCRUAL-AMOUNT TO AC-SUSPENSE-TO-DATE
067500         ADD WS-ACCRUAL-AMOUNT TO AC-DAY-SUSPENSE
067600     ELSE
067700         ADD WS-ACCRUAL-AMOUNT TO AC-ACCRUED-TO-DATE
067800         ADD WS-ACCRUAL-AMOUNT TO AC-DAY-ACCRUAL
067900     END-IF.
068000
068100 3300-ACCRUE-EXIT.
068200     EXIT.
068300
068400*===========================================================*
068500 3400-MOVE-ACCRUAL-TO-SUSPENSE.
068600*    INTEREST ACCRUED TO INCOME WHILE THE LOAN WAS STILL
068700*    PERFORMING AND NOT YET COLLECTED CANNOT STAY IN INCOME
068800*    ONCE THE LOAN IS NPA - IT IS REVERSED OUT AND HELD IN
068900*    SUSPENSE WITH THE REST.
069000*===========================================================*
069100     IF AC-ACCRUED-TO-DATE > 0
069200         ADD AC-ACCRUED-TO-DATE TO AC-DAY-REVERSAL
069300         ADD AC-ACCRUED-TO-DATE TO AC-DAY-SUSPENSE
069400         ADD AC-ACCRUED-TO-DATE TO AC-SUSPENSE-TO-DATE
069500         MOVE ZERO              TO AC-ACCRUED-TO-DATE
069600     END-IF.
069700
069800*===========================================================*
069900 3500-APPLY-COLLECTIONS.
070000*    INTEREST COLLECTED TODAY RELEASES THE SUSPENSE FIRST,
070100*    THEN REVERSES THE ACCRUAL. IF MORE WAS COLLECTED THAN
070200*    HAD ACCRUED, THE DIFFERENCE IS ACCRUED FIRST SO THE
070300*    WHOLE COLLECTION CAN BE REVERSED. A NET TAKE-BACK (A
070400*    RETURNED DEBIT UNDOING AN EARLIER DAY'S CYCLE) PUTS THE
070500*    INTEREST BACK - INTO SUSPENSE ON AN NPA LOAN, OTHERWISE
070600*    BACK ON THE ACCRUED AMOUNT.
070700*===========================================================*
070800     IF AC-DAY-COLLECTED < 0
070900         COMPUTE WS-COLLECTED = 0 - AC-DAY-COLLECTED
071000         IF LOAN-IS-NPA
071100             ADD WS-COLLECTED TO AC-SUSPENSE-TO-DATE
071200             ADD WS-COLLECTED TO AC-DAY-SUSPENSE
071300         ELSE
071400             ADD WS-COLLECTED TO AC-ACCRUED-TO-DATE
071500             ADD WS-COLLECTED TO AC-DAY-REINSTATED
071600         END-IF
071700     END-IF.
071800     IF AC-DAY-COLLECTED > 0
071900         MOVE AC-DAY-COLLECTED TO WS-COLLECTED
072000         IF WS-COLLECTED > AC-SUSPENSE-TO-DATE
072100             MOVE AC-SUSPENSE-TO-DATE TO WS-RELEASE-AMOUNT
072200         ELSE
072300             MOVE WS-COLLECTED        TO WS-RELEASE-AMOUNT
072400         END-IF
072500         SUBTRACT WS-RELEASE-AMOUNT FROM AC-SUSPENSE-TO-DATE
072600         ADD WS-RELEASE-AMOUNT      TO AC-DAY-SUSP-RELEASE
072700         SUBTRACT WS-RELEASE-AMOUNT FROM WS-COLLECTED
072800         IF WS-COLLECTED > AC-ACCRUED-TO-DATE
072900             COMPUTE WS-TRUE-UP-AMOUNT =
073000                 WS-COLLECTED - AC-ACCRUED-TO-DATE
073100             ADD WS-TRUE-UP-AMOUNT TO AC-ACCRUED-TO-DATE
073200             ADD WS-TRUE-UP-AMOUNT TO AC-DAY-ACCRUAL
073300         END-IF
073400         SUBTRACT WS-COLLECTED FROM AC-ACCRUED-TO-DATE
073500         ADD WS-COLLECTED      TO AC-DAY-REVERSAL
073600     END-IF.
073700
073800*===========================================================*
073900 3600-CLEAR-OFF-BOOK-LOAN.
074000*    A LOAN NO LONGER CARRYING A BALANCE - PAID OFF, CLOSED,
074100*    WRITTEN OFF - WILL NEVER PAY WHAT IS STILL ACCRUED OR IN
074200*    SUSPENSE AGAINST IT, SO BOTH ARE CLEARED.
074300*===========================================================*
074400     IF AC-ACCRUED-TO-DATE > 0 OR AC-SUSPENSE-TO-DATE > 0
074500         ADD 1 TO WS-CLEARED-COUNT
074600     END-IF.
074700     ADD AC-ACCRUED-TO-DATE  TO AC-DAY-REVERSAL.
074800     MOVE ZERO               TO AC-ACCRUED-TO-DATE.
074900     ADD AC-SUSPENSE-TO-DATE TO AC-DAY-SUSP-RELEASE.
075000     MOVE ZERO               TO AC-SUSPENSE-TO-DATE.
075100     MOVE WS-RUN-DATE        TO AC-LAST-ACCRUAL-DATE.
075200
075300*===========================================================*
075400 5000-PRINT-REPORT.
075500*    A FINAL PASS OVER THE WHOLE ACCRUAL FILE. EVERY ROW
075600*    FEEDS THE OPENING AND CLOSING BALANCES; A ROW STAMPED
075700*    WITH THE RUN DATE THAT MOVED IS LISTED AND FEEDS THE
075800*    CODE TOTALS THE GL EXTRACT WILL CARRY.
075900*===========================================================*
076000     MOVE ZERO TO WS-MOVED-COUNT.
076100     MOVE ZERO TO WS-ACR-COUNT.
076200     MOVE ZERO TO WS-ACV-COUNT.
076300     MOVE ZERO TO WS-ISP-COUNT.
076400     MOVE ZERO TO WS-ISR-COUNT.
076500     MOVE ZERO TO WS-RVI-COUNT.
076600     MOVE ZERO TO WS-ACR-TOTAL.
076700     MOVE ZERO TO WS-ACV-TOTAL.
076800     MOVE ZERO TO WS-ISP-TOTAL.
076900     MOVE ZERO TO WS-ISR-TOTAL.
077000     MOVE ZERO TO WS-RVI-TOTAL.
077100     MOVE ZERO TO WS-OPEN-ACCRUED-TOTAL.
077200     MOVE ZERO TO WS-OPEN-SUSPENSE-TOTAL.
077300     MOVE ZERO TO WS-ACCRUED-TOTAL.
077400     MOVE ZERO TO WS-SUSPENSE-TOTAL.
077500
077600     MOVE WS-RUN-DATE     TO PR-HEADER-DATE.
077700     MOVE PR-HEADER-LINE  TO ACCR-REPORT-LINE.
077800     WRITE ACCR-REPORT-LINE.
077900     MOVE SPACES TO ACCR-REPORT-LINE.
078000     WRITE ACCR-REPORT-LINE.
078100     MOVE PR-COLUMN-LINE  TO ACCR-REPORT-LINE.
078200     WRITE ACCR-REPORT-LINE.
078300
078400     MOVE 'N'        TO WS-ACCRUAL-EOF-SWITCH.
078500     MOVE LOW-VALUES TO AC-LOAN-ID.
078600     START ACCRUAL-FILE KEY IS NOT LESS THAN AC-LOAN-ID
078700         INVALID KEY
078800             MOVE 'Y' TO WS-ACCRUAL-EOF-SWITCH
078900     END-START.
079000     PERFORM 5100-REPORT-ONE-ROW THRU 5100-REPORT-NEXT
079100         UNTIL END-OF-ACCRUALS.
079200
079300     PERFORM 5500-PRINT-TOTALS.
079400
079500*===========================================================*
079600 5100-REPORT-ONE-ROW.
079700*===========================================================*
079800     READ ACCRUAL-FILE NEXT RECORD
079900         AT END
080000             MOVE 'Y' TO WS-ACCRUAL-EOF-SWITCH
080100     END-READ.
080200     IF END-OF-ACCRUALS
080300         GO TO 5100-REPORT-NEXT
080400     END-IF.
080500     IF NOT ACCRUAL-OK
080600         MOVE 'Y' TO WS-ACCRUAL-EOF-SWITCH
080700         GO TO 5100-REPORT-NEXT
080800     END-IF.
080900
081000     ADD AC-ACCRUED-TO-DATE  TO WS-ACCRUED-TOTAL.
081100     ADD AC-SUSPENSE-TO-DATE TO WS-SUSPENSE-TOTAL.
081200     IF AC-RUN-DATE NOT = WS-RUN-DATE
081300         ADD AC-ACCRUED-TO-DATE  TO WS-OPEN-ACCRUED-TOTAL
081400         ADD AC-SUSPENSE-TO-DATE TO WS-OPEN-SUSPENSE-TOTAL
081500         GO TO 5100-REPORT-NEXT
081600     END-IF.
081700     ADD AC-OPEN-ACCRUED  TO WS-OPEN-ACCRUED-TOTAL.
081800     ADD AC-OPEN-SUSPENSE TO WS-OPEN-SUSPENSE-TOTAL.
081900
082000     MOVE 'N' TO WS-ROW-MOVED-SWITCH.
082100     IF AC-DAY-ACCRUAL > 0
082200         MOVE 'Y' TO WS-ROW-MOVED-SWITCH
082300         ADD 1              TO WS-ACR-COUNT
082400         ADD AC-DAY-ACCRUAL TO WS-ACR-TOTAL
082500     END-IF.
082600     IF AC-DAY-REVERSAL > 0
082700         MOVE 'Y' TO WS-ROW-MOVED-SWITCH
082800         ADD 1               TO WS-ACV-COUNT
082900         ADD AC-DAY-REVERSAL TO WS-ACV-TOTAL
083000     END-IF.
083100     IF AC-DAY-SUSPENSE > 0
083200         MOVE 'Y' TO WS-ROW-MOVED-SWITCH
083300         ADD 1               TO WS-ISP-COUNT
083400         ADD AC-DAY-SUSPENSE TO WS-ISP-TOTAL
083500     END-IF.
083600     IF AC-DAY-SUSP-RELEASE > 0
083700         MOVE 'Y' TO WS-ROW-MOVED-SWITCH
083800         ADD 1                   TO WS-ISR-COUNT
083900         ADD AC-DAY-SUSP-RELEASE TO WS-ISR-TOTAL
084000     END-IF.
084100     IF AC-DAY-REINSTATED > 0
084200         MOVE 'Y' TO WS-ROW-MOVED-SWITCH
084300         ADD 1                 TO WS-RVI-COUNT
084400         ADD AC-DAY-REINSTATED TO WS-RVI-TOTAL
084500     END-IF.
084600     IF NOT ROW-MOVED
084700         GO TO 5100-REPORT-NEXT
084800     END-IF.
084900
085000     ADD 1 TO WS-MOVED-COUNT.
085100     MOVE SPACES              TO PR-DETAIL-LINE.
085200     MOVE AC-LOAN-ID          TO PR-LOAN-ID.
085300     MOVE AC-BRANCH-CODE      TO PR-BRANCH.
085400     IF AC-NON-PERFORMING
085500         MOVE "N"            TO PR-NPA
085600     END-IF.
085700     MOVE AC-DAYS-ACCRUED     TO PR-DAYS.
085800     MOVE AC-DAY-ACCRUAL      TO PR-ACCRUAL.
085900     MOVE AC-DAY-REVERSAL     TO PR-REVERSAL.
086000     MOVE AC-DAY-SUSPENSE     TO PR-SUSPENSE.
086100     MOVE AC-DAY-SUSP-RELEASE TO PR-SUSP-RELEASE.
086200     MOVE AC-DAY-REINSTATED   TO PR-REINSTATED.
086300     MOVE AC-ACCRUED-TO-DATE  TO PR-ACCRUED-TO-DATE.
086400     MOVE AC-SUSPENSE-TO-DATE TO PR-SUSPENSE-TO-DATE.
086500     MOVE PR-DETAIL-LINE      TO ACCR-REPORT-LINE.
086600     WRITE ACCR-REPORT-LINE.
086700
086800 5100-REPORT-NEXT.
086900     EXIT.
087000
087100*===========================================================*
087200 5500-PRINT-TOTALS.
087300*    THE CODE TOTALS ARE WHAT THE GL EXTRACT WILL CARRY AS
087400*    ACR, ACV, ISP, ISR AND RVI DETAILS FOR THE RUN DATE. THE
087500*    ACCRUED AND SUSPENSE BALANCES ARE THEN PROVED FORWARD
087600*    FROM THEIR OPENING FIGURES THROUGH THOSE SAME TOTALS.
087700*===========================================================*
087800     MOVE SPACES TO ACCR-REPORT-LINE.
087900     WRITE ACCR-REPORT-LINE.
088000     MOVE "GL TOTALS FOR THE RUN DATE" TO ACCR-REPORT-LINE.
088100     WRITE ACCR-REPORT-LINE.
088200
088300     MOVE SPACES               TO PR-TOTAL-LINE.
088400     MOVE "ACR INTEREST ACCRUED TO INCOME" TO PR-TOTAL-LABEL.
088500     MOVE WS-ACR-COUNT         TO PR-TOTAL-COUNT.
088600     MOVE WS-ACR-TOTAL         TO PR-TOTAL-AMOUNT.
088700     MOVE PR-TOTAL-LINE        TO ACCR-REPORT-LINE.
088800     WRITE ACCR-REPORT-LINE.
088900
089000     MOVE SPACES               TO PR-TOTAL-LINE.
089100     MOVE "ACV ACCRUED INTEREST REVERSED" TO PR-TOTAL-LABEL.
089200     MOVE WS-ACV-COUNT         TO PR-TOTAL-COUNT.
089300     MOVE WS-ACV-TOTAL         TO PR-TOTAL-AMOUNT.
089400     MOVE PR-TOTAL-LINE        TO ACCR-REPORT-LINE.
089500     WRITE ACCR-REPORT-LINE.
089600
089700     MOVE SPACES               TO PR-TOTAL-LINE.
089800     MOVE "ISP INTEREST PUT IN SUSPENSE" TO PR-TOTAL-LABEL.
089900     MOVE WS-ISP-COUNT         TO PR-TOTAL-COUNT.
090000     MOVE WS-ISP-TOTAL         TO PR-TOTAL-AMOUNT.
090100     MOVE PR-TOTAL-LINE        TO ACCR-REPORT-LINE.
090200     WRITE ACCR-REPORT-LINE.
090300
090400     MOVE SPACES               TO PR-TOTAL-LINE.
090500     MOVE "ISR INTEREST SUSPENSE RELEASED" TO PR-TOTAL-LABEL.
090600     MOVE WS-ISR-COUNT         TO PR-TOTAL-COUNT.
090700     MOVE WS-ISR-TOTAL         TO PR-TOTAL-AMOUNT.
090800     MOVE PR-TOTAL-LINE        TO ACCR-REPORT-LINE.
090900     WRITE ACCR-REPORT-LINE.
091000
091100     MOVE SPACES               TO PR-TOTAL-LINE.
091200     MOVE "RVI COLLECTION RETURNED" TO PR-TOTAL-LABEL.
091300     MOVE WS-RVI-COUNT         TO PR-TOTAL-COUNT.
091400     MOVE WS-RVI-TOTAL         TO PR-TOTAL-AMOUNT.
091500     MOVE PR-TOTAL-LINE        TO ACCR-REPORT-LINE.
091600     WRITE ACCR-REPORT-LINE.
091700
091800     MOVE SPACES TO ACCR-REPORT-LINE.
091900     WRITE ACCR-REPORT-LINE.
092000     MOVE "ACCRUED INTEREST PROOF" TO ACCR-REPORT-LINE.
092100     WRITE ACCR-REPORT-LINE.
092200     MOVE SPACES               TO PR-TOTAL-LINE.
092300     MOVE "ACCRUED BEFORE RUN" TO PR-TOTAL-LABEL.
092400     MOVE WS-OPEN-ACCRUED-TOTAL TO PR-TOTAL-AMOUNT.
092500     MOVE PR-TOTAL-LINE        TO ACCR-REPORT-LINE.
092600     WRITE ACCR-REPORT-LINE.
092700     MOVE SPACES               TO PR-TOTAL-LINE.
092800     MOVE "PLUS ACR AND RVI, LESS ACV" TO PR-TOTAL-LABEL.
092900     MOVE PR-TOTAL-LINE        TO ACCR-REPORT-LINE.
093000     WRITE ACCR-REPORT-LINE.
093100     MOVE SPACES               TO PR-TOTAL-LINE.
093200     MOVE "ACCRUED AFTER RUN"  TO PR-TOTAL-LABEL.
093300     MOVE WS-ACCRUED-TOTAL     TO PR-TOTAL-AMOUNT.
093400     MOVE PR-TOTAL-LINE        TO ACCR-REPORT-LINE.
093500     WRITE ACCR-REPORT-LINE.
093600
093700*    INCOME ACCRUED AND THEN MOVED TO SUSPENSE THE DAY A
093800*    LOAN TURNS NPA IS IN BOTH ACV AND ISP, SO EACH BALANCE
093900*    PROVES ON ITS OWN CODES.
094000     COMPUTE WS-PROVED-ACCRUED =
094100         WS-OPEN-ACCRUED-TOTAL + WS-ACR-TOTAL + WS-RVI-TOTAL
094200             - WS-ACV-TOTAL.
094300     IF WS-PROVED-ACCRUED = WS-ACCRUED-TOTAL
094400         MOVE "ACCRUED INTEREST PROVES" TO ACCR-REPORT-LINE
094500     ELSE
094600         MOVE "** ACCRUED INTEREST DOES NOT PROVE **"
094700             TO ACCR-REPORT-LINE
094800     END-IF.
094900     WRITE ACCR-REPORT-LINE.
095000
095100     MOVE SPACES TO ACCR-REPORT-LINE.
095200     WRITE ACCR-REPORT-LINE.
095300     MOVE "INTEREST SUSPENSE PROOF" TO ACCR-REPORT-LINE.
095400     WRITE ACCR-REPORT-LINE.
095500     MOVE SPACES               TO PR-TOTAL-LINE.
095600     MOVE "SUSPENSE BEFORE RUN" TO PR-TOTAL-LABEL.
095700     MOVE WS-OPEN-SUSPENSE-TOTAL TO PR-TOTAL-AMOUNT.
095800     MOVE PR-TOTAL-LINE        TO ACCR-REPORT-LINE.
095900     WRITE ACCR-REPORT-LINE.
096000     MOVE SPACES               TO PR-TOTAL-LINE.
096100     MOVE "PLUS ISP, LESS ISR" TO PR-TOTAL-LABEL.
096200     MOVE PR-TOTAL-LINE        TO ACCR-REPORT-LINE.
096300     WRITE ACCR-REPORT-LINE.
096400     MOVE SPACES               TO PR-TOTAL-LINE.
096500     MOVE "SUSPENSE AFTER RUN" TO PR-TOTAL-LABEL.
096600     MOVE WS-SUSPENSE-TOTAL    TO PR-TOTAL-AMOUNT.
096700     MOVE PR-TOTAL-LINE        TO ACCR-REPORT-LINE.
096800     WRITE ACCR-REPORT-LINE.
096900
097000     COMPUTE WS-PROVED-SUSPENSE =
097100         WS-OPEN-SUSPENSE-TOTAL + WS-ISP-TOTAL - WS-ISR-TOTAL.
097200     IF WS-PROVED-SUSPENSE = WS-SUSPENSE-TOTAL
097300         MOVE "INTEREST SUSPENSE PROVES" TO ACCR-REPORT-LINE
097400     ELSE
097500         MOVE "** INTEREST SUSPENSE DOES NOT PROVE **"
097600             TO ACCR-REPORT-LINE
097700     END-IF.
097800     WRITE ACCR-REPORT-LINE.
097900
098000*===========================================================*
098100 6000-TERMINATE.
098200*===========================================================*
098300     CLOSE LOAN-MASTER-FILE.
098400     CLOSE ACCRUAL-FILE.
098500     CLOSE ACCRUAL-REPORT.
098600     IF DELNQ-HISTORY-OPEN
098700         CLOSE DELNQ-HISTORY-FILE
098800     END-IF.
098900     IF LEDGER-OPEN
099000         CLOSE LEDGER-FILE
099100     END-IF.
099200
099300     DISPLAY "*******************************************".
099400     DISPLAY " Ledger rows applied:  ", WS-LEDGER-ROWS-USED.
099500     DISPLAY " Records read:         ", WS-RECORD-COUNT.
099600     DISPLAY " Loans accruing:       ", WS-ACCRUING-COUNT.
099700     DISPLAY " NPA to suspense:      ", WS-NPA-COUNT.
099800     DISPLAY " On EMI holiday:       ", WS-HOLIDAY-COUNT.
099900     DISPLAY " Off book, cleared:    ", WS-CLEARED-COUNT.
100000     DISPLAY " Rows not stored:      ", WS-WRITE-ERROR-COUNT.
100100     DISPLAY " Loans that moved:     ", WS-MOVED-COUNT.
100200     DISPLAY " Interest accrued:     ", WS-ACR-TOTAL.
100300     DISPLAY " Accrual reversed:     ", WS-ACV-TOTAL.
100400     DISPLAY " To suspense:          ", WS-ISP-TOTAL.
100500     DISPLAY " Suspense released:    ", WS-ISR-TOTAL.
100600     DISPLAY " Collections returned: ", WS-RVI-TOTAL.
100700     DISPLAY " Accrued to date:      ", WS-ACCRUED-TOTAL.
100800     DISPLAY " Suspense to date:     ", WS-SUSPENSE-TOTAL.
100900     DISPLAY "*******************************************".
101000
101100     PERFORM 9500-STAMP-RUN-END.
101200
101300*===========================================================*
101400 7000-COMPUTE-DAY-NUMBER.
101500*    DN-DATE IN, DN-DAY-NUMBER OUT. COUNTING THE YEAR FROM
101600*    MARCH PUTS FEBRUARY LAST, SO THE LEAP-YEAR RULE IS JUST
101700*    THE THREE DIVISIONS BELOW.
101800*===========================================================*
101900     IF DN-MM < 3
102000         COMPUTE DN-YEAR  = DN-YYYY - 1
102100         COMPUTE DN-MONTH = DN-MM + 9
102200     ELSE
102300         MOVE DN-YYYY TO DN-YEAR
102400         COMPUTE DN-MONTH = DN-MM - 3
102500     END-IF.
102600     DIVIDE DN-YEAR BY 4   GIVING DN-LEAP-4.
102700     DIVIDE DN-YEAR BY 100 GIVING DN-LEAP-100.
102800     DIVIDE DN-YEAR BY 400 GIVING DN-LEAP-400.
102900     COMPUTE DN-MONTH-WORK = 153 * DN-MONTH + 2.
103000     DIVIDE DN-MONTH-WORK BY 5 GIVING DN-MONTH-DAYS.
103100     COMPUTE DN-DAY-NUMBER =
103200         365 * DN-YEAR + DN-LEAP-4 - DN-LEAP-100
103300             + DN-LEAP-400 + DN-MONTH-DAYS + DN-DD.
103400
103500*===========================================================*
103600 9500-STAMP-RUN-END.
103700*    THE RUN RAN TO A CLEAN END - THE ROW STAMPED STARTED AT
103800*    THE TOP IS REWRITTEN COMPLETED, WHICH IS WHAT THE GL
103900*    EXTRACT CHECKS FOR.
104000*===========================================================*
104100     OPEN I-O RUN-CONTROL-FILE.
104200     IF NOT RUNCTL-OK
104300         DISPLAY "** Run-control file not available at end ",
104400             "of run - status ", WS-RUNCTL-STATUS, " **"
104500     ELSE
104600         MOVE "ACCRUAL"   TO RN-JOB-NAME
104700         READ RUN-CONTROL-FILE
104800             KEY IS RN-JOB-NAME
104900             INVALID KEY
105000                 CONTINUE
105100         END-READ
105200         IF RUNCTL-OK
105300             MOVE WS-RUN-DATE TO RN-RUN-DATE
105400             MOVE 'C'         TO RN-STATUS
105500             REWRITE RUN-CONTROL-REC
105600         END-IF
105700         CLOSE RUN-CONTROL-FILE
105800     END-IF.
