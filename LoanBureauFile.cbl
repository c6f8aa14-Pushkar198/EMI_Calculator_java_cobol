000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LoanBureauFile.
000300 AUTHOR.        LENDING-SYSTEMS-GROUP.
000400 INSTALLATION.  RETAIL-BANKING-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*  2026-10-15  LSG  ORIGINAL VERSION - MONTH-END CREDIT BUREAU
001000*                   SUBMISSION FILE WITH HEADER AND TRAILER
001100*                   CONTROLS, READ-BACK VERIFICATION AND AN
001200*                   EXCEPTION REPORT.
001300*-----------------------------------------------------------*
001400* WRITES THE FIXED-FORMAT FILE THE CREDIT BUREAU TAKES EACH
001500* MONTH. THE JOB RUNS IN THE NIGHTLY STREAM AFTER THE
001600* PORTFOLIO REPORT AND BEFORE THE ARCHIVE SWEEP - SO A LOAN
001700* CLOSED THIS MONTH IS STILL ON THE MASTER TO BE REPORTED -
001800* BUT ONLY DOES ANYTHING ON THE LAST CALENDAR DAY OF THE
001900* MONTH. ON ANY OTHER NIGHT IT STAMPS ITSELF COMPLETED AND
002000* STEPS ASIDE SO THE REST OF THE STREAM CAN FOLLOW.
002100*
002200* ONE ACCOUNT SEGMENT ('2') IS WRITTEN PER LOAN THAT IS
002300* DISBURSED, WRITTEN OFF, OR CLOSED DURING THE REPORTING
002400* MONTH - A LOAN CLOSED IN AN EARLIER MONTH WAS REPORTED
002500* CLOSED THEN. IT CARRIES THE SANCTIONED AMOUNT, EMI AND
002600* BALANCE, THE ACCOUNT STATUS AND ITS DATE, THE RESTRUCTURE
002700* FLAG, THE PRIMARY APPLICANT'S NAME AND PHONE FROM THE
002800* CUSTOMER MASTER, AND DAYS PAST DUE - 30 FOR EACH CYCLE
002900* MISSED ON THE DELINQUENCY HISTORY - WITH THE AMOUNT THOSE
003000* CYCLES LEAVE OVERDUE AND THE NPA FLAG. EVERY CO-APPLICANT
003100* AND GUARANTOR ON THE LOAN PARTY FILE FOLLOWS ITS ACCOUNT
003200* AS AN ASSOCIATED-PARTY SEGMENT ('3').
003300*
003400* A LOAN THE BUREAU WOULD REJECT - PRIMARY APPLICANT NOT ON
003500* THE CUSTOMER MASTER OR WITH NO NAME, NO SANCTIONED AMOUNT,
003600* NO STATUS DATE - IS NOT SENT BUT LISTED ON THE EXCEPTION
003700* REPORT WITH ITS REASON, AS IS A PARTY WHOSE CUSTOMER ROW
003800* IS MISSING (ITS ACCOUNT STILL GOES, WITHOUT THAT PARTY).
003900*
004000* THE FILE IS FRAMED BY A HEADER ('1') WITH THE REPORTING
004100* MONTH AND A TRAILER ('9') WITH THE ACCOUNT AND PARTY
004200* SEGMENT COUNTS, THE HASH OF ACCOUNT BALANCES AND THE HASH
004300* OF CUSTOMER IDS ON EVERY SEGMENT. AS WITH THE GL EXTRACT,
004400* THE FILE IS READ BACK AND RE-TOTALLED AGAINST ITS OWN
004500* TRAILER; AN OUT-OF-BALANCE FILE ENDS THE JOB WITH RETURN
004600* CODE 8 AND THE RUN-CONTROL ROW LEFT STARTED.
004700*-----------------------------------------------------------*
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS LM-LOAN-ID
005500         ALTERNATE RECORD KEY IS LM-CUSTOMER-ID
005600             WITH DUPLICATES
005700         FILE STATUS IS WS-LOANMAST-STATUS.
005800     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS CM-CUSTOMER-ID
006200         FILE STATUS IS WS-CUSTMAST-STATUS.
006300     SELECT DELNQ-HISTORY-FILE ASSIGN TO DELNQHST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS DH-LOAN-ID
006700         FILE STATUS IS WS-DELNQHST-STATUS.
006800     SELECT PARTY-FILE ASSIGN TO LOANPRTY
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PARTY-STATUS.
007100     SELECT BUREAU-FILE ASSIGN TO BUREAUFL
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-BUREAU-STATUS.
007400     SELECT EXCEPTION-REPORT ASSIGN TO BUREXCP
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-BUREXCP-STATUS.
007700     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS RN-JOB-NAME
008100         FILE STATUS IS WS-RUNCTL-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  LOAN-MASTER-FILE.
008600 01  LOAN-MASTER-REC.
008700     COPY LOANMAST.
008800
008900 FD  CUSTOMER-MASTER-FILE.
009000 01  CUSTOMER-MASTER-REC.
009100     COPY CUSTMAST.
009200
009300 FD  DELNQ-HISTORY-FILE.
009400 01  DELNQ-HISTORY-REC.
009500     COPY DELNQHST.
009600
009700 FD  PARTY-FILE.
009800 01  PARTY-REC.
009900     COPY LOANPRTY.
010000
010100 FD  BUREAU-FILE.
010200 01  BUREAU-REC             PIC X(150).
010300
010400 FD  EXCEPTION-REPORT.
010500 01  EXCEPTION-LINE         PIC X(100).
010600
010700 FD  RUN-CONTROL-FILE.
010800 01  RUN-CONTROL-REC.
010900     COPY RUNCTL.
011000
011100 WORKING-STORAGE SECTION.
011200*-----------------------------------------------------------*
011300* SWITCHES AND STATUS FIELDS.
011400*-----------------------------------------------------------*
011500 01  WS-LOANMAST-STATUS     PIC X(02).
011600     88  LOANMAST-OK                VALUE '00' '02'.
011700 01  WS-CUSTMAST-STATUS     PIC X(02).
011800     88  CUSTMAST-OK                VALUE '00'.
011900 01  WS-DELNQHST-STATUS     PIC X(02).
012000     88  DELNQHST-OK                VALUE '00' '02'.
012100 01  WS-PARTY-STATUS        PIC X(02).
012200     88  PARTY-OK                   VALUE '00'.
012300 01  WS-BUREAU-STATUS       PIC X(02).
012400     88  BUREAU-OK                  VALUE '00'.
012500 01  WS-BUREXCP-STATUS      PIC X(02).
012600     88  BUREXCP-OK                 VALUE '00'.
012700 01  WS-RUNCTL-STATUS       PIC X(02).
012800     88  RUNCTL-OK                  VALUE '00'.
012900     88  RUNCTL-NOT-FOUND           VALUE '35'.
013000     88  RUNCTL-RECORD-NOT-FOUND    VALUE '23'.
013100 01  WS-RUNCTL-ROW-SWITCH   PIC X(01).
013200     88  RUNCTL-ROW-EXISTS          VALUE 'Y'.
013300 01  Force-Response         PIC X(01).
013400     88  FORCE-RERUN                VALUE 'Y' 'y'.
013500 01  WS-EOF-SWITCH          PIC X(01).
013600     88  END-OF-LOAN-MASTER         VALUE 'Y'.
013700 01  WS-PARTY-EOF-SWITCH    PIC X(01).
013800     88  END-OF-PARTY-FILE          VALUE 'Y'.
013900 01  WS-VERIFY-EOF-SWITCH   PIC X(01).
014000     88  END-OF-VERIFY-PASS         VALUE 'Y'.
014100 01  WS-BALANCE-SWITCH      PIC X(01).
014200     88  BUREAU-FILE-IN-BALANCE     VALUE 'Y'.
014300 01  WS-RUN-FAILED-SWITCH   PIC X(01).
014400     88  RUN-FAILED                 VALUE 'Y'.
014500 01  WS-MONTH-END-SWITCH    PIC X(01).
014600     88  MONTH-END-RUN              VALUE 'Y'.
014700 01  WS-DELNQHST-OPEN-SWITCH PIC X(01).
014800     88  DELNQ-HISTORY-OPEN         VALUE 'Y'.
014900 01  WS-CUSTMAST-OPEN-SWITCH PIC X(01).
015000     88  CUSTOMER-MASTER-OPEN       VALUE 'Y'.
015100 01  WS-REPORTABLE-SWITCH   PIC X(01).
015200     88  LOAN-REPORTABLE            VALUE 'Y'.
015300 01  WS-NPA-SWITCH          PIC X(01).
015400     88  LOAN-IS-NPA                VALUE 'Y'.
015500
015600*-----------------------------------------------------------*
015700* RUN DATE, WITH A YEAR-MONTH VIEW FOR THE REPORTING MONTH,
015800* AND THE FIRST OF THE FOLLOWING MONTH - THE RUN DATE IS THE
015900* LAST DAY OF ITS MONTH WHEN THE TWO ARE ONE DAY APART.
016000*-----------------------------------------------------------*
016100 01  WS-RUN-DATE            PIC 9(08).
016200 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
016300     05  WS-RUN-YYYYMM      PIC 9(06).
016400     05  FILLER             PIC 9(02).
016500 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
016600     05  WS-RUN-YYYY        PIC 9(04).
016700     05  WS-RUN-MM          PIC 9(02).
016800     05  WS-RUN-DD          PIC 9(02).
016900 01  WS-NEXT-MONTH-DATE     PIC 9(08).
017000 01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
017100     05  WS-NEXT-YYYY       PIC 9(04).
017200     05  WS-NEXT-MM         PIC 9(02).
017300     05  WS-NEXT-DD         PIC 9(02).
017400 01  WS-RUN-DAY-NUMBER      PIC 9(07)  COMP.
017500 01  WS-NEXT-DAY-NUMBER     PIC 9(07)  COMP.
017600 01  WS-STATUS-DATE         PIC 9(08).
017700 01  WS-STATUS-DATE-SPLIT REDEFINES WS-STATUS-DATE.
017800     05  WS-STATUS-YYYYMM   PIC 9(06).
017900     05  FILLER             PIC 9(02).
018000
018100*-----------------------------------------------------------*
018200* DAY-NUMBER WORK FIELDS - 7000-COMPUTE-DAY-NUMBER TURNS THE
018300* YYYYMMDD DATE IN DN-DATE INTO A CONTINUOUS DAY COUNT, SO
018400* TWO DATES CAN BE SUBTRACTED WITHOUT A CALENDAR TABLE.
018500* THE YEAR IS TAKEN FROM MARCH, SO A LEAP DAY FALLS AT THE
018600* END OF THE COUNTING YEAR AND NEEDS NO SPECIAL CASE.
018700*-----------------------------------------------------------*
018800 01  DN-DATE                PIC 9(08).
018900 01  DN-DATE-SPLIT REDEFINES DN-DATE.
019000     05  DN-YYYY            PIC 9(04).
019100     05  DN-MM              PIC 9(02).
019200     05  DN-DD              PIC 9(02).
019300 01  DN-YEAR                PIC 9(04)  COMP.
019400 01  DN-MONTH               PIC 9(02)  COMP.
019500 01  DN-LEAP-4              PIC 9(04)  COMP.
019600 01  DN-LEAP-100            PIC 9(04)  COMP.
019700 01  DN-LEAP-400            PIC 9(04)  COMP.
019800 01  DN-MONTH-WORK          PIC 9(05)  COMP.
019900 01  DN-MONTH-DAYS          PIC 9(03)  COMP.
020000 01  DN-DAY-NUMBER          PIC 9(07)  COMP.
020100
020200*-----------------------------------------------------------*
020300* PER-LOAN WORK FIELDS.
020400*-----------------------------------------------------------*
020500 01  WS-MISSED-CYCLES       PIC 9(03)  COMP.
020600 01  WS-DAYS-PAST-DUE       PIC 9(05)  COMP.
020700 01  WS-AMOUNT-OVERDUE      PIC 9(9)V99.
020800 01  WS-EXCEPTION-REASON    PIC X(40).
020900
021000*-----------------------------------------------------------*
021100* CONTROL COUNTS AND HASH TOTALS - ACCUMULATED ONCE WHILE
021200* WRITING AND AGAIN, INDEPENDENTLY, ON THE READ-BACK PASS.
021300*-----------------------------------------------------------*
021400 01  WS-ACCOUNT-COUNT       PIC 9(07)  COMP.
021500 01  WS-PARTY-COUNT         PIC 9(07)  COMP.
021600 01  WS-BALANCE-HASH        PIC 9(13)V99.
021700 01  WS-CUSTOMER-HASH       PIC 9(15).
021800 01  WS-VERIFY-ACCOUNTS     PIC 9(07)  COMP.
021900 01  WS-VERIFY-PARTIES      PIC 9(07)  COMP.
022000 01  WS-VERIFY-BALANCE      PIC 9(13)V99.
022100 01  WS-VERIFY-CUSTOMERS    PIC 9(15).
022200
022300*-----------------------------------------------------------*
022400* RUN COUNTERS.
022500*-----------------------------------------------------------*
022600 01  WS-RECORD-COUNT        PIC 9(07)  COMP.
022700 01  WS-ACTIVE-COUNT        PIC 9(07)  COMP.
022800 01  WS-CLOSED-COUNT        PIC 9(07)  COMP.
022900 01  WS-WRITTEN-OFF-COUNT   PIC 9(07)  COMP.
023000 01  WS-OVERDUE-COUNT       PIC 9(07)  COMP.
023100 01  WS-CO-APPLICANT-COUNT  PIC 9(07)  COMP.
023200 01  WS-GUARANTOR-COUNT     PIC 9(07)  COMP.
023300 01  WS-ACCOUNT-REJECTS     PIC 9(07)  COMP.
023400 01  WS-PARTY-REJECTS       PIC 9(07)  COMP.
023500
023600*-----------------------------------------------------------*
023700* BUREAU FILE RECORD LAYOUTS. RECORD TYPE IS THE FIRST
023800* BYTE: '1' HEADER, '2' ACCOUNT, '3' ASSOCIATED PARTY,
023900* '9' TRAILER.
024000*-----------------------------------------------------------*
024100 01  BUREAU-HEADER-REC.
024200     05  BH-RECORD-TYPE     PIC X(01).
024300     05  BH-SYSTEM-ID       PIC X(08).
024400     05  BH-REPORTING-MONTH PIC 9(06).
024500     05  BH-RUN-DATE        PIC 9(08).
024600     05  FILLER             PIC X(127).
024700 01  BUREAU-ACCOUNT-REC.
024800     05  BA-RECORD-TYPE     PIC X(01).
024900     05  BA-ACCOUNT-ID      PIC X(25).
025000     05  BA-CUSTOMER-ID     PIC 9(09).
025100     05  BA-CUSTOMER-NAME   PIC X(30).
025200     05  BA-PHONE           PIC X(15).
025300     05  BA-BRANCH-CODE     PIC X(04).
025400     05  BA-LOAN-TYPE       PIC 9(01).
025500     05  BA-SANCTIONED-AMOUNT PIC 9(7)V99.
025600     05  BA-EMI             PIC 9(7)V99.
025700     05  BA-CURRENT-BALANCE PIC 9(7)V99.
025800     05  BA-AMOUNT-OVERDUE  PIC 9(7)V99.
025900     05  BA-ACCOUNT-STATUS  PIC X(02).
026000         88  BA-ACTIVE              VALUE 'AC'.
026100         88  BA-CLOSED              VALUE 'CL'.
026200         88  BA-WRITTEN-OFF         VALUE 'WO'.
026300     05  BA-STATUS-DATE     PIC 9(08).
026400     05  BA-RESTRUCTURED    PIC X(01).
026500     05  BA-DAYS-PAST-DUE   PIC 9(03).
026600     05  BA-NPA-FLAG        PIC X(01).
026700     05  BA-WRITEOFF-AMOUNT PIC 9(7)V99.
026800     05  FILLER             PIC X(05).
026900 01  BUREAU-PARTY-REC.
027000     05  BP-RECORD-TYPE     PIC X(01).
027100     05  BP-ACCOUNT-ID      PIC X(25).
027200     05  BP-CUSTOMER-ID     PIC 9(09).
027300     05  BP-PARTY-ROLE      PIC X(01).
027400     05  BP-CUSTOMER-NAME   PIC X(30).
027500     05  BP-PHONE           PIC X(15).
027600     05  FILLER             PIC X(69).
027700 01  BUREAU-TRAILER-REC.
027800     05  BT-RECORD-TYPE     PIC X(01).
027900     05  BT-ACCOUNT-COUNT   PIC 9(07).
028000     05  BT-PARTY-COUNT     PIC 9(07).
028100     05  BT-BALANCE-HASH    PIC 9(13)V99.
028200     05  BT-CUSTOMER-HASH   PIC 9(15).
028300     05  FILLER             PIC X(105).
028400
028500*-----------------------------------------------------------*
028600* EXCEPTION REPORT LINE LAYOUTS.
028700*-----------------------------------------------------------*
028800 01  EX-HEADER-LINE.
028900     05  FILLER             PIC X(38)
029000         VALUE "CREDIT BUREAU EXCEPTIONS FOR MONTH OF".
029100     05  FILLER             PIC X(01) VALUE SPACE.
029200     05  EX-HEADER-MONTH    PIC 9(06).
029300 01  EX-COLUMN-LINE.
029400     05  FILLER             PIC X(47)
029500         VALUE "LOAN ID                   CUSTOMER   PTY REASON".
029600 01  EX-DETAIL-LINE.
029700     05  EX-LOAN-ID         PIC X(25).
029800     05  FILLER             PIC X(01) VALUE SPACES.
029900     05  EX-CUSTOMER-ID     PIC 9(09).
030000     05  FILLER             PIC X(02) VALUE SPACES.
030100     05  EX-PARTY-ROLE      PIC X(01).
030200     05  FILLER             PIC X(02) VALUE SPACES.
030300     05  EX-REASON          PIC X(40).
030400 01  EX-TOTAL-LINE.
030500     05  EX-TOTAL-LABEL     PIC X(30).
030600     05  EX-TOTAL-COUNT     PIC Z(6)9.
030700
030800 PROCEDURE DIVISION.
030900*===========================================================*
031000 0000-MAINLINE.
031100*===========================================================*
031200     PERFORM 1000-INITIALIZE.
031300     IF MONTH-END-RUN
031400         PERFORM 2000-REPORT-ONE-LOAN THRU 2000-REPORT-NEXT
031500             UNTIL END-OF-LOAN-MASTER
031600         PERFORM 4000-WRITE-TRAILER
031700         PERFORM 5000-VERIFY-BUREAU-FILE
031800     END-IF.
031900     PERFORM 6000-TERMINATE.
032000     STOP RUN.
032100
032200*===========================================================*
032300 0500-CHECK-RUN-CONTROL.
032400*    RUNS AFTER THE PORTFOLIO REPORT, THE LAST JOB TO READ
032500*    THE DAY'S FINAL BALANCES, AND BEFORE THE ARCHIVE SWEEP
032600*    WHICH MAY TAKE CLOSED LOANS OFF THE MASTER. A RUN
032700*    ALREADY COMPLETED FOR THIS BUSINESS DATE IS REFUSED
032800*    UNLESS THE OPERATOR EXPLICITLY FORCES IT, AND THE ROW IS
032900*    STAMPED STARTED BEFORE ANY DATA IS TOUCHED.
033000*===========================================================*
033100     OPEN I-O RUN-CONTROL-FILE.
033200     IF RUNCTL-NOT-FOUND
033300         OPEN OUTPUT RUN-CONTROL-FILE
033400         CLOSE RUN-CONTROL-FILE
033500         OPEN I-O RUN-CONTROL-FILE
033600     END-IF.
033700     IF NOT RUNCTL-OK
033800         DISPLAY "** Run-control file not available - status ",
033900             WS-RUNCTL-STATUS, " - run refused **"
034000         MOVE 8 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
034300
034400     MOVE "PORTRPT"  TO RN-JOB-NAME.
034500     READ RUN-CONTROL-FILE
034600         KEY IS RN-JOB-NAME
034700         INVALID KEY
034800             CONTINUE
034900     END-READ.
035000     IF NOT RUNCTL-OK
035100         OR RN-RUN-DATE NOT = WS-RUN-DATE
035200         OR NOT RN-COMPLETED
035300         DISPLAY "** PORTRPT has not completed for ",
035400             WS-RUN-DATE, " - run refused **"
035500         MOVE 8 TO RETURN-CODE
035600         CLOSE RUN-CONTROL-FILE
035700         STOP RUN
035800     END-IF.
035900
036000     MOVE 'N'        TO WS-RUNCTL-ROW-SWITCH.
036100     MOVE "BUREAU"   TO RN-JOB-NAME.
036200     READ RUN-CONTROL-FILE
036300         KEY IS RN-JOB-NAME
036400         INVALID KEY
036500             CONTINUE
036600     END-READ.
036700     IF RUNCTL-OK
036800         MOVE 'Y' TO WS-RUNCTL-ROW-SWITCH
036900         IF RN-RUN-DATE = WS-RUN-DATE AND RN-COMPLETED
037000             DISPLAY "** BUREAU already completed for ",
037100                 WS-RUN-DATE, " - force a rerun? (Y/N): "
037200             ACCEPT Force-Response
037300             IF NOT FORCE-RERUN
037400                 DISPLAY "** Run refused - already completed ",
037500                     "for this business date **"
037600                 MOVE 8 TO RETURN-CODE
037700                 CLOSE RUN-CONTROL-FILE
037800                 STOP RUN
037900             END-IF
038000         END-IF
038100     END-IF.
038200
038300     MOVE "BUREAU"   TO RN-JOB-NAME.
038400     MOVE WS-RUN-DATE TO RN-RUN-DATE.
038500     MOVE 'S'        TO RN-STATUS.
038600     IF RUNCTL-ROW-EXISTS
038700         REWRITE RUN-CONTROL-REC
038800     ELSE
038900         WRITE RUN-CONTROL-REC
039000     END-IF.
039100     CLOSE RUN-CONTROL-FILE.
039200
039300*===========================================================*
039400 1000-INITIALIZE.
039500*===========================================================*
039600     MOVE 'N'  TO WS-EOF-SWITCH.
039700     MOVE 'N'  TO WS-MONTH-END-SWITCH.
039800     MOVE 'N'  TO WS-RUN-FAILED-SWITCH.
039900     MOVE 'N'  TO WS-BALANCE-SWITCH.
040000     MOVE 'N'  TO WS-DELNQHST-OPEN-SWITCH.
040100     MOVE 'N'  TO WS-CUSTMAST-OPEN-SWITCH.
040200     MOVE ZERO TO WS-ACCOUNT-COUNT.
040300     MOVE ZERO TO WS-PARTY-COUNT.
040400     MOVE ZERO TO WS-BALANCE-HASH.
040500     MOVE ZERO TO WS-CUSTOMER-HASH.
040600     MOVE ZERO TO WS-RECORD-COUNT.
040700     MOVE ZERO TO WS-ACTIVE-COUNT.
040800     MOVE ZERO TO WS-CLOSED-COUNT.
040900     MOVE ZERO TO WS-WRITTEN-OFF-COUNT.
041000     MOVE ZERO TO WS-OVERDUE-COUNT.
041100     MOVE ZERO TO WS-CO-APPLICANT-COUNT.
041200     MOVE ZERO TO WS-GUARANTOR-COUNT.
041300     MOVE ZERO TO WS-ACCOUNT-REJECTS.
041400     MOVE ZERO TO WS-PARTY-REJECTS.
041500
041600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
041700
041800     PERFORM 0500-CHECK-RUN-CONTROL.
041900
042000     PERFORM 1100-CHECK-MONTH-END.
042100     IF NOT MONTH-END-RUN
042200         DISPLAY "Not the last day of the month - ",
042300             "no bureau file for ", WS-RUN-DATE
042400     ELSE
042500         PERFORM 1200-OPEN-BUREAU-FILES
042600     END-IF.
042700
042800*===========================================================*
042900 1100-CHECK-MONTH-END.
043000*    THE RUN DATE IS THE LAST DAY OF ITS MONTH WHEN THE FIRST
043100*    OF THE NEXT MONTH IS THE VERY NEXT DAY. COUNTING DAYS
043200*    RATHER THAN LOOKING UP A MONTH LENGTH TAKES CARE OF
043300*    FEBRUARY IN A LEAP YEAR.
043400*===========================================================*
043500     MOVE WS-RUN-DATE TO DN-DATE.
043600     PERFORM 7000-COMPUTE-DAY-NUMBER.
043700     MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
043800
043900     IF WS-RUN-MM = 12
044000         COMPUTE WS-NEXT-YYYY = WS-RUN-YYYY + 1
044100         MOVE 1 TO WS-NEXT-MM
044200     ELSE
044300         MOVE WS-RUN-YYYY TO WS-NEXT-YYYY
044400         COMPUTE WS-NEXT-MM = WS-RUN-MM + 1
044500     END-IF.
044600     MOVE 1 TO WS-NEXT-DD.
044700     MOVE WS-NEXT-MONTH-DATE TO DN-DATE.
044800     PERFORM 7000-COMPUTE-DAY-NUMBER.
044900     MOVE DN-DAY-NUMBER TO WS-NEXT-DAY-NUMBER.
045000
045100     IF WS-NEXT-DAY-NUMBER - WS-RUN-DAY-NUMBER = 1
045200         MOVE 'Y' TO WS-MONTH-END-SWITCH
045300     END-IF.
045400
045500*===========================================================*
045600 1200-OPEN-BUREAU-FILES.
045700*    THE CUSTOMER MASTER IS ESSENTIAL - WITHOUT IT EVERY
045800*    ACCOUNT WOULD FAIL VALIDATION, SO THE RUN IS FAILED
045900*    RATHER THAN SENDING AN EMPTY FILE. NO DELINQUENCY
046000*    HISTORY MEANS NO LOAN HAS EVER BEEN IN ARREARS.
046100*===========================================================*
046200     OPEN OUTPUT BUREAU-FILE.
046300     OPEN OUTPUT EXCEPTION-REPORT.
046400
046500     MOVE SPACES          TO BUREAU-HEADER-REC.
046600     MOVE '1'             TO BH-RECORD-TYPE.
046700     MOVE "LOANSYS"       TO BH-SYSTEM-ID.
046800     MOVE WS-RUN-YYYYMM   TO BH-REPORTING-MONTH.
046900     MOVE WS-RUN-DATE     TO BH-RUN-DATE.
047000     MOVE BUREAU-HEADER-REC TO BUREAU-REC.
047100     WRITE BUREAU-REC.
047200
047300     MOVE WS-RUN-YYYYMM   TO EX-HEADER-MONTH.
047400     MOVE EX-HEADER-LINE  TO EXCEPTION-LINE.
047500     WRITE EXCEPTION-LINE.
047600     MOVE SPACES TO EXCEPTION-LINE.
047700     WRITE EXCEPTION-LINE.
047800     MOVE EX-COLUMN-LINE  TO EXCEPTION-LINE.
047900     WRITE EXCEPTION-LINE.
048000
048100     OPEN INPUT DELNQ-HISTORY-FILE.
048200     IF DELNQHST-OK
048300         MOVE 'Y' TO WS-DELNQHST-OPEN-SWITCH
048400     END-IF.
048500
048600     OPEN INPUT CUSTOMER-MASTER-FILE.
048700     IF CUSTMAST-OK
048800         MOVE 'Y' TO WS-CUSTMAST-OPEN-SWITCH
048900     ELSE
049000         DISPLAY "** Customer Master not available - status ",
049100             WS-CUSTMAST-STATUS, " **"
049200         MOVE 'Y' TO WS-EOF-SWITCH
049300         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
049400     END-IF.
049500
049600     OPEN INPUT LOAN-MASTER-FILE.
049700     IF NOT LOANMAST-OK
049800         DISPLAY "** Loan Master not available - status ",
049900             WS-LOANMAST-STATUS, " **"
050000         MOVE 'Y' TO WS-EOF-SWITCH
050100         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
050200     ELSE
050300         IF NOT RUN-FAILED
050400             PERFORM 2100-READ-LOAN-MASTER
050500         END-IF
050600     END-IF.
050700
050800*===========================================================*
050900 2000-REPORT-ONE-LOAN.
051000*    ONE PASS = ONE MASTER RECORD. A REPORTABLE LOAN THAT
051100*    PASSES VALIDATION YIELDS ITS ACCOUNT SEGMENT FOLLOWED BY
051200*    ITS PARTY SEGMENTS; ONE THAT FAILS GOES TO THE
051300*    EXCEPTION REPORT INSTEAD.
051400*===========================================================*
051500     ADD 1 TO WS-RECORD-COUNT.
051600
051700     MOVE 'N' TO WS-REPORTABLE-SWITCH.
051800     MOVE LM-STATUS-DATE TO WS-STATUS-DATE.
051900     IF LM-STATUS-DISBURSED OR LM-STATUS-WRITTEN-OFF
052000         MOVE 'Y' TO WS-REPORTABLE-SWITCH
052100     ELSE
052200         IF LM-STATUS-CLOSED
052300             AND WS-STATUS-YYYYMM = WS-RUN-YYYYMM
052400             MOVE 'Y' TO WS-REPORTABLE-SWITCH
052500         END-IF
052600     END-IF.
052700     IF NOT LOAN-REPORTABLE
052800         GO TO 2000-REPORT-NEXT
052900     END-IF.
053000
053100     MOVE LM-CUSTOMER-ID TO CM-CUSTOMER-ID.
053200     READ CUSTOMER-MASTER-FILE
053300         KEY IS CM-CUSTOMER-ID
053400         INVALID KEY
053500             CONTINUE
053600     END-READ.
053700     MOVE SPACES TO WS-EXCEPTION-REASON.
053800     IF NOT CUSTMAST-OK
053900         MOVE "PRIMARY NOT ON CUSTOMER MASTER"
054000             TO WS-EXCEPTION-REASON
054100     ELSE
054200         IF CM-CUSTOMER-NAME = SPACES
054300             MOVE "PRIMARY HAS NO NAME ON CUSTOMER MASTER"
054400                 TO WS-EXCEPTION-REASON
054500         ELSE
054600             IF LM-LOAN-AMOUNT = 0
054700                 MOVE "NO SANCTIONED AMOUNT"
054800                     TO WS-EXCEPTION-REASON
054900             ELSE
055000                 IF LM-STATUS-DATE = 0
055100                     MOVE "NO STATUS DATE"
055200                         TO WS-EXCEPTION-REASON
055300                 END-IF
055400             END-IF
055500         END-IF
055600     END-IF.
055700     IF WS-EXCEPTION-REASON NOT = SPACES
055800         ADD 1 TO WS-ACCOUNT-REJECTS
055900         MOVE LM-CUSTOMER-ID TO EX-CUSTOMER-ID
056000         MOVE SPACE          TO EX-PARTY-ROLE
056100         PERFORM 2900-WRITE-EXCEPTION
056200         GO TO 2000-REPORT-NEXT
056300     END-IF.
056400
056500     PERFORM 2200-WRITE-ACCOUNT-SEGMENT.
056600     PERFORM 3000-WRITE-PARTY-SEGMENTS.
056700
056800 2000-REPORT-NEXT.
056900     PERFORM 2100-READ-LOAN-MASTER.
057000
057100*===========================================================*
057200 2100-READ-LOAN-MASTER.
057300*===========================================================*
057400     READ LOAN-MASTER-FILE NEXT RECORD
057500         AT END
057600             MOVE 'Y' TO WS-EOF-SWITCH
057700     END-READ.
057800     IF NOT LOANMAST-OK AND NOT END-OF-LOAN-MASTER
057900         DISPLAY "** Loan Master read failed - status ",
058000             WS-LOANMAST-STATUS, " **"
058100         MOVE 'Y' TO WS-EOF-SWITCH
058200         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
058300     END-IF.
058400
058500*===========================================================*
058600 2200-WRITE-ACCOUNT-SEGMENT.
058700*    DAYS PAST DUE IS 30 FOR EACH CYCLE MISSED, AS THE AGING
058800*    BUCKETS COUNT IT, CAPPED AT THE THREE DIGITS THE BUREAU
058900*    FORMAT ALLOWS; THE AMOUNT OVERDUE IS THOSE CYCLES' EMIS,
059000*    NEVER MORE THAN THE BALANCE. A CLOSED LOAN OWES NOTHING.
059100*    A WRITTEN-OFF LOAN KEEPS THE ARREARS ITS HISTORY ROW WAS
059200*    FROZEN WITH.
059300*    EVERY SEGMENT FEEDS THE COUNTS AND HASH TOTALS THAT THE
059400*    TRAILER CARRIES AND THE READ-BACK PASS MUST MATCH.
059500*===========================================================*
059600     MOVE ZERO TO WS-MISSED-CYCLES.
059700     MOVE 'N'  TO WS-NPA-SWITCH.
059800     IF DELNQ-HISTORY-OPEN AND NOT LM-STATUS-CLOSED
059900         MOVE LM-LOAN-ID TO DH-LOAN-ID
060000         READ DELNQ-HISTORY-FILE
060100             KEY IS DH-LOAN-ID
060200             INVALID KEY
060300                 CONTINUE
060400         END-READ
060500         IF DELNQHST-OK
060600             MOVE DH-MISSED-CYCLES TO WS-MISSED-CYCLES
060700             IF DH-NON-PERFORMING
060800                 MOVE 'Y' TO WS-NPA-SWITCH
060900             END-IF
061000         END-IF
061100     END-IF.
061200
061300     COMPUTE WS-DAYS-PAST-DUE = WS-MISSED-CYCLES * 30.
061400     IF WS-DAYS-PAST-DUE > 999
061500         MOVE 999 TO WS-DAYS-PAST-DUE
061600     END-IF.
061700     COMPUTE WS-AMOUNT-OVERDUE = LM-EMI * WS-MISSED-CYCLES.
061800     IF LM-STATUS-WRITTEN-OFF
061900         MOVE LM-WRITEOFF-AMOUNT TO WS-AMOUNT-OVERDUE
062000     END-IF.
062100     IF LM-STATUS-DISBURSED
062200         AND WS-AMOUNT-OVERDUE > LM-OUTSTANDING-BALANCE
062300         MOVE LM-OUTSTANDING-BALANCE TO WS-AMOUNT-OVERDUE
062400     END-IF.
062500
062600     MOVE SPACES              TO BUREAU-ACCOUNT-REC.
062700     MOVE '2'                 TO BA-RECORD-TYPE.
062800     MOVE LM-LOAN-ID          TO BA-ACCOUNT-ID.
062900     MOVE LM-CUSTOMER-ID      TO BA-CUSTOMER-ID.
063000     MOVE CM-CUSTOMER-NAME    TO BA-CUSTOMER-NAME.
063100     MOVE CM-PHONE            TO BA-PHONE.
063200     MOVE LM-BRANCH-CODE      TO BA-BRANCH-CODE.
063300     MOVE LM-LOAN-TYPE        TO BA-LOAN-TYPE.
063400     MOVE LM-LOAN-AMOUNT      TO BA-SANCTIONED-AMOUNT.
063500     MOVE LM-EMI              TO BA-EMI.
063600     MOVE LM-OUTSTANDING-BALANCE TO BA-CURRENT-BALANCE.
063700     MOVE WS-AMOUNT-OVERDUE   TO BA-AMOUNT-OVERDUE.
063800     MOVE LM-STATUS-DATE      TO BA-STATUS-DATE.
063900     MOVE WS-DAYS-PAST-DUE    TO BA-DAYS-PAST-DUE.
064000     MOVE LM-WRITEOFF-AMOUNT  TO BA-WRITEOFF-AMOUNT.
064100     MOVE WS-NPA-SWITCH       TO BA-NPA-FLAG.
064200     IF LM-RESTRUCTURED
064300         MOVE 'Y'             TO BA-RESTRUCTURED
064400     ELSE
064500         MOVE 'N'             TO BA-RESTRUCTURED
064600     END-IF.
064700     IF LM-STATUS-DISBURSED
064800         MOVE "AC"           TO BA-ACCOUNT-STATUS
064900         ADD 1 TO WS-ACTIVE-COUNT
065000     ELSE
065100         IF LM-STATUS-WRITTEN-OFF
065200             MOVE "WO"       TO BA-ACCOUNT-STATUS
065300             ADD 1 TO WS-WRITTEN-OFF-COUNT
065400         ELSE
065500             MOVE "CL"       TO BA-ACCOUNT-STATUS
065600             ADD 1 TO WS-CLOSED-COUNT
065700         END-IF
065800     END-IF.
065900     IF WS-DAYS-PAST-DUE > 0
066000         ADD 1 TO WS-OVERDUE-COUNT
066100     END-IF.
066200
066300     ADD 1                  TO WS-ACCOUNT-COUNT.
066400     ADD BA-CURRENT-BALANCE TO WS-BALANCE-HASH.
066500     ADD BA-CUSTOMER-ID     TO WS-CUSTOMER-HASH.
066600     MOVE BUREAU-ACCOUNT-REC TO BUREAU-REC.
066700     WRITE BUREAU-REC.
066800
066900*===========================================================*
067000 2900-WRITE-EXCEPTION.
067100*    EX-CUSTOMER-ID, EX-PARTY-ROLE AND WS-EXCEPTION-REASON
067200*    ARE ALREADY SET; THE LOAN IS THE ONE IN HAND.
067300*===========================================================*
067400     MOVE LM-LOAN-ID          TO EX-LOAN-ID.
067500     MOVE WS-EXCEPTION-REASON TO EX-REASON.
067600     MOVE EX-DETAIL-LINE      TO EXCEPTION-LINE.
067700     WRITE EXCEPTION-LINE.
067800
067900*===========================================================*
068000 3000-WRITE-PARTY-SEGMENTS.
068100*    SCANS THE LOAN PARTY FILE FOR ROWS ON THIS LOAN. A
068200*    MISSING PARTY FILE JUST MEANS NO PARTIES HAVE EVER BEEN
068300*    KEYED.
068400*===========================================================*
068500     MOVE 'N' TO WS-PARTY-EOF-SWITCH.
068600     OPEN INPUT PARTY-FILE.
068700     IF NOT PARTY-OK
068800         MOVE 'Y' TO WS-PARTY-EOF-SWITCH
068900     ELSE
069000         PERFORM 3100-CHECK-ONE-PARTY-ROW
069100             UNTIL END-OF-PARTY-FILE
069200         CLOSE PARTY-FILE
069300     END-IF.
069400
069500*===========================================================*
069600 3100-CHECK-ONE-PARTY-ROW.
069700*===========================================================*
069800     READ PARTY-FILE
069900         AT END
070000             MOVE 'Y' TO WS-PARTY-EOF-SWITCH
070100     END-READ.
070200     IF NOT PARTY-OK AND NOT END-OF-PARTY-FILE
070300         MOVE 'Y' TO WS-PARTY-EOF-SWITCH
070400     END-IF.
070500     IF NOT END-OF-PARTY-FILE
070600         AND LP-LOAN-ID = LM-LOAN-ID
070700         IF LP-CO-APPLICANT OR LP-GUARANTOR
070800             PERFORM 3200-WRITE-PARTY-SEGMENT
070900         END-IF
071000     END-IF.
071100
071200*===========================================================*
071300 3200-WRITE-PARTY-SEGMENT.
071400*===========================================================*
071500     MOVE LP-CUSTOMER-ID TO CM-CUSTOMER-ID.
071600     READ CUSTOMER-MASTER-FILE
071700         KEY IS CM-CUSTOMER-ID
071800         INVALID KEY
071900             CONTINUE
072000     END-READ.
072100     IF NOT CUSTMAST-OK OR CM-CUSTOMER-NAME = SPACES
072200         ADD 1 TO WS-PARTY-REJECTS
072300         IF NOT CUSTMAST-OK
072400             MOVE "PARTY NOT ON CUSTOMER MASTER"
072500                 TO WS-EXCEPTION-REASON
072600         ELSE
072700             MOVE "PARTY HAS NO NAME ON CUSTOMER MASTER"
072800                 TO WS-EXCEPTION-REASON
072900         END-IF
073000         MOVE LP-CUSTOMER-ID TO EX-CUSTOMER-ID
073100         MOVE LP-PARTY-ROLE  TO EX-PARTY-ROLE
073200         PERFORM 2900-WRITE-EXCEPTION
073300     ELSE
073400         MOVE SPACES           TO BUREAU-PARTY-REC
073500         MOVE '3'              TO BP-RECORD-TYPE
073600         MOVE LM-LOAN-ID       TO BP-ACCOUNT-ID
073700         MOVE LP-CUSTOMER-ID   TO BP-CUSTOMER-ID
073800         MOVE LP-PARTY-ROLE    TO BP-PARTY-ROLE
073900         MOVE CM-CUSTOMER-NAME TO BP-CUSTOMER-NAME
074000         MOVE CM-PHONE         TO BP-PHONE
074100         IF LP-CO-APPLICANT
074200             ADD 1 TO WS-CO-APPLICANT-COUNT
074300         ELSE
074400             ADD 1 TO WS-GUARANTOR-COUNT
074500         END-IF
074600         ADD 1                 TO WS-PARTY-COUNT
074700         ADD BP-CUSTOMER-ID    TO WS-CUSTOMER-HASH
074800         MOVE BUREAU-PARTY-REC TO BUREAU-REC
074900         WRITE BUREAU-REC
075000     END-IF.
075100
075200*===========================================================*
075300 4000-WRITE-TRAILER.
075400*===========================================================*
075500     MOVE SPACES           TO BUREAU-TRAILER-REC.
075600     MOVE '9'              TO BT-RECORD-TYPE.
075700     MOVE WS-ACCOUNT-COUNT TO BT-ACCOUNT-COUNT.
075800     MOVE WS-PARTY-COUNT   TO BT-PARTY-COUNT.
075900     MOVE WS-BALANCE-HASH  TO BT-BALANCE-HASH.
076000     MOVE WS-CUSTOMER-HASH TO BT-CUSTOMER-HASH.
076100     MOVE BUREAU-TRAILER-REC TO BUREAU-REC.
076200     WRITE BUREAU-REC.
076300
076400     MOVE SPACES TO EXCEPTION-LINE.
076500     WRITE EXCEPTION-LINE.
076600     MOVE SPACES               TO EX-TOTAL-LINE.
076700     MOVE "ACCOUNTS NOT SENT"  TO EX-TOTAL-LABEL.
076800     MOVE WS-ACCOUNT-REJECTS   TO EX-TOTAL-COUNT.
076900     MOVE EX-TOTAL-LINE        TO EXCEPTION-LINE.
077000     WRITE EXCEPTION-LINE.
077100     MOVE SPACES               TO EX-TOTAL-LINE.
077200     MOVE "PARTIES NOT SENT"   TO EX-TOTAL-LABEL.
077300     MOVE WS-PARTY-REJECTS     TO EX-TOTAL-COUNT.
077400     MOVE EX-TOTAL-LINE        TO EXCEPTION-LINE.
077500     WRITE EXCEPTION-LINE.
077600
077700     CLOSE LOAN-MASTER-FILE.
077800     CLOSE BUREAU-FILE.
077900     CLOSE EXCEPTION-REPORT.
078000     IF CUSTOMER-MASTER-OPEN
078100         CLOSE CUSTOMER-MASTER-FILE
078200     END-IF.
078300     IF DELNQ-HISTORY-OPEN
078400         CLOSE DELNQ-HISTORY-FILE
078500     END-IF.
078600
078700*===========================================================*
078800 5000-VERIFY-BUREAU-FILE.
078900*    READS THE FINISHED FILE BACK AND RE-TOTALS THE SEGMENTS
079000*    AGAINST ITS OWN TRAILER. ANY MISMATCH - A SHORT WRITE,
079100*    A TRUNCATED AMOUNT, A MISSING TRAILER - MARKS THE RUN
079200*    OUT OF BALANCE.
079300*===========================================================*
079400     MOVE 'N'  TO WS-VERIFY-EOF-SWITCH.
079500     MOVE 'N'  TO WS-BALANCE-SWITCH.
079600     MOVE ZERO TO WS-VERIFY-ACCOUNTS.
079700     MOVE ZERO TO WS-VERIFY-PARTIES.
079800     MOVE ZERO TO WS-VERIFY-BALANCE.
079900     MOVE ZERO TO WS-VERIFY-CUSTOMERS.
080000
080100     OPEN INPUT BUREAU-FILE.
080200     IF NOT BUREAU-OK
080300         DISPLAY "** Bureau file cannot be read back - status ",
080400             WS-BUREAU-STATUS, " **"
080500         MOVE 'Y' TO WS-VERIFY-EOF-SWITCH
080600     ELSE
080700         PERFORM 5100-VERIFY-ONE-RECORD
080800             UNTIL END-OF-VERIFY-PASS
080900         CLOSE BUREAU-FILE
081000     END-IF.
081100
081200*===========================================================*
081300 5100-VERIFY-ONE-RECORD.
081400*===========================================================*
081500     READ BUREAU-FILE
081600         AT END
081700             MOVE 'Y' TO WS-VERIFY-EOF-SWITCH
081800     END-READ.
081900     IF NOT BUREAU-OK AND NOT END-OF-VERIFY-PASS
082000         MOVE 'Y' TO WS-VERIFY-EOF-SWITCH
082100     END-IF.
082200
082300     IF NOT END-OF-VERIFY-PASS
082400         MOVE BUREAU-REC TO BUREAU-ACCOUNT-REC
082500         IF BA-RECORD-TYPE = '2'
082600             ADD 1                  TO WS-VERIFY-ACCOUNTS
082700             ADD BA-CURRENT-BALANCE TO WS-VERIFY-BALANCE
082800             ADD BA-CUSTOMER-ID     TO WS-VERIFY-CUSTOMERS
082900         ELSE
083000             IF BA-RECORD-TYPE = '3'
083100                 MOVE BUREAU-REC TO BUREAU-PARTY-REC
083200                 ADD 1              TO WS-VERIFY-PARTIES
083300                 ADD BP-CUSTOMER-ID TO WS-VERIFY-CUSTOMERS
083400             ELSE
083500                 IF BA-RECORD-TYPE = '9'
083600                     MOVE BUREAU-REC TO BUREAU-TRAILER-REC
083700                     IF BT-ACCOUNT-COUNT = WS-VERIFY-ACCOUNTS
083800                         AND BT-PARTY-COUNT = WS-VERIFY-PARTIES
083900                         AND BT-BALANCE-HASH = WS-VERIFY-BALANCE
084000                         AND BT-CUSTOMER-HASH =
084100                             WS-VERIFY-CUSTOMERS
084200                         MOVE 'Y' TO WS-BALANCE-SWITCH
084300                     END-IF
084400                 END-IF
084500             END-IF
084600         END-IF
084700     END-IF.
084800
084900*===========================================================*
085000 6000-TERMINATE.
085100*    A NIGHT THAT IS NOT MONTH END HAS NOTHING TO BALANCE AND
085200*    SIMPLY COMPLETES.
085300*===========================================================*
085400     IF NOT MONTH-END-RUN
085500         PERFORM 9500-STAMP-RUN-END
085600     ELSE
085700         DISPLAY "*******************************************"
085800         DISPLAY " Reporting month:      ", WS-RUN-YYYYMM
085900         DISPLAY " Records read:         ", WS-RECORD-COUNT
086000         DISPLAY " Active accounts:      ", WS-ACTIVE-COUNT
086100         DISPLAY " Closed this month:    ", WS-CLOSED-COUNT
086200         DISPLAY " Written off:          ", WS-WRITTEN-OFF-COUNT
086300         DISPLAY " Past due:             ", WS-OVERDUE-COUNT
086400         DISPLAY " Co-applicants:        ", WS-CO-APPLICANT-COUNT
086500         DISPLAY " Guarantors:           ", WS-GUARANTOR-COUNT
086600         DISPLAY " Accounts not sent:    ", WS-ACCOUNT-REJECTS
086700         DISPLAY " Parties not sent:     ", WS-PARTY-REJECTS
086800         DISPLAY " Account segments:     ", WS-ACCOUNT-COUNT
086900         DISPLAY " Party segments:       ", WS-PARTY-COUNT
087000         DISPLAY " Balance hash:         ", WS-BALANCE-HASH
087100         DISPLAY " Customer hash:        ", WS-CUSTOMER-HASH
087200         DISPLAY "*******************************************"
087300         IF BUREAU-FILE-IN-BALANCE AND NOT RUN-FAILED
087400             DISPLAY "Bureau file is in balance - OK to transmit."
087500             PERFORM 9500-STAMP-RUN-END
087600         ELSE
087700             DISPLAY "*******************************************"
087800             DISPLAY "** BUREAU FILE OUT OF BALANCE           **"
087900             DISPLAY "** DO NOT TRANSMIT THIS FILE TO BUREAU  **"
088000             DISPLAY "*******************************************"
088100             MOVE 8 TO RETURN-CODE
088200         END-IF
088300     END-IF.
088400
088500*===========================================================*
088600 7000-COMPUTE-DAY-NUMBER.
088700*    DN-DATE IN, DN-DAY-NUMBER OUT. COUNTING THE YEAR FROM
088800*    MARCH PUTS FEBRUARY LAST, SO THE LEAP-YEAR RULE IS JUST
088900*    THE THREE DIVISIONS BELOW.
089000*===========================================================*
089100     IF DN-MM < 3
089200         COMPUTE DN-YEAR  = DN-YYYY - 1
089300         COMPUTE DN-MONTH = DN-MM + 9
089400     ELSE
089500         MOVE DN-YYYY TO DN-YEAR
089600         COMPUTE DN-MONTH = DN-MM - 3
089700     END-IF.
089800     DIVIDE DN-YEAR BY 4   GIVING DN-LEAP-4.
089900     DIVIDE DN-YEAR BY 100 GIVING DN-LEAP-100.
090000     DIVIDE DN-YEAR BY 400 GIVING DN-LEAP-400.
090100     COMPUTE DN-MONTH-WORK = 153 * DN-MONTH + 2.
090200     DIVIDE DN-MONTH-WORK BY 5 GIVING DN-MONTH-DAYS.
090300     COMPUTE DN-DAY-NUMBER =
090400         365 * DN-YEAR + DN-LEAP-4 - DN-LEAP-100
090500             + DN-LEAP-400 + DN-MONTH-DAYS + DN-DD.
090600
090700*===========================================================*
090800 9500-STAMP-RUN-END.
090900*    ONLY A BALANCED FILE - OR A NIGHT WITH NO FILE TO WRITE -
091000*    STAMPS COMPLETED. AN OUT-OF-BALANCE RUN LEAVES THE ROW
091100*    STARTED, SO THE ARCHIVE SWEEP REFUSES TO RUN ON TOP OF
091200*    IT AND THE CLOSED LOANS STAY ON THE MASTER FOR A RERUN.
091300*===========================================================*
091400     OPEN I-O RUN-CONTROL-FILE.
091500     IF NOT RUNCTL-OK
091600         DISPLAY "** Run-control file not available at end ",
091700             "of run - status ", WS-RUNCTL-STATUS, " **"
091800     ELSE
091900         MOVE "BUREAU"    TO RN-JOB-NAME
092000         READ RUN-CONTROL-FILE
092100             KEY IS RN-JOB-NAME
092200             INVALID KEY
092300                 CONTINUE
092400         END-READ
092500         IF RUNCTL-OK
092600             MOVE WS-RUN-DATE TO RN-RUN-DATE
092700             MOVE 'C'         TO RN-STATUS
092800             REWRITE RUN-CONTROL-REC
092900         END-IF
093000         CLOSE RUN-CONTROL-FILE
093100     END-IF.
