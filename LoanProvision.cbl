000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LoanProvision.
000300 AUTHOR.        LENDING-SYSTEMS-GROUP.
000400 INSTALLATION.  RETAIL-BANKING-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*  2026-10-15  LSG  ORIGINAL VERSION - MONTH-END LOAN-LOSS
001000*                   PROVISIONING OVER THE LOAN MASTER AND THE
001100*                   DELINQUENCY HISTORY, WITH THE PROVISION
001200*                   HELD PER LOAN AND A BRANCH/PRODUCT REPORT.
001300*-----------------------------------------------------------*
001400* THIS JOB RUNS IN THE NIGHTLY STREAM BETWEEN THE RETURNS
001500* POSTING AND THE GL EXTRACT, BUT ONLY DOES ANYTHING ON THE
001600* LAST CALENDAR DAY OF THE MONTH - ON ANY OTHER NIGHT IT
001700* STAMPS ITSELF COMPLETED AND STEPS ASIDE SO THE GL EXTRACT
001800* CAN FOLLOW.
001900*
002000* AT MONTH END EVERY DISBURSED LOAN WITH A BALANCE IS PUT IN
002100* A PROVISIONING CATEGORY FROM ITS DELINQUENCY HISTORY - ONE,
002200* TWO OR THREE MISSED CYCLES FOR THE 30, 60 AND 90+ DAY
002300* BUCKETS, MORE THAN THREE FOR NPA, NONE FOR STANDARD - AND A
002400* RESTRUCTURED LOAN GOES TO THE RESTRUCTURED CATEGORY, OR
002500* STAYS IN ITS ARREARS BUCKET IF THAT RATE IS THE HIGHER. THE
002600* CATEGORY'S RATE FOR THE LOAN TYPE, FROM THE PROVISIONING
002700* RATE FILE IN EFFECT ON THE RUN DATE, TIMES THE OUTSTANDING
002800* BALANCE IS THE PROVISION THE LOAN SHOULD CARRY. A MISSING
002900* RATE FOR ANY TYPE AND CATEGORY REFUSES THE RUN BEFORE A
003000* SINGLE PROVISION IS TOUCHED.
003100*
003200* THE PROVISION FILE HOLDS WHAT EACH LOAN CARRIES. THE
003300* DIFFERENCE FROM LAST MONTH IS RECORDED ON THE LOAN'S ROW AS
003400* AN INCREASE OR A RELEASE, AND ONLY THAT MOVEMENT GOES TO THE
003500* GL EXTRACT. A LOAN CLOSED OR WRITTEN OFF SINCE, OR GONE
003600* FROM THE MASTER ALTOGETHER, HAS ITS WHOLE PROVISION
003700* RELEASED. A FORCED RERUN ON THE SAME DATE RESTATES THE SAME
003800* MOVEMENT FROM THE PRIOR AMOUNT KEPT ON THE ROW.
003900*
004000* THE REPORT SHOWS THE BOOK BY BRANCH, BY LOAN TYPE AND BY
004100* CATEGORY, AND TIES THE OUTSTANDING BALANCE OF EVERY RECORD
004200* READ TO THE PORTFOLIO REPORT'S GRAND TOTAL AND THE MOVEMENT
004300* TO THE PROVISION HELD.
004400*-----------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS LM-LOAN-ID
005200         ALTERNATE RECORD KEY IS LM-CUSTOMER-ID
005300             WITH DUPLICATES
005400         FILE STATUS IS WS-LOANMAST-STATUS.
005500     SELECT DELNQ-HISTORY-FILE ASSIGN TO DELNQHST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS DH-LOAN-ID
005900         FILE STATUS IS WS-DELNQHST-STATUS.
006000     SELECT PROV-RATE-FILE ASSIGN TO PROVRATE
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PROVRATE-STATUS.
006300     SELECT PROVISION-FILE ASSIGN TO PROVFILE
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS PF-LOAN-ID
006700         FILE STATUS IS WS-PROVFILE-STATUS.
006800     SELECT PROVISION-REPORT ASSIGN TO PROVRPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PROVRPT-STATUS.
007100     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS RN-JOB-NAME
007500         FILE STATUS IS WS-RUNCTL-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  LOAN-MASTER-FILE.
008000 01  LOAN-MASTER-REC.
008100     COPY LOANMAST.
008200
008300 FD  DELNQ-HISTORY-FILE.
008400 01  DELNQ-HISTORY-REC.
008500     COPY DELNQHST.
008600
008700 FD  PROV-RATE-FILE.
008800 01  PROV-RATE-REC.
008900     COPY PROVRATE.
009000
009100 FD  PROVISION-FILE.
009200 01  PROVISION-REC.
009300     COPY PROVFILE.
009400
009500 FD  PROVISION-REPORT.
009600 01  PROV-REPORT-LINE       PIC X(110).
009700
009800 FD  RUN-CONTROL-FILE.
009900 01  RUN-CONTROL-REC.
010000     COPY RUNCTL.
010100
010200 WORKING-STORAGE SECTION.
010300*-----------------------------------------------------------*
010400* SWITCHES AND STATUS FIELDS.
010500*-----------------------------------------------------------*
010600 01  WS-LOANMAST-STATUS     PIC X(02).
010700     88  LOANMAST-OK                VALUE '00' '02'.
010800 01  WS-DELNQHST-STATUS     PIC X(02).
010900     88  DELNQHST-OK                VALUE '00' '02'.
011000     88  DELNQHST-NOT-FOUND         VALUE '35'.
011100     88  DELNQHST-RECORD-NOT-FOUND  VALUE '23'.
011200 01  WS-PROVRATE-STATUS     PIC X(02).
011300     88  PROVRATE-OK                VALUE '00'.
011400 01  WS-PROVFILE-STATUS     PIC X(02).
011500     88  PROVFILE-OK                VALUE '00' '02'.
011600     88  PROVFILE-NOT-FOUND         VALUE '35'.
011700     88  PROVFILE-RECORD-NOT-FOUND  VALUE '23'.
011800 01  WS-PROVRPT-STATUS      PIC X(02).
011900     88  PROVRPT-OK                 VALUE '00'.
012000 01  WS-RUNCTL-STATUS       PIC X(02).
012100     88  RUNCTL-OK                  VALUE '00'.
012200     88  RUNCTL-NOT-FOUND           VALUE '35'.
012300     88  RUNCTL-RECORD-NOT-FOUND    VALUE '23'.
012400 01  WS-RUNCTL-ROW-SWITCH   PIC X(01).
012500     88  RUNCTL-ROW-EXISTS          VALUE 'Y'.
012600 01  Force-Response         PIC X(01).
012700     88  FORCE-RERUN                VALUE 'Y' 'y'.
012800 01  WS-EOF-SWITCH          PIC X(01).
012900     88  END-OF-LOAN-MASTER         VALUE 'Y'.
013000 01  WS-RATE-EOF-SWITCH     PIC X(01).
013100     88  END-OF-PROV-RATES          VALUE 'Y'.
013200 01  WS-PROV-EOF-SWITCH     PIC X(01).
013300     88  END-OF-PROVISIONS          VALUE 'Y'.
013400 01  WS-MONTH-END-SWITCH    PIC X(01).
013500     88  MONTH-END-RUN              VALUE 'Y'.
013600 01  WS-DELNQHST-OPEN-SWITCH PIC X(01).
013700     88  DELNQ-HISTORY-OPEN         VALUE 'Y'.
013800 01  WS-ON-BOOK-SWITCH      PIC X(01).
013900     88  LOAN-ON-BOOK               VALUE 'Y'.
014000 01  WS-PF-ROW-SWITCH       PIC X(01).
014100     88  PF-ROW-EXISTS              VALUE 'Y'.
014200 01  WS-RATES-COMPLETE-SWITCH PIC X(01).
014300     88  RATES-COMPLETE             VALUE 'Y'.
014400 01  WS-CAT-FOUND-SWITCH    PIC X(01).
014500     88  CAT-FOUND                  VALUE 'Y'.
014600
014700*-----------------------------------------------------------*
014800* RUN DATE, WITH A YEAR-MONTH VIEW FOR THE PROVISION MONTH,
014900* AND THE FIRST OF THE FOLLOWING MONTH - THE RUN DATE IS THE
015000* LAST DAY OF ITS MONTH WHEN THE TWO ARE ONE DAY APART.
015100*-----------------------------------------------------------*
015200 01  WS-RUN-DATE            PIC 9(08).
015300 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
015400     05  WS-RUN-YYYYMM      PIC 9(06).
015500     05  FILLER             PIC 9(02).
015600 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
015700     05  WS-RUN-YYYY        PIC 9(04).
015800     05  WS-RUN-MM          PIC 9(02).
015900     05  WS-RUN-DD          PIC 9(02).
016000 01  WS-NEXT-MONTH-DATE     PIC 9(08).
016100 01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
016200     05  WS-NEXT-YYYY       PIC 9(04).
016300     05  WS-NEXT-MM         PIC 9(02).
016400     05  WS-NEXT-DD         PIC 9(02).
016500 01  WS-RUN-DAY-NUMBER      PIC 9(07)  COMP.
016600 01  WS-NEXT-DAY-NUMBER     PIC 9(07)  COMP.
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
019000* PROVISIONING CATEGORIES - THE SIX THE RATE FILE CARRIES,
019100* IN RATE-TABLE ORDER, THEN 'OFF' FOR A LOAN NO LONGER ON
019200* THE BOOK WHOSE PROVISION HAS BEEN RELEASED.
019300*-----------------------------------------------------------*
019400 01  CT-CODE-VALUES         PIC X(21)
019500         VALUE "STD030060090NPARSTOFF".
019600 01  CT-CODE-TABLE REDEFINES CT-CODE-VALUES.
019700     05  CT-CODE            PIC X(03) OCCURS 7 TIMES.
019800 01  CT-SUB                 PIC 9(01)  COMP.
019900 01  CT-MATCH-SUB           PIC 9(01)  COMP.
020000 01  CT-RESTRUCTURED-SUB    PIC 9(01)  COMP VALUE 6.
020100 01  CT-OFF-BOOK-SUB        PIC 9(01)  COMP VALUE 7.
020200 01  WS-CATEGORY-CODE       PIC X(03).
020300
020400*-----------------------------------------------------------*
020500* PROVISIONING RATES IN EFFECT ON THE RUN DATE, SUBSCRIPTED
020600* BY LOAN TYPE AND CATEGORY. EACH CELL KEEPS THE EFFECTIVE
020700* DATE OF THE ROW IT CAME FROM, AND A ROW AT LEAST AS FRESH
020800* REPLACES IT - THE SAME RULE THE RATE CARD LOADERS FOLLOW.
020900*-----------------------------------------------------------*
021000 01  PX-RATE-TABLE.
021100     05  PX-TYPE OCCURS 4 TIMES.
021200         10  PX-CATEGORY OCCURS 6 TIMES.
021300             15  PX-PCT             PIC 9(03)V99.
021400             15  PX-EFFECTIVE-DATE  PIC 9(08).
021500             15  PX-LOADED-SWITCH   PIC X(01).
021600                 88  PX-LOADED              VALUE 'Y'.
021700 01  PX-TYPE-SUB            PIC 9(01)  COMP.
021800 01  PX-CAT-SUB             PIC 9(01)  COMP.
021900 01  WS-RATE-ROWS-READ      PIC 9(07)  COMP.
022000
022100*-----------------------------------------------------------*
022200* PER-LOAN WORK FIELDS.
022300*-----------------------------------------------------------*
022400 01  WS-MISSED-CYCLES       PIC 9(03).
022500 01  WS-PROVISION-PCT       PIC 9(03)V99.
022600 01  WS-NEW-AMOUNT          PIC 9(7)V99.
022700 01  WS-PRIOR-AMOUNT        PIC 9(7)V99.
022800
022900*-----------------------------------------------------------*
023000* PER-BRANCH ACCUMULATORS - ENTRIES ARE TAKEN UP IN THE
023100* ORDER BRANCHES ARE FIRST SEEN, A BLANK BRANCH REPORTS
023200* UNDER '????' AND OVERFLOW LANDS UNDER '++++', AS ON THE
023300* PORTFOLIO REPORT.
023400*-----------------------------------------------------------*
023500 01  BR-BRANCH-TABLE.
023600     05  BR-ENTRY OCCURS 50 TIMES INDEXED BY BR-IDX.
023700         10  BR-CODE            PIC X(04).
023800         10  BR-COUNT           PIC 9(07) COMP.
023900         10  BR-OUTSTANDING     PIC 9(13)V99.
024000         10  BR-HELD            PIC 9(13)V99.
024100         10  BR-INCREASE        PIC 9(13)V99.
024200         10  BR-RELEASE         PIC 9(13)V99.
024300 01  BR-USED-COUNT          PIC 9(02) COMP.
024400 01  BR-SUB                 PIC 9(02) COMP.
024500 01  BR-MATCH-SUB           PIC 9(02) COMP.
024600 01  BR-WORK-CODE           PIC X(04).
024700 01  BR-FOUND-SWITCH        PIC X(01).
024800     88  BR-FOUND                   VALUE 'Y'.
024900
025000*-----------------------------------------------------------*
025100* PER-TYPE ACCUMULATORS - TYPES 1-4, WITH ENTRY 5 FOR A
025200* RECORD WHOSE LOAN TYPE IS OUTSIDE 1-4.
025300*-----------------------------------------------------------*
025400 01  PT-TYPE-TABLE.
025500     05  PT-ENTRY OCCURS 5 TIMES INDEXED BY PT-IDX.
025600         10  PT-COUNT           PIC 9(07) COMP.
025700         10  PT-OUTSTANDING     PIC 9(13)V99.
025800         10  PT-HELD            PIC 9(13)V99.
025900         10  PT-INCREASE        PIC 9(13)V99.
026000         10  PT-RELEASE         PIC 9(13)V99.
026100 01  PT-SUB                 PIC 9(01) COMP.
026200
026300*-----------------------------------------------------------*
026400* PER-CATEGORY ACCUMULATORS, IN CT-CODE ORDER.
026500*-----------------------------------------------------------*
026600 01  CA-CATEGORY-TABLE.
026700     05  CA-ENTRY OCCURS 7 TIMES INDEXED BY CA-IDX.
026800         10  CA-COUNT           PIC 9(07) COMP.
026900         10  CA-OUTSTANDING     PIC 9(13)V99.
027000         10  CA-HELD            PIC 9(13)V99.
027100         10  CA-INCREASE        PIC 9(13)V99.
027200         10  CA-RELEASE         PIC 9(13)V99.
027300
027400*-----------------------------------------------------------*
027500* TIE-OUT TOTALS. EVERY LOAN MASTER RECORD READ FEEDS THE
027600* ALL-RECORDS OUTSTANDING, WHICH IS THE FIGURE THE PORTFOLIO
027700* REPORT PRINTS ON ITS GRAND-TOTAL LINE - THE PROVISIONED
027800* BOOK AND THE REST MUST ADD BACK UP TO IT. THE PROVISION
027900* HELD MUST EQUAL THE PRIOR AMOUNT PLUS THE INCREASES LESS
028000* THE RELEASES.
028100*-----------------------------------------------------------*
028200 01  WS-RECORD-COUNT        PIC 9(07)  COMP.
028300 01  WS-ALL-OUTSTANDING     PIC 9(13)V99.
028400 01  WS-BOOK-COUNT          PIC 9(07)  COMP.
028500 01  WS-BOOK-OUTSTANDING    PIC 9(13)V99.
028600 01  WS-OFF-BOOK-COUNT      PIC 9(07)  COMP.
028700 01  WS-OFF-BOOK-OUTSTANDING PIC 9(13)V99.
028800 01  WS-TOTAL-PRIOR         PIC 9(13)V99.
028900 01  WS-TOTAL-HELD          PIC 9(13)V99.
029000 01  WS-TOTAL-INCREASE      PIC 9(13)V99.
029100 01  WS-TOTAL-RELEASE       PIC 9(13)V99.
029200 01  WS-PROVED-HELD         PIC S9(13)V99.
029300
029400*-----------------------------------------------------------*
029500* RUN COUNTERS.
029600*-----------------------------------------------------------*
029700 01  WS-ROWS-WRITTEN        PIC 9(07)  COMP.
029800 01  WS-INCREASE-COUNT      PIC 9(07)  COMP.
029900 01  WS-RELEASE-COUNT       PIC 9(07)  COMP.
030000 01  WS-DROPPED-COUNT       PIC 9(07)  COMP.
030100 01  WS-NO-RATE-COUNT       PIC 9(07)  COMP.
030200 01  WS-WRITE-ERROR-COUNT   PIC 9(07)  COMP.
030300
030400*-----------------------------------------------------------*
030500* REPORT LINE LAYOUTS.
030600*-----------------------------------------------------------*
030700 01  PR-HEADER-LINE.
030800     05  FILLER             PIC X(37)
030900         VALUE "MONTH-END LOAN-LOSS PROVISIONING FOR ".
031000     05  PR-HEADER-DATE     PIC 9(08).
031100 01  PR-COLUMN-LINE.
031200     05  PR-COL-LABEL       PIC X(04).
031300     05  FILLER             PIC X(29)
031400         VALUE "    LOANS     OUTSTANDING BAL".
031500     05  FILLER             PIC X(20)
031600         VALUE "      PROVISION HELD".
031700     05  FILLER             PIC X(20)
031800         VALUE "            INCREASE".
031900     05  FILLER             PIC X(20)
032000         VALUE "             RELEASE".
032100 01  PR-DETAIL-LINE.
032200     05  PR-LABEL           PIC X(04).
032300     05  FILLER             PIC X(02) VALUE SPACES.
032400     05  PR-COUNT           PIC Z(6)9.
032500     05  FILLER             PIC X(04) VALUE SPACES.
032600     05  PR-OUTSTANDING     PIC Z(12)9.99.
032700     05  FILLER             PIC X(04) VALUE SPACES.
032800     05  PR-HELD            PIC Z(12)9.99.
032900     05  FILLER             PIC X(04) VALUE SPACES.
033000     05  PR-INCREASE        PIC Z(12)9.99.
033100     05  FILLER             PIC X(04) VALUE SPACES.
033200     05  PR-RELEASE         PIC Z(12)9.99.
033300 01  PR-TIE-LINE.
033400     05  PR-TIE-LABEL       PIC X(30).
033500     05  FILLER             PIC X(02) VALUE SPACES.
033600     05  PR-TIE-COUNT       PIC Z(6)9.
033700     05  FILLER             PIC X(04) VALUE SPACES.
033800     05  PR-TIE-AMOUNT      PIC Z(12)9.99.
033900 01  WS-TYPE-DISP           PIC 9(01).
034000
034100 PROCEDURE DIVISION.
034200*===========================================================*
034300 0000-MAINLINE.
034400*===========================================================*
034500     PERFORM 1000-INITIALIZE.
034600     IF MONTH-END-RUN
034700         PERFORM 2000-PROVISION-ONE-LOAN THRU 2000-PROVISION-NEXT
034800             UNTIL END-OF-LOAN-MASTER
034900         PERFORM 3000-RELEASE-DROPPED-LOANS
035000         PERFORM 5000-PRINT-REPORT
035100     END-IF.
035200     PERFORM 6000-TERMINATE.
035300     STOP RUN.
035400
035500*===========================================================*
035600 0500-CHECK-RUN-CONTROL.
035700*    RUNS AFTER THE RETURNS POSTING JOB - THE BALANCES AND
035800*    ARREARS PROVISIONED MUST BE THE DAY'S FINAL ONES, AND
035900*    THE GL EXTRACT THAT FOLLOWS MUST SEE THE MONTH'S
036000*    MOVEMENT. A RUN ALREADY COMPLETED FOR THIS BUSINESS DATE
036100*    IS REFUSED UNLESS THE OPERATOR EXPLICITLY FORCES IT, AND
036200*    THE ROW IS STAMPED STARTED BEFORE ANY DATA IS TOUCHED.
036300*===========================================================*
036400     OPEN I-O RUN-CONTROL-FILE.
036500     IF RUNCTL-NOT-FOUND
036600         OPEN OUTPUT RUN-CONTROL-FILE
036700         CLOSE RUN-CONTROL-FILE
036800         OPEN I-O RUN-CONTROL-FILE
036900     END-IF.
037000     IF NOT RUNCTL-OK
037100         DISPLAY "** Run-control file not available - status ",
037200             WS-RUNCTL-STATUS, " - run refused **"
037300         MOVE 8 TO RETURN-CODE
037400         STOP RUN
037500     END-IF.
037600
037700     MOVE "RTNPOST"  TO RN-JOB-NAME.
037800     READ RUN-CONTROL-FILE
037900         KEY IS RN-JOB-NAME
038000         INVALID KEY
038100             CONTINUE
038200     END-READ.
038300     IF NOT RUNCTL-OK
038400         OR RN-RUN-DATE NOT = WS-RUN-DATE
038500         OR NOT RN-COMPLETED
038600         DISPLAY "** RTNPOST has not completed for ",
038700             WS-RUN-DATE, " - run refused **"
038800         MOVE 8 TO RETURN-CODE
038900         CLOSE RUN-CONTROL-FILE
039000         STOP RUN
039100     END-IF.
039200
039300     MOVE 'N'        TO WS-RUNCTL-ROW-SWITCH.
039400     MOVE "PROVISN"  TO RN-JOB-NAME.
039500     READ RUN-CONTROL-FILE
039600         KEY IS RN-JOB-NAME
039700         INVALID KEY
039800             CONTINUE
039900     END-READ.
040000     IF RUNCTL-OK
040100         MOVE 'Y' TO WS-RUNCTL-ROW-SWITCH
040200         IF RN-RUN-DATE = WS-RUN-DATE AND RN-COMPLETED
040300             DISPLAY "** PROVISN already completed for ",
040400                 WS-RUN-DATE, " - force a rerun? (Y/N): "
040500             ACCEPT Force-Response
040600             IF NOT FORCE-RERUN
040700                 DISPLAY "** Run refused - already completed ",
040800                     "for this business date **"
040900                 MOVE 8 TO RETURN-CODE
041000                 CLOSE RUN-CONTROL-FILE
041100                 STOP RUN
041200             END-IF
041300         END-IF
041400     END-IF.
041500
041600     MOVE "PROVISN"  TO RN-JOB-NAME.
041700     MOVE WS-RUN-DATE TO RN-RUN-DATE.
041800     MOVE 'S'        TO RN-STATUS.
041900     IF RUNCTL-ROW-EXISTS
042000         REWRITE RUN-CONTROL-REC
042100     ELSE
042200         WRITE RUN-CONTROL-REC
042300     END-IF.
042400     CLOSE RUN-CONTROL-FILE.
042500
042600*===========================================================*
042700 1000-INITIALIZE.
042800*===========================================================*
042900     MOVE 'N'  TO WS-EOF-SWITCH.
043000     MOVE 'N'  TO WS-MONTH-END-SWITCH.
043100     MOVE 'N'  TO WS-DELNQHST-OPEN-SWITCH.
043200     MOVE ZERO TO WS-RECORD-COUNT.
043300     MOVE ZERO TO WS-ALL-OUTSTANDING.
043400     MOVE ZERO TO WS-BOOK-COUNT.
043500     MOVE ZERO TO WS-BOOK-OUTSTANDING.
043600     MOVE ZERO TO WS-OFF-BOOK-COUNT.
043700     MOVE ZERO TO WS-OFF-BOOK-OUTSTANDING.
043800     MOVE ZERO TO WS-TOTAL-PRIOR.
043900     MOVE ZERO TO WS-TOTAL-HELD.
044000     MOVE ZERO TO WS-TOTAL-INCREASE.
044100     MOVE ZERO TO WS-TOTAL-RELEASE.
044200     MOVE ZERO TO WS-ROWS-WRITTEN.
044300     MOVE ZERO TO WS-INCREASE-COUNT.
044400     MOVE ZERO TO WS-RELEASE-COUNT.
044500     MOVE ZERO TO WS-DROPPED-COUNT.
044600     MOVE ZERO TO WS-NO-RATE-COUNT.
044700     MOVE ZERO TO WS-WRITE-ERROR-COUNT.
044800     MOVE ZERO TO WS-RATE-ROWS-READ.
044900     MOVE ZERO TO BR-USED-COUNT.
045000     PERFORM 1010-INIT-TYPE-ENTRY
045100         VARYING PT-SUB FROM 1 BY 1
045200         UNTIL PT-SUB > 5.
045300     PERFORM 1020-INIT-CATEGORY-ENTRY
045400         VARYING CT-SUB FROM 1 BY 1
045500         UNTIL CT-SUB > 7.
045600
045700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
045800
045900     PERFORM 0500-CHECK-RUN-CONTROL.
046000
046100     PERFORM 1100-CHECK-MONTH-END.
046200     IF NOT MONTH-END-RUN
046300         DISPLAY "Not the last day of the month - ",
046400             "no provisioning run for ", WS-RUN-DATE
046500     ELSE
046600         PERFORM 1200-LOAD-PROVISION-RATES
046700         PERFORM 1300-OPEN-PROVISION-FILES
046800     END-IF.
046900
047000*===========================================================*
047100 1010-INIT-TYPE-ENTRY.
047200*===========================================================*
047300     MOVE ZERO TO PT-COUNT(PT-SUB).
047400     MOVE ZERO TO PT-OUTSTANDING(PT-SUB).
047500     MOVE ZERO TO PT-HELD(PT-SUB).
047600     MOVE ZERO TO PT-INCREASE(PT-SUB).
047700     MOVE ZERO TO PT-RELEASE(PT-SUB).
047800
047900*===========================================================*
048000 1020-INIT-CATEGORY-ENTRY.
048100*===========================================================*
048200     MOVE ZERO TO CA-COUNT(CT-SUB).
048300     MOVE ZERO TO CA-OUTSTANDING(CT-SUB).
048400     MOVE ZERO TO CA-HELD(CT-SUB).
048500     MOVE ZERO TO CA-INCREASE(CT-SUB).
048600     MOVE ZERO TO CA-RELEASE(CT-SUB).
048700
048800*===========================================================*
048900 1100-CHECK-MONTH-END.
049000*    THE RUN DATE IS THE LAST DAY OF ITS MONTH WHEN THE FIRST
049100*    OF THE NEXT MONTH IS THE VERY NEXT DAY. COUNTING DAYS
049200*    RATHER THAN LOOKING UP A MONTH LENGTH TAKES CARE OF
049300*    FEBRUARY IN A LEAP YEAR.
049400*===========================================================*
049500     MOVE WS-RUN-DATE TO DN-DATE.
049600     PERFORM 7000-COMPUTE-DAY-NUMBER.
049700     MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
049800
049900     IF WS-RUN-MM = 12
050000         COMPUTE WS-NEXT-YYYY = WS-RUN-YYYY + 1
050100         MOVE 1 TO WS-NEXT-MM
050200     ELSE
050300         MOVE WS-RUN-YYYY TO WS-NEXT-YYYY
050400         COMPUTE WS-NEXT-MM = WS-RUN-MM + 1
050500     END-IF.
050600     MOVE 1 TO WS-NEXT-DD.
050700     MOVE WS-NEXT-MONTH-DATE TO DN-DATE.
050800     PERFORM 7000-COMPUTE-DAY-NUMBER.
050900     MOVE DN-DAY-NUMBER TO WS-NEXT-DAY-NUMBER.
051000
051100     IF WS-NEXT-DAY-NUMBER - WS-RUN-DAY-NUMBER = 1
051200         MOVE 'Y' TO WS-MONTH-END-SWITCH
051300     END-IF.
051400
051500*===========================================================*
051600 1200-LOAD-PROVISION-RATES.
051700*    LOADS THE RATE IN EFFECT ON THE RUN DATE FOR EVERY LOAN
051800*    TYPE AND CATEGORY. A TYPE/CATEGORY WITH NO RATE IN
051900*    EFFECT WOULD LEAVE PART OF THE BOOK UNPROVISIONED, SO
052000*    THE RUN IS REFUSED - THE ROW STAYS STARTED AND THE GL
052100*    EXTRACT WILL NOT FOLLOW UNTIL THE RATE IS KEYED AND THE
052200*    JOB RERUN.
052300*===========================================================*
052400     PERFORM 1210-INIT-RATE-CELL
052500         VARYING PX-TYPE-SUB FROM 1 BY 1 UNTIL PX-TYPE-SUB > 4
052600         AFTER PX-CAT-SUB FROM 1 BY 1 UNTIL PX-CAT-SUB > 6.
052700
052800     OPEN INPUT PROV-RATE-FILE.
052900     IF NOT PROVRATE-OK
053000         DISPLAY "** Provisioning rate file not available - ",
053100             "status ", WS-PROVRATE-STATUS, " - run refused **"
053200         MOVE 8 TO RETURN-CODE
053300         STOP RUN
053400     END-IF.
053500     MOVE 'N' TO WS-RATE-EOF-SWITCH.
053600     PERFORM 1220-TAKE-ONE-RATE-ROW THRU 1220-TAKE-ONE-EXIT
053700         UNTIL END-OF-PROV-RATES.
053800     CLOSE PROV-RATE-FILE.
053900
054000     MOVE 'Y' TO WS-RATES-COMPLETE-SWITCH.
054100     PERFORM 1230-CHECK-ONE-RATE-CELL
054200         VARYING PX-TYPE-SUB FROM 1 BY 1 UNTIL PX-TYPE-SUB > 4
054300         AFTER PX-CAT-SUB FROM 1 BY 1 UNTIL PX-CAT-SUB > 6.
054400     IF NOT RATES-COMPLETE
054500         DISPLAY "** Provisioning rate table incomplete for ",
054600             WS-RUN-DATE, " - run refused **"
054700         MOVE 8 TO RETURN-CODE
054800         STOP RUN
054900     END-IF.
055000
055100*===========================================================*
055200 1210-INIT-RATE-CELL.
055300*===========================================================*
055400     MOVE ZERO TO PX-PCT(PX-TYPE-SUB, PX-CAT-SUB).
055500     MOVE ZERO TO PX-EFFECTIVE-DATE(PX-TYPE-SUB, PX-CAT-SUB).
055600     MOVE 'N'  TO PX-LOADED-SWITCH(PX-TYPE-SUB, PX-CAT-SUB).
055700
055800*===========================================================*
055900 1220-TAKE-ONE-RATE-ROW.
056000*    A ROW NOT YET IN EFFECT, OR FOR A TYPE OR CATEGORY THE
056100*    TABLE DOES NOT CARRY, IS PASSED OVER.
056200*===========================================================*
056300     READ PROV-RATE-FILE
056400         AT END
056500             MOVE 'Y' TO WS-RATE-EOF-SWITCH
056600     END-READ.
056700     IF END-OF-PROV-RATES
056800         GO TO 1220-TAKE-ONE-EXIT
056900     END-IF.
057000     IF NOT PROVRATE-OK
057100         MOVE 'Y' TO WS-RATE-EOF-SWITCH
057200         GO TO 1220-TAKE-ONE-EXIT
057300     END-IF.
057400     ADD 1 TO WS-RATE-ROWS-READ.
057500
057600     IF PV-EFFECTIVE-DATE > WS-RUN-DATE
057700         OR PV-LOAN-TYPE < 1 OR PV-LOAN-TYPE > 4
057800         GO TO 1220-TAKE-ONE-EXIT
057900     END-IF.
058000     MOVE PV-CATEGORY TO WS-CATEGORY-CODE.
058100     PERFORM 2250-FIND-CATEGORY.
058200     IF NOT CAT-FOUND OR CT-MATCH-SUB > 6
058300         GO TO 1220-TAKE-ONE-EXIT
058400     END-IF.
058500
058600     IF PV-EFFECTIVE-DATE >=
058700         PX-EFFECTIVE-DATE(PV-LOAN-TYPE, CT-MATCH-SUB)
058800         MOVE PV-PROVISION-PCT
058900             TO PX-PCT(PV-LOAN-TYPE, CT-MATCH-SUB)
059000         MOVE PV-EFFECTIVE-DATE
059100             TO PX-EFFECTIVE-DATE(PV-LOAN-TYPE, CT-MATCH-SUB)
059200         MOVE 'Y'
059300             TO PX-LOADED-SWITCH(PV-LOAN-TYPE, CT-MATCH-SUB)
059400     END-IF.
059500
059600 1220-TAKE-ONE-EXIT.
059700     EXIT.
059800
059900*===========================================================*
060000 1230-CHECK-ONE-RATE-CELL.
060100*===========================================================*
060200     IF NOT PX-LOADED(PX-TYPE-SUB, PX-CAT-SUB)
060300         MOVE 'N' TO WS-RATES-COMPLETE-SWITCH
060400         MOVE PX-TYPE-SUB TO WS-TYPE-DISP
060500         DISPLAY "** No provisioning rate in effect for type ",
060600             WS-TYPE-DISP, " category ", CT-CODE(PX-CAT-SUB),
060700             " **"
060800     END-IF.
060900
061000*===========================================================*
061100 1300-OPEN-PROVISION-FILES.
061200*    THE PROVISION FILE IS CREATED THE FIRST MONTH END IT IS
061300*    NEEDED. NO DELINQUENCY HISTORY MEANS NO LOAN HAS EVER
061400*    BEEN IN ARREARS, AND EVERY LOAN IS STANDARD.
061500*===========================================================*
061600     OPEN INPUT LOAN-MASTER-FILE.
061700     IF NOT LOANMAST-OK
061800         DISPLAY "** Loan Master not available - status ",
061900             WS-LOANMAST-STATUS, " - run refused **"
062000         MOVE 8 TO RETURN-CODE
062100         STOP RUN
062200     END-IF.
062300
062400     OPEN I-O PROVISION-FILE.
062500     IF PROVFILE-NOT-FOUND
062600         OPEN OUTPUT PROVISION-FILE
062700         CLOSE PROVISION-FILE
062800         OPEN I-O PROVISION-FILE
062900     END-IF.
063000     IF NOT PROVFILE-OK
063100         DISPLAY "** Provision file not available - status ",
063200             WS-PROVFILE-STATUS, " - run refused **"
063300         MOVE 8 TO RETURN-CODE
063400         CLOSE LOAN-MASTER-FILE
063500         STOP RUN
063600     END-IF.
063700
063800     OPEN INPUT DELNQ-HISTORY-FILE.
063900     IF DELNQHST-OK
064000         MOVE 'Y' TO WS-DELNQHST-OPEN-SWITCH
064100     ELSE
064200         DISPLAY "No delinquency history - every loan ",
064300             "provisioned as standard."
064400     END-IF.
064500
064600     OPEN OUTPUT PROVISION-REPORT.
064700
064800     PERFORM 2100-READ-LOAN-MASTER.
064900
065000*===========================================================*
065100 2000-PROVISION-ONE-LOAN.
065200*    A DISBURSED LOAN WITH A BALANCE IS ON THE BOOK AND IS
065300*    PROVISIONED AT ITS CATEGORY'S RATE. ANY OTHER LOAN THAT
065400*    STILL CARRIES A PROVISION FROM AN EARLIER MONTH HAS IT
065500*    RELEASED TO NOTHING. THE PRIOR AMOUNT IS WHAT THE ROW
065600*    HELD BEFORE THIS MONTH - ON A RERUN IN THE SAME MONTH
065700*    THAT IS THE PRIOR AMOUNT ALREADY ON THE ROW.
065800*===========================================================*
065900     ADD 1                      TO WS-RECORD-COUNT.
066000     ADD LM-OUTSTANDING-BALANCE TO WS-ALL-OUTSTANDING.
066100
066200     MOVE 'N' TO WS-ON-BOOK-SWITCH.
066300     IF LM-STATUS-DISBURSED AND LM-OUTSTANDING-BALANCE > 0
066400         MOVE 'Y' TO WS-ON-BOOK-SWITCH
066500         ADD 1                      TO WS-BOOK-COUNT
066600         ADD LM-OUTSTANDING-BALANCE TO WS-BOOK-OUTSTANDING
066700     ELSE
066800         ADD 1                      TO WS-OFF-BOOK-COUNT
066900         ADD LM-OUTSTANDING-BALANCE TO WS-OFF-BOOK-OUTSTANDING
067000     END-IF.
067100
067200     MOVE 'N'        TO WS-PF-ROW-SWITCH.
067300     MOVE LM-LOAN-ID TO PF-LOAN-ID.
067400     READ PROVISION-FILE
067500         KEY IS PF-LOAN-ID
067600         INVALID KEY
067700             CONTINUE
067800     END-READ.
067900     IF PROVFILE-OK
068000         MOVE 'Y' TO WS-PF-ROW-SWITCH
068100     END-IF.
068200
068300     IF NOT LOAN-ON-BOOK
068400         IF NOT PF-ROW-EXISTS
068500             GO TO 2000-PROVISION-NEXT
068600         END-IF
068700         IF PF-PROVISION-MONTH NOT = WS-RUN-YYYYMM
068800             AND PF-PROVISION-AMOUNT = 0
068900             GO TO 2000-PROVISION-NEXT
069000         END-IF
069100     END-IF.
069200
069300     MOVE ZERO TO WS-PRIOR-AMOUNT.
069400     IF PF-ROW-EXISTS
069500         IF PF-PROVISION-MONTH = WS-RUN-YYYYMM
069600             MOVE PF-PRIOR-AMOUNT     TO WS-PRIOR-AMOUNT
069700         ELSE
069800             MOVE PF-PROVISION-AMOUNT TO WS-PRIOR-AMOUNT
069900         END-IF
070000     END-IF.
070100
070200     MOVE ZERO TO WS-PROVISION-PCT.
070300     MOVE ZERO TO WS-NEW-AMOUNT.
070400     IF NOT LOAN-ON-BOOK
070500         MOVE CT-CODE(CT-OFF-BOOK-SUB) TO WS-CATEGORY-CODE
070600     ELSE
070700         IF LM-LOAN-TYPE < 1 OR LM-LOAN-TYPE > 4
070800*            NO RATE CAN APPLY TO AN UNKNOWN PRODUCT - THE LOAN
070900*            IS LISTED FOR THE PRODUCTS DESK AND CARRIES NO
071000*            PROVISION UNTIL ITS TYPE IS PUT RIGHT.
071100             ADD 1 TO WS-NO-RATE-COUNT
071200             DISPLAY "** Loan ", LM-LOAN-ID, " has loan type ",
071300                 LM-LOAN-TYPE, " - not provisioned **"
071400             MOVE CT-CODE(1) TO WS-CATEGORY-CODE
071500         ELSE
071600             PERFORM 2200-SET-CATEGORY
071700             COMPUTE WS-NEW-AMOUNT ROUNDED =
071800                 LM-OUTSTANDING-BALANCE * WS-PROVISION-PCT / 100
071900         END-IF
072000     END-IF.
072100
072200     MOVE LM-LOAN-ID             TO PF-LOAN-ID.
072300     MOVE LM-CUSTOMER-ID         TO PF-CUSTOMER-ID.
072400     MOVE LM-LOAN-TYPE           TO PF-LOAN-TYPE.
072500     MOVE LM-BRANCH-CODE         TO PF-BRANCH-CODE.
072600     MOVE WS-CATEGORY-CODE       TO PF-CATEGORY.
072700     IF LOAN-ON-BOOK
072800         MOVE LM-OUTSTANDING-BALANCE TO PF-BALANCE
072900     ELSE
073000         MOVE ZERO                   TO PF-BALANCE
073100     END-IF.
073200     MOVE WS-PROVISION-PCT       TO PF-PROVISION-PCT.
073300     MOVE 'M'                    TO PF-ROW-SOURCE.
073400     PERFORM 2400-STORE-PROVISION-ROW.
073500
073600 2000-PROVISION-NEXT.
073700     PERFORM 2100-READ-LOAN-MASTER.
073800
073900*===========================================================*
074000 2100-READ-LOAN-MASTER.
074100*===========================================================*
074200     READ LOAN-MASTER-FILE NEXT RECORD
074300         AT END
074400             MOVE 'Y' TO WS-EOF-SWITCH
074500     END-READ.
074600     IF NOT LOANMAST-OK AND NOT END-OF-LOAN-MASTER
074700         MOVE 'Y' TO WS-EOF-SWITCH
074800     END-IF.
074900
075000*===========================================================*
075100 2200-SET-CATEGORY.
075200*    THE ARREARS BUCKET COMES FROM THE MISSED-CYCLE COUNT THE
075300*    PAYMENT SWEEP KEEPS ON THE DELINQUENCY HISTORY - ONE,
075400*    TWO AND THREE CYCLES ARE THE 30, 60 AND 90+ DAY BUCKETS
075500*    AND ANYTHING PAST THREE IS NPA. A RESTRUCTURED LOAN IN
075600*    NO ARREARS IS RESTRUCTURED; ONE IN ARREARS TAKES
075700*    WHICHEVER OF ITS BUCKET AND THE RESTRUCTURED RATE IS THE
075800*    HIGHER.
075900*===========================================================*
076000     MOVE ZERO TO WS-MISSED-CYCLES.
076100     IF DELNQ-HISTORY-OPEN
076200         MOVE LM-LOAN-ID TO DH-LOAN-ID
076300         READ DELNQ-HISTORY-FILE
076400             KEY IS DH-LOAN-ID
076500             INVALID KEY
076600                 CONTINUE
076700         END-READ
076800         IF DELNQHST-OK
076900             MOVE DH-MISSED-CYCLES TO WS-MISSED-CYCLES
077000         END-IF
077100     END-IF.
077200
077300     IF WS-MISSED-CYCLES > 3
077400         MOVE "NPA" TO WS-CATEGORY-CODE
077500     ELSE
077600     IF WS-MISSED-CYCLES = 3
077700         MOVE "090" TO WS-CATEGORY-CODE
077800     ELSE
077900     IF WS-MISSED-CYCLES = 2
078000         MOVE "060" TO WS-CATEGORY-CODE
078100     ELSE
078200     IF WS-MISSED-CYCLES = 1
078300         MOVE "030" TO WS-CATEGORY-CODE
078400     ELSE
078500         MOVE "STD" TO WS-CATEGORY-CODE
078600     END-IF
078700     END-IF
078800     END-IF
078900     END-IF.
079000
079100     PERFORM 2250-FIND-CATEGORY.
079200     MOVE PX-PCT(LM-LOAN-TYPE, CT-MATCH-SUB) TO WS-PROVISION-PCT.
079300
079400     IF LM-RESTRUCTURED
079500         IF WS-MISSED-CYCLES = 0
079600             OR PX-PCT(LM-LOAN-TYPE, CT-RESTRUCTURED-SUB)
079700                 > WS-PROVISION-PCT
079800             MOVE CT-CODE(CT-RESTRUCTURED-SUB)
079900                 TO WS-CATEGORY-CODE
080000             MOVE PX-PCT(LM-LOAN-TYPE, CT-RESTRUCTURED-SUB)
080100                 TO WS-PROVISION-PCT
080200         END-IF
080300     END-IF.
080400
080500*===========================================================*
080600 2250-FIND-CATEGORY.
080700*    WS-CATEGORY-CODE IN, CT-MATCH-SUB OUT.
080800*===========================================================*
080900     MOVE 'N'  TO WS-CAT-FOUND-SWITCH.
081000     MOVE ZERO TO CT-MATCH-SUB.
081100     PERFORM 2260-MATCH-ONE-CATEGORY
081200         VARYING CT-SUB FROM 1 BY 1
081300         UNTIL CT-SUB > 7 OR CAT-FOUND.
081400
081500*===========================================================*
081600 2260-MATCH-ONE-CATEGORY.
081700*===========================================================*
081800     IF CT-CODE(CT-SUB) = WS-CATEGORY-CODE
081900         MOVE 'Y' TO WS-CAT-FOUND-SWITCH
082000         MOVE CT-SUB TO CT-MATCH-SUB
082100     END-IF.
082200
082300*===========================================================*
082400 2400-STORE-PROVISION-ROW.
082500*    THE CALLER HAS SET THE ROW'S IDENTITY, CATEGORY, BALANCE
082600*    AND RATE, AND WS-NEW-AMOUNT AND WS-PRIOR-AMOUNT. THE
082700*    MOVEMENT IS WORKED OUT HERE, THE ROW WRITTEN OR
082800*    REWRITTEN, AND FED INTO THE REPORT ACCUMULATORS.
082900*===========================================================*
083000     MOVE WS-NEW-AMOUNT   TO PF-PROVISION-AMOUNT.
083100     MOVE WS-PRIOR-AMOUNT TO PF-PRIOR-AMOUNT.
083200     IF WS-NEW-AMOUNT > WS-PRIOR-AMOUNT
083300         MOVE 'I' TO PF-MOVEMENT-TYPE
083400         COMPUTE PF-MOVEMENT-AMOUNT =
083500             WS-NEW-AMOUNT - WS-PRIOR-AMOUNT
083600         ADD 1 TO WS-INCREASE-COUNT
083700     ELSE
083800     IF WS-NEW-AMOUNT < WS-PRIOR-AMOUNT
083900         MOVE 'R' TO PF-MOVEMENT-TYPE
084000         COMPUTE PF-MOVEMENT-AMOUNT =
084100             WS-PRIOR-AMOUNT - WS-NEW-AMOUNT
084200         ADD 1 TO WS-RELEASE-COUNT
084300     ELSE
084400         MOVE 'N'  TO PF-MOVEMENT-TYPE
084500         MOVE ZERO TO PF-MOVEMENT-AMOUNT
084600     END-IF
084700     END-IF.
084800     MOVE WS-RUN-YYYYMM   TO PF-PROVISION-MONTH.
084900     MOVE WS-RUN-DATE     TO PF-RUN-DATE.
085000
085100     IF PF-ROW-EXISTS
085200         REWRITE PROVISION-REC
085300     ELSE
085400         WRITE PROVISION-REC
085500     END-IF.
085600     IF NOT PROVFILE-OK
085700         ADD 1 TO WS-WRITE-ERROR-COUNT
085800         DISPLAY "** Provision row for ", PF-LOAN-ID,
085900             " not stored - status ", WS-PROVFILE-STATUS, " **"
086000     ELSE
086100         ADD 1 TO WS-ROWS-WRITTEN
086200         PERFORM 2500-ACCUMULATE-ROW
086300     END-IF.
086400
086500*===========================================================*
086600 2500-ACCUMULATE-ROW.
086700*    FEEDS THE PROVISION ROW IN HAND INTO ITS BRANCH, TYPE
086800*    AND CATEGORY ENTRIES AND THE RUN TOTALS. A ROW RELEASED
086900*    OFF THE BOOK CARRIES NO BALANCE AND IS NOT COUNTED AS A
087000*    PROVISIONED LOAN, BUT ITS RELEASE IS.
087100*===========================================================*
087200     ADD PF-PRIOR-AMOUNT     TO WS-TOTAL-PRIOR.
087300     ADD PF-PROVISION-AMOUNT TO WS-TOTAL-HELD.
087400     IF PF-INCREASE
087500         ADD PF-MOVEMENT-AMOUNT TO WS-TOTAL-INCREASE
087600     END-IF.
087700     IF PF-RELEASE
087800         ADD PF-MOVEMENT-AMOUNT TO WS-TOTAL-RELEASE
087900     END-IF.
088000
088100     PERFORM 2600-FIND-BRANCH.
088200     IF PF-LOAN-TYPE >= 1 AND PF-LOAN-TYPE <= 4
088300         MOVE PF-LOAN-TYPE TO PT-SUB
088400     ELSE
088500         MOVE 5 TO PT-SUB
088600     END-IF.
088700     MOVE PF-CATEGORY TO WS-CATEGORY-CODE.
088800     PERFORM 2250-FIND-CATEGORY.
088900     IF NOT CAT-FOUND
089000         MOVE CT-OFF-BOOK-SUB TO CT-MATCH-SUB
089100     END-IF.
089200
089300     IF PF-CATEGORY NOT = CT-CODE(CT-OFF-BOOK-SUB)
089400         ADD 1 TO BR-COUNT(BR-MATCH-SUB)
089500         ADD 1 TO PT-COUNT(PT-SUB)
089600         ADD 1 TO CA-COUNT(CT-MATCH-SUB)
089700     END-IF.
089800     ADD PF-BALANCE          TO BR-OUTSTANDING(BR-MATCH-SUB).
089900     ADD PF-BALANCE          TO PT-OUTSTANDING(PT-SUB).
090000     ADD PF-BALANCE          TO CA-OUTSTANDING(CT-MATCH-SUB).
090100     ADD PF-PROVISION-AMOUNT TO BR-HELD(BR-MATCH-SUB).
090200     ADD PF-PROVISION-AMOUNT TO PT-HELD(PT-SUB).
090300     ADD PF-PROVISION-AMOUNT TO CA-HELD(CT-MATCH-SUB).
090400     IF PF-INCREASE
090500         ADD PF-MOVEMENT-AMOUNT TO BR-INCREASE(BR-MATCH-SUB)
090600         ADD PF-MOVEMENT-AMOUNT TO PT-INCREASE(PT-SUB)
090700         ADD PF-MOVEMENT-AMOUNT TO CA-INCREASE(CT-MATCH-SUB)
090800     END-IF.
090900     IF PF-RELEASE
091000         ADD PF-MOVEMENT-AMOUNT TO BR-RELEASE(BR-MATCH-SUB)
091100         ADD PF-MOVEMENT-AMOUNT TO PT-RELEASE(PT-SUB)
091200         ADD PF-MOVEMENT-AMOUNT TO CA-RELEASE(CT-MATCH-SUB)
091300     END-IF.
091400
091500*===========================================================*
091600 2600-FIND-BRANCH.
091700*    BR-MATCH-SUB OUT - THE ROW'S BRANCH ENTRY, TAKEN UP THE
091800*    FIRST TIME THE BRANCH IS SEEN.
091900*===========================================================*
092000     IF PF-BRANCH-CODE = SPACES
092100         MOVE "????" TO BR-WORK-CODE
092200     ELSE
092300         MOVE PF-BRANCH-CODE TO BR-WORK-CODE
092400     END-IF.
092500
092600     MOVE 'N'  TO BR-FOUND-SWITCH.
092700     MOVE ZERO TO BR-MATCH-SUB.
092800     PERFORM 2650-MATCH-ONE-BRANCH
092900         VARYING BR-SUB FROM 1 BY 1
093000         UNTIL BR-SUB > BR-USED-COUNT OR BR-FOUND.
093100
093200     IF NOT BR-FOUND
093300         IF BR-USED-COUNT < 50
093400             ADD 1 TO BR-USED-COUNT
093500             MOVE BR-USED-COUNT TO BR-MATCH-SUB
093600             MOVE BR-WORK-CODE TO BR-CODE(BR-MATCH-SUB)
093700             MOVE ZERO TO BR-COUNT(BR-MATCH-SUB)
093800             MOVE ZERO TO BR-OUTSTANDING(BR-MATCH-SUB)
093900             MOVE ZERO TO BR-HELD(BR-MATCH-SUB)
094000             MOVE ZERO TO BR-INCREASE(BR-MATCH-SUB)
094100             MOVE ZERO TO BR-RELEASE(BR-MATCH-SUB)
094200         ELSE
094300*            TABLE FULL - THE OVERFLOW BRANCH KEEPS THE
094400*            SECTION ROLLING UP TO THE TOTALS.
094500             MOVE "++++" TO BR-CODE(50)
094600             MOVE 50 TO BR-MATCH-SUB
094700         END-IF
094800     END-IF.
094900
095000*===========================================================*
095100 2650-MATCH-ONE-BRANCH.
095200*===========================================================*
095300     IF BR-CODE(BR-SUB) = BR-WORK-CODE
095400         MOVE 'Y' TO BR-FOUND-SWITCH
095500         MOVE BR-SUB TO BR-MATCH-SUB
095600     END-IF.
095700
095800*===========================================================*
095900 3000-RELEASE-DROPPED-LOANS.
096000*    A SECOND PASS OVER THE PROVISION FILE RELEASES THE
096100*    PROVISION ON ANY LOAN THE MASTER NO LONGER CARRIES -
096200*    ARCHIVED, OR REMOVED - SO NOTHING IS LEFT HELD AGAINST A
096300*    LOAN NOBODY CAN SEE. EVERY ROW THE FIRST PASS TOUCHED
096400*    ALREADY CARRIES THIS MONTH.
096500*===========================================================*
096600     MOVE 'N'        TO WS-PROV-EOF-SWITCH.
096700     MOVE LOW-VALUES TO PF-LOAN-ID.
096800     START PROVISION-FILE KEY IS NOT LESS THAN PF-LOAN-ID
096900         INVALID KEY
097000             MOVE 'Y' TO WS-PROV-EOF-SWITCH
097100     END-START.
097200     PERFORM 3100-RELEASE-ONE-ROW THRU 3100-RELEASE-NEXT
097300         UNTIL END-OF-PROVISIONS.
097400
097500*===========================================================*
097600 3100-RELEASE-ONE-ROW.
097700*    A ROW ALREADY RELEASED THIS WAY EARLIER IN THE SAME
097800*    MONTH (A FORCED RERUN) IS NOT TOUCHED AGAIN, BUT STILL
097900*    FEEDS THE REPORT SO THE RERUN'S FIGURES MATCH THE FIRST.
098000*===========================================================*
098100     READ PROVISION-FILE NEXT RECORD
098200         AT END
098300             MOVE 'Y' TO WS-PROV-EOF-SWITCH
098400     END-READ.
098500     IF END-OF-PROVISIONS
098600         GO TO 3100-RELEASE-NEXT
098700     END-IF.
098800     IF NOT PROVFILE-OK
098900         MOVE 'Y' TO WS-PROV-EOF-SWITCH
099000         GO TO 3100-RELEASE-NEXT
099100     END-IF.
099200
099300     IF PF-PROVISION-MONTH = WS-RUN-YYYYMM
099400         IF PF-ORPHAN-RELEASE
099500             PERFORM 2500-ACCUMULATE-ROW
099600         END-IF
099700         GO TO 3100-RELEASE-NEXT
099800     END-IF.
099900     IF PF-PROVISION-AMOUNT = 0
100000         GO TO 3100-RELEASE-NEXT
100100     END-IF.
100200
100300     MOVE 'Y'                      TO WS-PF-ROW-SWITCH.
100400     MOVE PF-PROVISION-AMOUNT      TO WS-PRIOR-AMOUNT.
100500     MOVE ZERO                     TO WS-NEW-AMOUNT.
100600     MOVE CT-CODE(CT-OFF-BOOK-SUB) TO PF-CATEGORY.
100700     MOVE ZERO                     TO PF-BALANCE.
100800     MOVE ZERO                     TO PF-PROVISION-PCT.
100900     MOVE 'O'                      TO PF-ROW-SOURCE.
101000     ADD 1 TO WS-DROPPED-COUNT.
101100     PERFORM 2400-STORE-PROVISION-ROW.
101200
101300 3100-RELEASE-NEXT.
101400     EXIT.
101500
101600*===========================================================*
101700 5000-PRINT-REPORT.
101800*===========================================================*
101900     MOVE WS-RUN-DATE     TO PR-HEADER-DATE.
102000     MOVE PR-HEADER-LINE  TO PROV-REPORT-LINE.
102100     WRITE PROV-REPORT-LINE.
102200
102300     MOVE SPACES TO PROV-REPORT-LINE.
102400     WRITE PROV-REPORT-LINE.
102500     MOVE "BY ORIGINATING BRANCH" TO PROV-REPORT-LINE.
102600     WRITE PROV-REPORT-LINE.
102700     MOVE "BRCH"          TO PR-COL-LABEL.
102800     MOVE PR-COLUMN-LINE  TO PROV-REPORT-LINE.
102900     WRITE PROV-REPORT-LINE.
103000     PERFORM 5100-PRINT-BRANCH-LINE
103100         VARYING BR-SUB FROM 1 BY 1
103200         UNTIL BR-SUB > BR-USED-COUNT.
103300     PERFORM 5400-PRINT-TOTAL-LINE.
103400
103500     MOVE SPACES TO PROV-REPORT-LINE.
103600     WRITE PROV-REPORT-LINE.
103700     MOVE "BY LOAN TYPE" TO PROV-REPORT-LINE.
103800     WRITE PROV-REPORT-LINE.
103900     MOVE "TYPE"          TO PR-COL-LABEL.
104000     MOVE PR-COLUMN-LINE  TO PROV-REPORT-LINE.
104100     WRITE PROV-REPORT-LINE.
104200     PERFORM 5200-PRINT-TYPE-LINE THRU 5200-PRINT-TYPE-EXIT
104300         VARYING PT-SUB FROM 1 BY 1
104400         UNTIL PT-SUB > 5.
104500     PERFORM 5400-PRINT-TOTAL-LINE.
104600
104700     MOVE SPACES TO PROV-REPORT-LINE.
104800     WRITE PROV-REPORT-LINE.
104900     MOVE "BY PROVISIONING CATEGORY" TO PROV-REPORT-LINE.
105000     WRITE PROV-REPORT-LINE.
105100     MOVE "CAT"           TO PR-COL-LABEL.
105200     MOVE PR-COLUMN-LINE  TO PROV-REPORT-LINE.
105300     WRITE PROV-REPORT-LINE.
105400     PERFORM 5300-PRINT-CATEGORY-LINE
105500         VARYING CT-SUB FROM 1 BY 1
105600         UNTIL CT-SUB > 7.
105700     PERFORM 5400-PRINT-TOTAL-LINE.
105800
105900     PERFORM 5500-PRINT-TIE-OUT.
106000
106100*===========================================================*
106200 5100-PRINT-BRANCH-LINE.
106300*===========================================================*
106400     MOVE SPACES                  TO PR-DETAIL-LINE.
106500     MOVE BR-CODE(BR-SUB)         TO PR-LABEL.
106600     MOVE BR-COUNT(BR-SUB)        TO PR-COUNT.
106700     MOVE BR-OUTSTANDING(BR-SUB)  TO PR-OUTSTANDING.
106800     MOVE BR-HELD(BR-SUB)         TO PR-HELD.
106900     MOVE BR-INCREASE(BR-SUB)     TO PR-INCREASE.
107000     MOVE BR-RELEASE(BR-SUB)      TO PR-RELEASE.
107100     MOVE PR-DETAIL-LINE          TO PROV-REPORT-LINE.
107200     WRITE PROV-REPORT-LINE.
107300
107400*===========================================================*
107500 5200-PRINT-TYPE-LINE.
107600*    ENTRY 5 - LOAN TYPES OUTSIDE 1-4 - PRINTS ONLY WHEN
107700*    SOMETHING LANDED IN IT.
107800*===========================================================*
107900     IF PT-SUB = 5
108000         IF PT-COUNT(PT-SUB) = 0
108100             AND PT-RELEASE(PT-SUB) = 0
108200             GO TO 5200-PRINT-TYPE-EXIT
108300         END-IF
108400     END-IF.
108500     MOVE SPACES                  TO PR-DETAIL-LINE.
108600     IF PT-SUB = 5
108700         MOVE "BAD"               TO PR-LABEL
108800     ELSE
108900         MOVE PT-SUB              TO WS-TYPE-DISP
109000         MOVE WS-TYPE-DISP        TO PR-LABEL
109100     END-IF.
109200     MOVE PT-COUNT(PT-SUB)        TO PR-COUNT.
109300     MOVE PT-OUTSTANDING(PT-SUB)  TO PR-OUTSTANDING.
109400     MOVE PT-HELD(PT-SUB)         TO PR-HELD.
109500     MOVE PT-INCREASE(PT-SUB)     TO PR-INCREASE.
109600     MOVE PT-RELEASE(PT-SUB)      TO PR-RELEASE.
109700     MOVE PR-DETAIL-LINE          TO PROV-REPORT-LINE.
109800     WRITE PROV-REPORT-LINE.
109900
110000 5200-PRINT-TYPE-EXIT.
110100     EXIT.
110200
110300*===========================================================*
110400 5300-PRINT-CATEGORY-LINE.
110500*===========================================================*
110600     MOVE SPACES                  TO PR-DETAIL-LINE.
110700     MOVE CT-CODE(CT-SUB)         TO PR-LABEL.
110800     MOVE CA-COUNT(CT-SUB)        TO PR-COUNT.
110900     MOVE CA-OUTSTANDING(CT-SUB)  TO PR-OUTSTANDING.
111000     MOVE CA-HELD(CT-SUB)         TO PR-HELD.
111100     MOVE CA-INCREASE(CT-SUB)     TO PR-INCREASE.
111200     MOVE CA-RELEASE(CT-SUB)      TO PR-RELEASE.
111300     MOVE PR-DETAIL-LINE          TO PROV-REPORT-LINE.
111400     WRITE PROV-REPORT-LINE.
111500
111600*===========================================================*
111700 5400-PRINT-TOTAL-LINE.
111800*    EACH SECTION ROLLS UP TO THE SAME RUN TOTALS.
111900*===========================================================*
112000     MOVE SPACES                  TO PR-DETAIL-LINE.
112100     MOVE "ALL"                  TO PR-LABEL.
112200     MOVE WS-BOOK-COUNT           TO PR-COUNT.
112300     MOVE WS-BOOK-OUTSTANDING     TO PR-OUTSTANDING.
112400     MOVE WS-TOTAL-HELD           TO PR-HELD.
112500     MOVE WS-TOTAL-INCREASE       TO PR-INCREASE.
112600     MOVE WS-TOTAL-RELEASE        TO PR-RELEASE.
112700     MOVE PR-DETAIL-LINE          TO PROV-REPORT-LINE.
112800     WRITE PROV-REPORT-LINE.
112900
113000*===========================================================*
113100 5500-PRINT-TIE-OUT.
113200*    THE PROVISIONED BOOK PLUS EVERY OTHER RECORD READ GIVES
113300*    THE ALL-RECORDS OUTSTANDING, WHICH MUST AGREE WITH THE
113400*    GRAND-TOTAL LINE OF THE SAME NIGHT'S PORTFOLIO REPORT.
113500*    THE MOVEMENT IS THEN PROVED AGAINST THE PROVISION HELD.
113600*===========================================================*
113700     MOVE SPACES TO PROV-REPORT-LINE.
113800     WRITE PROV-REPORT-LINE.
113900     MOVE "PORTFOLIO TIE-OUT" TO PROV-REPORT-LINE.
114000     WRITE PROV-REPORT-LINE.
114100
114200     MOVE SPACES                  TO PR-TIE-LINE.
114300     MOVE "PROVISIONED BOOK"     TO PR-TIE-LABEL.
114400     MOVE WS-BOOK-COUNT           TO PR-TIE-COUNT.
114500     MOVE WS-BOOK-OUTSTANDING     TO PR-TIE-AMOUNT.
114600     MOVE PR-TIE-LINE             TO PROV-REPORT-LINE.
114700     WRITE PROV-REPORT-LINE.
114800
114900     MOVE SPACES                  TO PR-TIE-LINE.
115000     MOVE "NOT PROVISIONED"      TO PR-TIE-LABEL.
115100     MOVE WS-OFF-BOOK-COUNT       TO PR-TIE-COUNT.
115200     MOVE WS-OFF-BOOK-OUTSTANDING TO PR-TIE-AMOUNT.
115300     MOVE PR-TIE-LINE             TO PROV-REPORT-LINE.
115400     WRITE PROV-REPORT-LINE.
115500
115600     MOVE SPACES                  TO PR-TIE-LINE.
115700     MOVE "ALL RECORDS (PORTRPT TOTAL)" TO PR-TIE-LABEL.
115800     MOVE WS-RECORD-COUNT         TO PR-TIE-COUNT.
115900     MOVE WS-ALL-OUTSTANDING      TO PR-TIE-AMOUNT.
116000     MOVE PR-TIE-LINE             TO PROV-REPORT-LINE.
116100     WRITE PROV-REPORT-LINE.
116200
116300     MOVE SPACES TO PROV-REPORT-LINE.
116400     WRITE PROV-REPORT-LINE.
116500     MOVE SPACES                  TO PR-TIE-LINE.
116600     MOVE "PROVISION HELD BEFORE RUN" TO PR-TIE-LABEL.
116700     MOVE WS-TOTAL-PRIOR          TO PR-TIE-AMOUNT.
116800     MOVE PR-TIE-LINE             TO PROV-REPORT-LINE.
116900     WRITE PROV-REPORT-LINE.
117000
117100     MOVE SPACES                  TO PR-TIE-LINE.
117200     MOVE "PLUS INCREASE"        TO PR-TIE-LABEL.
117300     MOVE WS-INCREASE-COUNT       TO PR-TIE-COUNT.
117400     MOVE WS-TOTAL-INCREASE       TO PR-TIE-AMOUNT.
117500     MOVE PR-TIE-LINE             TO PROV-REPORT-LINE.
117600     WRITE PROV-REPORT-LINE.
117700
117800     MOVE SPACES                  TO PR-TIE-LINE.
117900     MOVE "LESS RELEASE"         TO PR-TIE-LABEL.
118000     MOVE WS-RELEASE-COUNT        TO PR-TIE-COUNT.
118100     MOVE WS-TOTAL-RELEASE        TO PR-TIE-AMOUNT.
118200     MOVE PR-TIE-LINE             TO PROV-REPORT-LINE.
118300     WRITE PROV-REPORT-LINE.
118400
118500     MOVE SPACES                  TO PR-TIE-LINE.
118600     MOVE "PROVISION HELD AFTER RUN" TO PR-TIE-LABEL.
118700     MOVE WS-TOTAL-HELD           TO PR-TIE-AMOUNT.
118800     MOVE PR-TIE-LINE             TO PROV-REPORT-LINE.
118900     WRITE PROV-REPORT-LINE.
119000
119100     COMPUTE WS-PROVED-HELD =
119200         WS-TOTAL-PRIOR + WS-TOTAL-INCREASE - WS-TOTAL-RELEASE.
119300     IF WS-PROVED-HELD = WS-TOTAL-HELD
119400         MOVE "MOVEMENT PROVES TO PROVISION HELD"
119500             TO PROV-REPORT-LINE
119600     ELSE
119700         MOVE "** MOVEMENT DOES NOT PROVE TO PROVISION HELD **"
119800             TO PROV-REPORT-LINE
119900     END-IF.
120000     WRITE PROV-REPORT-LINE.
120100
120200*===========================================================*
120300 6000-TERMINATE.
120400*===========================================================*
120500     IF MONTH-END-RUN
120600         CLOSE LOAN-MASTER-FILE
120700         CLOSE PROVISION-FILE
120800         CLOSE PROVISION-REPORT
120900         IF DELNQ-HISTORY-OPEN
121000             CLOSE DELNQ-HISTORY-FILE
121100         END-IF
121200
121300         DISPLAY "*******************************************"
121400         DISPLAY " Provision month:      ", WS-RUN-YYYYMM
121500         DISPLAY " Rate rows read:       ", WS-RATE-ROWS-READ
121600         DISPLAY " Records read:         ", WS-RECORD-COUNT
121700         DISPLAY " Loans provisioned:    ", WS-BOOK-COUNT
121800         DISPLAY " Not provisioned:      ", WS-OFF-BOOK-COUNT
121900         DISPLAY " Unknown loan type:    ", WS-NO-RATE-COUNT
122000         DISPLAY " Dropped from master:  ", WS-DROPPED-COUNT
122100         DISPLAY " Provision rows kept:  ", WS-ROWS-WRITTEN
122200         DISPLAY " Rows not stored:      ", WS-WRITE-ERROR-COUNT
122300         DISPLAY " Provision held:       ", WS-TOTAL-HELD
122400         DISPLAY " Increase:             ", WS-TOTAL-INCREASE
122500         DISPLAY " Release:              ", WS-TOTAL-RELEASE
122600         DISPLAY " Total outstanding:    ", WS-ALL-OUTSTANDING
122700         DISPLAY "*******************************************"
122800     END-IF.
122900
123000     PERFORM 9500-STAMP-RUN-END.
123100
123200*===========================================================*
123300 7000-COMPUTE-DAY-NUMBER.
123400*    DN-DATE IN, DN-DAY-NUMBER OUT. COUNTING THE YEAR FROM
123500*    MARCH PUTS FEBRUARY LAST, SO THE LEAP-YEAR RULE IS JUST
123600*    THE THREE DIVISIONS BELOW.
123700*===========================================================*
123800     IF DN-MM < 3
123900         COMPUTE DN-YEAR  = DN-YYYY - 1
124000         COMPUTE DN-MONTH = DN-MM + 9
124100     ELSE
124200         MOVE DN-YYYY TO DN-YEAR
124300         COMPUTE DN-MONTH = DN-MM - 3
124400     END-IF.
124500     DIVIDE DN-YEAR BY 4   GIVING DN-LEAP-4.
124600     DIVIDE DN-YEAR BY 100 GIVING DN-LEAP-100.
124700     DIVIDE DN-YEAR BY 400 GIVING DN-LEAP-400.
124800     COMPUTE DN-MONTH-WORK = 153 * DN-MONTH + 2.
124900     DIVIDE DN-MONTH-WORK BY 5 GIVING DN-MONTH-DAYS.
125000     COMPUTE DN-DAY-NUMBER =
125100         365 * DN-YEAR + DN-LEAP-4 - DN-LEAP-100
125200             + DN-LEAP-400 + DN-MONTH-DAYS + DN-DD.
125300
125400*===========================================================*
125500 9500-STAMP-RUN-END.
125600*    THE RUN RAN TO A CLEAN END - THE ROW STAMPED STARTED AT
125700*    THE TOP IS REWRITTEN COMPLETED, WHICH IS WHAT THE GL
125800*    EXTRACT CHECKS FOR.
125900*===========================================================*
126000     OPEN I-O RUN-CONTROL-FILE.
126100     IF NOT RUNCTL-OK
126200         DISPLAY "** Run-control file not available at end ",
126300             "of run - status ", WS-RUNCTL-STATUS, " **"
126400     ELSE
126500         MOVE "PROVISN"   TO RN-JOB-NAME
126600         READ RUN-CONTROL-FILE
126700             KEY IS RN-JOB-NAME
126800             INVALID KEY
126900                 CONTINUE
127000         END-READ
127100         IF RUNCTL-OK
127200             MOVE WS-RUN-DATE TO RN-RUN-DATE
127300             MOVE 'C'         TO RN-STATUS
127400             REWRITE RUN-CONTROL-REC
127500         END-IF
127600         CLOSE RUN-CONTROL-FILE
127700     END-IF.
