000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LoanLetterBatch.
000300 AUTHOR.        LENDING-SYSTEMS-GROUP.
000400 INSTALLATION.  RETAIL-BANKING-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*  2026-10-15  LSG  ORIGINAL VERSION - NIGHTLY CUSTOMER LETTER
001000*                   RUN: TURNS NOTICE TRIGGERS INTO A PRINT
001100*                   VENDOR FILE WITH HEADER AND TRAILER
001200*                   CONTROLS, LOGS EVERY LETTER AGAINST ITS
001300*                   LOAN AND READS THE FILE BACK.
001400*-----------------------------------------------------------*
001500* THE PROGRAMS THAT CHANGE A LOAN IN A WAY THE CUSTOMER MUST
001600* HEAR ABOUT - DISBURSEMENT, A MISSED CYCLE OR A ROLL INTO THE
001700* NEXT AGING BUCKET, AN EMI CHANGE ON A RE-RATE, A RESTRUCTURE
001800* OR EMI HOLIDAY, REPAYMENT IN FULL - APPEND A ROW TO THE
001900* NOTICE TRIGGER FILE. THIS JOB RUNS IN THE NIGHTLY STREAM
002000* AFTER THE BUREAU FILE AND BEFORE THE ARCHIVE SWEEP, SO A
002100* LOAN CLOSED TODAY IS STILL ON THE MASTER, AND TURNS EACH
002200* TRIGGER INTO ONE LETTER PER RECIPIENT ON THE PRINT VENDOR
002300* FILE. THE PRIMARY APPLICANT GETS EVERY LETTER; AN OVERDUE
002400* NOTICE ALSO GOES TO EACH CO-APPLICANT AND GUARANTOR ON THE
002500* LOAN PARTY FILE. A CLOSURE LETTER IS THE NO-DUES
002600* CERTIFICATE.
002700*
002800* EVERY LETTER IS LOGGED ON THE LETTER LOG AGAINST ITS LOAN,
002900* KEYED ON LOAN, TRIGGER DATE, EVENT AND RECIPIENT. THE
003000* TRIGGER FILE IS ONLY EVER APPENDED TO, SO EVERY RUN READS
003100* IT FROM THE TOP AND THE LOG DECIDES WHAT IS STILL TO DO:
003200* A LETTER SENT ON AN EARLIER NIGHT IS NOT SENT AGAIN, A
003300* TRIGGER RAISED TWICE FOR ONE EVENT ON ONE DAY GIVES ONE
003400* LETTER, AND A LETTER SENT EARLIER TODAY BY A RUN THAT IS
003500* NOW BEING FORCED AGAIN IS WRITTEN AGAIN, BECAUSE THE VENDOR
003600* FILE IT WENT OUT ON IS BEING REBUILT.
003700*
003800* A LETTER THAT CANNOT GO IS WITHHELD - LOGGED 'W' WITH ITS
003900* REASON AND LISTED ON THE LETTER REPORT - AND TRIED AGAIN
004000* EVERY NIGHT UNTIL IT GOES: A RECIPIENT NOT ON THE CUSTOMER
004100* MASTER OR WITH NO NAME THERE, OR A NO-DUES CERTIFICATE FOR
004200* A LOAN THAT IS NO LONGER CLOSED BECAUSE A RETURNED DEBIT
004300* HAS REOPENED IT. THE CUSTOMER MASTER CARRIES NO POSTAL
004400* ADDRESS - THE VENDOR ADDRESSES EACH LETTER FROM ITS OWN
004500* FILE BY THE CUSTOMER ID ON THE LETTER HEADER.
004600*
004700* THE VENDOR FILE IS FRAMED BY A HEADER ('1') AND A TRAILER
004800* ('9') CARRYING THE LETTER COUNT, THE COUNT OF LETTER
004900* HEADER AND TEXT RECORDS AND THE HASH OF RECIPIENT IDS. AS
005000* WITH THE BUREAU FILE IT IS READ BACK AND RE-TOTALLED
005100* AGAINST ITS OWN TRAILER; AN OUT-OF-BALANCE FILE ENDS THE
005200* JOB WITH RETURN CODE 8 AND THE RUN-CONTROL ROW LEFT
005300* STARTED.
005400*-----------------------------------------------------------*
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT NOTICE-TRIGGER-FILE ASSIGN TO NOTICETR
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-NOTICETR-STATUS.
006100     SELECT LETTER-LOG-FILE ASSIGN TO LETTERLG
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS LL-LETTER-KEY
006500         FILE STATUS IS WS-LETTERLG-STATUS.
006600     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS LM-LOAN-ID
007000         ALTERNATE RECORD KEY IS LM-CUSTOMER-ID
007100             WITH DUPLICATES
007200         FILE STATUS IS WS-LOANMAST-STATUS.
007300     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS CM-CUSTOMER-ID
007700         FILE STATUS IS WS-CUSTMAST-STATUS.
007800     SELECT PARTY-FILE ASSIGN TO LOANPRTY
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-PARTY-STATUS.
008100     SELECT LETTER-FILE ASSIGN TO LETTERS
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-LETTERS-STATUS.
008400     SELECT LETTER-REPORT ASSIGN TO LETTRPT
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-LETTRPT-STATUS.
008700     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS RN-JOB-NAME
009100         FILE STATUS IS WS-RUNCTL-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  NOTICE-TRIGGER-FILE.
009600 01  NOTICE-TRIGGER-REC.
009700     COPY NOTICE.
009800
009900 FD  LETTER-LOG-FILE.
010000 01  LETTER-LOG-REC.
010100     COPY LETTERLG.
010200
010300 FD  LOAN-MASTER-FILE.
010400 01  LOAN-MASTER-REC.
010500     COPY LOANMAST.
010600
010700 FD  CUSTOMER-MASTER-FILE.
010800 01  CUSTOMER-MASTER-REC.
010900     COPY CUSTMAST.
011000
011100 FD  PARTY-FILE.
011200 01  PARTY-REC.
011300     COPY LOANPRTY.
011400
011500 FD  LETTER-FILE.
011600 01  LETTER-REC             PIC X(100).
011700
011800 FD  LETTER-REPORT.
011900 01  REPORT-LINE            PIC X(100).
012000
012100 FD  RUN-CONTROL-FILE.
012200 01  RUN-CONTROL-REC.
012300     COPY RUNCTL.
012400
012500 WORKING-STORAGE SECTION.
012600*-----------------------------------------------------------*
012700* SWITCHES AND STATUS FIELDS.
012800*-----------------------------------------------------------*
012900 01  WS-NOTICETR-STATUS     PIC X(02).
013000     88  NOTICETR-OK                VALUE '00'.
013100     88  NOTICETR-NOT-FOUND         VALUE '35'.
013200 01  WS-LETTERLG-STATUS     PIC X(02).
013300     88  LETTERLG-OK                VALUE '00' '02'.
013400     88  LETTERLG-NOT-FOUND         VALUE '35'.
013500 01  WS-LOANMAST-STATUS     PIC X(02).
013600     88  LOANMAST-OK                VALUE '00' '02'.
013700 01  WS-CUSTMAST-STATUS     PIC X(02).
013800     88  CUSTMAST-OK                VALUE '00'.
013900 01  WS-PARTY-STATUS        PIC X(02).
014000     88  PARTY-OK                   VALUE '00'.
014100 01  WS-LETTERS-STATUS      PIC X(02).
014200     88  LETTERS-OK                 VALUE '00'.
014300 01  WS-LETTRPT-STATUS      PIC X(02).
014400     88  LETTRPT-OK                 VALUE '00'.
014500 01  WS-RUNCTL-STATUS       PIC X(02).
014600     88  RUNCTL-OK                  VALUE '00'.
014700     88  RUNCTL-NOT-FOUND           VALUE '35'.
014800     88  RUNCTL-RECORD-NOT-FOUND    VALUE '23'.
014900 01  WS-RUNCTL-ROW-SWITCH   PIC X(01).
015000     88  RUNCTL-ROW-EXISTS          VALUE 'Y'.
015100 01  Force-Response         PIC X(01).
015200     88  FORCE-RERUN                VALUE 'Y' 'y'.
015300 01  WS-EOF-SWITCH          PIC X(01).
015400     88  END-OF-TRIGGERS            VALUE 'Y'.
015500 01  WS-PARTY-EOF-SWITCH    PIC X(01).
015600     88  END-OF-PARTY-FILE          VALUE 'Y'.
015700 01  WS-VERIFY-EOF-SWITCH   PIC X(01).
015800     88  END-OF-VERIFY-PASS         VALUE 'Y'.
015900 01  WS-BALANCE-SWITCH      PIC X(01).
016000     88  LETTER-FILE-IN-BALANCE     VALUE 'Y'.
016100 01  WS-RUN-FAILED-SWITCH   PIC X(01).
016200     88  RUN-FAILED                 VALUE 'Y'.
016300 01  WS-TRIGGERS-OPEN-SWITCH PIC X(01).
016400     88  TRIGGER-FILE-OPEN          VALUE 'Y'.
016500 01  WS-LETTERLG-OPEN-SWITCH PIC X(01).
016600     88  LETTER-LOG-OPEN            VALUE 'Y'.
016700 01  WS-LOANMAST-OPEN-SWITCH PIC X(01).
016800     88  LOAN-MASTER-OPEN           VALUE 'Y'.
016900 01  WS-CUSTMAST-OPEN-SWITCH PIC X(01).
017000     88  CUSTOMER-MASTER-OPEN       VALUE 'Y'.
017100 01  WS-LOG-ROW-SWITCH      PIC X(01).
017200     88  LOG-ROW-EXISTS             VALUE 'Y'.
017300 01  WS-REOPENED-SWITCH     PIC X(01).
017400     88  LOAN-REOPENED              VALUE 'Y'.
017500 01  WS-EVENT-FOUND-SWITCH  PIC X(01).
017600     88  EVENT-FOUND                VALUE 'Y'.
017700
017800*-----------------------------------------------------------*
017900* RUN DATE AND TIME. THE RUN TIME STAMPS EVERY LOG ROW THIS
018000* RUN TOUCHES, SO A SECOND TRIGGER FOR THE SAME LETTER IN
018100* THE SAME RUN IS SEEN FOR WHAT IT IS.
018200*-----------------------------------------------------------*
018300 01  WS-RUN-DATE            PIC 9(08).
018400 01  WS-RUN-TIME            PIC 9(08).
018500 01  WS-DATE-WORK           PIC 9(08).
018600 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
018700     05  WS-DATE-YYYY       PIC 9(04).
018800     05  WS-DATE-MM         PIC 9(02).
018900     05  WS-DATE-DD         PIC 9(02).
019000
019100*-----------------------------------------------------------*
019200* NOTICE EVENTS, IN REPORT ORDER, WITH THE LETTER COUNTS FOR
019300* EACH - SENT, WITHHELD, AND ALREADY SENT ON AN EARLIER
019400* NIGHT.
019500*-----------------------------------------------------------*
019600 01  EV-CODE-VALUES         PIC X(21)
019700         VALUE "DSBO30O60O90EMCRSTCLS".
019800 01  EV-CODE-TABLE REDEFINES EV-CODE-VALUES.
019900     05  EV-CODE            PIC X(03) OCCURS 7 TIMES.
020000 01  EV-COUNT-TABLE.
020100     05  EV-COUNTS OCCURS 7 TIMES.
020200         10  EV-SENT        PIC 9(07)  COMP.
020300         10  EV-WITHHELD    PIC 9(07)  COMP.
020400         10  EV-ALREADY     PIC 9(07)  COMP.
020500 01  EV-SUB                 PIC 9(01)  COMP.
020600 01  EV-MATCH-SUB           PIC 9(01)  COMP.
020700
020800*-----------------------------------------------------------*
020900* PER-LETTER WORK FIELDS - THE RECIPIENT IN HAND AND, FOR A
021000* LETTER THAT CANNOT GO, WHY.
021100*-----------------------------------------------------------*
021200 01  WS-RECIPIENT-ID        PIC 9(09).
021300 01  WS-RECIPIENT-ROLE      PIC X(01).
021400     88  WS-TO-PRIMARY              VALUE 'P'.
021500     88  WS-TO-CO-APPLICANT         VALUE 'C'.
021600     88  WS-TO-GUARANTOR            VALUE 'G'.
021700 01  WS-WITHHELD-REASON     PIC X(30).
021800 01  WS-LINE-NUMBER         PIC 9(03)  COMP.
021900
022000*-----------------------------------------------------------*
022100* CONTROL COUNTS AND HASH TOTALS - ACCUMULATED ONCE WHILE
022200* WRITING AND AGAIN, INDEPENDENTLY, ON THE READ-BACK PASS.
022300*-----------------------------------------------------------*
022400 01  WS-LETTER-COUNT        PIC 9(07)  COMP.
022500 01  WS-RECORD-COUNT        PIC 9(09)  COMP.
022600 01  WS-RECIPIENT-HASH      PIC 9(15).
022700 01  WS-VERIFY-LETTERS      PIC 9(07)  COMP.
022800 01  WS-VERIFY-RECORDS      PIC 9(09)  COMP.
022900 01  WS-VERIFY-RECIPIENTS   PIC 9(15).
023000
023100*-----------------------------------------------------------*
023200* RUN COUNTERS.
023300*-----------------------------------------------------------*
023400 01  WS-TRIGGER-COUNT       PIC 9(07)  COMP.
023500 01  WS-WITHHELD-COUNT      PIC 9(07)  COMP.
023600 01  WS-ALREADY-SENT-COUNT  PIC 9(07)  COMP.
023700 01  WS-DUPLICATE-COUNT     PIC 9(07)  COMP.
023800 01  WS-BAD-TRIGGER-COUNT   PIC 9(07)  COMP.
023900 01  WS-PARTY-LETTER-COUNT  PIC 9(07)  COMP.
024000
024100*-----------------------------------------------------------*
024200* PRINT VENDOR FILE RECORD LAYOUTS. RECORD TYPE IS THE FIRST
024300* BYTE: '1' FILE HEADER, 'H' LETTER HEADER (WHO AND WHAT),
024400* 'T' ONE LINE OF LETTER TEXT, '9' TRAILER.
024500*-----------------------------------------------------------*
024600 01  VENDOR-HEADER-REC.
024700     05  VH-RECORD-TYPE     PIC X(01).
024800     05  VH-SYSTEM-ID       PIC X(08).
024900     05  VH-RUN-DATE        PIC 9(08).
025000     05  VH-RUN-TIME        PIC 9(08).
025100     05  FILLER             PIC X(75).
025200 01  VENDOR-LETTER-REC.
025300     05  VL-RECORD-TYPE     PIC X(01).
025400     05  VL-LETTER-NUMBER   PIC 9(07).
025500     05  VL-RECIPIENT-ID    PIC 9(09).
025600     05  VL-RECIPIENT-NAME  PIC X(30).
025700     05  VL-RECIPIENT-ROLE  PIC X(01).
025800     05  VL-BRANCH-CODE     PIC X(04).
025900     05  VL-LOAN-ID         PIC X(25).
026000     05  VL-EVENT-CODE      PIC X(03).
026100     05  VL-LETTER-DATE     PIC 9(08).
026200     05  FILLER             PIC X(12).
026300 01  VENDOR-TEXT-REC.
026400     05  VT-RECORD-TYPE     PIC X(01).
026500     05  VT-LETTER-NUMBER   PIC 9(07).
026600     05  VT-LINE-NUMBER     PIC 9(03).
026700     05  FILLER             PIC X(01).
026800     05  VT-TEXT            PIC X(80).
026900     05  FILLER             PIC X(08).
027000 01  VENDOR-TRAILER-REC.
027100     05  VZ-RECORD-TYPE     PIC X(01).
027200     05  VZ-LETTER-COUNT    PIC 9(07).
027300     05  VZ-RECORD-COUNT    PIC 9(09).
027400     05  VZ-RECIPIENT-HASH  PIC 9(15).
027500     05  FILLER             PIC X(68).
027600
027700*-----------------------------------------------------------*
027800* LETTER TEXT LINE LAYOUTS - A LABEL FOLLOWED BY AN EDITED
027900* AMOUNT, DATE, MONTH, RATE OR COUNT. EACH IS MOVED TO
028000* TX-TEXT-LINE AND WRITTEN BY 2900-PUT-TEXT-LINE.
028100*-----------------------------------------------------------*
028200 01  TX-TEXT-LINE           PIC X(80).
028300 01  TX-SALUTATION-LINE.
028400     05  FILLER             PIC X(05) VALUE "DEAR ".
028500     05  TX-SALUTE-NAME     PIC X(30).
028600     05  FILLER             PIC X(45) VALUE SPACES.
028700 01  TX-LOAN-LINE.
028800     05  FILLER             PIC X(14) VALUE "LOAN ACCOUNT: ".
028900     05  TX-LOAN-ID         PIC X(25).
029000     05  FILLER             PIC X(41) VALUE SPACES.
029100 01  TX-AMOUNT-LINE.
029200     05  TX-AMOUNT-LABEL    PIC X(40).
029300     05  TX-AMOUNT          PIC Z,ZZZ,ZZ9.99.
029400     05  FILLER             PIC X(28) VALUE SPACES.
029500 01  TX-DATE-LINE.
029600     05  TX-DATE-LABEL      PIC X(40).
029700     05  TX-DATE-DD         PIC 9(02).
029800     05  FILLER             PIC X(01) VALUE "/".
029900     05  TX-DATE-MM         PIC 9(02).
030000     05  FILLER             PIC X(01) VALUE "/".
030100     05  TX-DATE-YYYY       PIC 9(04).
030200     05  FILLER             PIC X(30) VALUE SPACES.
030300 01  TX-MONTH-LINE.
030400     05  TX-MONTH-LABEL     PIC X(40).
030500     05  TX-MONTH-MM        PIC 9(02).
030600     05  FILLER             PIC X(01) VALUE "/".
030700     05  TX-MONTH-YYYY      PIC 9(04).
030800     05  FILLER             PIC X(33) VALUE SPACES.
030900 01  TX-RATE-LINE.
031000     05  TX-RATE-LABEL      PIC X(40).
031100     05  TX-RATE            PIC Z9.99.
031200     05  FILLER             PIC X(35) VALUE " PERCENT A YEAR".
031300 01  TX-COUNT-LINE.
031400     05  TX-COUNT-LABEL     PIC X(40).
031500     05  TX-COUNT           PIC ZZ9.
031600     05  FILLER             PIC X(37) VALUE SPACES.
031700 01  TX-BRANCH-LINE.
031800     05  FILLER             PIC X(22)
031900         VALUE "BRANCH MANAGER, BRANCH".
032000     05  FILLER             PIC X(01) VALUE SPACE.
032100     05  TX-BRANCH-CODE     PIC X(04).
032200     05  FILLER             PIC X(53) VALUE SPACES.
032300
032400*-----------------------------------------------------------*
032500* LETTER REPORT LINE LAYOUTS.
032600*-----------------------------------------------------------*
032700 01  RP-HEADER-LINE.
032800     05  FILLER             PIC X(24)
032900         VALUE "CUSTOMER LETTERS RUN OF".
033000     05  RP-HEADER-DATE     PIC 9(08).
033100 01  RP-COLUMN-LINE.
033200     05  FILLER             PIC X(30) VALUE
033300         "LOAN ID                   EVT ".
033400     05  FILLER             PIC X(30) VALUE
033500         "RECIPIENT R S LETTER  REASON".
033600 01  RP-DETAIL-LINE.
033700     05  RP-LOAN-ID         PIC X(25).
033800     05  FILLER             PIC X(01) VALUE SPACES.
033900     05  RP-EVENT-CODE      PIC X(03).
034000     05  FILLER             PIC X(01) VALUE SPACES.
034100     05  RP-RECIPIENT-ID    PIC 9(09).
034200     05  FILLER             PIC X(01) VALUE SPACES.
034300     05  RP-ROLE            PIC X(01).
034400     05  FILLER             PIC X(01) VALUE SPACES.
034500     05  RP-STATUS          PIC X(01).
034600     05  FILLER             PIC X(01) VALUE SPACES.
034700     05  RP-LETTER-NUMBER   PIC Z(6)9.
034800     05  FILLER             PIC X(01) VALUE SPACES.
034900     05  RP-REASON          PIC X(30).
035000 01  RP-TOTAL-HEAD-LINE.
035100     05  FILLER             PIC X(40) VALUE
035200         "EVENT      SENT  WITHHELD   ALREADY SENT".
035300 01  RP-TOTAL-LINE.
035400     05  RP-TOTAL-EVENT     PIC X(03).
035500     05  FILLER             PIC X(03) VALUE SPACES.
035600     05  RP-TOTAL-SENT      PIC Z(6)9.
035700     05  FILLER             PIC X(03) VALUE SPACES.
035800     05  RP-TOTAL-WITHHELD  PIC Z(6)9.
035900     05  FILLER             PIC X(08) VALUE SPACES.
036000     05  RP-TOTAL-ALREADY   PIC Z(6)9.
036100
036200 PROCEDURE DIVISION.
036300*===========================================================*
036400 0000-MAINLINE.
036500*===========================================================*
036600     PERFORM 1000-INITIALIZE.
036700     PERFORM 2000-LETTER-ONE-TRIGGER THRU 2000-LETTER-NEXT
036800         UNTIL END-OF-TRIGGERS.
036900     PERFORM 4000-WRITE-TRAILER.
037000     PERFORM 5000-VERIFY-LETTER-FILE.
037100     PERFORM 6000-TERMINATE.
037200     STOP RUN.
037300
037400*===========================================================*
037500 0500-CHECK-RUN-CONTROL.
037600*    RUNS AFTER THE BUREAU FILE AND BEFORE THE ARCHIVE SWEEP,
037700*    WHICH MAY TAKE A LOAN CLOSED TODAY OFF THE MASTER. A RUN
037800*    ALREADY COMPLETED FOR THIS BUSINESS DATE IS REFUSED
037900*    UNLESS THE OPERATOR EXPLICITLY FORCES IT, AND THE ROW IS
038000*    STAMPED STARTED BEFORE ANY DATA IS TOUCHED.
038100*===========================================================*
038200     OPEN I-O RUN-CONTROL-FILE.
038300     IF RUNCTL-NOT-FOUND
038400         OPEN OUTPUT RUN-CONTROL-FILE
038500         CLOSE RUN-CONTROL-FILE
038600         OPEN I-O RUN-CONTROL-FILE
038700     END-IF.
038800     IF NOT RUNCTL-OK
038900         DISPLAY "** Run-control file not available - status ",
039000             WS-RUNCTL-STATUS, " - run refused **"
039100         MOVE 8 TO RETURN-CODE
039200         STOP RUN
039300     END-IF.
039400
039500     MOVE "BUREAU"   TO RN-JOB-NAME.
039600     READ RUN-CONTROL-FILE
039700         KEY IS RN-JOB-NAME
039800         INVALID KEY
039900             CONTINUE
040000     END-READ.
040100     IF NOT RUNCTL-OK
040200         OR RN-RUN-DATE NOT = WS-RUN-DATE
040300         OR NOT RN-COMPLETED
040400         DISPLAY "** BUREAU has not completed for ",
040500             WS-RUN-DATE, " - run refused **"
040600         MOVE 8 TO RETURN-CODE
040700         CLOSE RUN-CONTROL-FILE
040800         STOP RUN
040900     END-IF.
041000
041100     MOVE 'N'        TO WS-RUNCTL-ROW-SWITCH.
041200     MOVE "LETTERS"  TO RN-JOB-NAME.
041300     READ RUN-CONTROL-FILE
041400         KEY IS RN-JOB-NAME
041500         INVALID KEY
041600             CONTINUE
041700     END-READ.
041800     IF RUNCTL-OK
041900         MOVE 'Y' TO WS-RUNCTL-ROW-SWITCH
042000         IF RN-RUN-DATE = WS-RUN-DATE AND RN-COMPLETED
042100             DISPLAY "** LETTERS already completed for ",
042200                 WS-RUN-DATE, " - force a rerun? (Y/N): "
042300             ACCEPT Force-Response
042400             IF NOT FORCE-RERUN
042500                 DISPLAY "** Run refused - already completed ",
042600                     "for this business date **"
042700                 MOVE 8 TO RETURN-CODE
042800                 CLOSE RUN-CONTROL-FILE
042900                 STOP RUN
043000             END-IF
043100         END-IF
043200     END-IF.
043300
043400     MOVE "LETTERS"  TO RN-JOB-NAME.
043500     MOVE WS-RUN-DATE TO RN-RUN-DATE.
043600     MOVE 'S'        TO RN-STATUS.
043700     IF RUNCTL-ROW-EXISTS
043800         REWRITE RUN-CONTROL-REC
043900     ELSE
044000         WRITE RUN-CONTROL-REC
044100     END-IF.
044200     CLOSE RUN-CONTROL-FILE.
044300
044400*===========================================================*
044500 1000-INITIALIZE.
044600*===========================================================*
044700     MOVE 'N'  TO WS-EOF-SWITCH.
044800     MOVE 'N'  TO WS-RUN-FAILED-SWITCH.
044900     MOVE 'N'  TO WS-BALANCE-SWITCH.
045000     MOVE 'N'  TO WS-TRIGGERS-OPEN-SWITCH.
045100     MOVE 'N'  TO WS-LETTERLG-OPEN-SWITCH.
045200     MOVE 'N'  TO WS-LOANMAST-OPEN-SWITCH.
045300     MOVE 'N'  TO WS-CUSTMAST-OPEN-SWITCH.
045400     MOVE ZERO TO WS-LETTER-COUNT.
045500     MOVE ZERO TO WS-RECORD-COUNT.
045600     MOVE ZERO TO WS-RECIPIENT-HASH.
045700     MOVE ZERO TO WS-TRIGGER-COUNT.
045800     MOVE ZERO TO WS-WITHHELD-COUNT.
045900     MOVE ZERO TO WS-ALREADY-SENT-COUNT.
046000     MOVE ZERO TO WS-DUPLICATE-COUNT.
046100     MOVE ZERO TO WS-BAD-TRIGGER-COUNT.
046200     MOVE ZERO TO WS-PARTY-LETTER-COUNT.
046300     PERFORM 1050-ZERO-EVENT-COUNTS
046400         VARYING EV-SUB FROM 1 BY 1
046500         UNTIL EV-SUB > 7.
046600
046700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
046800     ACCEPT WS-RUN-TIME FROM TIME.
046900
047000     PERFORM 0500-CHECK-RUN-CONTROL.
047100
047200     PERFORM 1100-OPEN-LETTER-FILES.
047300
047400*===========================================================*
047500 1050-ZERO-EVENT-COUNTS.
047600*===========================================================*
047700     MOVE ZERO TO EV-SENT(EV-SUB).
047800     MOVE ZERO TO EV-WITHHELD(EV-SUB).
047900     MOVE ZERO TO EV-ALREADY(EV-SUB).
048000
048100*===========================================================*
048200 1100-OPEN-LETTER-FILES.
048300*    THE VENDOR FILE AND THE REPORT ARE WRITTEN EVERY NIGHT,
048400*    EVEN WITH NO LETTERS, SO THE VENDOR ALWAYS HAS A FRAMED
048500*    FILE TO BALANCE. NO TRIGGER FILE MEANS NOTHING HAS EVER
048600*    HAPPENED TO TELL A CUSTOMER ABOUT. THE LETTER LOG IS
048700*    CREATED ON FIRST USE. THE CUSTOMER MASTER, THE LOAN
048800*    MASTER AND THE LETTER LOG ARE ESSENTIAL - WITHOUT THEM
048900*    EVERY LETTER WOULD BE WITHHELD OR GO UNLOGGED, SO THE
049000*    RUN IS FAILED INSTEAD.
049100*===========================================================*
049200     OPEN OUTPUT LETTER-FILE.
049300     OPEN OUTPUT LETTER-REPORT.
049400
049500     MOVE SPACES          TO VENDOR-HEADER-REC.
049600     MOVE '1'             TO VH-RECORD-TYPE.
049700     MOVE "LOANSYS"       TO VH-SYSTEM-ID.
049800     MOVE WS-RUN-DATE     TO VH-RUN-DATE.
049900     MOVE WS-RUN-TIME     TO VH-RUN-TIME.
050000     MOVE VENDOR-HEADER-REC TO LETTER-REC.
050100     WRITE LETTER-REC.
050200
050300     MOVE WS-RUN-DATE     TO RP-HEADER-DATE.
050400     MOVE RP-HEADER-LINE  TO REPORT-LINE.
050500     WRITE REPORT-LINE.
050600     MOVE SPACES TO REPORT-LINE.
050700     WRITE REPORT-LINE.
050800     MOVE RP-COLUMN-LINE  TO REPORT-LINE.
050900     WRITE REPORT-LINE.
051000
051100     OPEN I-O LETTER-LOG-FILE.
051200     IF LETTERLG-NOT-FOUND
051300         OPEN OUTPUT LETTER-LOG-FILE
051400         CLOSE LETTER-LOG-FILE
051500         OPEN I-O LETTER-LOG-FILE
051600     END-IF.
051700     IF LETTERLG-OK
051800         MOVE 'Y' TO WS-LETTERLG-OPEN-SWITCH
051900     ELSE
052000         DISPLAY "** Letter log not available - status ",
052100             WS-LETTERLG-STATUS, " **"
052200         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
052300     END-IF.
052400
052500     OPEN INPUT CUSTOMER-MASTER-FILE.
052600     IF CUSTMAST-OK
052700         MOVE 'Y' TO WS-CUSTMAST-OPEN-SWITCH
052800     ELSE
052900         DISPLAY "** Customer Master not available - status ",
053000             WS-CUSTMAST-STATUS, " **"
053100         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
053200     END-IF.
053300
053400     OPEN INPUT LOAN-MASTER-FILE.
053500     IF LOANMAST-OK
053600         MOVE 'Y' TO WS-LOANMAST-OPEN-SWITCH
053700     ELSE
053800         DISPLAY "** Loan Master not available - status ",
053900             WS-LOANMAST-STATUS, " **"
054000         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
054100     END-IF.
054200
054300     IF RUN-FAILED
054400         MOVE 'Y' TO WS-EOF-SWITCH
054500     ELSE
054600         OPEN INPUT NOTICE-TRIGGER-FILE
054700         IF NOTICETR-OK
054800             MOVE 'Y' TO WS-TRIGGERS-OPEN-SWITCH
054900             PERFORM 2100-READ-TRIGGER
055000         ELSE
055100             DISPLAY "No notice trigger file - no letters for ",
055200                 WS-RUN-DATE
055300             MOVE 'Y' TO WS-EOF-SWITCH
055400         END-IF
055500     END-IF.
055600
055700*===========================================================*
055800 2000-LETTER-ONE-TRIGGER.
055900*    ONE PASS = ONE TRIGGER. THE PRIMARY APPLICANT IS
056000*    LETTERED FIRST, THEN - FOR AN OVERDUE NOTICE ONLY - EACH
056100*    CO-APPLICANT AND GUARANTOR ON THE LOAN. A CLOSURE IS
056200*    CHECKED AGAINST THE MASTER SO A LOAN REOPENED SINCE THE
056300*    TRIGGER IS NOT SENT A NO-DUES CERTIFICATE; A CLOSED LOAN
056400*    ALREADY ARCHIVED OFF THE MASTER STILL GETS ITS LETTER.
056500*===========================================================*
056600     ADD 1 TO WS-TRIGGER-COUNT.
056700
056800     MOVE 'N'  TO WS-EVENT-FOUND-SWITCH.
056900     MOVE ZERO TO EV-MATCH-SUB.
057000     PERFORM 2150-MATCH-ONE-EVENT
057100         VARYING EV-SUB FROM 1 BY 1
057200         UNTIL EV-SUB > 7 OR EVENT-FOUND.
057300     IF NOT EVENT-FOUND
057400         ADD 1 TO WS-BAD-TRIGGER-COUNT
057500         DISPLAY "** Trigger skipped - unknown event ",
057600             NT-EVENT-CODE, " on loan ", NT-LOAN-ID, " **"
057700         GO TO 2000-LETTER-NEXT
057800     END-IF.
057900
058000     MOVE 'N' TO WS-REOPENED-SWITCH.
058100     IF NT-CLOSURE
058200         MOVE NT-LOAN-ID TO LM-LOAN-ID
058300         READ LOAN-MASTER-FILE
058400             KEY IS LM-LOAN-ID
058500             INVALID KEY
058600                 CONTINUE
058700         END-READ
058800         IF LOANMAST-OK AND NOT LM-STATUS-CLOSED
058900             MOVE 'Y' TO WS-REOPENED-SWITCH
059000         END-IF
059100     END-IF.
059200
059300     MOVE NT-CUSTOMER-ID TO WS-RECIPIENT-ID.
059400     MOVE 'P'            TO WS-RECIPIENT-ROLE.
059500     PERFORM 2200-LETTER-ONE-RECIPIENT THRU 2200-LETTER-EXIT.
059600
059700     IF NT-OVERDUE-NOTICE
059800         PERFORM 3000-LETTER-LOAN-PARTIES
059900     END-IF.
060000
060100 2000-LETTER-NEXT.
060200     PERFORM 2100-READ-TRIGGER.
060300
060400*===========================================================*
060500 2100-READ-TRIGGER.
060600*===========================================================*
060700     READ NOTICE-TRIGGER-FILE
060800         AT END
060900             MOVE 'Y' TO WS-EOF-SWITCH
061000     END-READ.
061100     IF NOT NOTICETR-OK AND NOT END-OF-TRIGGERS
061200         DISPLAY "** Notice trigger read failed - status ",
061300             WS-NOTICETR-STATUS, " **"
061400         MOVE 'Y' TO WS-EOF-SWITCH
061500         MOVE 'Y' TO WS-RUN-FAILED-SWITCH
061600     END-IF.
061700
061800*===========================================================*
061900 2150-MATCH-ONE-EVENT.
062000*===========================================================*
062100     IF EV-CODE(EV-SUB) = NT-EVENT-CODE
062200         MOVE EV-SUB TO EV-MATCH-SUB
062300         MOVE 'Y'    TO WS-EVENT-FOUND-SWITCH
062400     END-IF.
062500
062600*===========================================================*
062700 2200-LETTER-ONE-RECIPIENT.
062800*    WS-RECIPIENT-ID AND WS-RECIPIENT-ROLE ARE SET. THE
062900*    LETTER LOG SAYS WHETHER THIS LETTER HAS ALREADY GONE:
063000*    SENT ON AN EARLIER NIGHT IS LEFT ALONE, TOUCHED ALREADY
063100*    BY THIS RUN IS A DUPLICATE TRIGGER, AND ANYTHING ELSE -
063200*    NO ROW, A WITHHELD ROW, OR A ROW SENT EARLIER TODAY BY A
063300*    RUN NOW BEING FORCED AGAIN - IS LETTERED NOW.
063400*===========================================================*
063500     MOVE 'N'             TO WS-LOG-ROW-SWITCH.
063600     MOVE NT-LOAN-ID      TO LL-LOAN-ID.
063700     MOVE NT-TRIGGER-DATE TO LL-TRIGGER-DATE.
063800     MOVE NT-EVENT-CODE   TO LL-EVENT-CODE.
063900     MOVE WS-RECIPIENT-ID TO LL-RECIPIENT-ID.
064000     READ LETTER-LOG-FILE
064100         KEY IS LL-LETTER-KEY
064200         INVALID KEY
064300             CONTINUE
064400     END-READ.
064500     IF LETTERLG-OK
064600         MOVE 'Y' TO WS-LOG-ROW-SWITCH
064700         IF LL-LETTER-DATE = WS-RUN-DATE
064800             AND LL-RUN-TIME = WS-RUN-TIME
064900             ADD 1 TO WS-DUPLICATE-COUNT
065000             GO TO 2200-LETTER-EXIT
065100         END-IF
065200         IF LL-LETTER-SENT AND LL-LETTER-DATE < WS-RUN-DATE
065300             ADD 1 TO WS-ALREADY-SENT-COUNT
065400             ADD 1 TO EV-ALREADY(EV-MATCH-SUB)
065500             GO TO 2200-LETTER-EXIT
065600         END-IF
065700     END-IF.
065800
065900     MOVE SPACES TO WS-WITHHELD-REASON.
066000     MOVE WS-RECIPIENT-ID TO CM-CUSTOMER-ID.
066100     READ CUSTOMER-MASTER-FILE
066200         KEY IS CM-CUSTOMER-ID
066300         INVALID KEY
066400             CONTINUE
066500     END-READ.
066600     IF NOT CUSTMAST-OK
066700         MOVE "NOT ON CUSTOMER MASTER" TO WS-WITHHELD-REASON
066800     ELSE
066900         IF CM-CUSTOMER-NAME = SPACES
067000             MOVE "NO NAME ON CUSTOMER MASTER"
067100                 TO WS-WITHHELD-REASON
067200         ELSE
067300             IF LOAN-REOPENED
067400                 MOVE "LOAN REOPENED - NOT CLOSED"
067500                     TO WS-WITHHELD-REASON
067600             END-IF
067700         END-IF
067800     END-IF.
067900
068000     MOVE NT-LOAN-ID        TO LL-LOAN-ID.
068100     MOVE NT-TRIGGER-DATE   TO LL-TRIGGER-DATE.
068200     MOVE NT-EVENT-CODE     TO LL-EVENT-CODE.
068300     MOVE WS-RECIPIENT-ID   TO LL-RECIPIENT-ID.
068400     MOVE WS-RECIPIENT-ROLE TO LL-RECIPIENT-ROLE.
068500     MOVE NT-TRIGGER-TIME   TO LL-TRIGGER-TIME.
068600     MOVE NT-BRANCH-CODE    TO LL-BRANCH-CODE.
068700     MOVE WS-RUN-DATE       TO LL-LETTER-DATE.
068800     MOVE WS-RUN-TIME       TO LL-RUN-TIME.
068900     IF WS-WITHHELD-REASON NOT = SPACES
069000         MOVE 'W'                TO LL-LETTER-STATUS
069100         MOVE WS-WITHHELD-REASON TO LL-WITHHELD-REASON
069200         MOVE ZERO               TO LL-LETTER-NUMBER
069300         ADD 1 TO WS-WITHHELD-COUNT
069400         ADD 1 TO EV-WITHHELD(EV-MATCH-SUB)
069500     ELSE
069600         PERFORM 2400-WRITE-LETTER
069700         MOVE 'S'                TO LL-LETTER-STATUS
069800         MOVE SPACES             TO LL-WITHHELD-REASON
069900         MOVE WS-LETTER-COUNT    TO LL-LETTER-NUMBER
070000         ADD 1 TO EV-SENT(EV-MATCH-SUB)
070100         IF NOT WS-TO-PRIMARY
070200             ADD 1 TO WS-PARTY-LETTER-COUNT
070300         END-IF
070400     END-IF.
070500
070600     IF LOG-ROW-EXISTS
070700         REWRITE LETTER-LOG-REC
070800     ELSE
070900         WRITE LETTER-LOG-REC
071000     END-IF.
071100     IF NOT LETTERLG-OK
071200         DISPLAY "** Letter log not updated for loan ",
071300             NT-LOAN-ID, " - status ", WS-LETTERLG-STATUS, " **"
071400     END-IF.
071500
071600     PERFORM 2300-WRITE-REPORT-LINE.
071700
071800 2200-LETTER-EXIT.
071900     EXIT.
072000
072100*===========================================================*
072200 2300-WRITE-REPORT-LINE.
072300*    ONE LINE PER LETTER SENT OR WITHHELD THIS RUN, FROM THE
072400*    LOG ROW JUST WRITTEN.
072500*===========================================================*
072600     MOVE SPACES             TO RP-DETAIL-LINE.
072700     MOVE LL-LOAN-ID         TO RP-LOAN-ID.
072800     MOVE LL-EVENT-CODE      TO RP-EVENT-CODE.
072900     MOVE LL-RECIPIENT-ID    TO RP-RECIPIENT-ID.
073000     MOVE LL-RECIPIENT-ROLE  TO RP-ROLE.
073100     MOVE LL-LETTER-STATUS   TO RP-STATUS.
073200     MOVE LL-LETTER-NUMBER   TO RP-LETTER-NUMBER.
073300     MOVE LL-WITHHELD-REASON TO RP-REASON.
073400     MOVE RP-DETAIL-LINE     TO REPORT-LINE.
073500     WRITE REPORT-LINE.
073600
073700*===========================================================*
073800 2400-WRITE-LETTER.
073900*    WRITES ONE LETTER TO THE VENDOR FILE - ITS HEADER, THEN
074000*    THE SALUTATION, THE LOAN, THE BODY FOR THE EVENT AND THE
074100*    SIGN-OFF. THE FIGURES ARE THE ONES CARRIED ON THE
074200*    TRIGGER. CM- HOLDS THE RECIPIENT'S CUSTOMER ROW.
074300*===========================================================*
074400     ADD 1 TO WS-LETTER-COUNT.
074500     MOVE ZERO TO WS-LINE-NUMBER.
074600
074700     MOVE SPACES            TO VENDOR-LETTER-REC.
074800     MOVE 'H'               TO VL-RECORD-TYPE.
074900     MOVE WS-LETTER-COUNT   TO VL-LETTER-NUMBER.
075000     MOVE WS-RECIPIENT-ID   TO VL-RECIPIENT-ID.
075100     MOVE CM-CUSTOMER-NAME  TO VL-RECIPIENT-NAME.
075200     MOVE WS-RECIPIENT-ROLE TO VL-RECIPIENT-ROLE.
075300     MOVE NT-BRANCH-CODE    TO VL-BRANCH-CODE.
075400     MOVE NT-LOAN-ID        TO VL-LOAN-ID.
075500     MOVE NT-EVENT-CODE     TO VL-EVENT-CODE.
075600     MOVE WS-RUN-DATE       TO VL-LETTER-DATE.
075700     ADD 1                  TO WS-RECORD-COUNT.
075800     ADD VL-RECIPIENT-ID    TO WS-RECIPIENT-HASH.
075900     MOVE VENDOR-LETTER-REC TO LETTER-REC.
076000     WRITE LETTER-REC.
076100
076200     MOVE CM-CUSTOMER-NAME   TO TX-SALUTE-NAME.
076300     MOVE TX-SALUTATION-LINE TO TX-TEXT-LINE.
076400     PERFORM 2900-PUT-TEXT-LINE.
076500     MOVE SPACES             TO TX-TEXT-LINE.
076600     PERFORM 2900-PUT-TEXT-LINE.
076700     MOVE NT-LOAN-ID         TO TX-LOAN-ID.
076800     MOVE TX-LOAN-LINE       TO TX-TEXT-LINE.
076900     PERFORM 2900-PUT-TEXT-LINE.
077000     MOVE SPACES             TO TX-TEXT-LINE.
077100     PERFORM 2900-PUT-TEXT-LINE.
077200
077300     IF NT-DISBURSEMENT
077400         PERFORM 2500-DISBURSEMENT-BODY
077500     ELSE
077600         IF NT-OVERDUE-NOTICE
077700             PERFORM 2600-OVERDUE-BODY
077800         ELSE
077900             IF NT-EMI-CHANGE
078000                 PERFORM 2700-EMI-CHANGE-BODY
078100             ELSE
078200                 IF NT-RESTRUCTURE
078300                     PERFORM 2750-RESTRUCTURE-BODY
078400                 ELSE
078500                     PERFORM 2800-NO-DUES-BODY
078600                 END-IF
078700             END-IF
078800         END-IF
078900     END-IF.
079000
079100     MOVE SPACES             TO TX-TEXT-LINE.
079200     PERFORM 2900-PUT-TEXT-LINE.
079300     MOVE "YOURS FAITHFULLY," TO TX-TEXT-LINE.
079400     PERFORM 2900-PUT-TEXT-LINE.
079500     MOVE SPACES             TO TX-TEXT-LINE.
079600     PERFORM 2900-PUT-TEXT-LINE.
079700     MOVE NT-BRANCH-CODE     TO TX-BRANCH-CODE.
079800     MOVE TX-BRANCH-LINE     TO TX-TEXT-LINE.
079900     PERFORM 2900-PUT-TEXT-LINE.
080000
080100*===========================================================*
080200 2500-DISBURSEMENT-BODY.
080300*===========================================================*
080400     MOVE "WE ARE PLEASED TO CONFIRM THAT YOUR LOAN HAS BEEN"
080500         TO TX-TEXT-LINE.
080600     PERFORM 2900-PUT-TEXT-LINE.
080700     MOVE "DISBURSED ON THE TERMS BELOW." TO TX-TEXT-LINE.
080800     PERFORM 2900-PUT-TEXT-LINE.
080900     MOVE SPACES TO TX-TEXT-LINE.
081000     PERFORM 2900-PUT-TEXT-LINE.
081100     MOVE "AMOUNT DISBURSED" TO TX-AMOUNT-LABEL.
081200     MOVE NT-LOAN-AMOUNT     TO TX-AMOUNT.
081300     PERFORM 2910-PUT-AMOUNT-LINE.
081400     MOVE "INTEREST RATE"    TO TX-RATE-LABEL.
081500     MOVE NT-NEW-RATE        TO TX-RATE.
081600     PERFORM 2940-PUT-RATE-LINE.
081700     MOVE "MONTHLY INSTALMENT (EMI)" TO TX-AMOUNT-LABEL.
081800     MOVE NT-NEW-EMI         TO TX-AMOUNT.
081900     PERFORM 2910-PUT-AMOUNT-LINE.
082000     MOVE "NUMBER OF INSTALMENTS" TO TX-COUNT-LABEL.
082100     MOVE NT-REMAINING-MONTHS TO TX-COUNT.
082200     PERFORM 2950-PUT-COUNT-LINE.
082300
082400*===========================================================*
082500 2600-OVERDUE-BODY.
082600*    THE FIRST MISSED CYCLE IS A REMINDER, THE SECOND A
082700*    SECOND REMINDER, THE THIRD THE FINAL NOTICE THAT THE
082800*    LOAN IS NOW NON-PERFORMING. A CO-APPLICANT OR GUARANTOR
082900*    IS TOLD WHY THEY ARE BEING WRITTEN TO.
083000*===========================================================*
083100     IF NT-OVERDUE-30
083200         MOVE "REMINDER: AN INSTALMENT ON YOUR LOAN IS OVERDUE."
083300             TO TX-TEXT-LINE
083400         PERFORM 2900-PUT-TEXT-LINE
083500         MOVE "PLEASE PAY THE AMOUNT BELOW PROMPTLY TO AVOID"
083600             TO TX-TEXT-LINE
083700         PERFORM 2900-PUT-TEXT-LINE
083800         MOVE "FURTHER CHARGES." TO TX-TEXT-LINE
083900         PERFORM 2900-PUT-TEXT-LINE
084000     ELSE
084100         IF NT-OVERDUE-60
084200             MOVE "SECOND REMINDER: TWO INSTALMENTS ON YOUR LOAN"
084300                 TO TX-TEXT-LINE
084400             PERFORM 2900-PUT-TEXT-LINE
084500             MOVE "ARE NOW OVERDUE. PLEASE PAY THE AMOUNT BELOW"
084600                 TO TX-TEXT-LINE
084700             PERFORM 2900-PUT-TEXT-LINE
084800             MOVE "WITHOUT DELAY." TO TX-TEXT-LINE
084900             PERFORM 2900-PUT-TEXT-LINE
085000         ELSE
085100             MOVE "FINAL NOTICE: THREE INSTALMENTS ON YOUR LOAN"
085200                 TO TX-TEXT-LINE
085300             PERFORM 2900-PUT-TEXT-LINE
085400             MOVE "ARE OVERDUE AND THE LOAN HAS BEEN CLASSED AS"
085500                 TO TX-TEXT-LINE
085600             PERFORM 2900-PUT-TEXT-LINE
085700             MOVE "NON-PERFORMING. UNLESS THE ARREARS ARE CLEARED"
085800                 TO TX-TEXT-LINE
085900             PERFORM 2900-PUT-TEXT-LINE
086000             MOVE "WE MAY BEGIN RECOVERY ACTION." TO TX-TEXT-LINE
086100             PERFORM 2900-PUT-TEXT-LINE
086200         END-IF
086300     END-IF.
086400
086500     IF WS-TO-CO-APPLICANT
086600         MOVE SPACES TO TX-TEXT-LINE
086700         PERFORM 2900-PUT-TEXT-LINE
086800         MOVE "YOU ARE WRITTEN TO AS A CO-APPLICANT ON THIS LOAN,"
086900             TO TX-TEXT-LINE
087000         PERFORM 2900-PUT-TEXT-LINE
087100         MOVE "JOINTLY RESPONSIBLE FOR ITS REPAYMENT."
087200             TO TX-TEXT-LINE
087300         PERFORM 2900-PUT-TEXT-LINE
087400     END-IF.
087500     IF WS-TO-GUARANTOR
087600         MOVE SPACES TO TX-TEXT-LINE
087700         PERFORM 2900-PUT-TEXT-LINE
087800         MOVE "YOU ARE WRITTEN TO AS GUARANTOR OF THIS LOAN. IF"
087900             TO TX-TEXT-LINE
088000         PERFORM 2900-PUT-TEXT-LINE
088100         MOVE "THE ARREARS ARE NOT CLEARED WE MAY CALL ON YOUR"
088200             TO TX-TEXT-LINE
088300         PERFORM 2900-PUT-TEXT-LINE
088400         MOVE "GUARANTEE." TO TX-TEXT-LINE
088500         PERFORM 2900-PUT-TEXT-LINE
088600     END-IF.
088700
088800     MOVE SPACES TO TX-TEXT-LINE.
088900     PERFORM 2900-PUT-TEXT-LINE.
089000     MOVE "INSTALMENTS MISSED" TO TX-COUNT-LABEL.
089100     MOVE NT-MISSED-CYCLES     TO TX-COUNT.
089200     PERFORM 2950-PUT-COUNT-LINE.
089300     MOVE "AMOUNT OVERDUE"     TO TX-AMOUNT-LABEL.
089400     MOVE NT-OVERDUE-AMOUNT    TO TX-AMOUNT.
089500     PERFORM 2910-PUT-AMOUNT-LINE.
089600     MOVE "CHARGES OUTSTANDING" TO TX-AMOUNT-LABEL.
089700     MOVE NT-CHARGES-OUTSTANDING TO TX-AMOUNT.
089800     PERFORM 2910-PUT-AMOUNT-LINE.
089900     MOVE "TOTAL LOAN BALANCE" TO TX-AMOUNT-LABEL.
090000     MOVE NT-OUTSTANDING-BALANCE TO TX-AMOUNT.
090100     PERFORM 2910-PUT-AMOUNT-LINE.
090200
090300*===========================================================*
090400 2700-EMI-CHANGE-BODY.
090500*===========================================================*
090600     MOVE "THE INTEREST RATE ON YOUR LOAN HAS BEEN REVISED AND"
090700         TO TX-TEXT-LINE.
090800     PERFORM 2900-PUT-TEXT-LINE.
090900     MOVE "YOUR MONTHLY INSTALMENT CHANGES AS SHOWN BELOW."
091000         TO TX-TEXT-LINE.
091100     PERFORM 2900-PUT-TEXT-LINE.
091200     MOVE SPACES TO TX-TEXT-LINE.
091300     PERFORM 2900-PUT-TEXT-LINE.
091400     MOVE "PREVIOUS INTEREST RATE" TO TX-RATE-LABEL.
091500     MOVE NT-OLD-RATE        TO TX-RATE.
091600     PERFORM 2940-PUT-RATE-LINE.
091700     MOVE "NEW INTEREST RATE" TO TX-RATE-LABEL.
091800     MOVE NT-NEW-RATE        TO TX-RATE.
091900     PERFORM 2940-PUT-RATE-LINE.
092000     MOVE "PREVIOUS MONTHLY INSTALMENT" TO TX-AMOUNT-LABEL.
092100     MOVE NT-OLD-EMI         TO TX-AMOUNT.
092200     PERFORM 2910-PUT-AMOUNT-LINE.
092300     MOVE "NEW MONTHLY INSTALMENT" TO TX-AMOUNT-LABEL.
092400     MOVE NT-NEW-EMI         TO TX-AMOUNT.
092500     PERFORM 2910-PUT-AMOUNT-LINE.
092600     MOVE "OUTSTANDING BALANCE" TO TX-AMOUNT-LABEL.
092700     MOVE NT-OUTSTANDING-BALANCE TO TX-AMOUNT.
092800     PERFORM 2910-PUT-AMOUNT-LINE.
092900     MOVE "INSTALMENTS REMAINING" TO TX-COUNT-LABEL.
093000     MOVE NT-REMAINING-MONTHS TO TX-COUNT.
093100     PERFORM 2950-PUT-COUNT-LINE.
093200
093300*===========================================================*
093400 2750-RESTRUCTURE-BODY.
093500*    THE HOLIDAY LINE ONLY APPEARS WHEN THE RESTRUCTURE
093600*    GRANTED ONE, AND THE CAPITALIZED INTEREST LINE ONLY WHEN
093700*    INTEREST WAS ADDED TO THE BALANCE.
093800*===========================================================*
093900     MOVE "YOUR LOAN HAS BEEN RESTRUCTURED ON THE TERMS BELOW."
094000         TO TX-TEXT-LINE.
094100     PERFORM 2900-PUT-TEXT-LINE.
094200     MOVE SPACES TO TX-TEXT-LINE.
094300     PERFORM 2900-PUT-TEXT-LINE.
094400     IF NT-HOLIDAY-END-DATE NOT = 0
094500         MOVE "NO INSTALMENTS ARE DUE THROUGH" TO TX-MONTH-LABEL
094600         MOVE NT-HOLIDAY-END-DATE TO WS-DATE-WORK
094700         MOVE WS-DATE-MM         TO TX-MONTH-MM
094800         MOVE WS-DATE-YYYY       TO TX-MONTH-YYYY
094900         MOVE TX-MONTH-LINE      TO TX-TEXT-LINE
095000         PERFORM 2900-PUT-TEXT-LINE
095100     END-IF.
095200     IF NT-CAPITALIZED-AMOUNT NOT = 0
095300         MOVE "INTEREST ADDED TO YOUR BALANCE" TO TX-AMOUNT-LABEL
095400         MOVE NT-CAPITALIZED-AMOUNT TO TX-AMOUNT
095500         PERFORM 2910-PUT-AMOUNT-LINE
095600     END-IF.
095700     MOVE "OUTSTANDING BALANCE" TO TX-AMOUNT-LABEL.
095800     MOVE NT-OUTSTANDING-BALANCE TO TX-AMOUNT.
095900     PERFORM 2910-PUT-AMOUNT-LINE.
096000     MOVE "PREVIOUS MONTHLY INSTALMENT" TO TX-AMOUNT-LABEL.
096100     MOVE NT-OLD-EMI         TO TX-AMOUNT.
096200     PERFORM 2910-PUT-AMOUNT-LINE.
096300     MOVE "REVISED MONTHLY INSTALMENT" TO TX-AMOUNT-LABEL.
096400     MOVE NT-NEW-EMI         TO TX-AMOUNT.
096500     PERFORM 2910-PUT-AMOUNT-LINE.
096600     MOVE "INSTALMENTS REMAINING" TO TX-COUNT-LABEL.
096700     MOVE NT-REMAINING-MONTHS TO TX-COUNT.
096800     PERFORM 2950-PUT-COUNT-LINE.
096900
097000*===========================================================*
097100 2800-NO-DUES-BODY.
097200*===========================================================*
097300     MOVE "NO DUES CERTIFICATE" TO TX-TEXT-LINE.
097400     PERFORM 2900-PUT-TEXT-LINE.
097500     MOVE SPACES TO TX-TEXT-LINE.
097600     PERFORM 2900-PUT-TEXT-LINE.
097700     MOVE "THIS IS TO CERTIFY THAT THE ABOVE LOAN HAS BEEN"
097800         TO TX-TEXT-LINE.
097900     PERFORM 2900-PUT-TEXT-LINE.
098000     MOVE "REPAID IN FULL AND CLOSED, AND THAT NO DUES REMAIN"
098100         TO TX-TEXT-LINE.
098200     PERFORM 2900-PUT-TEXT-LINE.
098300     MOVE "OUTSTANDING ON IT." TO TX-TEXT-LINE.
098400     PERFORM 2900-PUT-TEXT-LINE.
098500     MOVE SPACES TO TX-TEXT-LINE.
098600     PERFORM 2900-PUT-TEXT-LINE.
098700     MOVE "AMOUNT SANCTIONED" TO TX-AMOUNT-LABEL.
098800     MOVE NT-LOAN-AMOUNT     TO TX-AMOUNT.
098900     PERFORM 2910-PUT-AMOUNT-LINE.
099000     MOVE "DATE CLOSED"      TO TX-DATE-LABEL.
099100     MOVE NT-TRIGGER-DATE    TO WS-DATE-WORK.
099200     PERFORM 2930-PUT-DATE-LINE.
099300
099400*===========================================================*
099500 2900-PUT-TEXT-LINE.
099600*    WRITES TX-TEXT-LINE AS THE NEXT TEXT RECORD OF THE
099700*    LETTER IN HAND.
099800*===========================================================*
099900     ADD 1 TO WS-LINE-NUMBER.
100000     MOVE SPACES          TO VENDOR-TEXT-REC.
100100     MOVE 'T'             TO VT-RECORD-TYPE.
100200     MOVE WS-LETTER-COUNT TO VT-LETTER-NUMBER.
100300     MOVE WS-LINE-NUMBER  TO VT-LINE-NUMBER.
100400     MOVE TX-TEXT-LINE    TO VT-TEXT.
100500     ADD 1                TO WS-RECORD-COUNT.
100600     MOVE VENDOR-TEXT-REC TO LETTER-REC.
100700     WRITE LETTER-REC.
100800
100900*===========================================================*
101000 2910-PUT-AMOUNT-LINE.
101100*===========================================================*
101200     MOVE TX-AMOUNT-LINE TO TX-TEXT-LINE.
101300     PERFORM 2900-PUT-TEXT-LINE.
101400
101500*===========================================================*
101600 2930-PUT-DATE-LINE.
101700*    WS-DATE-WORK IN, PRINTED DD/MM/YYYY.
101800*===========================================================*
101900     MOVE WS-DATE-DD     TO TX-DATE-DD.
102000     MOVE WS-DATE-MM     TO TX-DATE-MM.
102100     MOVE WS-DATE-YYYY   TO TX-DATE-YYYY.
102200     MOVE TX-DATE-LINE   TO TX-TEXT-LINE.
102300     PERFORM 2900-PUT-TEXT-LINE.
102400
102500*===========================================================*
102600 2940-PUT-RATE-LINE.
102700*===========================================================*
102800     MOVE TX-RATE-LINE TO TX-TEXT-LINE.
102900     PERFORM 2900-PUT-TEXT-LINE.
103000
103100*===========================================================*
103200 2950-PUT-COUNT-LINE.
103300*===========================================================*
103400     MOVE TX-COUNT-LINE TO TX-TEXT-LINE.
103500     PERFORM 2900-PUT-TEXT-LINE.
103600
103700*===========================================================*
103800 3000-LETTER-LOAN-PARTIES.
103900*    SCANS THE LOAN PARTY FILE FOR ROWS ON THE TRIGGER'S
104000*    LOAN. A MISSING PARTY FILE JUST MEANS NO PARTIES HAVE
104100*    EVER BEEN KEYED.
104200*===========================================================*
104300     MOVE 'N' TO WS-PARTY-EOF-SWITCH.
104400     OPEN INPUT PARTY-FILE.
104500     IF NOT PARTY-OK
104600         MOVE 'Y' TO WS-PARTY-EOF-SWITCH
104700     ELSE
104800         PERFORM 3100-CHECK-ONE-PARTY-ROW
104900             UNTIL END-OF-PARTY-FILE
105000         CLOSE PARTY-FILE
105100     END-IF.
105200
105300*===========================================================*
105400 3100-CHECK-ONE-PARTY-ROW.
105500*===========================================================*
105600     READ PARTY-FILE
105700         AT END
105800             MOVE 'Y' TO WS-PARTY-EOF-SWITCH
105900     END-READ.
106000     IF NOT PARTY-OK AND NOT END-OF-PARTY-FILE
106100         MOVE 'Y' TO WS-PARTY-EOF-SWITCH
106200     END-IF.
106300     IF NOT END-OF-PARTY-FILE
106400         AND LP-LOAN-ID = NT-LOAN-ID
106500         IF LP-CO-APPLICANT OR LP-GUARANTOR
106600             MOVE LP-CUSTOMER-ID TO WS-RECIPIENT-ID
106700             MOVE LP-PARTY-ROLE  TO WS-RECIPIENT-ROLE
106800             PERFORM 2200-LETTER-ONE-RECIPIENT
106900                 THRU 2200-LETTER-EXIT
107000         END-IF
107100     END-IF.
107200
107300*===========================================================*
107400 4000-WRITE-TRAILER.
107500*===========================================================*
107600     MOVE SPACES            TO VENDOR-TRAILER-REC.
107700     MOVE '9'               TO VZ-RECORD-TYPE.
107800     MOVE WS-LETTER-COUNT   TO VZ-LETTER-COUNT.
107900     MOVE WS-RECORD-COUNT   TO VZ-RECORD-COUNT.
108000     MOVE WS-RECIPIENT-HASH TO VZ-RECIPIENT-HASH.
108100     MOVE VENDOR-TRAILER-REC TO LETTER-REC.
108200     WRITE LETTER-REC.
108300
108400     MOVE SPACES TO REPORT-LINE.
108500     WRITE REPORT-LINE.
108600     MOVE RP-TOTAL-HEAD-LINE TO REPORT-LINE.
108700     WRITE REPORT-LINE.
108800     PERFORM 4100-WRITE-EVENT-TOTAL
108900         VARYING EV-SUB FROM 1 BY 1
109000         UNTIL EV-SUB > 7.
109100
109200     CLOSE LETTER-FILE.
109300     CLOSE LETTER-REPORT.
109400     IF TRIGGER-FILE-OPEN
109500         CLOSE NOTICE-TRIGGER-FILE
109600     END-IF.
109700     IF LETTER-LOG-OPEN
109800         CLOSE LETTER-LOG-FILE
109900     END-IF.
110000     IF CUSTOMER-MASTER-OPEN
110100         CLOSE CUSTOMER-MASTER-FILE
110200     END-IF.
110300     IF LOAN-MASTER-OPEN
110400         CLOSE LOAN-MASTER-FILE
110500     END-IF.
110600
110700*===========================================================*
110800 4100-WRITE-EVENT-TOTAL.
110900*===========================================================*
111000     MOVE SPACES              TO RP-TOTAL-LINE.
111100     MOVE EV-CODE(EV-SUB)     TO RP-TOTAL-EVENT.
111200     MOVE EV-SENT(EV-SUB)     TO RP-TOTAL-SENT.
111300     MOVE EV-WITHHELD(EV-SUB) TO RP-TOTAL-WITHHELD.
111400     MOVE EV-ALREADY(EV-SUB)  TO RP-TOTAL-ALREADY.
111500     MOVE RP-TOTAL-LINE       TO REPORT-LINE.
111600     WRITE REPORT-LINE.
111700
111800*===========================================================*
111900 5000-VERIFY-LETTER-FILE.
112000*    READS THE FINISHED FILE BACK AND RE-TOTALS THE LETTER
112100*    AND TEXT RECORDS AGAINST ITS OWN TRAILER. ANY MISMATCH -
112200*    A SHORT WRITE, A MISSING TRAILER - MARKS THE RUN OUT OF
112300*    BALANCE.
112400*===========================================================*
112500     MOVE 'N'  TO WS-VERIFY-EOF-SWITCH.
112600     MOVE 'N'  TO WS-BALANCE-SWITCH.
112700     MOVE ZERO TO WS-VERIFY-LETTERS.
112800     MOVE ZERO TO WS-VERIFY-RECORDS.
112900     MOVE ZERO TO WS-VERIFY-RECIPIENTS.
113000
113100     OPEN INPUT LETTER-FILE.
113200     IF NOT LETTERS-OK
113300         DISPLAY "** Letter file cannot be read back - status ",
113400             WS-LETTERS-STATUS, " **"
113500         MOVE 'Y' TO WS-VERIFY-EOF-SWITCH
113600     ELSE
113700         PERFORM 5100-VERIFY-ONE-RECORD
113800             UNTIL END-OF-VERIFY-PASS
113900         CLOSE LETTER-FILE
114000     END-IF.
114100
114200*===========================================================*
114300 5100-VERIFY-ONE-RECORD.
114400*===========================================================*
114500     READ LETTER-FILE
114600         AT END
114700             MOVE 'Y' TO WS-VERIFY-EOF-SWITCH
114800     END-READ.
114900     IF NOT LETTERS-OK AND NOT END-OF-VERIFY-PASS
115000         MOVE 'Y' TO WS-VERIFY-EOF-SWITCH
115100     END-IF.
115200
115300     IF NOT END-OF-VERIFY-PASS
115400         MOVE LETTER-REC TO VENDOR-LETTER-REC
115500         IF VL-RECORD-TYPE = 'H'
115600             ADD 1               TO WS-VERIFY-LETTERS
115700             ADD 1               TO WS-VERIFY-RECORDS
115800             ADD VL-RECIPIENT-ID TO WS-VERIFY-RECIPIENTS
115900         ELSE
116000             IF VL-RECORD-TYPE = 'T'
116100                 ADD 1 TO WS-VERIFY-RECORDS
116200             ELSE
116300                 IF VL-RECORD-TYPE = '9'
116400                     MOVE LETTER-REC TO VENDOR-TRAILER-REC
116500                     IF VZ-LETTER-COUNT = WS-VERIFY-LETTERS
116600                         AND VZ-RECORD-COUNT = WS-VERIFY-RECORDS
116700                         AND VZ-RECIPIENT-HASH =
116800                             WS-VERIFY-RECIPIENTS
116900                         MOVE 'Y' TO WS-BALANCE-SWITCH
117000                     END-IF
117100                 END-IF
117200             END-IF
117300         END-IF
117400     END-IF.
117500
117600*===========================================================*
117700 6000-TERMINATE.
117800*===========================================================*
117900     DISPLAY "*******************************************".
118000     DISPLAY " Run date:             ", WS-RUN-DATE.
118100     DISPLAY " Triggers read:        ", WS-TRIGGER-COUNT.
118200     DISPLAY " Letters sent:         ", WS-LETTER-COUNT.
118300     DISPLAY "  to parties:          ", WS-PARTY-LETTER-COUNT.
118400     DISPLAY " Letters withheld:     ", WS-WITHHELD-COUNT.
118500     DISPLAY " Already sent:         ", WS-ALREADY-SENT-COUNT.
118600     DISPLAY " Duplicate triggers:   ", WS-DUPLICATE-COUNT.
118700     DISPLAY " Unknown events:       ", WS-BAD-TRIGGER-COUNT.
118800     DISPLAY " Vendor records:       ", WS-RECORD-COUNT.
118900     DISPLAY " Recipient hash:       ", WS-RECIPIENT-HASH.
119000     DISPLAY "*******************************************".
119100     IF LETTER-FILE-IN-BALANCE AND NOT RUN-FAILED
119200         DISPLAY "Letter file is in balance - OK to release."
119300         PERFORM 9500-STAMP-RUN-END
119400     ELSE
119500         DISPLAY "*******************************************"
119600         DISPLAY "** LETTER FILE OUT OF BALANCE           **"
119700         DISPLAY "** DO NOT RELEASE THIS FILE TO VENDOR   **"
119800         DISPLAY "*******************************************"
119900         MOVE 8 TO RETURN-CODE
120000     END-IF.
120100
120200*===========================================================*
120300 9500-STAMP-RUN-END.
120400*    ONLY A BALANCED FILE STAMPS COMPLETED. AN OUT-OF-BALANCE
120500*    RUN LEAVES THE ROW STARTED, SO THE ARCHIVE SWEEP REFUSES
120600*    TO RUN ON TOP OF IT; THE RERUN FINDS TODAY'S LOG ROWS
120700*    STAMPED WITH ANOTHER RUN TIME AND WRITES THEM AGAIN.
120800*===========================================================*
120900     OPEN I-O RUN-CONTROL-FILE.
121000     IF NOT RUNCTL-OK
121100         DISPLAY "** Run-control file not available at end ",
121200             "of run - status ", WS-RUNCTL-STATUS, " **"
121300     ELSE
121400         MOVE "LETTERS"   TO RN-JOB-NAME
121500         READ RUN-CONTROL-FILE
121600             KEY IS RN-JOB-NAME
121700             INVALID KEY
121800                 CONTINUE
121900         END-READ
122000         IF RUNCTL-OK
122100             MOVE WS-RUN-DATE TO RN-RUN-DATE
122200             MOVE 'C'         TO RN-STATUS
122300             REWRITE RUN-CONTROL-REC
122400         END-IF
122500         CLOSE RUN-CONTROL-FILE
122600     END-IF.
