000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LoanRollForward.
000300 AUTHOR.        LENDING-SYSTEMS-GROUP.
000400 INSTALLATION.  RETAIL-BANKING-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*  2026-10-15  LSG  ORIGINAL VERSION - MONTH-END LOAN BOOK
001000*                   ROLL-FORWARD FROM THE LEDGER, WITH A
001100*                   SNAPSHOT KEPT PER LOAN, EXCEPTIONS LISTED
001200*                   AND THE MONTH CROSS-CHECKED TO THE GL.
001300*-----------------------------------------------------------*
001400* THIS JOB RUNS IN THE NIGHTLY STREAM STRAIGHT AFTER THE GL
001500* EXTRACT, BUT ONLY DOES ANYTHING ON THE LAST CALENDAR DAY OF
001600* THE MONTH - ON ANY OTHER NIGHT IT STAMPS ITSELF COMPLETED
001700* AND STEPS ASIDE SO THE RECONCILIATION BATCH CAN FOLLOW.
001800*
001900* AT MONTH END IT TAKES A SNAPSHOT OF EVERY LOAN ON THE BOOK -
002000* BALANCE, CHARGES, STATUS, BRANCH AND TYPE - ON THE SNAPSHOT
002100* FILE UNDER THE MONTH. LAST MONTH'S SNAPSHOT GIVES EACH
002200* LOAN'S OPENING BOOK; A LOAN ON LAST MONTH'S BOOK THAT HAS
002300* SINCE LEFT THE MASTER IS CARRIED WITH A CLOSING BOOK OF
002400* NOTHING, SO ITS DISAPPEARANCE HAS TO BE EXPLAINED TOO.
002500*
002600* THE MONTH'S LOAN LEDGER ROWS ARE THEN ADDED UP PER LOAN ON
002700* THE SNAPSHOT ROW: DISBURSEMENTS (DSB), CAPITALIZED INTEREST
002800* (CAP) AND CHARGES ASSESSED (CHG) ADD TO THE BOOK; THE
002900* PRINCIPAL OF EMI CYCLES (EMI) AND PREPAYMENTS (PRE), AND
003000* CHARGES RECOVERED (CHR), COME OFF IT. A RETURNED DEBIT (REV)
003100* PUTS BACK WHAT IT UNDID AND A WRITE-OFF (WOF) TAKES THE
003200* WHOLE BOOK OFF. OPENING PLUS THE MOVEMENT MUST GIVE THE
003300* CLOSING BOOK - ANY LOAN WHERE IT DOES NOT IS LISTED ON ITS
003400* OWN LINE.
003500*
003600* THE REPORT ROLLS THE BOOK FORWARD BY BRANCH AND BY LOAN
003700* TYPE, TIES THE OPENING TO LAST MONTH'S CLOSE, LISTS THE
003800* EXCEPTIONS, AND CROSS-CHECKS THE MONTH'S MOVEMENT AGAINST
003900* THE GL EXTRACT'S DAILY CONTROL TOTALS FOR EVERY CODE THE
004000* GL CARRIES, SO THE MONTH CAN BE SIGNED OFF FROM ONE REPORT.
004100* A FORCED RERUN ON THE SAME DATE RESTATES THE MONTH'S ROWS.
004200*-----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS LM-LOAN-ID
005000         ALTERNATE RECORD KEY IS LM-CUSTOMER-ID
005100             WITH DUPLICATES
005200         FILE STATUS IS WS-LOANMAST-STATUS.
005300     SELECT LEDGER-FILE ASSIGN TO LOANLDGR
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-LEDGER-STATUS.
005600     SELECT SNAPSHOT-FILE ASSIGN TO LOANSNAP
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS MS-SNAP-KEY
006000         FILE STATUS IS WS-LOANSNAP-STATUS.
006100     SELECT GL-CONTROL-FILE ASSIGN TO GLCTL
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS GC-CONTROL-KEY
006500         FILE STATUS IS WS-GLCTL-STATUS.
006600     SELECT ROLL-FORWARD-REPORT ASSIGN TO RFWDRPT
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RFWDRPT-STATUS.
006900     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS RN-JOB-NAME
007300         FILE STATUS IS WS-RUNCTL-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  LOAN-MASTER-FILE.
007800 01  LOAN-MASTER-REC.
007900     COPY LOANMAST.
008000
008100 FD  LEDGER-FILE.
008200 01  LEDGER-REC.
008300     COPY LOANLDGR.
008400
008500 FD  SNAPSHOT-FILE.
008600 01  SNAPSHOT-REC.
008700     COPY LOANSNAP.
008800
008900 FD  GL-CONTROL-FILE.
009000 01  GL-CONTROL-REC.
009100     COPY GLCTL.
009200
009300 FD  ROLL-FORWARD-REPORT.
009400 01  RFWD-REPORT-LINE       PIC X(132).
009500
009600 FD  RUN-CONTROL-FILE.
009700 01  RUN-CONTROL-REC.
009800     COPY RUNCTL.
009900
010000 WORKING-STORAGE SECTION.
010100*-----------------------------------------------------------*
010200* SWITCHES AND STATUS FIELDS.
010300*-----------------------------------------------------------*
010400 01  WS-LOANMAST-STATUS     PIC X(02).
010500     88  LOANMAST-OK                VALUE '00' '02'.
010600 01  WS-LEDGER-STATUS       PIC X(02).
010700     88  LEDGER-OK                  VALUE '00'.
010800 01  WS-LOANSNAP-STATUS     PIC X(02).
010900     88  LOANSNAP-OK                VALUE '00' '02'.
011000     88  LOANSNAP-NOT-FOUND         VALUE '35'.
011100     88  LOANSNAP-DUPLICATE-KEY     VALUE '22'.
011200 01  WS-GLCTL-STATUS        PIC X(02).
011300     88  GLCTL-OK                   VALUE '00' '02'.
011400 01  WS-RFWDRPT-STATUS      PIC X(02).
011500     88  RFWDRPT-OK                 VALUE '00'.
011600 01  WS-RUNCTL-STATUS       PIC X(02).
011700     88  RUNCTL-OK                  VALUE '00'.
011800     88  RUNCTL-NOT-FOUND           VALUE '35'.
011900     88  RUNCTL-RECORD-NOT-FOUND    VALUE '23'.
012000 01  WS-RUNCTL-ROW-SWITCH   PIC X(01).
012100     88  RUNCTL-ROW-EXISTS          VALUE 'Y'.
012200 01  Force-Response         PIC X(01).
012300     88  FORCE-RERUN                VALUE 'Y' 'y'.
012400 01  WS-EOF-SWITCH          PIC X(01).
012500     88  END-OF-LOAN-MASTER         VALUE 'Y'.
012600 01  WS-LEDGER-EOF-SWITCH   PIC X(01).
012700     88  END-OF-LEDGER              VALUE 'Y'.
012800 01  WS-SNAP-EOF-SWITCH     PIC X(01).
012900     88  END-OF-SNAPSHOTS           VALUE 'Y'.
013000 01  WS-GL-EOF-SWITCH       PIC X(01).
013100     88  END-OF-GL-CONTROLS         VALUE 'Y'.
013200 01  WS-MONTH-END-SWITCH    PIC X(01).
013300     88  MONTH-END-RUN              VALUE 'Y'.
013400 01  WS-TAKE-ON-SWITCH      PIC X(01).
013500     88  TAKE-ON-MONTH              VALUE 'Y'.
013600 01  WS-ON-MASTER-SWITCH    PIC X(01).
013700     88  LOAN-ON-MASTER             VALUE 'Y'.
013800 01  WS-PRIOR-ROW-SWITCH    PIC X(01).
013900     88  PRIOR-ROW-FOUND            VALUE 'Y'.
014000 01  WS-GL-FOUND-SWITCH     PIC X(01).
014100     88  GL-CODE-FOUND              VALUE 'Y'.
014200 01  WS-MONTH-BALANCES-SWITCH PIC X(01).
014300     88  MONTH-BALANCES             VALUE 'Y'.
014400
014500*-----------------------------------------------------------*
014600* RUN DATE, WITH A YEAR-MONTH VIEW FOR THE SNAPSHOT MONTH,
014700* AND THE FIRST OF THE FOLLOWING MONTH - THE RUN DATE IS THE
014800* LAST DAY OF ITS MONTH WHEN THE TWO ARE ONE DAY APART. THE
014900* RUN TIME STAMPS EVERY SNAPSHOT ROW THIS RUN SETS.
015000*-----------------------------------------------------------*
015100 01  WS-RUN-DATE            PIC 9(08).
015200 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
015300     05  WS-RUN-YYYYMM      PIC 9(06).
015400     05  FILLER             PIC 9(02).
015500 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
015600     05  WS-RUN-YYYY        PIC 9(04).
015700     05  WS-RUN-MM          PIC 9(02).
015800     05  WS-RUN-DD          PIC 9(02).
015900 01  WS-RUN-TIME            PIC 9(08).
016000 01  WS-NEXT-MONTH-DATE     PIC 9(08).
016100 01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
016200     05  WS-NEXT-YYYY       PIC 9(04).
016300     05  WS-NEXT-MM         PIC 9(02).
016400     05  WS-NEXT-DD         PIC 9(02).
016500 01  WS-RUN-DAY-NUMBER      PIC 9(07)  COMP.
016600 01  WS-NEXT-DAY-NUMBER     PIC 9(07)  COMP.
016700
016800*-----------------------------------------------------------*
016900* THE FIRST OF THE RUN MONTH - LEDGER ROWS AND GL CONTROL
017000* ROWS DATED FROM IT TO THE RUN DATE ARE THE MONTH'S - AND
017100* THE PRIOR MONTH, WHOSE SNAPSHOT IS THE OPENING BOOK.
017200*-----------------------------------------------------------*
017300 01  WS-MONTH-START-DATE    PIC 9(08).
017400 01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START-DATE.
017500     05  WS-START-YYYY      PIC 9(04).
017600     05  WS-START-MM        PIC 9(02).
017700     05  WS-START-DD        PIC 9(02).
017800 01  WS-PRIOR-YYYYMM        PIC 9(06).
017900 01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-YYYYMM.
018000     05  WS-PRIOR-YYYY      PIC 9(04).
018100     05  WS-PRIOR-MM        PIC 9(02).
018200
018300*-----------------------------------------------------------*
018400* DAY-NUMBER WORK FIELDS - 7000-COMPUTE-DAY-NUMBER TURNS THE
018500* YYYYMMDD DATE IN DN-DATE INTO A CONTINUOUS DAY COUNT, SO
018600* TWO DATES CAN BE SUBTRACTED WITHOUT A CALENDAR TABLE.
018700* THE YEAR IS TAKEN FROM MARCH, SO A LEAP DAY FALLS AT THE
018800* END OF THE COUNTING YEAR AND NEEDS NO SPECIAL CASE.
018900*-----------------------------------------------------------*
019000 01  DN-DATE                PIC 9(08).
019100 01  DN-DATE-SPLIT REDEFINES DN-DATE.
019200     05  DN-YYYY            PIC 9(04).
019300     05  DN-MM              PIC 9(02).
019400     05  DN-DD              PIC 9(02).
019500 01  DN-YEAR                PIC 9(04)  COMP.
019600 01  DN-MONTH               PIC 9(02)  COMP.
019700 01  DN-LEAP-4              PIC 9(04)  COMP.
019800 01  DN-LEAP-100            PIC 9(04)  COMP.
019900 01  DN-LEAP-400            PIC 9(04)  COMP.
020000 01  DN-MONTH-WORK          PIC 9(05)  COMP.
020100 01  DN-MONTH-DAYS          PIC 9(03)  COMP.
020200 01  DN-DAY-NUMBER          PIC 9(07)  COMP.
020300
020400*-----------------------------------------------------------*
020500* PER-LOAN WORK FIELDS. THE OPENING BOOK, BRANCH AND TYPE
020600* COME FROM LAST MONTH'S ROW WHEN THERE IS ONE. THE EXPECTED
020700* CLOSING IS OPENING PLUS THE LEDGER MOVEMENT, AND THE
020800* UNEXPLAINED IS WHAT THE ACTUAL CLOSING DIFFERS FROM IT BY.
020900*-----------------------------------------------------------*
021000 01  WS-LOAN-ID             PIC X(25).
021100 01  WS-OPENING-BOOK        PIC 9(8)V99.
021200 01  WS-PRIOR-BRANCH        PIC X(04).
021300 01  WS-PRIOR-TYPE          PIC 9(01).
021400 01  WS-PRIOR-CUSTOMER      PIC 9(09).
021500 01  WS-CLOSING-BOOK        PIC 9(8)V99.
021600 01  WS-NET-MOVEMENT        PIC S9(9)V99.
021700 01  WS-EXPECTED-CLOSING    PIC S9(9)V99.
021800 01  WS-UNEXPLAINED         PIC S9(9)V99.
021900 01  WS-ROW-REV             PIC 9(9)V99.
022000 01  WS-ROW-WOF             PIC 9(9)V99.
022100 01  WS-CHARGES-PART        PIC 9(7)V99.
022200
022300*-----------------------------------------------------------*
022400* PER-BRANCH ACCUMULATORS - ENTRIES ARE TAKEN UP IN THE
022500* ORDER BRANCHES ARE FIRST SEEN, A BLANK BRANCH REPORTS
022600* UNDER '????' AND OVERFLOW LANDS UNDER '++++', AS ON THE
022700* PORTFOLIO REPORT. REV AND WOF HOLD THE WHOLE AMOUNT PUT
022800* BACK OR WRITTEN OFF, BALANCE AND CHARGES TOGETHER.
022900*-----------------------------------------------------------*
023000 01  BR-BRANCH-TABLE.
023100     05  BR-ENTRY OCCURS 50 TIMES INDEXED BY BR-IDX.
023200         10  BR-CODE            PIC X(04).
023300         10  BR-COUNT           PIC 9(07) COMP.
023400         10  BR-OPENING         PIC 9(13)V99.
023500         10  BR-DSB             PIC 9(13)V99.
023600         10  BR-CAP             PIC 9(13)V99.
023700         10  BR-CHG             PIC 9(13)V99.
023800         10  BR-EMI             PIC 9(13)V99.
023900         10  BR-PRE             PIC 9(13)V99.
024000         10  BR-CHR             PIC 9(13)V99.
024100         10  BR-REV             PIC 9(13)V99.
024200         10  BR-WOF             PIC 9(13)V99.
024300         10  BR-CLOSING         PIC 9(13)V99.
024400         10  BR-UNEXPLAINED     PIC S9(13)V99.
024500         10  BR-EXCEPTIONS      PIC 9(07) COMP.
024600 01  BR-USED-COUNT          PIC 9(02) COMP.
024700 01  BR-SUB                 PIC 9(02) COMP.
024800 01  BR-MATCH-SUB           PIC 9(02) COMP.
024900 01  BR-WORK-CODE           PIC X(04).
025000 01  BR-FOUND-SWITCH        PIC X(01).
025100     88  BR-FOUND                   VALUE 'Y'.
025200
025300*-----------------------------------------------------------*
025400* PER-TYPE ACCUMULATORS - TYPES 1-4, WITH ENTRY 5 FOR A
025500* ROW WHOSE LOAN TYPE IS OUTSIDE 1-4.
025600*-----------------------------------------------------------*
025700 01  PT-TYPE-TABLE.
025800     05  PT-ENTRY OCCURS 5 TIMES INDEXED BY PT-IDX.
025900         10  PT-COUNT           PIC 9(07) COMP.
026000         10  PT-OPENING         PIC 9(13)V99.
026100         10  PT-DSB             PIC 9(13)V99.
026200         10  PT-CAP             PIC 9(13)V99.
026300         10  PT-CHG             PIC 9(13)V99.
026400         10  PT-EMI             PIC 9(13)V99.
026500         10  PT-PRE             PIC 9(13)V99.
026600         10  PT-CHR             PIC 9(13)V99.
026700         10  PT-REV             PIC 9(13)V99.
026800         10  PT-WOF             PIC 9(13)V99.
026900         10  PT-CLOSING         PIC 9(13)V99.
027000         10  PT-UNEXPLAINED     PIC S9(13)V99.
027100         10  PT-EXCEPTIONS      PIC 9(07) COMP.
027200 01  PT-SUB                 PIC 9(01) COMP.
027300
027400*-----------------------------------------------------------*
027500* RUN TOTALS - EVERY SECTION OF THE REPORT ROLLS UP TO
027600* THESE. REVERSALS AND WRITE-OFFS ARE ALSO KEPT APART BY
027700* BALANCE AND CHARGES, AS THE GL CARRIES THEM.
027800*-----------------------------------------------------------*
027900 01  WS-TOTAL-COUNT         PIC 9(07)  COMP.
028000 01  WS-TOTAL-OPENING       PIC 9(13)V99.
028100 01  WS-TOTAL-DSB           PIC 9(13)V99.
028200 01  WS-TOTAL-CAP           PIC 9(13)V99.
028300 01  WS-TOTAL-CHG           PIC 9(13)V99.
028400 01  WS-TOTAL-EMI           PIC 9(13)V99.
028500 01  WS-TOTAL-PRE           PIC 9(13)V99.
028600 01  WS-TOTAL-CHR           PIC 9(13)V99.
028700 01  WS-TOTAL-REV           PIC 9(13)V99.
028800 01  WS-TOTAL-WOF           PIC 9(13)V99.
028900 01  WS-TOTAL-CLOSING       PIC 9(13)V99.
029000 01  WS-TOTAL-UNEXPLAINED   PIC S9(13)V99.
029100 01  WS-TOTAL-EXCEPTIONS    PIC 9(07)  COMP.
029200 01  WS-TOTAL-REV-PRINCIPAL PIC 9(13)V99.
029300 01  WS-TOTAL-REV-CHARGES   PIC 9(13)V99.
029400 01  WS-TOTAL-WOF-BALANCE   PIC 9(13)V99.
029500 01  WS-TOTAL-WOF-CHARGES   PIC 9(13)V99.
029600 01  WS-TOTAL-EMI-PRE       PIC 9(13)V99.
029700
029800*-----------------------------------------------------------*
029900* LAST MONTH'S CLOSE - EVERY PRIOR-MONTH ROW'S BOOK, WHICH
030000* THIS MONTH'S OPENING MUST AGREE WITH.
030100*-----------------------------------------------------------*
030200 01  WS-PRIOR-ROW-COUNT     PIC 9(07)  COMP.
030300 01  WS-PRIOR-CLOSING       PIC 9(13)V99.
030400
030500*-----------------------------------------------------------*
030600* GL CONTROL TOTALS FOR THE MONTH - THE CODES THE LEDGER
030700* MOVEMENT CROSS-CHECKS TO, THEN THE TRAILER ROW. EVERY
030800* OTHER CODE STILL COUNTS TOWARDS THE ALL-CODES TOTAL THAT
030900* MUST ADD BACK UP TO THE TRAILERS.
031000*-----------------------------------------------------------*
031100 01  GL-CODE-VALUES         PIC X(27)
031200         VALUE "DSBPAYCHGCAPREVRVCWOFWOCTRL".
031300 01  GL-CODE-TABLE REDEFINES GL-CODE-VALUES.
031400     05  GL-CODE            PIC X(03) OCCURS 9 TIMES.
031500 01  GL-TOTAL-TABLE.
031600     05  GL-ENTRY OCCURS 9 TIMES.
031700         10  GL-COUNT           PIC 9(07) COMP.
031800         10  GL-AMOUNT          PIC 9(13)V99.
031900 01  GL-SUB                 PIC 9(02)  COMP.
032000 01  GL-MATCH-SUB           PIC 9(02)  COMP.
032100 01  GL-TRAILER-SUB         PIC 9(02)  COMP VALUE 9.
032200 01  GL-DSB-SUB             PIC 9(02)  COMP VALUE 1.
032300 01  GL-PAY-SUB             PIC 9(02)  COMP VALUE 2.
032400 01  GL-CHG-SUB             PIC 9(02)  COMP VALUE 3.
032500 01  GL-CAP-SUB             PIC 9(02)  COMP VALUE 4.
032600 01  GL-REV-SUB             PIC 9(02)  COMP VALUE 5.
032700 01  GL-RVC-SUB             PIC 9(02)  COMP VALUE 6.
032800 01  GL-WOF-SUB             PIC 9(02)  COMP VALUE 7.
032900 01  GL-WOC-SUB             PIC 9(02)  COMP VALUE 8.
033000 01  WS-GL-ALL-COUNT        PIC 9(09)  COMP.
033100 01  WS-GL-ALL-AMOUNT       PIC 9(13)V99.
033200 01  WS-GL-DAYS             PIC 9(03)  COMP.
033300 01  WS-GL-LABEL            PIC X(30).
033400 01  WS-GL-LEDGER-AMOUNT    PIC 9(13)V99.
033500 01  WS-GL-DIFFERENCE       PIC S9(13)V99.
033600
033700*-----------------------------------------------------------*
033800* RUN COUNTERS.
033900*-----------------------------------------------------------*
034000 01  WS-RECORD-COUNT        PIC 9(07)  COMP.
034100 01  WS-ROWS-WRITTEN        PIC 9(07)  COMP.
034200 01  WS-DROPPED-COUNT       PIC 9(07)  COMP.
034300 01  WS-LEDGER-ONLY-COUNT   PIC 9(07)  COMP.
034400 01  WS-LEDGER-ROWS-READ    PIC 9(07)  COMP.
034500 01  WS-LEDGER-ROWS-USED    PIC 9(07)  COMP.
034600 01  WS-STALE-DELETED       PIC 9(07)  COMP.
034700 01  WS-WRITE-ERROR-COUNT   PIC 9(07)  COMP.
034800
034900*-----------------------------------------------------------*
035000* PRINT WORK - A BRANCH, TYPE OR TOTAL IS MOVED HERE AND
035100* PRINTED BY 5300-PRINT-FIGURES AS TWO LINES.
035200*-----------------------------------------------------------*
035300 01  PW-LABEL               PIC X(04).
035400 01  PW-COUNT               PIC 9(07)  COMP.
035500 01  PW-OPENING             PIC 9(13)V99.
035600 01  PW-DSB                 PIC 9(13)V99.
035700 01  PW-CAP                 PIC 9(13)V99.
035800 01  PW-CHG                 PIC 9(13)V99.
035900 01  PW-EMI                 PIC 9(13)V99.
036000 01  PW-PRE                 PIC 9(13)V99.
036100 01  PW-CHR                 PIC 9(13)V99.
036200 01  PW-REV                 PIC 9(13)V99.
036300 01  PW-WOF                 PIC 9(13)V99.
036400 01  PW-CLOSING             PIC 9(13)V99.
036500 01  PW-UNEXPLAINED         PIC S9(13)V99.
036600 01  PW-EXCEPTIONS          PIC 9(07)  COMP.
036700
036800*-----------------------------------------------------------*
036900* REPORT LINE LAYOUTS.
037000*-----------------------------------------------------------*
037100 01  RF-HEADER-LINE.
037200     05  FILLER             PIC X(37)
037300         VALUE "MONTH-END LOAN BOOK ROLL-FORWARD FOR ".
037400     05  RF-HEADER-MONTH    PIC 9(06).
037500     05  FILLER             PIC X(10)
037600         VALUE "   RUN ON ".
037700     05  RF-HEADER-DATE     PIC 9(08).
037800 01  RF-COLUMN-LINE-1.
037900     05  RF-COL-LABEL       PIC X(04).
038000     05  FILLER             PIC X(11)
038100         VALUE "      LOANS".
038200     05  FILLER             PIC X(17)
038300         VALUE "     OPENING BOOK".
038400     05  FILLER             PIC X(17)
038500         VALUE "   + DISBURSEMENT".
038600     05  FILLER             PIC X(17)
038700         VALUE "    + CAPITALIZED".
038800     05  FILLER             PIC X(17)
038900         VALUE "   + CHG ASSESSED".
039000     05  FILLER             PIC X(17)
039100         VALUE "  - EMI PRINCIPAL".
039200     05  FILLER             PIC X(17)
039300         VALUE "     - PREPAYMENT".
039400 01  RF-COLUMN-LINE-2.
039500     05  FILLER             PIC X(15)
039600         VALUE "     EXCEPTIONS".
039700     05  FILLER             PIC X(17)
039800         VALUE "  - CHR RECOVERED".
039900     05  FILLER             PIC X(17)
040000         VALUE "    + RETURNED DD".
040100     05  FILLER             PIC X(17)
040200         VALUE "    - WRITTEN OFF".
040300     05  FILLER             PIC X(17)
040400         VALUE "     CLOSING BOOK".
040500     05  FILLER             PIC X(17)
040600         VALUE "     UNEXPLAINED".
040700 01  RF-FIGURES-LINE-1.
040800     05  RF-LABEL           PIC X(04).
040900     05  FILLER             PIC X(04) VALUE SPACES.
041000     05  RF-COUNT           PIC Z(6)9.
041100     05  FILLER             PIC X(02) VALUE SPACES.
041200     05  RF-OPENING         PIC Z(11)9.99.
041300     05  FILLER             PIC X(02) VALUE SPACES.
041400     05  RF-DSB             PIC Z(11)9.99.
041500     05  FILLER             PIC X(02) VALUE SPACES.
041600     05  RF-CAP             PIC Z(11)9.99.
041700     05  FILLER             PIC X(02) VALUE SPACES.
041800     05  RF-CHG             PIC Z(11)9.99.
041900     05  FILLER             PIC X(02) VALUE SPACES.
042000     05  RF-EMI             PIC Z(11)9.99.
042100     05  FILLER             PIC X(02) VALUE SPACES.
042200     05  RF-PRE             PIC Z(11)9.99.
042300 01  RF-FIGURES-LINE-2.
042400     05  FILLER             PIC X(08) VALUE SPACES.
042500     05  RF-EXCEPTIONS      PIC Z(6)9.
042600     05  FILLER             PIC X(02) VALUE SPACES.
042700     05  RF-CHR             PIC Z(11)9.99.
042800     05  FILLER             PIC X(02) VALUE SPACES.
042900     05  RF-REV             PIC Z(11)9.99.
043000     05  FILLER             PIC X(02) VALUE SPACES.
043100     05  RF-WOF             PIC Z(11)9.99.
043200     05  FILLER             PIC X(02) VALUE SPACES.
043300     05  RF-CLOSING         PIC Z(11)9.99.
043400     05  FILLER             PIC X(01) VALUE SPACES.
043500     05  RF-UNEXPLAINED     PIC Z(11)9.99-.
043600 01  RF-EXCEPTION-HEAD.
043700     05  FILLER             PIC X(36)
043800         VALUE "LOAN ID                   BRCH T S ".
043900     05  FILLER             PIC X(12)
044000         VALUE "     OPENING".
044100     05  FILLER             PIC X(16)
044200         VALUE "    NET MOVEMENT".
044300     05  FILLER             PIC X(16)
044400         VALUE "        EXPECTED".
044500     05  FILLER             PIC X(14)
044600         VALUE "       CLOSING".
044700     05  FILLER             PIC X(16)
044800         VALUE "     UNEXPLAINED".
044900     05  FILLER             PIC X(04)
045000         VALUE " SRC".
045100 01  RF-EXCEPTION-LINE.
045200     05  RX-LOAN-ID         PIC X(25).
045300     05  FILLER             PIC X(01) VALUE SPACES.
045400     05  RX-BRANCH          PIC X(04).
045500     05  FILLER             PIC X(01) VALUE SPACES.
045600     05  RX-TYPE            PIC 9(01).
045700     05  FILLER             PIC X(01) VALUE SPACES.
045800     05  RX-STATUS          PIC X(01).
045900     05  FILLER             PIC X(02) VALUE SPACES.
046000     05  RX-OPENING         PIC Z(8)9.99.
046100     05  FILLER             PIC X(02) VALUE SPACES.
046200     05  RX-MOVEMENT        PIC Z(9)9.99-.
046300     05  FILLER             PIC X(02) VALUE SPACES.
046400     05  RX-EXPECTED        PIC Z(9)9.99-.
046500     05  FILLER             PIC X(02) VALUE SPACES.
046600     05  RX-CLOSING         PIC Z(8)9.99.
046700     05  FILLER             PIC X(02) VALUE SPACES.
046800     05  RX-UNEXPLAINED     PIC Z(9)9.99-.
046900     05  FILLER             PIC X(03) VALUE SPACES.
047000     05  RX-SOURCE          PIC X(01).
047100 01  RF-GL-HEAD.
047200     05  FILLER             PIC X(30)
047300         VALUE "ROLL-FORWARD MOVEMENT".
047400     05  FILLER             PIC X(18)
047500         VALUE "      ROLL-FORWARD".
047600     05  FILLER             PIC X(06)
047700         VALUE "  CODE".
047800     05  FILLER             PIC X(09)
047900         VALUE "    DETLS".
048000     05  FILLER             PIC X(18)
048100         VALUE "         GL AMOUNT".
048200     05  FILLER             PIC X(19)
048300         VALUE "        DIFFERENCE".
048400 01  RF-GL-LINE.
048500     05  RG-LABEL           PIC X(30).
048600     05  FILLER             PIC X(02) VALUE SPACES.
048700     05  RG-LEDGER-AMOUNT   PIC Z(12)9.99.
048800     05  FILLER             PIC X(03) VALUE SPACES.
048900     05  RG-CODE            PIC X(03).
049000     05  FILLER             PIC X(02) VALUE SPACES.
049100     05  RG-COUNT           PIC Z(6)9.
049200     05  FILLER             PIC X(02) VALUE SPACES.
049300     05  RG-GL-AMOUNT       PIC Z(12)9.99.
049400     05  FILLER             PIC X(02) VALUE SPACES.
049500     05  RG-DIFFERENCE      PIC Z(12)9.99-.
049600     05  FILLER             PIC X(02) VALUE SPACES.
049700     05  RG-VERDICT         PIC X(14).
049800 01  RF-TIE-LINE.
049900     05  RT-LABEL           PIC X(40).
050000     05  FILLER             PIC X(02) VALUE SPACES.
050100     05  RT-COUNT           PIC Z(8)9.
050200     05  FILLER             PIC X(02) VALUE SPACES.
050300     05  RT-AMOUNT          PIC Z(12)9.99.
050400 01  WS-TYPE-DISP           PIC 9(01).
050500
050600 PROCEDURE DIVISION.
050700*===========================================================*
050800 0000-MAINLINE.
050900*===========================================================*
051000     PERFORM 1000-INITIALIZE.
051100     IF MONTH-END-RUN
051200         PERFORM 2000-SNAP-ONE-LOAN THRU 2000-SNAP-NEXT
051300             UNTIL END-OF-LOAN-MASTER
051400         PERFORM 3000-CARRY-DROPPED-LOANS
051500         PERFORM 3500-APPLY-LEDGER-MOVEMENT
051600         PERFORM 4000-PROVE-SNAPSHOT
051700         PERFORM 4500-LOAD-GL-TOTALS THRU 4500-LOAD-GL-EXIT
051800         PERFORM 5000-PRINT-REPORT
051900     END-IF.
052000     PERFORM 6000-TERMINATE.
052100     STOP RUN.
052200
052300*===========================================================*
052400 0500-CHECK-RUN-CONTROL.
052500*    RUNS AFTER THE GL EXTRACT - THE DAY'S POSTINGS MUST ALL
052600*    BE ON THE LEDGER AND THE MASTER, AND THE LAST DAY'S GL
052700*    CONTROL TOTALS ON FILE, BEFORE THE MONTH IS CLOSED. A
052800*    RUN ALREADY COMPLETED FOR THIS BUSINESS DATE IS REFUSED
052900*    UNLESS THE OPERATOR EXPLICITLY FORCES IT, AND THE ROW IS
053000*    STAMPED STARTED BEFORE ANY DATA IS TOUCHED.
053100*===========================================================*
053200     OPEN I-O RUN-CONTROL-FILE.
053300     IF RUNCTL-NOT-FOUND
053400         OPEN OUTPUT RUN-CONTROL-FILE
053500         CLOSE RUN-CONTROL-FILE
053600         OPEN I-O RUN-CONTROL-FILE
053700     END-IF.
053800     IF NOT RUNCTL-OK
053900         DISPLAY "** Run-control file not available - status ",
054000             WS-RUNCTL-STATUS, " - run refused **"
054100         MOVE 8 TO RETURN-CODE
054200         STOP RUN
054300     END-IF.
054400
054500     MOVE "GLEXTRCT" TO RN-JOB-NAME.
054600     READ RUN-CONTROL-FILE
054700         KEY IS RN-JOB-NAME
054800         INVALID KEY
054900             CONTINUE
055000     END-READ.
055100     IF NOT RUNCTL-OK
055200         OR RN-RUN-DATE NOT = WS-RUN-DATE
055300         OR NOT RN-COMPLETED
055400         DISPLAY "** GLEXTRCT has not completed for ",
055500             WS-RUN-DATE, " - run refused **"
055600         MOVE 8 TO RETURN-CODE
055700         CLOSE RUN-CONTROL-FILE
055800         STOP RUN
055900     END-IF.
056000
056100     MOVE 'N'        TO WS-RUNCTL-ROW-SWITCH.
056200     MOVE "ROLLFWD"  TO RN-JOB-NAME.
056300     READ RUN-CONTROL-FILE
056400         KEY IS RN-JOB-NAME
056500         INVALID KEY
056600             CONTINUE
056700     END-READ.
056800     IF RUNCTL-OK
056900         MOVE 'Y' TO WS-RUNCTL-ROW-SWITCH
057000         IF RN-RUN-DATE = WS-RUN-DATE AND RN-COMPLETED
057100             DISPLAY "** ROLLFWD already completed for ",
057200                 WS-RUN-DATE, " - force a rerun? (Y/N): "
057300             ACCEPT Force-Response
057400             IF NOT FORCE-RERUN
057500                 DISPLAY "** Run refused - already completed ",
057600                     "for this business date **"
057700                 MOVE 8 TO RETURN-CODE
057800                 CLOSE RUN-CONTROL-FILE
057900                 STOP RUN
058000             END-IF
058100         END-IF
058200     END-IF.
058300
058400     MOVE "ROLLFWD"  TO RN-JOB-NAME.
058500     MOVE WS-RUN-DATE TO RN-RUN-DATE.
058600     MOVE 'S'        TO RN-STATUS.
058700     IF RUNCTL-ROW-EXISTS
058800         REWRITE RUN-CONTROL-REC
058900     ELSE
059000         WRITE RUN-CONTROL-REC
059100     END-IF.
059200     CLOSE RUN-CONTROL-FILE.
059300
059400*===========================================================*
059500 1000-INITIALIZE.
059600*===========================================================*
059700     MOVE 'N'  TO WS-EOF-SWITCH.
059800     MOVE 'N'  TO WS-LEDGER-EOF-SWITCH.
059900     MOVE 'N'  TO WS-MONTH-END-SWITCH.
060000     MOVE 'N'  TO WS-TAKE-ON-SWITCH.
060100     MOVE ZERO TO WS-RECORD-COUNT.
060200     MOVE ZERO TO WS-ROWS-WRITTEN.
060300     MOVE ZERO TO WS-DROPPED-COUNT.
060400     MOVE ZERO TO WS-LEDGER-ONLY-COUNT.
060500     MOVE ZERO TO WS-LEDGER-ROWS-READ.
060600     MOVE ZERO TO WS-LEDGER-ROWS-USED.
060700     MOVE ZERO TO WS-STALE-DELETED.
060800     MOVE ZERO TO WS-WRITE-ERROR-COUNT.
060900     MOVE ZERO TO WS-PRIOR-ROW-COUNT.
061000     MOVE ZERO TO WS-PRIOR-CLOSING.
061100     MOVE ZERO TO WS-TOTAL-COUNT.
061200     MOVE ZERO TO WS-TOTAL-OPENING.
061300     MOVE ZERO TO WS-TOTAL-DSB.
061400     MOVE ZERO TO WS-TOTAL-CAP.
061500     MOVE ZERO TO WS-TOTAL-CHG.
061600     MOVE ZERO TO WS-TOTAL-EMI.
061700     MOVE ZERO TO WS-TOTAL-PRE.
061800     MOVE ZERO TO WS-TOTAL-CHR.
061900     MOVE ZERO TO WS-TOTAL-REV.
062000     MOVE ZERO TO WS-TOTAL-WOF.
062100     MOVE ZERO TO WS-TOTAL-CLOSING.
062200     MOVE ZERO TO WS-TOTAL-UNEXPLAINED.
062300     MOVE ZERO TO WS-TOTAL-EXCEPTIONS.
062400     MOVE ZERO TO WS-TOTAL-REV-PRINCIPAL.
062500     MOVE ZERO TO WS-TOTAL-REV-CHARGES.
062600     MOVE ZERO TO WS-TOTAL-WOF-BALANCE.
062700     MOVE ZERO TO WS-TOTAL-WOF-CHARGES.
062800     MOVE ZERO TO WS-GL-ALL-COUNT.
062900     MOVE ZERO TO WS-GL-ALL-AMOUNT.
063000     MOVE ZERO TO WS-GL-DAYS.
063100     MOVE ZERO TO BR-USED-COUNT.
063200     PERFORM 1010-INIT-TYPE-ENTRY
063300         VARYING PT-SUB FROM 1 BY 1
063400         UNTIL PT-SUB > 5.
063500     PERFORM 1020-INIT-GL-ENTRY
063600         VARYING GL-SUB FROM 1 BY 1
063700         UNTIL GL-SUB > 9.
063800
063900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
064000     ACCEPT WS-RUN-TIME FROM TIME.
064100
064200     PERFORM 0500-CHECK-RUN-CONTROL.
064300
064400     PERFORM 1100-CHECK-MONTH-END.
064500     IF NOT MONTH-END-RUN
064600         DISPLAY "Not the last day of the month - ",
064700             "no roll-forward run for ", WS-RUN-DATE
064800     ELSE
064900         PERFORM 1200-OPEN-ROLL-FORWARD-FILES
065000     END-IF.
065100
065200*===========================================================*
065300 1010-INIT-TYPE-ENTRY.
065400*===========================================================*
065500     MOVE ZERO TO PT-COUNT(PT-SUB).
065600     MOVE ZERO TO PT-OPENING(PT-SUB).
065700     MOVE ZERO TO PT-DSB(PT-SUB).
065800     MOVE ZERO TO PT-CAP(PT-SUB).
065900     MOVE ZERO TO PT-CHG(PT-SUB).
066000     MOVE ZERO TO PT-EMI(PT-SUB).
066100     MOVE ZERO TO PT-PRE(PT-SUB).
066200     MOVE ZERO TO PT-CHR(PT-SUB).
066300     MOVE ZERO TO PT-REV(PT-SUB).
066400     MOVE ZERO TO PT-WOF(PT-SUB).
066500     MOVE ZERO TO PT-CLOSING(PT-SUB).
066600     MOVE ZERO TO PT-UNEXPLAINED(PT-SUB).
066700     MOVE ZERO TO PT-EXCEPTIONS(PT-SUB).
066800
066900*===========================================================*
067000 1020-INIT-GL-ENTRY.
067100*===========================================================*
067200     MOVE ZERO TO GL-COUNT(GL-SUB).
067300     MOVE ZERO TO GL-AMOUNT(GL-SUB).
067400
067500*===========================================================*
067600 1100-CHECK-MONTH-END.
067700*    THE RUN DATE IS THE LAST DAY OF ITS MONTH WHEN THE FIRST
067800*    OF THE NEXT MONTH IS THE VERY NEXT DAY. COUNTING DAYS
067900*    RATHER THAN LOOKING UP A MONTH LENGTH TAKES CARE OF
068000*    FEBRUARY IN A LEAP YEAR. THE FIRST OF THE RUN MONTH AND
068100*    THE PRIOR MONTH ARE SET HERE TOO.
068200*===========================================================*
068300     MOVE WS-RUN-DATE TO DN-DATE.
068400     PERFORM 7000-COMPUTE-DAY-NUMBER.
068500     MOVE DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
068600
068700     IF WS-RUN-MM = 12
068800         COMPUTE WS-NEXT-YYYY = WS-RUN-YYYY + 1
068900         MOVE 1 TO WS-NEXT-MM
069000     ELSE
069100         MOVE WS-RUN-YYYY TO WS-NEXT-YYYY
069200         COMPUTE WS-NEXT-MM = WS-RUN-MM + 1
069300     END-IF.
069400     MOVE 1 TO WS-NEXT-DD.
069500     MOVE WS-NEXT-MONTH-DATE TO DN-DATE.
069600     PERFORM 7000-COMPUTE-DAY-NUMBER.
069700     MOVE DN-DAY-NUMBER TO WS-NEXT-DAY-NUMBER.
069800
069900     IF WS-NEXT-DAY-NUMBER - WS-RUN-DAY-NUMBER = 1
070000         MOVE 'Y' TO WS-MONTH-END-SWITCH
070100     END-IF.
070200
070300     MOVE WS-RUN-DATE TO WS-MONTH-START-DATE.
070400     MOVE 1           TO WS-START-DD.
070500     IF WS-RUN-MM = 1
070600         COMPUTE WS-PRIOR-YYYY = WS-RUN-YYYY - 1
070700         MOVE 12 TO WS-PRIOR-MM
070800     ELSE
070900         MOVE WS-RUN-YYYY TO WS-PRIOR-YYYY
071000         COMPUTE WS-PRIOR-MM = WS-RUN-MM - 1
071100     END-IF.
071200
071300*===========================================================*
071400 1200-OPEN-ROLL-FORWARD-FILES.
071500*    THE SNAPSHOT FILE IS CREATED THE FIRST MONTH END IT IS
071600*    NEEDED. NO LEDGER MEANS NOTHING HAS EVER BEEN POSTED, SO
071700*    THE MONTH HAS NO MOVEMENT TO ADD UP.
071800*===========================================================*
071900     OPEN INPUT LOAN-MASTER-FILE.
072000     IF NOT LOANMAST-OK
072100         DISPLAY "** Loan Master not available - status ",
072200             WS-LOANMAST-STATUS, " - run refused **"
072300         MOVE 8 TO RETURN-CODE
072400         STOP RUN
072500     END-IF.
072600
072700     OPEN I-O SNAPSHOT-FILE.
072800     IF LOANSNAP-NOT-FOUND
072900         OPEN OUTPUT SNAPSHOT-FILE
073000         CLOSE SNAPSHOT-FILE
073100         OPEN I-O SNAPSHOT-FILE
073200     END-IF.
073300     IF NOT LOANSNAP-OK
073400         DISPLAY "** Snapshot file not available - status ",
073500             WS-LOANSNAP-STATUS, " - run refused **"
073600         MOVE 8 TO RETURN-CODE
073700         CLOSE LOAN-MASTER-FILE
073800         STOP RUN
073900     END-IF.
074000
074100     OPEN OUTPUT ROLL-FORWARD-REPORT.
074200
074300     PERFORM 2100-READ-LOAN-MASTER.
074400
074500*===========================================================*
074600 2000-SNAP-ONE-LOAN.
074700*    ONE PASS = ONE MASTER RECORD. THE LOAN'S ROW FOR THE
074800*    MONTH IS SET FROM THE MASTER AS IT STANDS, WITH LAST
074900*    MONTH'S BOOK AS ITS OPENING AND NO MOVEMENT YET. A LOAN
075000*    NEITHER DISBURSED NOR CARRYING ANY BOOK AT EITHER END OF
075100*    THE MONTH - A QUOTE, OR ONE LONG CLOSED - HAS NO ROW
075200*    UNLESS THE MONTH'S LEDGER MOVED IT.
075300*===========================================================*
075400     ADD 1 TO WS-RECORD-COUNT.
075500     MOVE LM-LOAN-ID TO WS-LOAN-ID.
075600     PERFORM 2200-GET-OPENING-BOOK.
075700     PERFORM 2300-SET-CLOSING-BOOK.
075800
075900     IF NOT LM-STATUS-DISBURSED
076000         AND WS-OPENING-BOOK = 0
076100         AND WS-CLOSING-BOOK = 0
076200         GO TO 2000-SNAP-NEXT
076300     END-IF.
076400
076500     PERFORM 2350-SET-ROW-FROM-MASTER.
076600     PERFORM 2400-STORE-SNAP-ROW.
076700
076800 2000-SNAP-NEXT.
076900     PERFORM 2100-READ-LOAN-MASTER.
077000
077100*===========================================================*
077200 2100-READ-LOAN-MASTER.
077300*===========================================================*
077400     READ LOAN-MASTER-FILE NEXT RECORD
077500         AT END
077600             MOVE 'Y' TO WS-EOF-SWITCH
077700     END-READ.
077800     IF NOT LOANMAST-OK AND NOT END-OF-LOAN-MASTER
077900         MOVE 'Y' TO WS-EOF-SWITCH
078000     END-IF.
078100
078200*===========================================================*
078300 2200-GET-OPENING-BOOK.
078400*    WS-LOAN-ID IN. LAST MONTH'S ROW FOR THE LOAN GIVES ITS
078500*    OPENING BOOK, AND THE BRANCH, TYPE AND CUSTOMER TO USE
078600*    WHEN THE MASTER NO LONGER HAS THEM. NO ROW - A LOAN NEW
078700*    THIS MONTH - OPENS AT NOTHING.
078800*===========================================================*
078900     MOVE 'N'    TO WS-PRIOR-ROW-SWITCH.
079000     MOVE ZERO   TO WS-OPENING-BOOK.
079100     MOVE SPACES TO WS-PRIOR-BRANCH.
079200     MOVE ZERO   TO WS-PRIOR-TYPE.
079300     MOVE ZERO   TO WS-PRIOR-CUSTOMER.
079400     MOVE WS-PRIOR-YYYYMM TO MS-SNAP-MONTH.
079500     MOVE WS-LOAN-ID      TO MS-LOAN-ID.
079600     READ SNAPSHOT-FILE
079700         KEY IS MS-SNAP-KEY
079800         INVALID KEY
079900             CONTINUE
080000     END-READ.
080100     IF LOANSNAP-OK
080200         MOVE 'Y'             TO WS-PRIOR-ROW-SWITCH
080300         MOVE MS-BOOK-BALANCE TO WS-OPENING-BOOK
080400         MOVE MS-BRANCH-CODE  TO WS-PRIOR-BRANCH
080500         MOVE MS-LOAN-TYPE    TO WS-PRIOR-TYPE
080600         MOVE MS-CUSTOMER-ID  TO WS-PRIOR-CUSTOMER
080700     END-IF.
080800
080900*===========================================================*
081000 2300-SET-CLOSING-BOOK.
081100*    THE MASTER RECORD IN HAND GIVES THE CLOSING BOOK - THE
081200*    BALANCE PLUS CHARGES OF A LOAN THAT HAS BEEN DISBURSED.
081300*    A QUOTE OR APPROVAL STILL CARRIES ITS QUOTED AMOUNT AS
081400*    ITS BALANCE, AND A CANCELLATION NEVER PAID OUT; NONE OF
081500*    THEM IS ON THE BOOK.
081600*===========================================================*
081700     IF LM-STATUS-DISBURSED
081800         OR LM-STATUS-CLOSED
081900         OR LM-STATUS-WRITTEN-OFF
082000         COMPUTE WS-CLOSING-BOOK =
082100             LM-OUTSTANDING-BALANCE + LM-CHARGES-OUTSTANDING
082200     ELSE
082300         MOVE ZERO TO WS-CLOSING-BOOK
082400     END-IF.
082500
082600*===========================================================*
082700 2350-SET-ROW-FROM-MASTER.
082800*    THE MASTER RECORD IN HAND, WS-OPENING-BOOK AND
082900*    WS-CLOSING-BOOK IN - A FRESH ROW FOR THE MONTH.
083000*===========================================================*
083100     MOVE WS-RUN-YYYYMM          TO MS-SNAP-MONTH.
083200     MOVE LM-LOAN-ID             TO MS-LOAN-ID.
083300     MOVE LM-CUSTOMER-ID         TO MS-CUSTOMER-ID.
083400     MOVE LM-LOAN-TYPE           TO MS-LOAN-TYPE.
083500     MOVE LM-BRANCH-CODE         TO MS-BRANCH-CODE.
083600     MOVE LM-LOAN-STATUS         TO MS-LOAN-STATUS.
083700     MOVE LM-OUTSTANDING-BALANCE TO MS-OUTSTANDING-BALANCE.
083800     MOVE LM-CHARGES-OUTSTANDING TO MS-CHARGES-OUTSTANDING.
083900     MOVE WS-CLOSING-BOOK        TO MS-BOOK-BALANCE.
084000     MOVE WS-OPENING-BOOK        TO MS-OPENING-BOOK.
084100     MOVE 'M'                    TO MS-ROW-SOURCE.
084200     PERFORM 2450-CLEAR-MOVEMENTS.
084300
084400*===========================================================*
084500 2400-STORE-SNAP-ROW.
084600*    THE ROW IN HAND IS STAMPED WITH THIS RUN AND STORED. A
084700*    ROW ALREADY THERE FOR THE MONTH (A FORCED RERUN) IS
084800*    REPLACED BY KEY, SO NO READ IS NEEDED FIRST AND A
084900*    SEQUENTIAL PASS OVER THE FILE KEEPS ITS PLACE.
085000*===========================================================*
085100     MOVE WS-RUN-DATE TO MS-RUN-DATE.
085200     MOVE WS-RUN-TIME TO MS-RUN-TIME.
085300     WRITE SNAPSHOT-REC.
085400     IF LOANSNAP-DUPLICATE-KEY
085500         REWRITE SNAPSHOT-REC
085600     END-IF.
085700     IF NOT LOANSNAP-OK
085800         ADD 1 TO WS-WRITE-ERROR-COUNT
085900         DISPLAY "** Snapshot row for ", MS-LOAN-ID,
086000             " not stored - status ", WS-LOANSNAP-STATUS, " **"
086100     ELSE
086200         ADD 1 TO WS-ROWS-WRITTEN
086300     END-IF.
086400
086500*===========================================================*
086600 2450-CLEAR-MOVEMENTS.
086700*===========================================================*
086800     MOVE ZERO TO MS-DSB-AMOUNT.
086900     MOVE ZERO TO MS-CAP-AMOUNT.
087000     MOVE ZERO TO MS-CHG-AMOUNT.
087100     MOVE ZERO TO MS-EMI-PRINCIPAL.
087200     MOVE ZERO TO MS-PRE-PRINCIPAL.
087300     MOVE ZERO TO MS-CHR-AMOUNT.
087400     MOVE ZERO TO MS-REV-PRINCIPAL.
087500     MOVE ZERO TO MS-REV-CHARGES.
087600     MOVE ZERO TO MS-WOF-BALANCE.
087700     MOVE ZERO TO MS-WOF-CHARGES.
087800
087900*===========================================================*
088000 3000-CARRY-DROPPED-LOANS.
088100*    A PASS OVER LAST MONTH'S ROWS ADDS UP LAST MONTH'S CLOSE
088200*    AND CARRIES ANY LOAN THAT WAS ON THE BOOK THEN BUT IS NO
088300*    LONGER ON THE MASTER - ARCHIVED, OR REMOVED - INTO THIS
088400*    MONTH WITH A CLOSING BOOK OF NOTHING, SO THE BOOK CANNOT
088500*    SHRINK WITHOUT SHOWING WHY. NO ROWS AT ALL FOR LAST MONTH
088600*    MAKES THIS THE TAKE-ON MONTH.
088700*===========================================================*
088800     MOVE 'N'             TO WS-SNAP-EOF-SWITCH.
088900     MOVE WS-PRIOR-YYYYMM TO MS-SNAP-MONTH.
089000     MOVE LOW-VALUES      TO MS-LOAN-ID.
089100     START SNAPSHOT-FILE KEY IS NOT LESS THAN MS-SNAP-KEY
089200         INVALID KEY
089300             MOVE 'Y' TO WS-SNAP-EOF-SWITCH
089400     END-START.
089500     PERFORM 3100-CARRY-ONE-ROW THRU 3100-CARRY-NEXT
089600         UNTIL END-OF-SNAPSHOTS.
089700
089800     IF WS-PRIOR-ROW-COUNT = 0
089900         MOVE 'Y' TO WS-TAKE-ON-SWITCH
090000     END-IF.
090100
090200*===========================================================*
090300 3100-CARRY-ONE-ROW.
090400*    THE CARRIED ROW IS STORED BY KEY, SO THE PASS CARRIES ON
090500*    FROM THE PRIOR-MONTH ROW IT JUST READ.
090600*===========================================================*
090700     READ SNAPSHOT-FILE NEXT RECORD
090800         AT END
090900             MOVE 'Y' TO WS-SNAP-EOF-SWITCH
091000     END-READ.
091100     IF END-OF-SNAPSHOTS
091200         GO TO 3100-CARRY-NEXT
091300     END-IF.
091400     IF NOT LOANSNAP-OK
091500         OR MS-SNAP-MONTH NOT = WS-PRIOR-YYYYMM
091600         MOVE 'Y' TO WS-SNAP-EOF-SWITCH
091700         GO TO 3100-CARRY-NEXT
091800     END-IF.
091900
092000     ADD 1               TO WS-PRIOR-ROW-COUNT.
092100     ADD MS-BOOK-BALANCE TO WS-PRIOR-CLOSING.
092200     IF MS-BOOK-BALANCE = 0
092300         GO TO 3100-CARRY-NEXT
092400     END-IF.
092500
092600     MOVE MS-LOAN-ID TO LM-LOAN-ID.
092700     READ LOAN-MASTER-FILE
092800         KEY IS LM-LOAN-ID
092900         INVALID KEY
093000             CONTINUE
093100     END-READ.
093200     IF LOANMAST-OK
093300         GO TO 3100-CARRY-NEXT
093400     END-IF.
093500
093600     MOVE MS-BOOK-BALANCE        TO MS-OPENING-BOOK.
093700     MOVE WS-RUN-YYYYMM          TO MS-SNAP-MONTH.
093800     MOVE ZERO                   TO MS-OUTSTANDING-BALANCE.
093900     MOVE ZERO                   TO MS-CHARGES-OUTSTANDING.
094000     MOVE ZERO                   TO MS-BOOK-BALANCE.
094100     MOVE 'O'                    TO MS-ROW-SOURCE.
094200     PERFORM 2450-CLEAR-MOVEMENTS.
094300     PERFORM 2400-STORE-SNAP-ROW.
094400     ADD 1 TO WS-DROPPED-COUNT.
094500
094600 3100-CARRY-NEXT.
094700     EXIT.
094800
094900*===========================================================*
095000 3500-APPLY-LEDGER-MOVEMENT.
095100*    EVERY LEDGER ROW DATED IN THE RUN MONTH THAT MOVES THE
095200*    BOOK IS ADDED TO ITS LOAN'S ROW FOR THE MONTH.
095300*===========================================================*
095400     OPEN INPUT LEDGER-FILE.
095500     IF NOT LEDGER-OK
095600         DISPLAY "No loan ledger - no movement for the month."
095700         MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
095800     ELSE
095900         PERFORM 3550-READ-LEDGER
096000         PERFORM 3600-APPLY-ONE-LEDGER-ROW THRU 3600-APPLY-NEXT
096100             UNTIL END-OF-LEDGER
096200         CLOSE LEDGER-FILE
096300     END-IF.
096400
096500*===========================================================*
096600 3550-READ-LEDGER.
096700*===========================================================*
096800     READ LEDGER-FILE
096900         AT END
097000             MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
097100     END-READ.
097200     IF NOT LEDGER-OK AND NOT END-OF-LEDGER
097300         MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
097400     END-IF.
097500     IF NOT END-OF-LEDGER
097600         ADD 1 TO WS-LEDGER-ROWS-READ
097700     END-IF.
097800
097900*===========================================================*
098000 3600-APPLY-ONE-LEDGER-ROW.
098100*    RECOVERIES ON A WRITTEN-OFF LOAN (RCV), STATUS CHANGES
098200*    (STA) AND RESTRUCTURES (RES) DO NOT MOVE THE BOOK.
098300*===========================================================*
098400     IF LG-TXN-DATE < WS-MONTH-START-DATE
098500         OR LG-TXN-DATE > WS-RUN-DATE
098600         GO TO 3600-APPLY-NEXT
098700     END-IF.
098800     IF LG-TXN-CODE NOT = "DSB" AND NOT = "CAP"
098900         AND NOT = "CHG" AND NOT = "EMI" AND NOT = "PRE"
099000         AND NOT = "CHR" AND NOT = "REV" AND NOT = "WOF"
099100         GO TO 3600-APPLY-NEXT
099200     END-IF.
099300
099400     MOVE LG-LOAN-ID TO WS-LOAN-ID.
099500     PERFORM 3700-GET-MONTH-ROW THRU 3700-GET-EXIT.
099600     PERFORM 3800-ADD-MOVEMENT.
099700     MOVE WS-RUN-DATE TO MS-RUN-DATE.
099800     MOVE WS-RUN-TIME TO MS-RUN-TIME.
099900     REWRITE SNAPSHOT-REC.
100000     IF NOT LOANSNAP-OK
100100         ADD 1 TO WS-WRITE-ERROR-COUNT
100200         DISPLAY "** Snapshot row for ", MS-LOAN-ID,
100300             " not updated - status ", WS-LOANSNAP-STATUS, " **"
100400     ELSE
100500         ADD 1 TO WS-LEDGER-ROWS-USED
100600     END-IF.
100700
100800 3600-APPLY-NEXT.
100900     PERFORM 3550-READ-LEDGER.
101000
101100*===========================================================*
101200 3700-GET-MONTH-ROW.
101300*    WS-LOAN-ID IN, THE LOAN'S ROW FOR THE MONTH OUT - ON
101400*    FILE FOR THE REWRITE THAT FOLLOWS. A LOAN WITH NO ROW
101500*    SET BY THIS RUN (ONE THE MASTER AND PRIOR-MONTH PASSES
101600*    LEFT OUT, OR A ROW LEFT FROM AN EARLIER RUN) IS SET UP
101700*    FROM THE MASTER IF IT IS STILL THERE, OR FROM LAST
101800*    MONTH'S ROW AND THE LEDGER IF NOT.
101900*===========================================================*
102000     MOVE WS-RUN-YYYYMM TO MS-SNAP-MONTH.
102100     MOVE WS-LOAN-ID    TO MS-LOAN-ID.
102200     READ SNAPSHOT-FILE
102300         KEY IS MS-SNAP-KEY
102400         INVALID KEY
102500             CONTINUE
102600     END-READ.
102700     IF LOANSNAP-OK AND MS-RUN-TIME = WS-RUN-TIME
102800         AND MS-RUN-DATE = WS-RUN-DATE
102900         GO TO 3700-GET-EXIT
103000     END-IF.
103100
103200     PERFORM 2200-GET-OPENING-BOOK.
103300     MOVE 'N'        TO WS-ON-MASTER-SWITCH.
103400     MOVE WS-LOAN-ID TO LM-LOAN-ID.
103500     READ LOAN-MASTER-FILE
103600         KEY IS LM-LOAN-ID
103700         INVALID KEY
103800             CONTINUE
103900     END-READ.
104000     IF LOANMAST-OK
104100         MOVE 'Y' TO WS-ON-MASTER-SWITCH
104200     END-IF.
104300
104400     IF LOAN-ON-MASTER
104500         PERFORM 2300-SET-CLOSING-BOOK
104600         PERFORM 2350-SET-ROW-FROM-MASTER
104700     ELSE
104800         MOVE WS-RUN-YYYYMM     TO MS-SNAP-MONTH
104900         MOVE WS-LOAN-ID        TO MS-LOAN-ID
105000         MOVE WS-PRIOR-CUSTOMER TO MS-CUSTOMER-ID
105100         MOVE WS-PRIOR-TYPE     TO MS-LOAN-TYPE
105200         MOVE WS-PRIOR-BRANCH   TO MS-BRANCH-CODE
105300         MOVE SPACE             TO MS-LOAN-STATUS
105400         MOVE ZERO              TO MS-OUTSTANDING-BALANCE
105500         MOVE ZERO              TO MS-CHARGES-OUTSTANDING
105600         MOVE ZERO              TO MS-BOOK-BALANCE
105700         MOVE WS-OPENING-BOOK   TO MS-OPENING-BOOK
105800         IF PRIOR-ROW-FOUND
105900             MOVE 'O'           TO MS-ROW-SOURCE
106000         ELSE
106100             MOVE 'L'           TO MS-ROW-SOURCE
106200             ADD 1 TO WS-LEDGER-ONLY-COUNT
106300         END-IF
106400         PERFORM 2450-CLEAR-MOVEMENTS
106500     END-IF.
106600     PERFORM 2400-STORE-SNAP-ROW.
106700
106800 3700-GET-EXIT.
106900     EXIT.
107000
107100*===========================================================*
107200 3800-ADD-MOVEMENT.
107300*    THE LEDGER ROW IN HAND ONTO THE MONTH ROW IN HAND. A
107400*    REVERSED EMI CYCLE PUTS ITS PRINCIPAL BACK ON THE
107500*    BALANCE; A REVERSED CHARGE RECOVERY CARRIES NO SPLIT AND
107600*    PUTS ITS AMOUNT BACK ON THE CHARGES. A WRITE-OFF'S
107700*    PRINCIPAL PORTION IS THE BALANCE TAKEN OFF AND THE REST
107800*    OF ITS AMOUNT THE CHARGES.
107900*===========================================================*
108000     IF LG-TXN-CODE = "DSB"
108100         ADD LG-AMOUNT            TO MS-DSB-AMOUNT
108200     ELSE
108300     IF LG-TXN-CODE = "CAP"
108400         ADD LG-AMOUNT            TO MS-CAP-AMOUNT
108500     ELSE
108600     IF LG-TXN-CODE = "CHG"
108700         ADD LG-AMOUNT            TO MS-CHG-AMOUNT
108800     ELSE
108900     IF LG-TXN-CODE = "EMI"
109000         ADD LG-PRINCIPAL-PORTION TO MS-EMI-PRINCIPAL
109100     ELSE
109200     IF LG-TXN-CODE = "PRE"
109300         ADD LG-PRINCIPAL-PORTION TO MS-PRE-PRINCIPAL
109400     ELSE
109500     IF LG-TXN-CODE = "CHR"
109600         ADD LG-AMOUNT            TO MS-CHR-AMOUNT
109700     ELSE
109800     IF LG-TXN-CODE = "REV"
109900         IF LG-INTEREST-PORTION + LG-PRINCIPAL-PORTION = 0
110000             ADD LG-AMOUNT            TO MS-REV-CHARGES
110100         ELSE
110200             ADD LG-PRINCIPAL-PORTION TO MS-REV-PRINCIPAL
110300         END-IF
110400     ELSE
110500         COMPUTE WS-CHARGES-PART =
110600             LG-AMOUNT - LG-PRINCIPAL-PORTION
110700         ADD LG-PRINCIPAL-PORTION TO MS-WOF-BALANCE
110800         ADD WS-CHARGES-PART      TO MS-WOF-CHARGES
110900     END-IF
111000     END-IF
111100     END-IF
111200     END-IF
111300     END-IF
111400     END-IF
111500     END-IF.
111600
111700*===========================================================*
111800 4000-PROVE-SNAPSHOT.
111900*    A PASS OVER THIS MONTH'S ROWS. A ROW THIS RUN DID NOT
112000*    SET IS LEFT FROM AN EARLIER RUN FOR THE MONTH AND NO
112100*    LONGER BELONGS - IT IS DROPPED. EVERY OTHER ROW IS
112200*    PROVED AND FED INTO THE REPORT ACCUMULATORS.
112300*===========================================================*
112400     MOVE 'N'           TO WS-SNAP-EOF-SWITCH.
112500     MOVE WS-RUN-YYYYMM TO MS-SNAP-MONTH.
112600     MOVE LOW-VALUES    TO MS-LOAN-ID.
112700     START SNAPSHOT-FILE KEY IS NOT LESS THAN MS-SNAP-KEY
112800         INVALID KEY
112900             MOVE 'Y' TO WS-SNAP-EOF-SWITCH
113000     END-START.
113100     PERFORM 4100-PROVE-ONE-ROW THRU 4100-PROVE-NEXT
113200         UNTIL END-OF-SNAPSHOTS.
113300
113400*===========================================================*
113500 4100-PROVE-ONE-ROW.
113600*===========================================================*
113700     PERFORM 4150-READ-MONTH-ROW.
113800     IF END-OF-SNAPSHOTS
113900         GO TO 4100-PROVE-NEXT
114000     END-IF.
114100
114200     IF MS-RUN-DATE NOT = WS-RUN-DATE
114300         OR MS-RUN-TIME NOT = WS-RUN-TIME
114400         DELETE SNAPSHOT-FILE RECORD
114500         IF LOANSNAP-OK
114600             ADD 1 TO WS-STALE-DELETED
114700         END-IF
114800         GO TO 4100-PROVE-NEXT
114900     END-IF.
115000
115100     PERFORM 4200-WORK-OUT-ROW.
115200     PERFORM 4300-ACCUMULATE-ROW.
115300
115400 4100-PROVE-NEXT.
115500     EXIT.
115600
115700*===========================================================*
115800 4150-READ-MONTH-ROW.
115900*    NEXT ROW FOR THE RUN MONTH, OR END OF SNAPSHOTS.
116000*===========================================================*
116100     READ SNAPSHOT-FILE NEXT RECORD
116200         AT END
116300             MOVE 'Y' TO WS-SNAP-EOF-SWITCH
116400     END-READ.
116500     IF NOT END-OF-SNAPSHOTS
116600         IF NOT LOANSNAP-OK
116700             OR MS-SNAP-MONTH NOT = WS-RUN-YYYYMM
116800             MOVE 'Y' TO WS-SNAP-EOF-SWITCH
116900         END-IF
117000     END-IF.
117100
117200*===========================================================*
117300 4200-WORK-OUT-ROW.
117400*    THE ROLL-FORWARD FOR ONE LOAN: OPENING + DSB + CAP + CHG
117500*    + REV - EMI - PRE - CHR - WOF IS THE CLOSING BOOK THE
117600*    LEDGER EXPLAINS. WHATEVER THE ACTUAL CLOSING DIFFERS
117700*    FROM IT BY IS UNEXPLAINED.
117800*===========================================================*
117900     COMPUTE WS-ROW-REV = MS-REV-PRINCIPAL + MS-REV-CHARGES.
118000     COMPUTE WS-ROW-WOF = MS-WOF-BALANCE + MS-WOF-CHARGES.
118100     COMPUTE WS-NET-MOVEMENT =
118200         MS-DSB-AMOUNT + MS-CAP-AMOUNT + MS-CHG-AMOUNT
118300             + WS-ROW-REV
118400             - MS-EMI-PRINCIPAL - MS-PRE-PRINCIPAL
118500             - MS-CHR-AMOUNT - WS-ROW-WOF.
118600     COMPUTE WS-EXPECTED-CLOSING =
118700         MS-OPENING-BOOK + WS-NET-MOVEMENT.
118800     COMPUTE WS-UNEXPLAINED =
118900         MS-BOOK-BALANCE - WS-EXPECTED-CLOSING.
119000
119100*===========================================================*
119200 4300-ACCUMULATE-ROW.
119300*    FEEDS THE ROW IN HAND INTO ITS BRANCH AND TYPE ENTRIES
119400*    AND THE RUN TOTALS.
119500*===========================================================*
119600     PERFORM 4400-FIND-BRANCH.
119700     IF MS-LOAN-TYPE >= 1 AND MS-LOAN-TYPE <= 4
119800         MOVE MS-LOAN-TYPE TO PT-SUB
119900     ELSE
120000         MOVE 5 TO PT-SUB
120100     END-IF.
120200
120300     ADD 1                TO WS-TOTAL-COUNT.
120400     ADD MS-OPENING-BOOK  TO WS-TOTAL-OPENING.
120500     ADD MS-DSB-AMOUNT    TO WS-TOTAL-DSB.
120600     ADD MS-CAP-AMOUNT    TO WS-TOTAL-CAP.
120700     ADD MS-CHG-AMOUNT    TO WS-TOTAL-CHG.
120800     ADD MS-EMI-PRINCIPAL TO WS-TOTAL-EMI.
120900     ADD MS-PRE-PRINCIPAL TO WS-TOTAL-PRE.
121000     ADD MS-CHR-AMOUNT    TO WS-TOTAL-CHR.
121100     ADD WS-ROW-REV       TO WS-TOTAL-REV.
121200     ADD WS-ROW-WOF       TO WS-TOTAL-WOF.
121300     ADD MS-BOOK-BALANCE  TO WS-TOTAL-CLOSING.
121400     ADD WS-UNEXPLAINED   TO WS-TOTAL-UNEXPLAINED.
121500     ADD MS-REV-PRINCIPAL TO WS-TOTAL-REV-PRINCIPAL.
121600     ADD MS-REV-CHARGES   TO WS-TOTAL-REV-CHARGES.
121700     ADD MS-WOF-BALANCE   TO WS-TOTAL-WOF-BALANCE.
121800     ADD MS-WOF-CHARGES   TO WS-TOTAL-WOF-CHARGES.
121900
122000     ADD 1                TO BR-COUNT(BR-MATCH-SUB).
122100     ADD MS-OPENING-BOOK  TO BR-OPENING(BR-MATCH-SUB).
122200     ADD MS-DSB-AMOUNT    TO BR-DSB(BR-MATCH-SUB).
122300     ADD MS-CAP-AMOUNT    TO BR-CAP(BR-MATCH-SUB).
122400     ADD MS-CHG-AMOUNT    TO BR-CHG(BR-MATCH-SUB).
122500     ADD MS-EMI-PRINCIPAL TO BR-EMI(BR-MATCH-SUB).
122600     ADD MS-PRE-PRINCIPAL TO BR-PRE(BR-MATCH-SUB).
122700     ADD MS-CHR-AMOUNT    TO BR-CHR(BR-MATCH-SUB).
122800     ADD WS-ROW-REV       TO BR-REV(BR-MATCH-SUB).
122900     ADD WS-ROW-WOF       TO BR-WOF(BR-MATCH-SUB).
123000     ADD MS-BOOK-BALANCE  TO BR-CLOSING(BR-MATCH-SUB).
123100     ADD WS-UNEXPLAINED   TO BR-UNEXPLAINED(BR-MATCH-SUB).
123200
123300     ADD 1                TO PT-COUNT(PT-SUB).
123400     ADD MS-OPENING-BOOK  TO PT-OPENING(PT-SUB).
123500     ADD MS-DSB-AMOUNT    TO PT-DSB(PT-SUB).
123600     ADD MS-CAP-AMOUNT    TO PT-CAP(PT-SUB).
123700     ADD MS-CHG-AMOUNT    TO PT-CHG(PT-SUB).
123800     ADD MS-EMI-PRINCIPAL TO PT-EMI(PT-SUB).
123900     ADD MS-PRE-PRINCIPAL TO PT-PRE(PT-SUB).
124000     ADD MS-CHR-AMOUNT    TO PT-CHR(PT-SUB).
124100     ADD WS-ROW-REV       TO PT-REV(PT-SUB).
124200     ADD WS-ROW-WOF       TO PT-WOF(PT-SUB).
124300     ADD MS-BOOK-BALANCE  TO PT-CLOSING(PT-SUB).
124400     ADD WS-UNEXPLAINED   TO PT-UNEXPLAINED(PT-SUB).
124500
124600     IF WS-UNEXPLAINED NOT = 0
124700         ADD 1 TO WS-TOTAL-EXCEPTIONS
124800         ADD 1 TO BR-EXCEPTIONS(BR-MATCH-SUB)
124900         ADD 1 TO PT-EXCEPTIONS(PT-SUB)
125000     END-IF.
125100
125200*===========================================================*
125300 4400-FIND-BRANCH.
125400*    BR-MATCH-SUB OUT - THE ROW'S BRANCH ENTRY, TAKEN UP THE
125500*    FIRST TIME THE BRANCH IS SEEN.
125600*===========================================================*
125700     IF MS-BRANCH-CODE = SPACES
125800         MOVE "????" TO BR-WORK-CODE
125900     ELSE
126000         MOVE MS-BRANCH-CODE TO BR-WORK-CODE
126100     END-IF.
126200
126300     MOVE 'N'  TO BR-FOUND-SWITCH.
126400     MOVE ZERO TO BR-MATCH-SUB.
126500     PERFORM 4450-MATCH-ONE-BRANCH
126600         VARYING BR-SUB FROM 1 BY 1
126700         UNTIL BR-SUB > BR-USED-COUNT OR BR-FOUND.
126800
126900     IF NOT BR-FOUND
127000         IF BR-USED-COUNT < 50
127100             ADD 1 TO BR-USED-COUNT
127200             MOVE BR-USED-COUNT TO BR-MATCH-SUB
127300             MOVE BR-WORK-CODE TO BR-CODE(BR-MATCH-SUB)
127400             PERFORM 4460-CLEAR-BRANCH-ENTRY
127500         ELSE
127600*            TABLE FULL - THE OVERFLOW BRANCH KEEPS THE
127700*            SECTION ROLLING UP TO THE TOTALS.
127800             MOVE "++++" TO BR-CODE(50)
127900             MOVE 50 TO BR-MATCH-SUB
128000         END-IF
128100     END-IF.
128200
128300*===========================================================*
128400 4450-MATCH-ONE-BRANCH.
128500*===========================================================*
128600     IF BR-CODE(BR-SUB) = BR-WORK-CODE
128700         MOVE 'Y' TO BR-FOUND-SWITCH
128800         MOVE BR-SUB TO BR-MATCH-SUB
128900     END-IF.
129000
129100*===========================================================*
129200 4460-CLEAR-BRANCH-ENTRY.
129300*===========================================================*
129400     MOVE ZERO TO BR-COUNT(BR-MATCH-SUB).
129500     MOVE ZERO TO BR-OPENING(BR-MATCH-SUB).
129600     MOVE ZERO TO BR-DSB(BR-MATCH-SUB).
129700     MOVE ZERO TO BR-CAP(BR-MATCH-SUB).
129800     MOVE ZERO TO BR-CHG(BR-MATCH-SUB).
129900     MOVE ZERO TO BR-EMI(BR-MATCH-SUB).
130000     MOVE ZERO TO BR-PRE(BR-MATCH-SUB).
130100     MOVE ZERO TO BR-CHR(BR-MATCH-SUB).
130200     MOVE ZERO TO BR-REV(BR-MATCH-SUB).
130300     MOVE ZERO TO BR-WOF(BR-MATCH-SUB).
130400     MOVE ZERO TO BR-CLOSING(BR-MATCH-SUB).
130500     MOVE ZERO TO BR-UNEXPLAINED(BR-MATCH-SUB).
130600     MOVE ZERO TO BR-EXCEPTIONS(BR-MATCH-SUB).
130700
130800*===========================================================*
130900 4500-LOAD-GL-TOTALS.
131000*    ADDS UP THE GL EXTRACT'S CONTROL ROWS FOR EVERY DATE IN
131100*    THE RUN MONTH. THE CODES THE LEDGER CROSS-CHECKS TO ARE
131200*    KEPT APART; EVERY CODE ROW ALSO FEEDS THE ALL-CODES
131300*    TOTAL THE TRAILER ROWS MUST AGREE WITH, AND EACH TRAILER
131400*    ROW IS ONE DAY THE EXTRACT RAN. NO CONTROL FILE LEAVES
131500*    THE GL SIDE AT NOTHING, WHICH THE CROSS-CHECK SHOWS.
131600*===========================================================*
131700     OPEN INPUT GL-CONTROL-FILE.
131800     IF NOT GLCTL-OK
131900         DISPLAY "** GL control-totals file not available - ",
132000             "status ", WS-GLCTL-STATUS, " **"
132100         GO TO 4500-LOAD-GL-EXIT
132200     END-IF.
132300
132400     MOVE 'N'                 TO WS-GL-EOF-SWITCH.
132500     MOVE WS-MONTH-START-DATE TO GC-RUN-DATE.
132600     MOVE LOW-VALUES          TO GC-TXN-CODE.
132700     START GL-CONTROL-FILE KEY IS NOT LESS THAN GC-CONTROL-KEY
132800         INVALID KEY
132900             MOVE 'Y' TO WS-GL-EOF-SWITCH
133000     END-START.
133100     PERFORM 4550-TAKE-ONE-GL-ROW THRU 4550-TAKE-ONE-EXIT
133200         UNTIL END-OF-GL-CONTROLS.
133300     CLOSE GL-CONTROL-FILE.
133400
133500 4500-LOAD-GL-EXIT.
133600     EXIT.
133700
133800*===========================================================*
133900 4550-TAKE-ONE-GL-ROW.
134000*===========================================================*
134100     READ GL-CONTROL-FILE NEXT RECORD
134200         AT END
134300             MOVE 'Y' TO WS-GL-EOF-SWITCH
134400     END-READ.
134500     IF END-OF-GL-CONTROLS
134600         GO TO 4550-TAKE-ONE-EXIT
134700     END-IF.
134800     IF NOT GLCTL-OK
134900         OR GC-RUN-DATE > WS-RUN-DATE
135000         MOVE 'Y' TO WS-GL-EOF-SWITCH
135100         GO TO 4550-TAKE-ONE-EXIT
135200     END-IF.
135300
135400     IF GC-TXN-CODE = GL-CODE(GL-TRAILER-SUB)
135500         ADD 1 TO WS-GL-DAYS
135600     ELSE
135700         ADD GC-DETAIL-COUNT TO WS-GL-ALL-COUNT
135800         ADD GC-AMOUNT       TO WS-GL-ALL-AMOUNT
135900     END-IF.
136000
136100     MOVE 'N'  TO WS-GL-FOUND-SWITCH.
136200     MOVE ZERO TO GL-MATCH-SUB.
136300     PERFORM 4560-MATCH-ONE-GL-CODE
136400         VARYING GL-SUB FROM 1 BY 1
136500         UNTIL GL-SUB > 9 OR GL-CODE-FOUND.
136600     IF GL-CODE-FOUND
136700         ADD GC-DETAIL-COUNT TO GL-COUNT(GL-MATCH-SUB)
136800         ADD GC-AMOUNT       TO GL-AMOUNT(GL-MATCH-SUB)
136900     END-IF.
137000
137100 4550-TAKE-ONE-EXIT.
137200     EXIT.
137300
137400*===========================================================*
137500 4560-MATCH-ONE-GL-CODE.
137600*===========================================================*
137700     IF GL-CODE(GL-SUB) = GC-TXN-CODE
137800         MOVE 'Y' TO WS-GL-FOUND-SWITCH
137900         MOVE GL-SUB TO GL-MATCH-SUB
138000     END-IF.
138100
138200*===========================================================*
138300 5000-PRINT-REPORT.
138400*    THE MONTH IS SIGNED OFF AS BALANCED ONLY WHEN NO LOAN IS
138500*    UNEXPLAINED, THE OPENING AGREES WITH LAST MONTH'S CLOSE,
138600*    AND EVERY GL CROSS-CHECK AND THE TRAILERS AGREE - EACH
138700*    CHECK BELOW CLEARS THE SWITCH WHEN IT FAILS.
138800*===========================================================*
138900     MOVE 'Y' TO WS-MONTH-BALANCES-SWITCH.
139000     IF WS-TOTAL-EXCEPTIONS NOT = 0
139100         MOVE 'N' TO WS-MONTH-BALANCES-SWITCH
139200     END-IF.
139300
139400     MOVE WS-RUN-YYYYMM   TO RF-HEADER-MONTH.
139500     MOVE WS-RUN-DATE     TO RF-HEADER-DATE.
139600     MOVE RF-HEADER-LINE  TO RFWD-REPORT-LINE.
139700     WRITE RFWD-REPORT-LINE.
139800     MOVE SPACES TO RFWD-REPORT-LINE.
139900     WRITE RFWD-REPORT-LINE.
140000     MOVE "OPENING + DSB + CAP + CHG + REV" TO RFWD-REPORT-LINE.
140100     WRITE RFWD-REPORT-LINE.
140200     MOVE "  - EMI - PRE - CHR - WOF"       TO RFWD-REPORT-LINE.
140300     WRITE RFWD-REPORT-LINE.
140400     MOVE "  = CLOSING BOOK (BALANCE PLUS CHARGES)"
140500         TO RFWD-REPORT-LINE.
140600     WRITE RFWD-REPORT-LINE.
140700     IF TAKE-ON-MONTH
140800         MOVE "NO SNAPSHOT FOR THE PRIOR MONTH - TAKE-ON MONTH,"
140900             TO RFWD-REPORT-LINE
141000         WRITE RFWD-REPORT-LINE
141100         MOVE "EVERY OPENING BOOK IS TAKEN AS NOTHING"
141200             TO RFWD-REPORT-LINE
141300         WRITE RFWD-REPORT-LINE
141400     END-IF.
141500
141600     MOVE SPACES TO RFWD-REPORT-LINE.
141700     WRITE RFWD-REPORT-LINE.
141800     MOVE "BY ORIGINATING BRANCH" TO RFWD-REPORT-LINE.
141900     WRITE RFWD-REPORT-LINE.
142000     MOVE "BRCH"             TO RF-COL-LABEL.
142100     PERFORM 5050-PRINT-COLUMN-HEADS.
142200     PERFORM 5100-PRINT-BRANCH-LINES
142300         VARYING BR-SUB FROM 1 BY 1
142400         UNTIL BR-SUB > BR-USED-COUNT.
142500     PERFORM 5400-PRINT-TOTAL-LINES.
142600
142700     MOVE SPACES TO RFWD-REPORT-LINE.
142800     WRITE RFWD-REPORT-LINE.
142900     MOVE "BY LOAN TYPE" TO RFWD-REPORT-LINE.
143000     WRITE RFWD-REPORT-LINE.
143100     MOVE "TYPE"             TO RF-COL-LABEL.
143200     PERFORM 5050-PRINT-COLUMN-HEADS.
143300     PERFORM 5200-PRINT-TYPE-LINES THRU 5200-PRINT-TYPE-EXIT
143400         VARYING PT-SUB FROM 1 BY 1
143500         UNTIL PT-SUB > 5.
143600     PERFORM 5400-PRINT-TOTAL-LINES.
143700
143800     PERFORM 5500-PRINT-OPENING-TIE.
143900     PERFORM 5600-PRINT-EXCEPTIONS
143950         THRU 5600-PRINT-EXCEPTIONS-EXIT.
144000     PERFORM 5700-PRINT-GL-CROSS-CHECK.
144100     PERFORM 5800-PRINT-SIGN-OFF.
144200
144300*===========================================================*
144400 5050-PRINT-COLUMN-HEADS.
144500*===========================================================*
144600     MOVE RF-COLUMN-LINE-1 TO RFWD-REPORT-LINE.
144700     WRITE RFWD-REPORT-LINE.
144800     MOVE RF-COLUMN-LINE-2 TO RFWD-REPORT-LINE.
144900     WRITE RFWD-REPORT-LINE.
145000
145100*===========================================================*
145200 5100-PRINT-BRANCH-LINES.
145300*===========================================================*
145400     MOVE BR-CODE(BR-SUB)        TO PW-LABEL.
145500     MOVE BR-COUNT(BR-SUB)       TO PW-COUNT.
145600     MOVE BR-OPENING(BR-SUB)     TO PW-OPENING.
145700     MOVE BR-DSB(BR-SUB)         TO PW-DSB.
145800     MOVE BR-CAP(BR-SUB)         TO PW-CAP.
145900     MOVE BR-CHG(BR-SUB)         TO PW-CHG.
146000     MOVE BR-EMI(BR-SUB)         TO PW-EMI.
146100     MOVE BR-PRE(BR-SUB)         TO PW-PRE.
146200     MOVE BR-CHR(BR-SUB)         TO PW-CHR.
146300     MOVE BR-REV(BR-SUB)         TO PW-REV.
146400     MOVE BR-WOF(BR-SUB)         TO PW-WOF.
146500     MOVE BR-CLOSING(BR-SUB)     TO PW-CLOSING.
146600     MOVE BR-UNEXPLAINED(BR-SUB) TO PW-UNEXPLAINED.
146700     MOVE BR-EXCEPTIONS(BR-SUB)  TO PW-EXCEPTIONS.
146800     PERFORM 5300-PRINT-FIGURES.
146900
147000*===========================================================*
147100 5200-PRINT-TYPE-LINES.
147200*    ENTRY 5 - LOAN TYPES OUTSIDE 1-4 - PRINTS ONLY WHEN
147300*    SOMETHING LANDED IN IT.
147400*===========================================================*
147500     IF PT-SUB = 5 AND PT-COUNT(PT-SUB) = 0
147600         GO TO 5200-PRINT-TYPE-EXIT
147700     END-IF.
147800     IF PT-SUB = 5
147900         MOVE "BAD"              TO PW-LABEL
148000     ELSE
148100         MOVE PT-SUB             TO WS-TYPE-DISP
148200         MOVE WS-TYPE-DISP       TO PW-LABEL
148300     END-IF.
148400     MOVE PT-COUNT(PT-SUB)       TO PW-COUNT.
148500     MOVE PT-OPENING(PT-SUB)     TO PW-OPENING.
148600     MOVE PT-DSB(PT-SUB)         TO PW-DSB.
148700     MOVE PT-CAP(PT-SUB)         TO PW-CAP.
148800     MOVE PT-CHG(PT-SUB)         TO PW-CHG.
148900     MOVE PT-EMI(PT-SUB)         TO PW-EMI.
149000     MOVE PT-PRE(PT-SUB)         TO PW-PRE.
149100     MOVE PT-CHR(PT-SUB)         TO PW-CHR.
149200     MOVE PT-REV(PT-SUB)         TO PW-REV.
149300     MOVE PT-WOF(PT-SUB)         TO PW-WOF.
149400     MOVE PT-CLOSING(PT-SUB)     TO PW-CLOSING.
149500     MOVE PT-UNEXPLAINED(PT-SUB) TO PW-UNEXPLAINED.
149600     MOVE PT-EXCEPTIONS(PT-SUB)  TO PW-EXCEPTIONS.
149700     PERFORM 5300-PRINT-FIGURES.
149800
149900 5200-PRINT-TYPE-EXIT.
150000     EXIT.
150100
150200*===========================================================*
150300 5300-PRINT-FIGURES.
150400*    THE PRINT-WORK FIGURES AS TWO LINES - THE OPENING AND
150500*    WHAT ADDS TO THE BOOK AND THE CYCLES THAT PAY IT DOWN,
150600*    THEN THE REST OF THE MOVEMENT, THE CLOSE AND WHAT IS
150700*    LEFT UNEXPLAINED.
150800*===========================================================*
150900     MOVE SPACES          TO RF-FIGURES-LINE-1.
151000     MOVE PW-LABEL        TO RF-LABEL.
151100     MOVE PW-COUNT        TO RF-COUNT.
151200     MOVE PW-OPENING      TO RF-OPENING.
151300     MOVE PW-DSB          TO RF-DSB.
151400     MOVE PW-CAP          TO RF-CAP.
151500     MOVE PW-CHG          TO RF-CHG.
151600     MOVE PW-EMI          TO RF-EMI.
151700     MOVE PW-PRE          TO RF-PRE.
151800     MOVE RF-FIGURES-LINE-1 TO RFWD-REPORT-LINE.
151900     WRITE RFWD-REPORT-LINE.
152000
152100     MOVE SPACES          TO RF-FIGURES-LINE-2.
152200     MOVE PW-EXCEPTIONS   TO RF-EXCEPTIONS.
152300     MOVE PW-CHR          TO RF-CHR.
152400     MOVE PW-REV          TO RF-REV.
152500     MOVE PW-WOF          TO RF-WOF.
152600     MOVE PW-CLOSING      TO RF-CLOSING.
152700     MOVE PW-UNEXPLAINED  TO RF-UNEXPLAINED.
152800     MOVE RF-FIGURES-LINE-2 TO RFWD-REPORT-LINE.
152900     WRITE RFWD-REPORT-LINE.
153000
153100*===========================================================*
153200 5400-PRINT-TOTAL-LINES.
153300*    EACH SECTION ROLLS UP TO THE SAME RUN TOTALS.
153400*===========================================================*
153500     MOVE "ALL"                TO PW-LABEL.
153600     MOVE WS-TOTAL-COUNT       TO PW-COUNT.
153700     MOVE WS-TOTAL-OPENING     TO PW-OPENING.
153800     MOVE WS-TOTAL-DSB         TO PW-DSB.
153900     MOVE WS-TOTAL-CAP         TO PW-CAP.
154000     MOVE WS-TOTAL-CHG         TO PW-CHG.
154100     MOVE WS-TOTAL-EMI         TO PW-EMI.
154200     MOVE WS-TOTAL-PRE         TO PW-PRE.
154300     MOVE WS-TOTAL-CHR         TO PW-CHR.
154400     MOVE WS-TOTAL-REV         TO PW-REV.
154500     MOVE WS-TOTAL-WOF         TO PW-WOF.
154600     MOVE WS-TOTAL-CLOSING     TO PW-CLOSING.
154700     MOVE WS-TOTAL-UNEXPLAINED TO PW-UNEXPLAINED.
154800     MOVE WS-TOTAL-EXCEPTIONS  TO PW-EXCEPTIONS.
154900     PERFORM 5300-PRINT-FIGURES.
155000
155100*===========================================================*
155200 5500-PRINT-OPENING-TIE.
155300*    THIS MONTH'S OPENING MUST BE LAST MONTH'S CLOSE - EVERY
155400*    LOAN ON THE BOOK LAST MONTH IS CARRIED, ON THE MASTER OR
155500*    OFF IT. A TAKE-ON MONTH HAS NOTHING TO TIE TO.
155600*===========================================================*
155700     MOVE SPACES TO RFWD-REPORT-LINE.
155800     WRITE RFWD-REPORT-LINE.
155900     MOVE "OPENING TIE-OUT" TO RFWD-REPORT-LINE.
156000     WRITE RFWD-REPORT-LINE.
156100
156200     MOVE SPACES                TO RF-TIE-LINE.
156300     MOVE "PRIOR MONTH CLOSING BOOK (SNAPSHOT)" TO RT-LABEL.
156400     MOVE WS-PRIOR-ROW-COUNT    TO RT-COUNT.
156500     MOVE WS-PRIOR-CLOSING      TO RT-AMOUNT.
156600     MOVE RF-TIE-LINE           TO RFWD-REPORT-LINE.
156700     WRITE RFWD-REPORT-LINE.
156800
156900     MOVE SPACES                TO RF-TIE-LINE.
157000     MOVE "THIS MONTH OPENING BOOK"  TO RT-LABEL.
157100     MOVE WS-TOTAL-COUNT        TO RT-COUNT.
157200     MOVE WS-TOTAL-OPENING      TO RT-AMOUNT.
157300     MOVE RF-TIE-LINE           TO RFWD-REPORT-LINE.
157400     WRITE RFWD-REPORT-LINE.
157500
157600     IF WS-TOTAL-OPENING = WS-PRIOR-CLOSING
157700         MOVE "OPENING AGREES WITH PRIOR MONTH CLOSE"
157800             TO RFWD-REPORT-LINE
157900     ELSE
158000         MOVE 'N' TO WS-MONTH-BALANCES-SWITCH
158100         MOVE "** OPENING DOES NOT AGREE WITH PRIOR CLOSE **"
158200             TO RFWD-REPORT-LINE
158300     END-IF.
158400     WRITE RFWD-REPORT-LINE.
158500
158600*===========================================================*
158700 5600-PRINT-EXCEPTIONS.
158800*    A SECOND PASS OVER THIS MONTH'S ROWS LISTS EVERY LOAN
158900*    WHOSE LEDGER MOVEMENT DOES NOT EXPLAIN THE CHANGE IN ITS
159000*    BOOK. IN THE TAKE-ON MONTH EVERY LOAN ON THE BOOK WOULD
159100*    BE LISTED, SO ONLY THE COUNT IS GIVEN.
159200*===========================================================*
159300     MOVE SPACES TO RFWD-REPORT-LINE.
159400     WRITE RFWD-REPORT-LINE.
159500     MOVE "LOANS NOT EXPLAINED BY THE MONTH'S LEDGER"
159600         TO RFWD-REPORT-LINE.
159700     WRITE RFWD-REPORT-LINE.
159800
159900     IF WS-TOTAL-EXCEPTIONS = 0
160000         MOVE "NONE - EVERY LOAN ROLLS FORWARD"
160100             TO RFWD-REPORT-LINE
160200         WRITE RFWD-REPORT-LINE
160300         GO TO 5600-PRINT-EXCEPTIONS-EXIT
160400     END-IF.
160500     IF TAKE-ON-MONTH
160600         MOVE SPACES                TO RF-TIE-LINE
160700         MOVE "NOT LISTED IN THE TAKE-ON MONTH" TO RT-LABEL
160800         MOVE WS-TOTAL-EXCEPTIONS   TO RT-COUNT
160900         MOVE WS-TOTAL-UNEXPLAINED  TO RT-AMOUNT
161000         MOVE RF-TIE-LINE           TO RFWD-REPORT-LINE
161100         WRITE RFWD-REPORT-LINE
161200         GO TO 5600-PRINT-EXCEPTIONS-EXIT
161300     END-IF.
161400
161500     MOVE RF-EXCEPTION-HEAD TO RFWD-REPORT-LINE.
161600     WRITE RFWD-REPORT-LINE.
161700     MOVE 'N'           TO WS-SNAP-EOF-SWITCH.
161800     MOVE WS-RUN-YYYYMM TO MS-SNAP-MONTH.
161900     MOVE LOW-VALUES    TO MS-LOAN-ID.
162000     START SNAPSHOT-FILE KEY IS NOT LESS THAN MS-SNAP-KEY
162100         INVALID KEY
162200             MOVE 'Y' TO WS-SNAP-EOF-SWITCH
162300     END-START.
162400     PERFORM 5610-PRINT-ONE-EXCEPTION THRU 5610-PRINT-ONE-EXIT
162500         UNTIL END-OF-SNAPSHOTS.
162600
162700 5600-PRINT-EXCEPTIONS-EXIT.
162800     EXIT.
162900
163000*===========================================================*
163100 5610-PRINT-ONE-EXCEPTION.
163200*===========================================================*
163300     PERFORM 4150-READ-MONTH-ROW.
163400     IF END-OF-SNAPSHOTS
163500         GO TO 5610-PRINT-ONE-EXIT
163600     END-IF.
163700     PERFORM 4200-WORK-OUT-ROW.
163800     IF WS-UNEXPLAINED = 0
163900         GO TO 5610-PRINT-ONE-EXIT
164000     END-IF.
164100
164200     MOVE SPACES              TO RF-EXCEPTION-LINE.
164300     MOVE MS-LOAN-ID          TO RX-LOAN-ID.
164400     MOVE MS-BRANCH-CODE      TO RX-BRANCH.
164500     MOVE MS-LOAN-TYPE        TO RX-TYPE.
164600     MOVE MS-LOAN-STATUS      TO RX-STATUS.
164700     MOVE MS-OPENING-BOOK     TO RX-OPENING.
164800     MOVE WS-NET-MOVEMENT     TO RX-MOVEMENT.
164900     MOVE WS-EXPECTED-CLOSING TO RX-EXPECTED.
165000     MOVE MS-BOOK-BALANCE     TO RX-CLOSING.
165100     MOVE WS-UNEXPLAINED      TO RX-UNEXPLAINED.
165200     MOVE MS-ROW-SOURCE       TO RX-SOURCE.
165300     MOVE RF-EXCEPTION-LINE   TO RFWD-REPORT-LINE.
165400     WRITE RFWD-REPORT-LINE.
165500
165600 5610-PRINT-ONE-EXIT.
165700     EXIT.
165800
165900*===========================================================*
166000 5700-PRINT-GL-CROSS-CHECK.
166100*    THE MONTH'S LEDGER MOVEMENT AGAINST THE GL EXTRACT'S
166200*    CONTROL TOTALS FOR THE SAME DAYS. THE GL'S PAY IS THE
166300*    PRINCIPAL OF EMI CYCLES AND PREPAYMENTS TOGETHER, AND
166400*    ITS CHG IS CHARGES RECOVERED. CHARGES ASSESSED ARE NOT
166500*    INTERFACED TO THE GL AND ARE SHOWN FOR COMPLETENESS.
166600*===========================================================*
166700     MOVE SPACES TO RFWD-REPORT-LINE.
166800     WRITE RFWD-REPORT-LINE.
166900     MOVE "GL EXTRACT CROSS-CHECK" TO RFWD-REPORT-LINE.
167000     WRITE RFWD-REPORT-LINE.
167100     MOVE RF-GL-HEAD TO RFWD-REPORT-LINE.
167200     WRITE RFWD-REPORT-LINE.
167300
167400     MOVE "DISBURSEMENTS (DSB)"       TO WS-GL-LABEL.
167500     MOVE WS-TOTAL-DSB                TO WS-GL-LEDGER-AMOUNT.
167600     MOVE GL-DSB-SUB                  TO GL-SUB.
167700     PERFORM 5710-PRINT-GL-LINE.
167800
167900     MOVE "CAPITALIZED INTEREST (CAP)" TO WS-GL-LABEL.
168000     MOVE WS-TOTAL-CAP                TO WS-GL-LEDGER-AMOUNT.
168100     MOVE GL-CAP-SUB                  TO GL-SUB.
168200     PERFORM 5710-PRINT-GL-LINE.
168300
168400     COMPUTE WS-TOTAL-EMI-PRE = WS-TOTAL-EMI + WS-TOTAL-PRE.
168500     MOVE "EMI + PREPAYMENT PRINCIPAL"  TO WS-GL-LABEL.
168600     MOVE WS-TOTAL-EMI-PRE            TO WS-GL-LEDGER-AMOUNT.
168700     MOVE GL-PAY-SUB                  TO GL-SUB.
168800     PERFORM 5710-PRINT-GL-LINE.
168900
169000     MOVE "CHARGES RECOVERED (CHR)"   TO WS-GL-LABEL.
169100     MOVE WS-TOTAL-CHR                TO WS-GL-LEDGER-AMOUNT.
169200     MOVE GL-CHG-SUB                  TO GL-SUB.
169300     PERFORM 5710-PRINT-GL-LINE.
169400
169500     MOVE "RETURNED DD - PRINCIPAL"   TO WS-GL-LABEL.
169600     MOVE WS-TOTAL-REV-PRINCIPAL      TO WS-GL-LEDGER-AMOUNT.
169700     MOVE GL-REV-SUB                  TO GL-SUB.
169800     PERFORM 5710-PRINT-GL-LINE.
169900
170000     MOVE "RETURNED DD - CHARGES"     TO WS-GL-LABEL.
170100     MOVE WS-TOTAL-REV-CHARGES        TO WS-GL-LEDGER-AMOUNT.
170200     MOVE GL-RVC-SUB                  TO GL-SUB.
170300     PERFORM 5710-PRINT-GL-LINE.
170400
170500     MOVE "WRITTEN OFF - BALANCE"     TO WS-GL-LABEL.
170600     MOVE WS-TOTAL-WOF-BALANCE        TO WS-GL-LEDGER-AMOUNT.
170700     MOVE GL-WOF-SUB                  TO GL-SUB.
170800     PERFORM 5710-PRINT-GL-LINE.
170900
171000     MOVE "WRITTEN OFF - CHARGES"     TO WS-GL-LABEL.
171100     MOVE WS-TOTAL-WOF-CHARGES        TO WS-GL-LEDGER-AMOUNT.
171200     MOVE GL-WOC-SUB                  TO GL-SUB.
171300     PERFORM 5710-PRINT-GL-LINE.
171400
171500     MOVE SPACES                      TO RF-GL-LINE.
171600     MOVE "CHARGES ASSESSED (CHG)"    TO RG-LABEL.
171700     MOVE WS-TOTAL-CHG                TO RG-LEDGER-AMOUNT.
171800     MOVE "NOT ON GL"                 TO RG-VERDICT.
171900     MOVE RF-GL-LINE                  TO RFWD-REPORT-LINE.
172000     WRITE RFWD-REPORT-LINE.
172100
172200     PERFORM 5750-PRINT-GL-TRAILER-TIE.
172300
172400*===========================================================*
172500 5710-PRINT-GL-LINE.
172600*    WS-GL-LABEL, WS-GL-LEDGER-AMOUNT AND GL-SUB IN.
172700*===========================================================*
172800     COMPUTE WS-GL-DIFFERENCE =
172900         WS-GL-LEDGER-AMOUNT - GL-AMOUNT(GL-SUB).
173000     MOVE SPACES               TO RF-GL-LINE.
173100     MOVE WS-GL-LABEL          TO RG-LABEL.
173200     MOVE WS-GL-LEDGER-AMOUNT  TO RG-LEDGER-AMOUNT.
173300     MOVE GL-CODE(GL-SUB)      TO RG-CODE.
173400     MOVE GL-COUNT(GL-SUB)     TO RG-COUNT.
173500     MOVE GL-AMOUNT(GL-SUB)    TO RG-GL-AMOUNT.
173600     MOVE WS-GL-DIFFERENCE     TO RG-DIFFERENCE.
173700     IF WS-GL-DIFFERENCE = 0
173800         MOVE "AGREES"         TO RG-VERDICT
173900     ELSE
174000         MOVE 'N' TO WS-MONTH-BALANCES-SWITCH
174100         MOVE "** DIFFERS **"  TO RG-VERDICT
174200     END-IF.
174300     MOVE RF-GL-LINE           TO RFWD-REPORT-LINE.
174400     WRITE RFWD-REPORT-LINE.
174500
174600*===========================================================*
174700 5750-PRINT-GL-TRAILER-TIE.
174800*    THE CODE ROWS FOR THE MONTH MUST ADD UP TO THE DAILY
174900*    TRAILERS, AND THE EXTRACT MUST HAVE RUN EVERY DAY OF THE
175000*    MONTH FOR THE CROSS-CHECK TO COVER IT.
175100*===========================================================*
175200     MOVE SPACES TO RFWD-REPORT-LINE.
175300     WRITE RFWD-REPORT-LINE.
175400
175500     MOVE SPACES                TO RF-TIE-LINE.
175600     MOVE "GL EXTRACT DAYS ON FILE" TO RT-LABEL.
175700     MOVE WS-GL-DAYS            TO RT-COUNT.
175800     MOVE RF-TIE-LINE           TO RFWD-REPORT-LINE.
175900     WRITE RFWD-REPORT-LINE.
176000
176100     MOVE SPACES                TO RF-TIE-LINE.
176200     MOVE "GL DETAILS, ALL CODES" TO RT-LABEL.
176300     MOVE WS-GL-ALL-COUNT       TO RT-COUNT.
176400     MOVE WS-GL-ALL-AMOUNT      TO RT-AMOUNT.
176500     MOVE RF-TIE-LINE           TO RFWD-REPORT-LINE.
176600     WRITE RFWD-REPORT-LINE.
176700
176800     MOVE SPACES                TO RF-TIE-LINE.
176900     MOVE "GL TRAILERS, COUNT AND HASH" TO RT-LABEL.
177000     MOVE GL-COUNT(GL-TRAILER-SUB)  TO RT-COUNT.
177100     MOVE GL-AMOUNT(GL-TRAILER-SUB) TO RT-AMOUNT.
177200     MOVE RF-TIE-LINE           TO RFWD-REPORT-LINE.
177300     WRITE RFWD-REPORT-LINE.
177400
177500     IF WS-GL-DAYS NOT = WS-RUN-DD
177600         MOVE 'N' TO WS-MONTH-BALANCES-SWITCH
177700         MOVE "** GL EXTRACT MISSING FOR SOME DAYS **"
177800             TO RFWD-REPORT-LINE
177900         WRITE RFWD-REPORT-LINE
178000     END-IF.
178100     IF WS-GL-ALL-COUNT = GL-COUNT(GL-TRAILER-SUB)
178200         AND WS-GL-ALL-AMOUNT = GL-AMOUNT(GL-TRAILER-SUB)
178300         MOVE "GL CODE TOTALS AGREE WITH THE TRAILERS"
178400             TO RFWD-REPORT-LINE
178500     ELSE
178600         MOVE 'N' TO WS-MONTH-BALANCES-SWITCH
178700         MOVE "** GL CODE TOTALS DISAGREE WITH TRAILERS **"
178800             TO RFWD-REPORT-LINE
178900     END-IF.
179000     WRITE RFWD-REPORT-LINE.
179100
179200*===========================================================*
179300 5800-PRINT-SIGN-OFF.
179400*===========================================================*
179500     MOVE SPACES TO RFWD-REPORT-LINE.
179600     WRITE RFWD-REPORT-LINE.
179700     IF TAKE-ON-MONTH
179800         MOVE "TAKE-ON MONTH - ROLL-FORWARD STARTS NEXT MONTH"
179900             TO RFWD-REPORT-LINE
180000     ELSE
180100     IF MONTH-BALANCES
180200         MOVE "MONTH BALANCES - READY FOR SIGN-OFF"
180300             TO RFWD-REPORT-LINE
180400     ELSE
180500         MOVE "** MONTH DOES NOT BALANCE - SEE ABOVE **"
180600             TO RFWD-REPORT-LINE
180700     END-IF
180800     END-IF.
180900     WRITE RFWD-REPORT-LINE.
181000
181100*===========================================================*
181200 6000-TERMINATE.
181300*    AN OUT-OF-BALANCE MONTH IS STILL A COMPLETED RUN - THE
181400*    SNAPSHOT IS TAKEN AND THE REPORT SAYS WHAT IS WRONG FOR
181500*    FINANCE TO CLEAR - SO THE STREAM IS NOT HELD UP BY IT.
181600*===========================================================*
181700     IF MONTH-END-RUN
181800         CLOSE LOAN-MASTER-FILE
181900         CLOSE SNAPSHOT-FILE
182000         CLOSE ROLL-FORWARD-REPORT
182100
182200         DISPLAY "*******************************************"
182300         DISPLAY " Roll-forward month:   ", WS-RUN-YYYYMM
182400         DISPLAY " Records read:         ", WS-RECORD-COUNT
182500         DISPLAY " Prior-month rows:     ", WS-PRIOR-ROW-COUNT
182600         DISPLAY " Dropped from master:  ", WS-DROPPED-COUNT
182700         DISPLAY " Ledger rows read:     ", WS-LEDGER-ROWS-READ
182800         DISPLAY " Ledger rows applied:  ", WS-LEDGER-ROWS-USED
182900         DISPLAY " Ledger-only loans:    ", WS-LEDGER-ONLY-COUNT
183000         DISPLAY " Snapshot rows kept:   ", WS-TOTAL-COUNT
183100         DISPLAY " Stale rows dropped:   ", WS-STALE-DELETED
183200         DISPLAY " Rows not stored:      ", WS-WRITE-ERROR-COUNT
183300         DISPLAY " Opening book:         ", WS-TOTAL-OPENING
183400         DISPLAY " Closing book:         ", WS-TOTAL-CLOSING
183500         DISPLAY " Loans unexplained:    ", WS-TOTAL-EXCEPTIONS
183600         DISPLAY " GL days on file:      ", WS-GL-DAYS
183700         IF TAKE-ON-MONTH
183800             DISPLAY " Take-on month - nothing to sign off"
183900         ELSE
184000         IF NOT MONTH-BALANCES
184100             DISPLAY " ** Month does not balance - see RFWDRPT **"
184200         END-IF
184300         END-IF
184400         DISPLAY "*******************************************"
184500     END-IF.
184600
184700     PERFORM 9500-STAMP-RUN-END.
184800
184900*===========================================================*
185000 7000-COMPUTE-DAY-NUMBER.
185100*    DN-DATE IN, DN-DAY-NUMBER OUT. COUNTING THE YEAR FROM
185200*    MARCH PUTS FEBRUARY LAST, SO THE LEAP-YEAR RULE IS JUST
185300*    THE THREE DIVISIONS BELOW.
185400*===========================================================*
185500     IF DN-MM < 3
185600         COMPUTE DN-YEAR  = DN-YYYY - 1
185700         COMPUTE DN-MONTH = DN-MM + 9
185800     ELSE
185900         MOVE DN-YYYY TO DN-YEAR
186000         COMPUTE DN-MONTH = DN-MM - 3
186100     END-IF.
186200     DIVIDE DN-YEAR BY 4   GIVING DN-LEAP-4.
186300     DIVIDE DN-YEAR BY 100 GIVING DN-LEAP-100.
186400     DIVIDE DN-YEAR BY 400 GIVING DN-LEAP-400.
186500     COMPUTE DN-MONTH-WORK = 153 * DN-MONTH + 2.
186600     DIVIDE DN-MONTH-WORK BY 5 GIVING DN-MONTH-DAYS.
186700     COMPUTE DN-DAY-NUMBER =
186800         365 * DN-YEAR + DN-LEAP-4 - DN-LEAP-100
186900             + DN-LEAP-400 + DN-MONTH-DAYS + DN-DD.
187000
187100*===========================================================*
187200 9500-STAMP-RUN-END.
187300*    THE RUN RAN TO A CLEAN END - THE ROW STAMPED STARTED AT
187400*    THE TOP IS REWRITTEN COMPLETED, WHICH IS WHAT THE
187500*    RECONCILIATION BATCH CHECKS FOR.
187600*===========================================================*
187700     OPEN I-O RUN-CONTROL-FILE.
187800     IF NOT RUNCTL-OK
187900         DISPLAY "** Run-control file not available at end ",
188000             "of run - status ", WS-RUNCTL-STATUS, " **"
188100     ELSE
188200         MOVE "ROLLFWD"   TO RN-JOB-NAME
188300         READ RUN-CONTROL-FILE
188400             KEY IS RN-JOB-NAME
188500             INVALID KEY
188600                 CONTINUE
188700         END-READ
188800         IF RUNCTL-OK
188900             MOVE WS-RUN-DATE TO RN-RUN-DATE
189000             MOVE 'C'         TO RN-STATUS
189100             REWRITE RUN-CONTROL-REC
189200         END-IF
189300         CLOSE RUN-CONTROL-FILE
189400     END-IF.
