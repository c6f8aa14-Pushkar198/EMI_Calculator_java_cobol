000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LoanReturnPost.
000300 AUTHOR.        LENDING-SYSTEMS-GROUP.
000400 INSTALLATION.  RETAIL-BANKING-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*  2026-10-15  LSG  ORIGINAL VERSION - REVERSE POSTED RECEIPTS
001000*                   WHOSE DIRECT DEBITS CAME BACK UNPAID.
001010*  2026-10-15  LSG  REFUSE A RETURN AGAINST A WRITTEN-OFF LOAN
001020*                   WITH ITS OWN REASON - THE RECEIPT POSTED
001030*                   AS A RECOVERY, NOT AN EMI CYCLE, AND IS
001040*                   TAKEN BACK BY HAND.
001050*  2026-10-15  LSG  TAKE THE RECOVERY ITSELF BACK ON A RETURN
001060*                   AGAINST A WRITTEN-OFF LOAN - RVR LEDGER ROW
001070*                   AND 'RVRPOST' AUDIT ROW - INSTEAD OF
001080*                   REFUSING IT.
001100*-----------------------------------------------------------*
001200* THIS JOB READS THE RETURNED-DEBITS FILE SENT DOWN FROM THE
001300* COLLECTIONS SYSTEM - RECEIPTS THE PAYMENT POSTING BATCH HAS
001400* ALREADY APPLIED WHOSE DIRECT DEBIT THEN BOUNCED - AND PUTS
001500* EACH LOAN BACK WHERE IT STOOD BEFORE THE MONEY ARRIVED.
001600* THE FILE CARRIES THE SAME HEADER/TRAILER FRAMING AS THE
001700* RECEIPTS FILE AND IS VERIFIED END TO END BEFORE A SINGLE
001800* LOAN IS TOUCHED. NO FILE AT ALL MEANS NOTHING CAME BACK
001900* TODAY, AND THE RUN COMPLETES WITH NOTHING REVERSED.
002000*
002100* THE UNWIND WORKS FROM THE LOAN'S OWN LEDGER ROWS DATED ON
002200* OR AFTER THE DAY THE RECEIPT POSTED, NEWEST FIRST. EACH EMI
002300* CYCLE TAKEN BACK PUTS ITS PRINCIPAL BACK ON THE BALANCE, A
002400* MONTH BACK ON THE TERM AND ITS AMOUNT BACK IN THE CARRIED
002500* CREDIT; EACH CHARGE RECOVERY TAKEN BACK PUTS THE CHARGE
002600* BACK ON LM-CHARGES-OUTSTANDING THE SAME WAY. CYCLES ARE
002700* TAKEN BACK ONLY UNTIL THE CREDIT COVERS THE RETURNED
002800* AMOUNT, WHICH IS THEN REMOVED - SO MONEY THE RECEIPT LEFT
002900* SITTING IN CREDIT COMES STRAIGHT OUT, AND A CYCLE ANOTHER
003000* RECEIPT STILL PAYS FOR STAYS APPLIED. EVERY ROW TAKEN BACK
003100* IS LEDGERED AS 'REV', AND A ROW ALREADY TAKEN BACK BY AN
003200* EARLIER RETURN IS NEVER TAKEN BACK TWICE. A LOAN THE
003300* RECEIPT CLOSED IS REOPENED.
003400*
003500* EACH RETURNED ITEM THEN DRAWS THE PRODUCT'S FLAT BOUNCE
003600* CHARGE ONTO LM-CHARGES-OUTSTANDING, AND THE LOAN IS
003700* RE-AGED ON THE DELINQUENCY HISTORY FROM ITS RESTORED LAST
003800* RECEIPT, SO THE DELINQUENCY LIST AND THE STATEMENT SHOW
003900* THE LOAN AS IT REALLY STANDS. 'REVPOST' AND 'RVCPOST'
004000* AUDIT ROWS CARRY THE PRINCIPAL AND CHARGES TAKEN BACK TO
004100* THE END-OF-DAY GL EXTRACT. RETURNS THAT MATCH NO POSTED
004200* RECEIPT GO TO THE ERROR LOG.
004210*
004220* A RETURNED RECEIPT THAT POSTED AGAINST A WRITTEN-OFF LOAN
004230* WENT TO RECOVERIES, NOT TO ANY CYCLE, SO ONLY THE RECOVERY
004240* IS TAKEN BACK - OFF LM-RECOVERED-AMOUNT, LEDGERED AS 'RVR'
004250* AND CARRIED TO THE GL BY AN 'RVRPOST' AUDIT ROW. A LOAN
004260* OFF THE BOOK DRAWS NO BOUNCE CHARGE AND IS NOT RE-AGED.
004300*-----------------------------------------------------------*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT RETURNS-FILE ASSIGN TO RTNIN
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RTNIN-STATUS.
005000     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS LM-LOAN-ID
005400         ALTERNATE RECORD KEY IS LM-CUSTOMER-ID
005500             WITH DUPLICATES
005600         FILE STATUS IS WS-LOANMAST-STATUS.
005700     SELECT ERROR-LOG-FILE ASSIGN TO ERRLOG
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-ERRLOG-STATUS.
006000     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AUDITLOG-STATUS.
006300     SELECT DELNQ-HISTORY-FILE ASSIGN TO DELNQHST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS DH-LOAN-ID
006700         FILE STATUS IS WS-DELNQHST-STATUS.
006800     SELECT LEDGER-FILE ASSIGN TO LOANLDGR
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-LEDGER-STATUS.
007100     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS RN-JOB-NAME
007500         FILE STATUS IS WS-RUNCTL-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  RETURNS-FILE.
008000 01  RETURNS-REC            PIC X(80).
008100
008200 FD  LOAN-MASTER-FILE.
008300 01  LOAN-MASTER-REC.
008400     COPY LOANMAST.
008500
008600 FD  ERROR-LOG-FILE.
008700 01  ERROR-LOG-REC.
008800     COPY ERRLOG.
008900
009000 FD  AUDIT-LOG-FILE.
009100 01  AUDIT-LOG-REC.
009200     COPY AUDITLOG.
009300
009400 FD  DELNQ-HISTORY-FILE.
009500 01  DELNQ-HISTORY-REC.
009600     COPY DELNQHST.
009700
009800 FD  LEDGER-FILE.
009900 01  LEDGER-REC.
010000     COPY LOANLDGR.
010100
010200 FD  RUN-CONTROL-FILE.
010300 01  RUN-CONTROL-REC.
010400     COPY RUNCTL.
010500
010600 WORKING-STORAGE SECTION.
010700*-----------------------------------------------------------*
010800* SWITCHES AND STATUS FIELDS.
010900*-----------------------------------------------------------*
011000 01  WS-RTNIN-STATUS        PIC X(02).
011100     88  RTNIN-OK                   VALUE '00'.
011200 01  WS-LOANMAST-STATUS     PIC X(02).
011300     88  LOANMAST-OK                VALUE '00' '02'.
011400     88  LOANMAST-RECORD-NOT-FOUND  VALUE '23'.
011500 01  WS-ERRLOG-STATUS       PIC X(02).
011600     88  ERRLOG-OK                  VALUE '00'.
011700     88  ERRLOG-NOT-FOUND           VALUE '35'.
011800 01  WS-AUDITLOG-STATUS     PIC X(02).
011900     88  AUDITLOG-OK                VALUE '00'.
012000     88  AUDITLOG-NOT-FOUND         VALUE '35'.
012100 01  WS-DELNQHST-STATUS     PIC X(02).
012200     88  DELNQHST-OK                VALUE '00' '02'.
012300     88  DELNQHST-NOT-FOUND         VALUE '35'.
012400     88  DELNQHST-RECORD-NOT-FOUND  VALUE '23'.
012500 01  WS-LEDGER-STATUS       PIC X(02).
012600     88  LEDGER-OK                  VALUE '00'.
012700     88  LEDGER-NOT-FOUND           VALUE '35'.
012800 01  WS-RUNCTL-STATUS       PIC X(02).
012900     88  RUNCTL-OK                  VALUE '00'.
013000     88  RUNCTL-NOT-FOUND           VALUE '35'.
013100     88  RUNCTL-RECORD-NOT-FOUND    VALUE '23'.
013200 01  WS-RUNCTL-ROW-SWITCH   PIC X(01).
013300     88  RUNCTL-ROW-EXISTS          VALUE 'Y'.
013400 01  Force-Response         PIC X(01).
013500     88  FORCE-RERUN                VALUE 'Y' 'y'.
013600 01  WS-EOF-SWITCH          PIC X(01).
013700     88  END-OF-RETURNS             VALUE 'Y'.
013800 01  WS-RTNIN-OPEN-SWITCH   PIC X(01).
013900     88  RETURNS-FILE-OPEN          VALUE 'Y'.
014000 01  WS-LEDGER-EOF-SWITCH   PIC X(01).
014100     88  END-OF-LEDGER              VALUE 'Y'.
014200 01  WS-UNWIND-SWITCH       PIC X(01).
014300     88  UNWIND-DONE                VALUE 'Y'.
014400 01  WS-PAYMENT-LEFT-SWITCH PIC X(01).
014500     88  PAYMENT-LEFT               VALUE 'Y'.
014600
014700*-----------------------------------------------------------*
014800* RUN DATE, WITH A YEAR-MONTH VIEW AND A YEAR/MONTH VIEW FOR
014900* RE-AGEING - THE MISSED-CYCLE COUNT IS THE NUMBER OF WHOLE
015000* POSTING MONTHS BETWEEN THE LOAN'S REFERENCE DATE (ITS LAST
015100* RECEIPT, OR ITS DISBURSEMENT) AND THE RUN DATE.
015200*-----------------------------------------------------------*
015300 01  WS-RUN-DATE            PIC 9(08).
015400 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
015500     05  WS-RUN-YYYYMM      PIC 9(06).
015600     05  FILLER             PIC 9(02).
015700 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
015800     05  WS-RUN-YYYY        PIC 9(04).
015900     05  WS-RUN-MM          PIC 9(02).
016000     05  FILLER             PIC 9(02).
016100 01  WS-REFERENCE-DATE      PIC 9(08).
016200 01  WS-REFERENCE-SPLIT REDEFINES WS-REFERENCE-DATE.
016300     05  WS-REFERENCE-YYYYMM PIC 9(06).
016400     05  FILLER             PIC 9(02).
016500 01  WS-REFERENCE-PARTS REDEFINES WS-REFERENCE-DATE.
016600     05  WS-REFERENCE-YYYY  PIC 9(04).
016700     05  WS-REFERENCE-MM    PIC 9(02).
016800     05  FILLER             PIC 9(02).
016900 01  WS-HOLIDAY-DATE        PIC 9(08).
017000 01  WS-HOLIDAY-SPLIT REDEFINES WS-HOLIDAY-DATE.
017100     05  WS-HOLIDAY-YYYYMM  PIC 9(06).
017200     05  FILLER             PIC 9(02).
017300 01  WS-CURRENT-TIME        PIC 9(08).
017400 01  WS-MONTHS-BEHIND       PIC 9(05)  COMP.
017500
017600*-----------------------------------------------------------*
017700* BOUNCE CHARGE - THE PRODUCT TERMS' FLAT DISHONOURED-DEBIT
017800* FEE, ASSESSED ONCE PER RETURNED ITEM.
017900*-----------------------------------------------------------*
018000 01  WS-BOUNCE-CHARGE       PIC 9(7)V99 VALUE 500.00.
018100
018200*-----------------------------------------------------------*
018300* UNWIND WORK FIELDS. THE TABLE HOLDS THE LOAN'S LEDGER ROWS
018400* DATED ON OR AFTER THE RECEIPT'S POSTING DATE, IN FILE
018500* ORDER, AND IS WALKED FROM THE NEWEST ROW BACK. A 'REV' ROW
018600* MET ON THE WAY MEANS THE NEXT UNREVERSED CYCLE (OR, FOR A
018700* 'REV' WITH NO SPLIT, CHARGE RECOVERY) FURTHER BACK WAS
018800* ALREADY TAKEN BACK BY AN EARLIER RETURN, AND IS COUNTED
018900* OFF RATHER THAN TAKEN BACK AGAIN.
019000*-----------------------------------------------------------*
019100 01  LT-LEDGER-TABLE.
019200     05  LT-ENTRY OCCURS 100 TIMES INDEXED BY LT-IDX.
019300         10  LT-TXN-DATE        PIC 9(08).
019400         10  LT-TXN-CODE        PIC X(03).
019500         10  LT-AMOUNT          PIC 9(7)V99.
019600         10  LT-INTEREST-PORTION PIC 9(7)V99.
019700         10  LT-PRINCIPAL-PORTION PIC 9(7)V99.
019800 01  LT-USED-COUNT          PIC 9(03)  COMP.
019900 01  LT-SUB                 PIC 9(03)  COMP.
020000 01  LT-OVERFLOW-SWITCH     PIC X(01).
020100     88  LT-OVERFLOW                VALUE 'Y'.
020200 01  WS-PENDING-EMI-REVERSALS PIC 9(03) COMP.
020300 01  WS-PENDING-CHR-REVERSALS PIC 9(03) COMP.
020400 01  WS-PRIOR-PAYMENT-DATE  PIC 9(08).
020500 01  WS-DISBURSED-DATE      PIC 9(08).
020600 01  WS-PRINCIPAL-UNWOUND   PIC 9(7)V99.
020700 01  WS-CHARGES-UNWOUND     PIC 9(7)V99.
020800 01  WS-CYCLES-UNWOUND      PIC 9(03)  COMP.
020810 01  WS-RECOVERY-FOUND      PIC 9(9)V99.
020820 01  WS-RECOVERY-TAKEN      PIC 9(9)V99.
020830 01  WS-RECOVERY-REVERSED   PIC 9(7)V99.
020900
021000*-----------------------------------------------------------*
021100* LEDGER-ROW WORK FIELDS - THE CALLER SETS THESE AND
021200* PERFORMS 3970-WRITE-LEDGER-ROW.
021300*-----------------------------------------------------------*
021400 01  LW-TXN-CODE            PIC X(03).
021500 01  LW-AMOUNT              PIC 9(7)V99.
021600 01  LW-INTEREST-PORTION    PIC 9(7)V99.
021700 01  LW-PRINCIPAL-PORTION   PIC 9(7)V99.
021800
021900*-----------------------------------------------------------*
022000* RETURNS FILE INTERFACE LAYOUTS. RECORD TYPE IS THE FIRST
022100* BYTE: '1' HEADER, '2' DETAIL, '9' TRAILER - THE SAME
022200* FRAMING THE RECEIPTS FILE CARRIES. THE DETAIL PAYLOAD IS
022300* THE RETURNS LAYOUT, BEHIND THE TYPE BYTE.
022400*-----------------------------------------------------------*
022500 01  RTN-RECORD-TYPE-VIEW.
022600     05  RV-RECORD-TYPE     PIC X(01).
022700         88  RV-HEADER              VALUE '1'.
022800         88  RV-DETAIL              VALUE '2'.
022900         88  RV-TRAILER             VALUE '9'.
023000     05  FILLER             PIC X(79).
023100 01  RTN-HEADER-REC.
023200     05  RH-RECORD-TYPE     PIC X(01).
023300     05  RH-FILE-DATE       PIC 9(08).
023400     05  FILLER             PIC X(71).
023500 01  RTN-DETAIL-REC.
023600     05  RD-RECORD-TYPE     PIC X(01).
023700     COPY RETURNS.
023800 01  RTN-TRAILER-REC.
023900     05  RT-RECORD-TYPE     PIC X(01).
024000     05  RT-RECORD-COUNT    PIC 9(07).
024100     05  RT-HASH-TOTAL      PIC 9(13)V99.
024200     05  FILLER             PIC X(57).
024300
024400*-----------------------------------------------------------*
024500* RETURNS-FILE CONTROL CHECK WORK FIELDS - ACCUMULATED ON
024600* THE VERIFY PASS BEFORE A SINGLE LOAN IS TOUCHED.
024700*-----------------------------------------------------------*
024800 01  WS-CTL-EOF-SWITCH      PIC X(01).
024900     88  END-OF-CONTROL-PASS        VALUE 'Y'.
025000 01  WS-CTL-HEADER-SWITCH   PIC X(01).
025100     88  CTL-HEADER-SEEN            VALUE 'Y'.
025200 01  WS-CTL-DATE-SWITCH     PIC X(01).
025300     88  CTL-DATE-OK                VALUE 'Y'.
025400 01  WS-CTL-BALANCE-SWITCH  PIC X(01).
025500     88  CTL-IN-BALANCE             VALUE 'Y'.
025600 01  WS-CTL-COUNT           PIC 9(07).
025700 01  WS-CTL-HASH            PIC 9(13)V99.
025800
025900*-----------------------------------------------------------*
026000* ERROR-LOG WORK FIELDS.
026100*-----------------------------------------------------------*
026200 01  WS-REJECT-FIELD-NAME   PIC X(15).
026300 01  WS-REJECT-BAD-VALUE    PIC X(15).
026400 01  WS-REJECT-REASON       PIC X(40).
026500
026600*-----------------------------------------------------------*
026700* RUN COUNTERS.
026800*-----------------------------------------------------------*
026900 01  WS-RETURN-COUNT        PIC 9(07)  COMP.
027000 01  WS-REVERSED-COUNT      PIC 9(07)  COMP.
027100 01  WS-REJECTED-COUNT      PIC 9(07)  COMP.
027200 01  WS-SHORTFALL-COUNT     PIC 9(07)  COMP.
027300 01  WS-REOPENED-COUNT      PIC 9(07)  COMP.
027400 01  WS-REAGED-COUNT        PIC 9(07)  COMP.
027500 01  WS-CYCLE-REVERSE-COUNT PIC 9(07)  COMP.
027510 01  WS-RECOVERY-REV-COUNT  PIC 9(07)  COMP.
027600 01  WS-RETURNED-TOTAL      PIC 9(13)V99.
027700 01  WS-PRINCIPAL-REV-TOTAL PIC 9(13)V99.
027800 01  WS-CHARGE-REV-TOTAL    PIC 9(13)V99.
027900 01  WS-BOUNCE-TOTAL        PIC 9(13)V99.
027910 01  WS-RECOVERY-REV-TOTAL  PIC 9(13)V99.
028000
028100 PROCEDURE DIVISION.
028200*===========================================================*
028300 0000-MAINLINE.
028400*===========================================================*
028500     PERFORM 1000-INITIALIZE.
028600     PERFORM 2000-REVERSE-ONE-RETURN THRU 2000-REVERSE-NEXT
028700         UNTIL END-OF-RETURNS.
028800     PERFORM 4000-TERMINATE.
028900     STOP RUN.
029000
029100*===========================================================*
029200 0500-CHECK-RUN-CONTROL.
029300*    RUNS AFTER THE PAYMENT POSTING JOB - A RETURN CAN ONLY
029400*    UNWIND A RECEIPT THAT HAS BEEN POSTED, AND THE GL
029500*    EXTRACT THAT FOLLOWS MUST SEE TODAY'S REVERSALS. A RUN
029600*    ALREADY COMPLETED FOR THIS BUSINESS DATE IS REFUSED
029700*    UNLESS THE OPERATOR EXPLICITLY FORCES IT, AND THE ROW
029800*    IS STAMPED STARTED BEFORE ANY DATA IS TOUCHED.
029900*===========================================================*
030000     OPEN I-O RUN-CONTROL-FILE.
030100     IF RUNCTL-NOT-FOUND
030200         OPEN OUTPUT RUN-CONTROL-FILE
030300         CLOSE RUN-CONTROL-FILE
030400         OPEN I-O RUN-CONTROL-FILE
030500     END-IF.
030600     IF NOT RUNCTL-OK
030700         DISPLAY "** Run-control file not available - status ",
030800             WS-RUNCTL-STATUS, " - run refused **"
030900         MOVE 8 TO RETURN-CODE
031000         STOP RUN
031100     END-IF.
031200
031300     MOVE "PAYPOST"  TO RN-JOB-NAME.
031400     READ RUN-CONTROL-FILE
031500         KEY IS RN-JOB-NAME
031600         INVALID KEY
031700             CONTINUE
031800     END-READ.
031900     IF NOT RUNCTL-OK
032000         OR RN-RUN-DATE NOT = WS-RUN-DATE
032100         OR NOT RN-COMPLETED
032200         DISPLAY "** PAYPOST has not completed for ",
032300             WS-RUN-DATE, " - run refused **"
032400         MOVE 8 TO RETURN-CODE
032500         CLOSE RUN-CONTROL-FILE
032600         STOP RUN
032700     END-IF.
032800
032900     MOVE 'N'        TO WS-RUNCTL-ROW-SWITCH.
033000     MOVE "RTNPOST"  TO RN-JOB-NAME.
033100     READ RUN-CONTROL-FILE
033200         KEY IS RN-JOB-NAME
033300         INVALID KEY
033400             CONTINUE
033500     END-READ.
033600     IF RUNCTL-OK
033700         MOVE 'Y' TO WS-RUNCTL-ROW-SWITCH
033800         IF RN-RUN-DATE = WS-RUN-DATE AND RN-COMPLETED
033900             DISPLAY "** RTNPOST already completed for ",
034000                 WS-RUN-DATE, " - force a rerun? (Y/N): "
034100             ACCEPT Force-Response
034200             IF NOT FORCE-RERUN
034300                 DISPLAY "** Run refused - already completed ",
034400                     "for this business date **"
034500                 MOVE 8 TO RETURN-CODE
034600                 CLOSE RUN-CONTROL-FILE
034700                 STOP RUN
034800             END-IF
034900         END-IF
035000     END-IF.
035100
035200     MOVE "RTNPOST"  TO RN-JOB-NAME.
035300     MOVE WS-RUN-DATE TO RN-RUN-DATE.
035400     MOVE 'S'        TO RN-STATUS.
035500     IF RUNCTL-ROW-EXISTS
035600         REWRITE RUN-CONTROL-REC
035700     ELSE
035800         WRITE RUN-CONTROL-REC
035900     END-IF.
036000     CLOSE RUN-CONTROL-FILE.
036100
036200*===========================================================*
036300 1000-INITIALIZE.
036400*===========================================================*
036500     MOVE 'N'  TO WS-EOF-SWITCH.
036600     MOVE 'N'  TO WS-RTNIN-OPEN-SWITCH.
036700     MOVE ZERO TO WS-RETURN-COUNT.
036800     MOVE ZERO TO WS-REVERSED-COUNT.
036900     MOVE ZERO TO WS-REJECTED-COUNT.
037000     MOVE ZERO TO WS-SHORTFALL-COUNT.
037100     MOVE ZERO TO WS-REOPENED-COUNT.
037200     MOVE ZERO TO WS-REAGED-COUNT.
037300     MOVE ZERO TO WS-CYCLE-REVERSE-COUNT.
037310     MOVE ZERO TO WS-RECOVERY-REV-COUNT.
037400     MOVE ZERO TO WS-RETURNED-TOTAL.
037500     MOVE ZERO TO WS-PRINCIPAL-REV-TOTAL.
037600     MOVE ZERO TO WS-CHARGE-REV-TOTAL.
037700     MOVE ZERO TO WS-BOUNCE-TOTAL.
037710     MOVE ZERO TO WS-RECOVERY-REV-TOTAL.
037800
037900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
038000
038100     PERFORM 0500-CHECK-RUN-CONTROL.
038200
038300*    COLLECTIONS ONLY SENDS A RETURNS FILE ON A DAY SOMETHING
038400*    CAME BACK - NO FILE IS NOT AN ERROR, AND THE RUN STILL
038500*    COMPLETES SO THE GL EXTRACT CAN FOLLOW IT.
038600     OPEN INPUT RETURNS-FILE.
038700     IF NOT RTNIN-OK
038800         DISPLAY "No returns file today - nothing reversed."
038900         MOVE 'Y' TO WS-EOF-SWITCH
039000     ELSE
039100         MOVE 'Y' TO WS-RTNIN-OPEN-SWITCH
039200*        THE WHOLE FILE IS VERIFIED AGAINST ITS OWN HEADER AND
039300*        TRAILER BEFORE THE MASTER IS EVEN OPENED - A TRUNCATED
039400*        OR RE-SENT FILE MUST NOT REVERSE A SINGLE RECEIPT.
039500         PERFORM 1100-VERIFY-RETURNS-FILE
039600         CLOSE RETURNS-FILE
039700         OPEN INPUT RETURNS-FILE
039800     END-IF.
039900
040000     OPEN I-O LOAN-MASTER-FILE.
040100     IF NOT LOANMAST-OK
040200         DISPLAY "** Loan Master not available - status ",
040300             WS-LOANMAST-STATUS, " - nothing reversed **"
040400         STOP RUN
040500     END-IF.
040600
040700*    THE HISTORY FILE IS CREATED ON ITS VERY FIRST USE, THE
040800*    SAME WAY THE POSTING BATCH CREATES IT.
040900     OPEN I-O DELNQ-HISTORY-FILE.
041000     IF DELNQHST-NOT-FOUND
041100         OPEN OUTPUT DELNQ-HISTORY-FILE
041200         CLOSE DELNQ-HISTORY-FILE
041300         OPEN I-O DELNQ-HISTORY-FILE
041400     END-IF.
041500     IF NOT DELNQHST-OK
041600         DISPLAY "** Delinquency history not available - ",
041700             "status ", WS-DELNQHST-STATUS, " - nothing ",
041800             "reversed **"
041900         STOP RUN
042000     END-IF.
042100
042200     IF RETURNS-FILE-OPEN
042300         PERFORM 2100-READ-RETURN
042400     END-IF.
042500
042600*===========================================================*
042700 1100-VERIFY-RETURNS-FILE.
042800*    READS THE RETURNS FILE END TO END AND TIES THE DETAIL
042900*    COUNT AND AMOUNT HASH TO THE TRAILER, AND THE HEADER'S
043000*    BUSINESS DATE TO THE RUN DATE. A FILE THAT FAILS ANY
043100*    CHECK REFUSES THE WHOLE RUN WITH RETURN CODE 8 - A
043200*    RE-SENT FILE WOULD TAKE THE SAME MONEY BACK TWICE.
043300*===========================================================*
043400     MOVE 'N'  TO WS-CTL-EOF-SWITCH.
043500     MOVE 'N'  TO WS-CTL-HEADER-SWITCH.
043600     MOVE 'N'  TO WS-CTL-DATE-SWITCH.
043700     MOVE 'N'  TO WS-CTL-BALANCE-SWITCH.
043800     MOVE ZERO TO WS-CTL-COUNT.
043900     MOVE ZERO TO WS-CTL-HASH.
044000
044100     PERFORM 1110-VERIFY-ONE-RECORD
044200         UNTIL END-OF-CONTROL-PASS.
044300
044400     IF NOT CTL-HEADER-SEEN
044500         DISPLAY "** Returns file carries no header - run ",
044600             "refused **"
044700         MOVE 8 TO RETURN-CODE
044800         STOP RUN
044900     END-IF.
045000     IF NOT CTL-DATE-OK
045100         DISPLAY "** Returns file date ", RH-FILE-DATE,
045200             " is not the posting date ", WS-RUN-DATE,
045300             " - run refused **"
045400         MOVE 8 TO RETURN-CODE
045500         STOP RUN
045600     END-IF.
045700     IF NOT CTL-IN-BALANCE
045800         DISPLAY "** Returns file out of balance - trailer ",
045900             "does not tie to details - run refused **"
046000         MOVE 8 TO RETURN-CODE
046100         STOP RUN
046200     END-IF.
046300
046400*===========================================================*
046500 1110-VERIFY-ONE-RECORD.
046600*===========================================================*
046700     READ RETURNS-FILE
046800         AT END
046900             MOVE 'Y' TO WS-CTL-EOF-SWITCH
047000     END-READ.
047100     IF NOT RTNIN-OK AND NOT END-OF-CONTROL-PASS
047200         MOVE 'Y' TO WS-CTL-EOF-SWITCH
047300     END-IF.
047400
047500     IF NOT END-OF-CONTROL-PASS
047600         MOVE RETURNS-REC TO RTN-RECORD-TYPE-VIEW
047700         IF RV-HEADER
047800             MOVE RETURNS-REC TO RTN-HEADER-REC
047900             MOVE 'Y' TO WS-CTL-HEADER-SWITCH
048000             IF RH-FILE-DATE = WS-RUN-DATE
048100                 MOVE 'Y' TO WS-CTL-DATE-SWITCH
048200             END-IF
048300         ELSE
048400             IF RV-DETAIL
048500                 MOVE RETURNS-REC TO RTN-DETAIL-REC
048600                 ADD 1 TO WS-CTL-COUNT
048700                 ADD RI-PAYMENT-AMOUNT TO WS-CTL-HASH
048800             ELSE
048900                 IF RV-TRAILER
049000                     MOVE RETURNS-REC TO RTN-TRAILER-REC
049100                     IF RT-RECORD-COUNT = WS-CTL-COUNT
049200                         AND RT-HASH-TOTAL = WS-CTL-HASH
049300                         MOVE 'Y' TO WS-CTL-BALANCE-SWITCH
049400                     END-IF
049500                 END-IF
049600             END-IF
049700         END-IF
049800     END-IF.
049900
050000*===========================================================*
050100 2000-REVERSE-ONE-RETURN.
050200*    MATCHES ONE RETURNED ITEM TO ITS MASTER RECORD, UNWINDS
050300*    WHAT THE RECEIPT DID FROM THE LOAN'S LEDGER ROWS, TAKES
050400*    THE MONEY BACK OUT OF THE CARRIED CREDIT, ASSESSES THE
050500*    BOUNCE CHARGE AND RE-AGES THE LOAN.
050600*===========================================================*
050700     ADD 1 TO WS-RETURN-COUNT.
050800     ADD RI-PAYMENT-AMOUNT TO WS-RETURNED-TOTAL.
050900
051000     MOVE RI-LOAN-ID TO LM-LOAN-ID.
051100     READ LOAN-MASTER-FILE
051200         KEY IS LM-LOAN-ID
051300         INVALID KEY
051400             CONTINUE
051500     END-READ.
051600
051700     IF NOT LOANMAST-OK
051800         ADD 1 TO WS-REJECTED-COUNT
051900         MOVE "RI-LOAN-ID"      TO WS-REJECT-FIELD-NAME
052000         MOVE RI-LOAN-ID        TO WS-REJECT-BAD-VALUE
052100         MOVE "Returned item matches no Loan Master row"
052200             TO WS-REJECT-REASON
052300         PERFORM 3900-LOG-REJECTED-RETURN
052400         GO TO 2000-REVERSE-NEXT
052500     END-IF.
052600
052610*    A RECEIPT AGAINST A WRITTEN-OFF LOAN WENT TO RECOVERIES,
052620*    NOT TO ANY CYCLE - ONLY THE RECOVERY IS TAKEN BACK.
052630     IF LM-STATUS-WRITTEN-OFF
052640         PERFORM 2700-REVERSE-RECOVERY THRU 2700-REVERSE-EXIT
052650         GO TO 2000-REVERSE-NEXT
052660     END-IF.
052696
052700*    ONLY A LOAN A RECEIPT COULD HAVE POSTED TO CAN BE
052800*    UNWOUND - A DISBURSED LOAN, OR ONE THE RECEIPT CLOSED.
052900     IF NOT LM-STATUS-DISBURSED AND NOT LM-STATUS-CLOSED
053000         ADD 1 TO WS-REJECTED-COUNT
053100         MOVE "RI-LOAN-ID"      TO WS-REJECT-FIELD-NAME
053200         MOVE RI-LOAN-ID        TO WS-REJECT-BAD-VALUE
053300         MOVE "Loan is not disbursed - nothing to unwind"
053400             TO WS-REJECT-REASON
053500         PERFORM 3900-LOG-REJECTED-RETURN
053600         GO TO 2000-REVERSE-NEXT
053700     END-IF.
053800
053900     PERFORM 2200-LOAD-LEDGER-ROWS.
054000     IF LT-OVERFLOW
054100         ADD 1 TO WS-REJECTED-COUNT
054200         MOVE "RI-POSTED-DATE"  TO WS-REJECT-FIELD-NAME
054300         MOVE RI-POSTED-DATE    TO WS-REJECT-BAD-VALUE
054400         MOVE "Too many ledger rows since posting"
054500             TO WS-REJECT-REASON
054600         PERFORM 3900-LOG-REJECTED-RETURN
054700         GO TO 2000-REVERSE-NEXT
054800     END-IF.
054900
055000     MOVE ZERO TO WS-PRINCIPAL-UNWOUND.
055100     MOVE ZERO TO WS-CHARGES-UNWOUND.
055200     MOVE ZERO TO WS-CYCLES-UNWOUND.
055300     MOVE ZERO TO WS-PENDING-EMI-REVERSALS.
055400     MOVE ZERO TO WS-PENDING-CHR-REVERSALS.
055500     MOVE LT-USED-COUNT TO LT-SUB.
055600     MOVE 'N' TO WS-UNWIND-SWITCH.
055700     PERFORM 2300-UNWIND-ONE-ROW THRU 2300-UNWIND-EXIT
055800         UNTIL UNWIND-DONE.
055900
056000*    THE CREDIT NOW HOLDS EVERYTHING THE RECEIPT BROUGHT IN
056100*    THAT IS NOT STILL PAYING FOR ANOTHER RECEIPT'S CYCLES -
056200*    THE RETURNED AMOUNT COMES OUT OF IT. IF EVEN THE FULL
056300*    UNWIND CANNOT COVER IT, THE CREDIT GOES TO ZERO AND THE
056400*    ITEM IS LOGGED FOR COLLECTIONS TO CHASE.
056500     IF LM-PAYMENT-CREDIT >= RI-PAYMENT-AMOUNT
056600         SUBTRACT RI-PAYMENT-AMOUNT FROM LM-PAYMENT-CREDIT
056700     ELSE
056800         MOVE ZERO TO LM-PAYMENT-CREDIT
056900         ADD 1 TO WS-SHORTFALL-COUNT
057000         MOVE "RI-LOAN-ID"      TO WS-REJECT-FIELD-NAME
057100         MOVE RI-LOAN-ID        TO WS-REJECT-BAD-VALUE
057200         MOVE "Return exceeds what the ledger can unwind"
057300             TO WS-REJECT-REASON
057400         PERFORM 3900-LOG-REJECTED-RETURN
057500     END-IF.
057600
057700*    THE LAST-RECEIPT DATE GOES BACK ONLY WHEN THIS RECEIPT
057800*    IS STILL THE LATEST ONE, AND ONLY AS FAR AS THE LAST
057900*    RECEIPT STILL STANDING - ANOTHER RECEIPT'S CYCLE LEFT
058000*    APPLIED SINCE THE POSTING DATE KEEPS THE DATE WHERE IT
058100*    IS, OTHERWISE IT FALLS BACK TO THE LAST CYCLE OR CHARGE
058200*    RECOVERY LEDGERED BEFORE THE POSTING DATE.
058300     IF LM-LAST-PAYMENT-DATE = RI-PAYMENT-DATE
058400         MOVE 'N' TO WS-PAYMENT-LEFT-SWITCH
058500         PERFORM 2400-FIND-PAYMENT-LEFT
058600             UNTIL LT-SUB = 0 OR PAYMENT-LEFT
058700         IF NOT PAYMENT-LEFT
058800             MOVE WS-PRIOR-PAYMENT-DATE TO LM-LAST-PAYMENT-DATE
058900         END-IF
059000     END-IF.
059100
059200*    A LOAN THE RECEIPT PAID OFF IS LIVE AGAIN. ITS STATUS
059300*    DATE GOES BACK TO THE DISBURSEMENT DATE, WHICH IS WHAT
059400*    THE DELINQUENCY SWEEP EXPECTS ON A DISBURSED LOAN.
059500     IF LM-STATUS-CLOSED AND LM-OUTSTANDING-BALANCE > 0
059600         MOVE 'D' TO LM-LOAN-STATUS
059700         IF WS-DISBURSED-DATE > 0
059800             MOVE WS-DISBURSED-DATE TO LM-STATUS-DATE
059900         ELSE
060000             MOVE WS-RUN-DATE       TO LM-STATUS-DATE
060100         END-IF
060200         ADD 1 TO WS-REOPENED-COUNT
060300         MOVE "STA" TO LW-TXN-CODE
060400         MOVE ZERO  TO LW-AMOUNT
060500         MOVE ZERO  TO LW-INTEREST-PORTION
060600         MOVE ZERO  TO LW-PRINCIPAL-PORTION
060700         PERFORM 3970-WRITE-LEDGER-ROW
060800     END-IF.
060900
061000     ADD WS-BOUNCE-CHARGE TO LM-CHARGES-OUTSTANDING.
061100     ADD WS-BOUNCE-CHARGE TO WS-BOUNCE-TOTAL.
061200     MOVE "CHG"            TO LW-TXN-CODE.
061300     MOVE WS-BOUNCE-CHARGE TO LW-AMOUNT.
061400     MOVE ZERO             TO LW-INTEREST-PORTION.
061500     MOVE ZERO             TO LW-PRINCIPAL-PORTION.
061600     PERFORM 3970-WRITE-LEDGER-ROW.
061700
061800     REWRITE LOAN-MASTER-REC.
061900     ADD 1 TO WS-REVERSED-COUNT.
062000
062100     IF WS-PRINCIPAL-UNWOUND > 0
062200         ADD WS-PRINCIPAL-UNWOUND TO WS-PRINCIPAL-REV-TOTAL
062300         PERFORM 3950-WRITE-REVERSAL-AUDIT
062400     END-IF.
062500     IF WS-CHARGES-UNWOUND > 0
062600         ADD WS-CHARGES-UNWOUND TO WS-CHARGE-REV-TOTAL
062700         PERFORM 3960-WRITE-CHARGE-REV-AUDIT
062800     END-IF.
062900
063000     PERFORM 2600-RE-AGE-LOAN THRU 2600-RE-AGE-EXIT.
063100
063200 2000-REVERSE-NEXT.
063300     PERFORM 2100-READ-RETURN.
063400
063500*===========================================================*
063600 2100-READ-RETURN.
063700*===========================================================*
063800     READ RETURNS-FILE
063900         AT END
064000             MOVE 'Y' TO WS-EOF-SWITCH
064100     END-READ.
064200     IF NOT RTNIN-OK AND NOT END-OF-RETURNS
064300         MOVE 'Y' TO WS-EOF-SWITCH
064400     END-IF.
064500
064600*    ONLY '2' DETAIL ROWS ARE REVERSED - THE HEADER AND
064700*    TRAILER WERE CONSUMED BY THE CONTROL CHECK.
064800     IF NOT END-OF-RETURNS
064900         MOVE RETURNS-REC TO RTN-DETAIL-REC
065000         IF RD-RECORD-TYPE NOT = '2'
065100             GO TO 2100-READ-RETURN
065200         END-IF
065300     END-IF.
065400
065500*===========================================================*
065600 2200-LOAD-LEDGER-ROWS.
065700*    READS THE LEDGER END TO END FOR THE LOAN IN HAND. ROWS
065800*    DATED ON OR AFTER THE RECEIPT'S POSTING DATE GO INTO THE
065900*    UNWIND TABLE; OLDER ROWS ONLY LEAVE BEHIND THE DATE OF
066000*    THE LAST CYCLE OR CHARGE RECOVERY BEFORE THE POSTING
066100*    DATE AND THE LOAN'S DISBURSEMENT DATE. A MISSING LEDGER
066200*    SIMPLY LEAVES NOTHING TO UNWIND.
066300*===========================================================*
066400     MOVE ZERO TO LT-USED-COUNT.
066500     MOVE ZERO TO WS-PRIOR-PAYMENT-DATE.
066600     MOVE ZERO TO WS-DISBURSED-DATE.
066700     MOVE 'N'  TO LT-OVERFLOW-SWITCH.
066800     MOVE 'N'  TO WS-LEDGER-EOF-SWITCH.
066900
067000     OPEN INPUT LEDGER-FILE.
067100     IF LEDGER-OK
067200         PERFORM 2210-LOAD-ONE-ROW
067300             UNTIL END-OF-LEDGER
067400         CLOSE LEDGER-FILE
067500     END-IF.
067600
067700*===========================================================*
067800 2210-LOAD-ONE-ROW.
067900*===========================================================*
068000     READ LEDGER-FILE
068100         AT END
068200             MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
068300     END-READ.
068400     IF NOT LEDGER-OK AND NOT END-OF-LEDGER
068500         MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
068600     END-IF.
068700
068800     IF NOT END-OF-LEDGER AND LG-LOAN-ID = LM-LOAN-ID
068900         IF LG-TXN-CODE = "DSB"
069000             MOVE LG-TXN-DATE TO WS-DISBURSED-DATE
069100         END-IF
069200         IF LG-TXN-DATE < RI-POSTED-DATE
069300             IF LG-TXN-CODE = "EMI" OR LG-TXN-CODE = "CHR"
069400                 MOVE LG-TXN-DATE TO WS-PRIOR-PAYMENT-DATE
069500             END-IF
069600         ELSE
069700             IF LT-USED-COUNT < 100
069800                 ADD 1 TO LT-USED-COUNT
069900                 MOVE LG-TXN-DATE
070000                     TO LT-TXN-DATE(LT-USED-COUNT)
070100                 MOVE LG-TXN-CODE
070200                     TO LT-TXN-CODE(LT-USED-COUNT)
070300                 MOVE LG-AMOUNT
070400                     TO LT-AMOUNT(LT-USED-COUNT)
070500                 MOVE LG-INTEREST-PORTION
070600                     TO LT-INTEREST-PORTION(LT-USED-COUNT)
070700                 MOVE LG-PRINCIPAL-PORTION
070800                     TO LT-PRINCIPAL-PORTION(LT-USED-COUNT)
070900             ELSE
071000                 MOVE 'Y' TO LT-OVERFLOW-SWITCH
071100             END-IF
071200         END-IF
071300     END-IF.
071400
071500*===========================================================*
071600 2300-UNWIND-ONE-ROW.
071700*    ONE PASS = ONE LEDGER ROW, NEWEST FIRST. THE UNWIND
071800*    STOPS AS SOON AS THE CARRIED CREDIT COVERS THE RETURNED
071900*    AMOUNT, OR WHEN THE ROWS SINCE THE POSTING DATE RUN OUT.
072000*===========================================================*
072100     IF LT-SUB = 0
072200         OR LM-PAYMENT-CREDIT >= RI-PAYMENT-AMOUNT
072300         MOVE 'Y' TO WS-UNWIND-SWITCH
072400         GO TO 2300-UNWIND-EXIT
072500     END-IF.
072600
072700     IF LT-TXN-CODE(LT-SUB) = "REV"
072800         IF LT-INTEREST-PORTION(LT-SUB) > 0
072900             OR LT-PRINCIPAL-PORTION(LT-SUB) > 0
073000             ADD 1 TO WS-PENDING-EMI-REVERSALS
073100         ELSE
073200             ADD 1 TO WS-PENDING-CHR-REVERSALS
073300         END-IF
073400     ELSE
073500     IF LT-TXN-CODE(LT-SUB) = "EMI"
073600         IF WS-PENDING-EMI-REVERSALS > 0
073700             SUBTRACT 1 FROM WS-PENDING-EMI-REVERSALS
073800         ELSE
073900             ADD LT-AMOUNT(LT-SUB) TO LM-PAYMENT-CREDIT
074000             ADD LT-PRINCIPAL-PORTION(LT-SUB)
074100                 TO LM-OUTSTANDING-BALANCE
074200             ADD 1 TO LM-REMAINING-MONTHS
074300             ADD LT-PRINCIPAL-PORTION(LT-SUB)
074400                 TO WS-PRINCIPAL-UNWOUND
074500             ADD 1 TO WS-CYCLES-UNWOUND
074600             ADD 1 TO WS-CYCLE-REVERSE-COUNT
074700             MOVE "REV"                  TO LW-TXN-CODE
074800             MOVE LT-AMOUNT(LT-SUB)      TO LW-AMOUNT
074900             MOVE LT-INTEREST-PORTION(LT-SUB)
075000                 TO LW-INTEREST-PORTION
075100             MOVE LT-PRINCIPAL-PORTION(LT-SUB)
075200                 TO LW-PRINCIPAL-PORTION
075300             PERFORM 3970-WRITE-LEDGER-ROW
075400         END-IF
075500     ELSE
075600     IF LT-TXN-CODE(LT-SUB) = "CHR"
075700         IF WS-PENDING-CHR-REVERSALS > 0
075800             SUBTRACT 1 FROM WS-PENDING-CHR-REVERSALS
075900         ELSE
076000             ADD LT-AMOUNT(LT-SUB) TO LM-PAYMENT-CREDIT
076100             ADD LT-AMOUNT(LT-SUB) TO LM-CHARGES-OUTSTANDING
076200             ADD LT-AMOUNT(LT-SUB) TO WS-CHARGES-UNWOUND
076300             MOVE "REV"                  TO LW-TXN-CODE
076400             MOVE LT-AMOUNT(LT-SUB)      TO LW-AMOUNT
076500             MOVE ZERO                   TO LW-INTEREST-PORTION
076600             MOVE ZERO                   TO LW-PRINCIPAL-PORTION
076700             PERFORM 3970-WRITE-LEDGER-ROW
076800         END-IF
076900     END-IF
077000     END-IF
077100     END-IF.
077200
077300     SUBTRACT 1 FROM LT-SUB.
077400
077500 2300-UNWIND-EXIT.
077600     EXIT.
077700
077800*===========================================================*
077900 2400-FIND-PAYMENT-LEFT.
078000*    CARRIES ON BACK THROUGH THE ROWS THE UNWIND DID NOT
078100*    NEED, LOOKING FOR A CYCLE OR CHARGE RECOVERY STILL
078200*    STANDING - ONE THAT NO EARLIER RETURN HAS TAKEN BACK.
078300*===========================================================*
078400     IF LT-TXN-CODE(LT-SUB) = "REV"
078500         IF LT-INTEREST-PORTION(LT-SUB) > 0
078600             OR LT-PRINCIPAL-PORTION(LT-SUB) > 0
078700             ADD 1 TO WS-PENDING-EMI-REVERSALS
078800         ELSE
078900             ADD 1 TO WS-PENDING-CHR-REVERSALS
079000         END-IF
079100     ELSE
079200     IF LT-TXN-CODE(LT-SUB) = "EMI"
079300         IF WS-PENDING-EMI-REVERSALS > 0
079400             SUBTRACT 1 FROM WS-PENDING-EMI-REVERSALS
079500         ELSE
079600             MOVE 'Y' TO WS-PAYMENT-LEFT-SWITCH
079700         END-IF
079800     ELSE
079900     IF LT-TXN-CODE(LT-SUB) = "CHR"
080000         IF WS-PENDING-CHR-REVERSALS > 0
080100             SUBTRACT 1 FROM WS-PENDING-CHR-REVERSALS
080200         ELSE
080300             MOVE 'Y' TO WS-PAYMENT-LEFT-SWITCH
080400         END-IF
080500     END-IF
080600     END-IF
080700     END-IF.
080800
080900     SUBTRACT 1 FROM LT-SUB.
081000
081100*===========================================================*
081200 2600-RE-AGE-LOAN.
081300*    PUTS THE LOAN BACK ON THE DELINQUENCY HISTORY AS IT NOW
081400*    REALLY STANDS. A LIVE LOAN WHOSE RESTORED REFERENCE DATE
081500*    (LAST RECEIPT, OR DISBURSEMENT IF NONE) FALLS BEFORE THE
081600*    POSTING MONTH AND WHOSE CREDIT CANNOT COVER AN EMI IS IN
081700*    ARREARS BY ONE CYCLE FOR EVERY POSTING MONTH SINCE THAT
081800*    DATE. THE ROW IS STAMPED SWEPT TODAY, SO THE NIGHTLY
081900*    SWEEP DOES NOT AGE THE SAME MONTH AGAIN; A STANDING ROW
082000*    ONLY EVER AGES FURTHER, NEVER BACK. A GRANTED HOLIDAY
082100*    STILL COVERS THE LOAN THROUGH ITS LAST MONTH.
082200*===========================================================*
082300     IF NOT LM-STATUS-DISBURSED OR LM-OUTSTANDING-BALANCE = 0
082400         GO TO 2600-RE-AGE-EXIT
082500     END-IF.
082600
082700     MOVE LM-HOLIDAY-END-DATE TO WS-HOLIDAY-DATE.
082800     IF LM-HOLIDAY-END-DATE > 0
082900         AND WS-RUN-YYYYMM <= WS-HOLIDAY-YYYYMM
083000         GO TO 2600-RE-AGE-EXIT
083100     END-IF.
083200
083300     IF LM-LAST-PAYMENT-DATE = 0
083400         MOVE LM-STATUS-DATE TO WS-REFERENCE-DATE
083500     ELSE
083600         MOVE LM-LAST-PAYMENT-DATE TO WS-REFERENCE-DATE
083700     END-IF.
083800     IF WS-REFERENCE-YYYYMM NOT < WS-RUN-YYYYMM
083900         OR LM-PAYMENT-CREDIT NOT < LM-EMI
084000         GO TO 2600-RE-AGE-EXIT
084100     END-IF.
084200
084300     COMPUTE WS-MONTHS-BEHIND =
084400         (WS-RUN-YYYY * 12 + WS-RUN-MM)
084500         - (WS-REFERENCE-YYYY * 12 + WS-REFERENCE-MM).
084600     IF WS-MONTHS-BEHIND > 999
084700         MOVE 999 TO WS-MONTHS-BEHIND
084800     END-IF.
084900
085000     MOVE LM-LOAN-ID TO DH-LOAN-ID.
085100     READ DELNQ-HISTORY-FILE
085200         KEY IS DH-LOAN-ID
085300         INVALID KEY
085400             CONTINUE
085500     END-READ.
085600
085700     IF NOT DELNQHST-OK
085800         MOVE SPACES             TO DELNQ-HISTORY-REC
085900         MOVE LM-LOAN-ID         TO DH-LOAN-ID
086000         MOVE LM-CUSTOMER-ID     TO DH-CUSTOMER-ID
086100         MOVE LM-LOAN-TYPE       TO DH-LOAN-TYPE
086200         MOVE WS-MONTHS-BEHIND   TO DH-MISSED-CYCLES
086300         MOVE WS-RUN-DATE        TO DH-FIRST-ARREARS-DATE
086400         MOVE WS-RUN-DATE        TO DH-LAST-SWEEP-DATE
086500         PERFORM 3350-SET-AGING-BUCKET
086600         WRITE DELNQ-HISTORY-REC
086700     ELSE
086800         IF WS-MONTHS-BEHIND > DH-MISSED-CYCLES
086900             MOVE WS-MONTHS-BEHIND TO DH-MISSED-CYCLES
087000         END-IF
087100         MOVE WS-RUN-DATE        TO DH-LAST-SWEEP-DATE
087200         PERFORM 3350-SET-AGING-BUCKET
087300         REWRITE DELNQ-HISTORY-REC
087400     END-IF.
087500     ADD 1 TO WS-REAGED-COUNT.
087600
087700 2600-RE-AGE-EXIT.
087800     EXIT.
087801
087802*===========================================================*
087803 2700-REVERSE-RECOVERY.
087804*    TAKES BACK A RECOVERY THE RETURNED RECEIPT POSTED AGAINST
087805*    A WRITTEN-OFF LOAN. ONLY WHAT THE RCV ROWS DATED ON OR
087806*    AFTER THE POSTING DATE BROUGHT IN, LESS WHAT EARLIER
087807*    RETURNS ALREADY TOOK BACK AS RVR, CAN COME OFF THE
087808*    RECOVERED AMOUNT - A RETURN THAT EXCEEDS IT IS LOGGED
087809*    FOR COLLECTIONS TO CHASE, THE SAME AS AN UNWIND SHORT.
087810*===========================================================*
087811     PERFORM 2200-LOAD-LEDGER-ROWS.
087812     IF LT-OVERFLOW
087813         ADD 1 TO WS-REJECTED-COUNT
087814         MOVE "RI-POSTED-DATE"  TO WS-REJECT-FIELD-NAME
087815         MOVE RI-POSTED-DATE    TO WS-REJECT-BAD-VALUE
087816         MOVE "Too many ledger rows since posting"
087817             TO WS-REJECT-REASON
087818         PERFORM 3900-LOG-REJECTED-RETURN
087819         GO TO 2700-REVERSE-EXIT
087820     END-IF.
087821
087822     MOVE ZERO TO WS-RECOVERY-FOUND.
087823     MOVE ZERO TO WS-RECOVERY-TAKEN.
087824     MOVE LT-USED-COUNT TO LT-SUB.
087825     PERFORM 2710-TALLY-RECOVERY-ROW
087826         UNTIL LT-SUB = 0.
087827
087828     IF WS-RECOVERY-FOUND > WS-RECOVERY-TAKEN
087829         SUBTRACT WS-RECOVERY-TAKEN FROM WS-RECOVERY-FOUND
087830     ELSE
087831         MOVE ZERO TO WS-RECOVERY-FOUND
087832     END-IF.
087833     IF WS-RECOVERY-FOUND > LM-RECOVERED-AMOUNT
087834         MOVE LM-RECOVERED-AMOUNT TO WS-RECOVERY-FOUND
087835     END-IF.
087836
087837     IF WS-RECOVERY-FOUND = 0
087838         ADD 1 TO WS-REJECTED-COUNT
087839         MOVE "RI-POSTED-DATE"  TO WS-REJECT-FIELD-NAME
087840         MOVE RI-POSTED-DATE    TO WS-REJECT-BAD-VALUE
087841         MOVE "No recovery since posting to reverse"
087842             TO WS-REJECT-REASON
087843         PERFORM 3900-LOG-REJECTED-RETURN
087844         GO TO 2700-REVERSE-EXIT
087845     END-IF.
087846
087847     IF RI-PAYMENT-AMOUNT > WS-RECOVERY-FOUND
087848         MOVE WS-RECOVERY-FOUND TO WS-RECOVERY-REVERSED
087849         ADD 1 TO WS-SHORTFALL-COUNT
087850         MOVE "RI-LOAN-ID"      TO WS-REJECT-FIELD-NAME
087851         MOVE RI-LOAN-ID        TO WS-REJECT-BAD-VALUE
087852         MOVE "Return exceeds the recovery to reverse"
087853             TO WS-REJECT-REASON
087854         PERFORM 3900-LOG-REJECTED-RETURN
087855     ELSE
087856         MOVE RI-PAYMENT-AMOUNT TO WS-RECOVERY-REVERSED
087857     END-IF.
087858
087859     SUBTRACT WS-RECOVERY-REVERSED FROM LM-RECOVERED-AMOUNT.
087860     REWRITE LOAN-MASTER-REC.
087861     ADD 1 TO WS-REVERSED-COUNT.
087862     ADD 1 TO WS-RECOVERY-REV-COUNT.
087863     ADD WS-RECOVERY-REVERSED TO WS-RECOVERY-REV-TOTAL.
087864
087865     MOVE "RVR"                TO LW-TXN-CODE.
087866     MOVE WS-RECOVERY-REVERSED TO LW-AMOUNT.
087867     MOVE ZERO                 TO LW-INTEREST-PORTION.
087868     MOVE ZERO                 TO LW-PRINCIPAL-PORTION.
087869     PERFORM 3970-WRITE-LEDGER-ROW.
087870     PERFORM 3980-WRITE-RECOVERY-REV-AUDIT.
087871
087872 2700-REVERSE-EXIT.
087873     EXIT.
087874
087875*===========================================================*
087876 2710-TALLY-RECOVERY-ROW.
087877*===========================================================*
087878     IF LT-TXN-CODE(LT-SUB) = "RCV"
087879         ADD LT-AMOUNT(LT-SUB) TO WS-RECOVERY-FOUND
087880     ELSE
087881         IF LT-TXN-CODE(LT-SUB) = "RVR"
087882             ADD LT-AMOUNT(LT-SUB) TO WS-RECOVERY-TAKEN
087883         END-IF
087884     END-IF.
087885
087886     SUBTRACT 1 FROM LT-SUB.
087900
088000*===========================================================*
088100 3350-SET-AGING-BUCKET.
088200*===========================================================*
088300     IF DH-MISSED-CYCLES >= 3
088400         MOVE '090' TO DH-AGING-BUCKET
088500         MOVE 'Y'   TO DH-NPA-FLAG
088600     ELSE
088700         IF DH-MISSED-CYCLES = 2
088800             MOVE '060' TO DH-AGING-BUCKET
088900         ELSE
089000             MOVE '030' TO DH-AGING-BUCKET
089100         END-IF
089200         MOVE 'N' TO DH-NPA-FLAG
089300     END-IF.
089400
089500*===========================================================*
089600 3900-LOG-REJECTED-RETURN.
089700*    APPENDS ONE ROW TO THE ERROR LOG FOR A RETURNED ITEM
089800*    THAT COULD NOT BE REVERSED, OR NOT REVERSED IN FULL, SO
089900*    COLLECTIONS CAN BE CHASED.
090000*===========================================================*
090100     OPEN EXTEND ERROR-LOG-FILE.
090200     IF ERRLOG-NOT-FOUND
090300         OPEN OUTPUT ERROR-LOG-FILE
090400     END-IF.
090500
090600     ACCEPT WS-CURRENT-TIME FROM TIME.
090700
090800     MOVE SPACES               TO ERROR-LOG-REC.
090900     MOVE WS-RUN-DATE          TO EL-LOG-DATE.
091000     MOVE WS-CURRENT-TIME      TO EL-LOG-TIME.
091100     MOVE WS-REJECT-FIELD-NAME TO EL-FIELD-NAME.
091200     MOVE WS-REJECT-BAD-VALUE  TO EL-BAD-VALUE.
091300     MOVE WS-REJECT-REASON     TO EL-REASON.
091400
091500     WRITE ERROR-LOG-REC.
091600
091700     CLOSE ERROR-LOG-FILE.
091800
091900*===========================================================*
092000 3950-WRITE-REVERSAL-AUDIT.
092100*    ONE ROW PER RETURN THAT TOOK PRINCIPAL BACK ONTO THE
092200*    BALANCE. THE OPERATOR ID 'REVPOST' MARKS THE ROW AND
092300*    AL-LOAN-AMOUNT CARRIES THE PRINCIPAL TAKEN BACK - THE
092400*    END-OF-DAY GL EXTRACT PICKS THESE UP AS REV MOVEMENTS,
092500*    THE MIRROR OF THE PAY MOVEMENT THE RECEIPT MADE.
092600*===========================================================*
092700     OPEN EXTEND AUDIT-LOG-FILE.
092800     IF AUDITLOG-NOT-FOUND
092900         OPEN OUTPUT AUDIT-LOG-FILE
093000     END-IF.
093100
093200     ACCEPT WS-CURRENT-TIME FROM TIME.
093300
093400     MOVE SPACES             TO AUDIT-LOG-REC.
093500     MOVE WS-RUN-DATE        TO AL-LOG-DATE.
093600     MOVE WS-CURRENT-TIME    TO AL-LOG-TIME.
093700     MOVE "REVPOST"          TO AL-OPERATOR-ID.
093800     MOVE LM-CUSTOMER-ID     TO AL-CUSTOMER-ID.
093900     MOVE LM-LOAN-TYPE       TO AL-LOAN-TYPE.
094000     MOVE WS-PRINCIPAL-UNWOUND TO AL-LOAN-AMOUNT.
094100     MOVE LM-INTEREST-RATE   TO AL-INTEREST-RATE.
094200     MOVE LM-LOAN-TENURE     TO AL-LOAN-TENURE.
094300     MOVE LM-EMI             TO AL-EMI.
094400
094500     WRITE AUDIT-LOG-REC.
094600
094700     CLOSE AUDIT-LOG-FILE.
094800
094900*===========================================================*
095000 3960-WRITE-CHARGE-REV-AUDIT.
095100*    ONE ROW PER RETURN THAT PUT RECOVERED PENAL CHARGES
095200*    BACK ON THE LOAN. THE OPERATOR ID 'RVCPOST' MARKS THE
095300*    ROW AND AL-LOAN-AMOUNT CARRIES THE CHARGES PUT BACK -
095400*    THE GL EXTRACT PICKS THESE UP AS RVC MOVEMENTS, THE
095500*    MIRROR OF THE CHG INCOME THE RECEIPT RECOGNISED.
095600*===========================================================*
095700     OPEN EXTEND AUDIT-LOG-FILE.
095800     IF AUDITLOG-NOT-FOUND
095900         OPEN OUTPUT AUDIT-LOG-FILE
096000     END-IF.
096100
096200     ACCEPT WS-CURRENT-TIME FROM TIME.
096300
096400     MOVE SPACES             TO AUDIT-LOG-REC.
096500     MOVE WS-RUN-DATE        TO AL-LOG-DATE.
096600     MOVE WS-CURRENT-TIME    TO AL-LOG-TIME.
096700     MOVE "RVCPOST"          TO AL-OPERATOR-ID.
096800     MOVE LM-CUSTOMER-ID     TO AL-CUSTOMER-ID.
096900     MOVE LM-LOAN-TYPE       TO AL-LOAN-TYPE.
097000     MOVE WS-CHARGES-UNWOUND TO AL-LOAN-AMOUNT.
097100     MOVE LM-INTEREST-RATE   TO AL-INTEREST-RATE.
097200     MOVE LM-LOAN-TENURE     TO AL-LOAN-TENURE.
097300     MOVE LM-EMI             TO AL-EMI.
097400
097500     WRITE AUDIT-LOG-REC.
097600
097700     CLOSE AUDIT-LOG-FILE.
097800
097900*===========================================================*
098000 3970-WRITE-LEDGER-ROW.
098100*    APPENDS ONE ROW TO THE LOAN TRANSACTION LEDGER FOR THE
098200*    MASTER RECORD IN HAND. THE CALLER SETS THE LW- FIELDS;
098300*    THE BALANCE-AFTER IS WHATEVER THE MASTER CARRIES ONCE
098400*    THE EVENT HAS BEEN APPLIED.
098500*===========================================================*
098600     OPEN EXTEND LEDGER-FILE.
098700     IF LEDGER-NOT-FOUND
098800         OPEN OUTPUT LEDGER-FILE
098900     END-IF.
099000
099100     ACCEPT WS-CURRENT-TIME FROM TIME.
099200
099300     MOVE SPACES                 TO LEDGER-REC.
099400     MOVE LM-LOAN-ID             TO LG-LOAN-ID.
099500     MOVE WS-RUN-DATE            TO LG-TXN-DATE.
099600     MOVE WS-CURRENT-TIME        TO LG-TXN-TIME.
099700     MOVE LW-TXN-CODE            TO LG-TXN-CODE.
099800     MOVE LW-AMOUNT              TO LG-AMOUNT.
099900     MOVE LW-INTEREST-PORTION    TO LG-INTEREST-PORTION.
100000     MOVE LW-PRINCIPAL-PORTION   TO LG-PRINCIPAL-PORTION.
100100     MOVE LM-OUTSTANDING-BALANCE TO LG-BALANCE-AFTER.
100200
100300     WRITE LEDGER-REC.
100400
100500     CLOSE LEDGER-FILE.
100600
100603*===========================================================*
100606 3980-WRITE-RECOVERY-REV-AUDIT.
100609*    ONE ROW PER RETURN THAT TOOK A RECOVERY BACK OFF A
100612*    WRITTEN-OFF LOAN. THE OPERATOR ID 'RVRPOST' MARKS THE
100615*    ROW AND AL-LOAN-AMOUNT CARRIES THE RECOVERY TAKEN BACK -
100618*    THE GL EXTRACT PICKS THESE UP AS RVR MOVEMENTS, THE
100621*    MIRROR OF THE RCV MOVEMENT THE RECEIPT MADE.
100624*===========================================================*
100627     OPEN EXTEND AUDIT-LOG-FILE.
100630     IF AUDITLOG-NOT-FOUND
100633         OPEN OUTPUT AUDIT-LOG-FILE
100636     END-IF.
100639
100642     ACCEPT WS-CURRENT-TIME FROM TIME.
100645
100648     MOVE SPACES             TO AUDIT-LOG-REC.
100651     MOVE WS-RUN-DATE        TO AL-LOG-DATE.
100654     MOVE WS-CURRENT-TIME    TO AL-LOG-TIME.
100657     MOVE "RVRPOST"          TO AL-OPERATOR-ID.
100660     MOVE LM-CUSTOMER-ID     TO AL-CUSTOMER-ID.
100663     MOVE LM-LOAN-TYPE       TO AL-LOAN-TYPE.
100666     MOVE WS-RECOVERY-REVERSED TO AL-LOAN-AMOUNT.
100669     MOVE LM-INTEREST-RATE   TO AL-INTEREST-RATE.
100672     MOVE LM-LOAN-TENURE     TO AL-LOAN-TENURE.
100675     MOVE LM-EMI             TO AL-EMI.
100678
100681     WRITE AUDIT-LOG-REC.
100684
100687     CLOSE AUDIT-LOG-FILE.
100690
100700*===========================================================*
100800 4000-TERMINATE.
100900*===========================================================*
101000     IF RETURNS-FILE-OPEN
101100         CLOSE RETURNS-FILE
101200     END-IF.
101300     CLOSE LOAN-MASTER-FILE.
101400     CLOSE DELNQ-HISTORY-FILE.
101500
101600     DISPLAY "*******************************************".
101700     DISPLAY " Returned items read:  ", WS-RETURN-COUNT.
101800     DISPLAY " Returned amount:      ", WS-RETURNED-TOTAL.
101900     DISPLAY " Receipts reversed:    ", WS-REVERSED-COUNT.
102000     DISPLAY " Items rejected:       ", WS-REJECTED-COUNT.
102100     DISPLAY " Not fully unwound:    ", WS-SHORTFALL-COUNT.
102200     DISPLAY " EMI cycles reversed:  ", WS-CYCLE-REVERSE-COUNT.
102300     DISPLAY " Principal reversed:   ", WS-PRINCIPAL-REV-TOTAL.
102400     DISPLAY " Charges reinstated:   ", WS-CHARGE-REV-TOTAL.
102500     DISPLAY " Bounce charges:       ", WS-BOUNCE-TOTAL.
102510     DISPLAY " Recoveries reversed:  ", WS-RECOVERY-REV-COUNT.
102520     DISPLAY " Recovery taken back:  ", WS-RECOVERY-REV-TOTAL.
102600     DISPLAY " Loans reopened:       ", WS-REOPENED-COUNT.
102700     DISPLAY " Loans re-aged:        ", WS-REAGED-COUNT.
102800     DISPLAY "*******************************************".
102900
103000     PERFORM 9500-STAMP-RUN-END.
103100
103200*===========================================================*
103300 9500-STAMP-RUN-END.
103400*    THE RUN RAN TO A CLEAN END - THE ROW STAMPED STARTED AT
103500*    THE TOP IS REWRITTEN COMPLETED, WHICH IS WHAT THE GL
103600*    EXTRACT CHECKS FOR.
103700*===========================================================*
103800     OPEN I-O RUN-CONTROL-FILE.
103900     IF NOT RUNCTL-OK
104000         DISPLAY "** Run-control file not available at end ",
104100             "of run - status ", WS-RUNCTL-STATUS, " **"
104200     ELSE
104300         MOVE "RTNPOST"   TO RN-JOB-NAME
104400         READ RUN-CONTROL-FILE
104500             KEY IS RN-JOB-NAME
104600             INVALID KEY
104700                 CONTINUE
104800         END-READ
104900         IF RUNCTL-OK
105000             MOVE WS-RUN-DATE TO RN-RUN-DATE
105100             MOVE 'C'         TO RN-STATUS
105200             REWRITE RUN-CONTROL-REC
105300         END-IF
105400         CLOSE RUN-CONTROL-FILE
105500     END-IF.
