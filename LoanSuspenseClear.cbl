000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LoanSuspenseClear.
000300 AUTHOR.        LENDING-SYSTEMS-GROUP.
000400 INSTALLATION.  RETAIL-BANKING-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*  2026-10-15  LSG  ORIGINAL VERSION - OFFICER SCREEN TO LIST
001000*                   OPEN UNAPPLIED-RECEIPTS SUSPENSE ITEMS AND
001100*                   RE-APPLY ONE TO ITS CORRECT LOAN.
001110*  2026-10-15  LSG  RAISE A CUSTOMER NOTICE TRIGGER (CLS) WHEN
001120*                   A RE-APPLIED RECEIPT PAYS A LOAN OFF AND
001130*                   CLOSES IT, FOR THE NIGHTLY LETTER BATCH.
001140*  2026-10-15  LSG  CLEAR AN ITEM TO A WRITTEN-OFF LOAN AS A
001150*                   RECOVERY - RCV LEDGER ROW AND 'RCVPOST' AUDIT
001160*                   ROW - AND MARK THE ITEM CLEARED BEFORE ANY
001170*                   MONEY IS APPLIED, NEVER AFTER.
001200*-----------------------------------------------------------*
001300* A RECEIPT THE PAYMENT POSTING BATCH COULD NOT APPLY - ITS
001400* LOAN ID MATCHED NO MASTER RECORD, OR THE LOAN WAS NOT YET
001500* DISBURSED - IS PARKED ON THE SUSPENSE FILE AS AN OPEN ITEM.
001600* THIS SCREEN LISTS THE OPEN ITEMS, LETS A LOAN OFFICER PICK
001700* ONE AND KEY THE LOAN IT SHOULD HAVE GONE TO, AND APPLIES IT
001800* EXACTLY AS THE POSTING BATCH WOULD HAVE: THE MONEY JOINS
001900* THE LOAN'S CARRIED CREDIT, PENAL CHARGES ARE RECOVERED
002000* FIRST, AND AS MANY WHOLE EMI CYCLES ARE TAKEN AS THE CREDIT
002100* COVERS, EACH WITH ITS LEDGER ROW. THE SAME 'PAYPOST' AND
002200* 'CHGPOST' AUDIT ROWS THE BATCH LEAVES ARE WRITTEN FOR THE
002300* GL EXTRACT, AND THE ITEM IS MARKED CLEARED WITH THE LOAN,
002400* THE DATE AND THE OFFICER'S ID SO THE EXTRACT CAN RELEASE
002500* THE SUSPENSE HOLDING.
002510*
002520* AN ITEM CLEARED TO A WRITTEN-OFF LOAN TAKES NO EMI CYCLES -
002530* IT IS A RECOVERY, POSTED AS THE BATCH POSTS ONE, WITH AN RCV
002540* LEDGER ROW AND A 'RCVPOST' AUDIT ROW. THE ITEM IS MARKED
002550* CLEARED BEFORE THE MONEY IS APPLIED, AND NOTHING IS APPLIED
002560* UNLESS THAT REWRITE WENT TO FILE, SO AN ITEM CAN NEVER BE
002570* APPLIED TWICE.
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS SP-SUSPENSE-KEY
003400         FILE STATUS IS WS-SUSPENSE-STATUS.
003500     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS LM-LOAN-ID
003900         ALTERNATE RECORD KEY IS LM-CUSTOMER-ID
004000             WITH DUPLICATES
004100         FILE STATUS IS WS-LOANMAST-STATUS.
004200     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-AUDITLOG-STATUS.
004500     SELECT LEDGER-FILE ASSIGN TO LOANLDGR
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-LEDGER-STATUS.
004800     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMAST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS OP-OPERATOR-ID
005200         FILE STATUS IS WS-OPERMAST-STATUS.
005210     SELECT NOTICE-TRIGGER-FILE ASSIGN TO NOTICETR
005220         ORGANIZATION IS LINE SEQUENTIAL
005230         FILE STATUS IS WS-NOTICETR-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  SUSPENSE-FILE.
005700 01  SUSPENSE-REC.
005800     COPY SUSPENSE.
005900
006000 FD  LOAN-MASTER-FILE.
006100 01  LOAN-MASTER-REC.
006200     COPY LOANMAST.
006300
006400 FD  AUDIT-LOG-FILE.
006500 01  AUDIT-LOG-REC.
006600     COPY AUDITLOG.
006700
006800 FD  LEDGER-FILE.
006900 01  LEDGER-REC.
007000     COPY LOANLDGR.
007100
007200 FD  OPERATOR-MASTER-FILE.
007300 01  OPERATOR-MASTER-REC.
007400     COPY OPERMAST.
007410
007420 FD  NOTICE-TRIGGER-FILE.
007430 01  NOTICE-TRIGGER-REC.
007440     COPY NOTICE.
007500
007600 WORKING-STORAGE SECTION.
007700*-----------------------------------------------------------*
007800* SWITCHES AND STATUS FIELDS.
007900*-----------------------------------------------------------*
008000 01  WS-SUSPENSE-STATUS     PIC X(02).
008100     88  SUSPENSE-OK                VALUE '00'.
008200     88  SUSPENSE-NOT-FOUND         VALUE '35'.
008300 01  WS-LOANMAST-STATUS     PIC X(02).
008400     88  LOANMAST-OK                VALUE '00' '02'.
008500     88  LOANMAST-NOT-FOUND         VALUE '35'.
008600     88  LOANMAST-RECORD-NOT-FOUND  VALUE '23'.
008700 01  WS-AUDITLOG-STATUS     PIC X(02).
008800     88  AUDITLOG-OK                VALUE '00'.
008900     88  AUDITLOG-NOT-FOUND         VALUE '35'.
009000 01  WS-LEDGER-STATUS       PIC X(02).
009100     88  LEDGER-OK                  VALUE '00'.
009200     88  LEDGER-NOT-FOUND           VALUE '35'.
009300 01  WS-OPERMAST-STATUS     PIC X(02).
009400     88  OPERMAST-OK                VALUE '00'.
009500     88  OPERMAST-NOT-FOUND         VALUE '35'.
009510 01  WS-NOTICETR-STATUS     PIC X(02).
009520     88  NOTICETR-OK                VALUE '00'.
009530     88  NOTICETR-NOT-FOUND         VALUE '35'.
009600 01  WS-SIGNON-OK-SWITCH    PIC X(01).
009700     88  SIGNON-OK                  VALUE 'Y'.
009800 01  WS-OPERATOR-ROLE       PIC X(01).
009900     88  OPERATOR-IS-OFFICER        VALUE 'O' 'S'.
010000 01  WS-BROWSE-DONE-SWITCH  PIC X(01).
010100     88  BROWSE-DONE                VALUE 'Y'.
010200 01  WS-APPLY-SWITCH        PIC X(01).
010300     88  APPLY-DONE                 VALUE 'Y'.
010400
010500*-----------------------------------------------------------*
010600* SCREEN / INPUT WORKING FIELDS.
010700*-----------------------------------------------------------*
010800 01  Operator-Id            PIC X(08).
010900 01  Loan-Id-In             PIC X(25).
011000 01  Pick-Number            PIC 9(2).
011100 01  Confirm-Response       PIC X(01).
011200     88  CONFIRM-YES                VALUE 'Y' 'y'.
011300 01  More-Response          PIC X(01).
011400     88  MORE-CLEARINGS             VALUE 'Y' 'y'.
011500
011600*-----------------------------------------------------------*
011700* OPEN-ITEM PICK LIST - THE SUSPENSE KEY OF EACH ITEM SHOWN,
011800* IN THE ORDER LISTED.
011900*-----------------------------------------------------------*
012000 01  BL-LIST-TABLE.
012100     05  BL-ENTRY OCCURS 20 TIMES INDEXED BY BL-IDX.
012200         10  BL-SUSPENSE-KEY    PIC X(15).
012300 01  BL-LIST-COUNT          PIC 9(02) COMP.
012400 01  BL-LIST-MAX            PIC 9(02) COMP VALUE 20.
012500 01  BL-SUB-DISP            PIC 9(02).
012600
012700*-----------------------------------------------------------*
012800* DATES.
012900*-----------------------------------------------------------*
013000 01  WS-CURRENT-DATE        PIC 9(08).
013100 01  WS-CURRENT-TIME        PIC 9(08).
013200
013300*-----------------------------------------------------------*
013400* EMI-CYCLE APPLICATION WORK FIELDS - THE SAME SPLIT THE
013500* PAYMENT POSTING BATCH USES.
013600*-----------------------------------------------------------*
013700 01  WS-MONTHLY-INTEREST    PIC 9(2)V9(6).
013800 01  WS-INTEREST-PORTION    PIC 9(7)V99.
013900 01  WS-PRINCIPAL-PORTION   PIC 9(7)V99.
014000 01  WS-CYCLE-DUE           PIC 9(7)V99.
014100 01  WS-PRINCIPAL-APPLIED   PIC 9(7)V99.
014200 01  WS-CHARGES-COLLECTED   PIC 9(7)V99.
014300 01  WS-CHARGE-THIS-PASS    PIC 9(7)V99.
014310 01  WS-RECOVERY-AMOUNT     PIC 9(7)V99.
014400
014500*-----------------------------------------------------------*
014600* LEDGER-ROW WORK FIELDS - THE CALLER SETS THESE AND
014700* PERFORMS 6900-WRITE-LEDGER-ROW.
014800*-----------------------------------------------------------*
014900 01  LW-TXN-CODE            PIC X(03).
015000 01  LW-AMOUNT              PIC 9(7)V99.
015100 01  LW-INTEREST-PORTION    PIC 9(7)V99.
015200 01  LW-PRINCIPAL-PORTION   PIC 9(7)V99.
015300
015400*-----------------------------------------------------------*
015500* DAY-NUMBER WORK FIELDS. 8000-COMPUTE-DAY-NUMBER TURNS THE
015600* YYYYMMDD DATE IN DN-DATE INTO A CONTINUOUS DAY COUNT, SO
015700* TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.
015800* THE YEAR IS TAKEN FROM MARCH, SO A LEAP DAY FALLS AT THE
015900* END OF THE COUNTING YEAR.
016000*-----------------------------------------------------------*
016100 01  DN-DATE                PIC 9(08).
016200 01  DN-DATE-SPLIT REDEFINES DN-DATE.
016300     05  DN-YYYY            PIC 9(04).
016400     05  DN-MM              PIC 9(02).
016500     05  DN-DD              PIC 9(02).
016600 01  DN-YEAR                PIC 9(04)  COMP.
016700 01  DN-MONTH               PIC 9(02)  COMP.
016800 01  DN-LEAP-4              PIC 9(04)  COMP.
016900 01  DN-LEAP-100            PIC 9(04)  COMP.
017000 01  DN-LEAP-400            PIC 9(04)  COMP.
017100 01  DN-MONTH-WORK          PIC 9(05)  COMP.
017200 01  DN-MONTH-DAYS          PIC 9(03)  COMP.
017300 01  DN-DAY-NUMBER          PIC 9(07)  COMP.
017400 01  DN-PARKED-DAY-NUMBER   PIC 9(07)  COMP.
017500
017600 PROCEDURE DIVISION.
017700*===========================================================*
017800 0000-MAINLINE.
017900*===========================================================*
018000     PERFORM 1000-WELCOME-SCREEN.
018100     MOVE 'Y' TO More-Response.
018200     PERFORM 2000-CLEARING-SCREEN
018300         UNTIL NOT MORE-CLEARINGS.
018400     STOP RUN.
018500
018600*===========================================================*
018700 1000-WELCOME-SCREEN.
018800*===========================================================*
018900     DISPLAY "*******************************************".
019000     DISPLAY " Unapplied Receipts - Suspense Clearing".
019100     DISPLAY "*******************************************".
019200     DISPLAY "Enter Operator ID: ".
019300     ACCEPT Operator-Id.
019400     PERFORM 1100-VALIDATE-OPERATOR.
019500     IF NOT SIGNON-OK
019600         GO TO 1000-WELCOME-SCREEN
019700     END-IF.
019800*    RE-APPLYING SUSPENSE MONEY MOVES A LOAN BALANCE, SO IT IS
019900*    AN OFFICER'S DECISION, NOT A TELLER'S.
020000     IF NOT OPERATOR-IS-OFFICER
020100         DISPLAY "** Suspense clearing needs an officer or ",
020200             "supervisor sign-on **"
020300         GO TO 1000-WELCOME-SCREEN
020400     END-IF.
020500
020600*===========================================================*
020700 1100-VALIDATE-OPERATOR.
020800*    THE KEYED OPERATOR ID MUST MATCH AN ACTIVE ROW ON THE
020900*    OPERATOR MASTER. AN UNAVAILABLE OPERATOR MASTER ENDS
021000*    THE RUN - THERE IS NO ANONYMOUS SIGN-ON.
021100*===========================================================*
021200     MOVE 'N' TO WS-SIGNON-OK-SWITCH.
021300     OPEN INPUT OPERATOR-MASTER-FILE.
021400     IF NOT OPERMAST-OK
021500         DISPLAY "** Operator Master not available - status ",
021600             WS-OPERMAST-STATUS, " - no sign-on **"
021700         STOP RUN
021800     END-IF.
021900
022000     MOVE Operator-Id TO OP-OPERATOR-ID.
022100     READ OPERATOR-MASTER-FILE
022200         KEY IS OP-OPERATOR-ID
022300         INVALID KEY
022400             CONTINUE
022500     END-READ.
022600     IF OPERMAST-OK AND OP-ACTIVE
022700         MOVE OP-ROLE TO WS-OPERATOR-ROLE
022800         MOVE 'Y' TO WS-SIGNON-OK-SWITCH
022900     END-IF.
023000     CLOSE OPERATOR-MASTER-FILE.
023100
023200     IF NOT SIGNON-OK
023300         DISPLAY "** Sign-on refused - unknown or ",
023400             "deactivated operator **"
023500     END-IF.
023600
023700*===========================================================*
023800 2000-CLEARING-SCREEN.
023900*===========================================================*
024000     PERFORM 3000-LIST-OPEN-ITEMS.
024100     IF BL-LIST-COUNT = 0
024200         DISPLAY "** No open items in suspense **"
024300     ELSE
024400         PERFORM 4000-PICK-AND-CLEAR-ITEM
024500             THRU 4000-PICK-AND-CLEAR-EXIT
024600     END-IF.
024700
024800     DISPLAY "Clear another item? (Y/N): ".
024900     ACCEPT More-Response.
025000
025100*===========================================================*
025200 3000-LIST-OPEN-ITEMS.
025300*    READS THE SUSPENSE FILE FROM THE TOP - OLDEST PARKING
025400*    DATE FIRST - AND LISTS EACH ITEM STILL OPEN. A MISSING
025500*    SUSPENSE FILE JUST MEANS NOTHING HAS EVER BEEN PARKED.
025600*===========================================================*
025700     MOVE ZERO TO BL-LIST-COUNT.
025800     MOVE 'N'  TO WS-BROWSE-DONE-SWITCH.
025900
026000     OPEN INPUT SUSPENSE-FILE.
026100     IF NOT SUSPENSE-OK
026200         MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
026300     ELSE
026400         MOVE LOW-VALUES TO SP-SUSPENSE-KEY
026500         START SUSPENSE-FILE
026600             KEY IS GREATER THAN OR EQUAL TO SP-SUSPENSE-KEY
026700             INVALID KEY
026800                 MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
026900         END-START
027000         PERFORM 3100-LIST-ONE-ITEM
027100             UNTIL BROWSE-DONE
027200         CLOSE SUSPENSE-FILE
027300     END-IF.
027400
027500*===========================================================*
027600 3100-LIST-ONE-ITEM.
027700*===========================================================*
027800     READ SUSPENSE-FILE NEXT RECORD
027900         AT END
028000             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
028100     END-READ.
028200     IF NOT SUSPENSE-OK AND NOT BROWSE-DONE
028300         MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
028400     END-IF.
028500     IF NOT BROWSE-DONE
028600         AND SP-ITEM-OPEN
028700         IF BL-LIST-COUNT >= BL-LIST-MAX
028800             DISPLAY "** More open items than can be listed - ",
028900                 "showing the oldest ", BL-LIST-MAX, " **"
029000             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
029100         ELSE
029200             ADD 1 TO BL-LIST-COUNT
029300             MOVE SP-SUSPENSE-KEY
029400                 TO BL-SUSPENSE-KEY(BL-LIST-COUNT)
029500             MOVE BL-LIST-COUNT TO BL-SUB-DISP
029600             DISPLAY BL-SUB-DISP, ") Parked ", SP-PARKED-DATE,
029700                 " Rcvd ", SP-RECEIPT-DATE,
029800                 " Amt ", SP-AMOUNT,
029900                 " Loan ", SP-BAD-LOAN-ID,
030000                 " Why ", SP-REASON-CODE
030100         END-IF
030200     END-IF.
030300
030400*===========================================================*
030500 4000-PICK-AND-CLEAR-ITEM.
030600*    THE OFFICER PICKS ONE LISTED ITEM AND KEYS THE LOAN IT
030700*    BELONGS TO. THE ITEM IS RE-READ UNDER I-O - ANOTHER
030800*    OFFICER MAY HAVE CLEARED IT SINCE THE LIST WAS SHOWN.
030900*===========================================================*
031000     DISPLAY "Enter a line number to clear ",
031100         "(0 to skip): ".
031200     ACCEPT Pick-Number.
031300     IF Pick-Number > BL-LIST-COUNT
031400         DISPLAY "** Enter a number from the list **"
031500         GO TO 4000-PICK-AND-CLEAR-ITEM
031600     END-IF.
031700     IF Pick-Number = 0
031800         GO TO 4000-PICK-AND-CLEAR-EXIT
031900     END-IF.
032000
032100     OPEN I-O SUSPENSE-FILE.
032200     IF NOT SUSPENSE-OK
032300         DISPLAY "** Suspense file not available - status ",
032400             WS-SUSPENSE-STATUS, " **"
032500         GO TO 4000-PICK-AND-CLEAR-EXIT
032600     END-IF.
032700     MOVE BL-SUSPENSE-KEY(Pick-Number) TO SP-SUSPENSE-KEY.
032800     READ SUSPENSE-FILE
032900         KEY IS SP-SUSPENSE-KEY
033000         INVALID KEY
033100             CONTINUE
033200     END-READ.
033300     IF NOT SUSPENSE-OK OR NOT SP-ITEM-OPEN
033400         DISPLAY "** Item is no longer open - not cleared **"
033500         CLOSE SUSPENSE-FILE
033600         GO TO 4000-PICK-AND-CLEAR-EXIT
033700     END-IF.
033800
033900     OPEN I-O LOAN-MASTER-FILE.
034000     IF NOT LOANMAST-OK
034100         DISPLAY "** Loan Master not available - status ",
034200             WS-LOANMAST-STATUS, " **"
034300         CLOSE SUSPENSE-FILE
034400         GO TO 4000-PICK-AND-CLEAR-EXIT
034500     END-IF.
034600
034700     PERFORM 4100-GET-TARGET-LOAN
034800         THRU 4100-GET-TARGET-LOAN-EXIT.
034900     IF Loan-Id-In = SPACES
035000         DISPLAY "Item left open in suspense."
035100     ELSE
035200         DISPLAY "Apply ", SP-AMOUNT, " to this loan? (Y/N): "
035300         ACCEPT Confirm-Response
035400         IF CONFIRM-YES
035500             PERFORM 5500-MARK-ITEM-CLEARED
035600             IF SUSPENSE-OK
035610                 IF LM-STATUS-WRITTEN-OFF
035620                     PERFORM 5200-POST-RECOVERY
035630                 ELSE
035640                     PERFORM 5000-APPLY-RECEIPT
035650                 END-IF
035660             END-IF
035700         ELSE
035800             DISPLAY "Item left open in suspense."
035900         END-IF
036000     END-IF.
036100
036200     CLOSE LOAN-MASTER-FILE.
036300     CLOSE SUSPENSE-FILE.
036400 4000-PICK-AND-CLEAR-EXIT.
036500     EXIT.
036600
036700*===========================================================*
036800 4100-GET-TARGET-LOAN.
036900*    THE CORRECT LOAN MUST EXIST AND BE DISBURSED, OR BE
037000*    WRITTEN OFF - THE SAME TEST THE POSTING BATCH APPLIES.
037100*    A BLANK ENTRY BACKS OUT AND LEAVES THE ITEM OPEN.
037200*===========================================================*
037300     DISPLAY "Enter the correct Loan ID (blank to leave ",
037400         "open): ".
037500     ACCEPT Loan-Id-In.
037600     IF Loan-Id-In = SPACES
037700         GO TO 4100-GET-TARGET-LOAN-EXIT
037800     END-IF.
037900
038000     MOVE Loan-Id-In TO LM-LOAN-ID.
038100     READ LOAN-MASTER-FILE
038200         KEY IS LM-LOAN-ID
038300         INVALID KEY
038400             CONTINUE
038500     END-READ.
038600     IF NOT LOANMAST-OK
038700         DISPLAY "** Loan ID not found - re-enter **"
038800         GO TO 4100-GET-TARGET-LOAN
038900     END-IF.
039000     IF NOT LM-STATUS-DISBURSED AND NOT LM-STATUS-WRITTEN-OFF
039100         DISPLAY "** Loan is not disbursed or written off - ",
039200             "receipts apply to these loans only **"
039300         GO TO 4100-GET-TARGET-LOAN
039400     END-IF.
039500
039600     DISPLAY "Customer ID:          ", LM-CUSTOMER-ID.
039700     DISPLAY "Outstanding Balance:  ", LM-OUTSTANDING-BALANCE.
039800     DISPLAY "Charges Outstanding:  ", LM-CHARGES-OUTSTANDING.
039900     DISPLAY "Carried Credit:       ", LM-PAYMENT-CREDIT.
040000     DISPLAY "Current EMI:          ", LM-EMI.
040010     IF LM-STATUS-WRITTEN-OFF
040020         DISPLAY "** Loan is written off - the receipt will ",
040030             "post as a recovery **"
040040         DISPLAY "Written Off:          ", LM-WRITEOFF-AMOUNT
040050         DISPLAY "Recovered To Date:    ", LM-RECOVERED-AMOUNT
040060     END-IF.
040100 4100-GET-TARGET-LOAN-EXIT.
040200     EXIT.
040300
040400*===========================================================*
040500 5000-APPLY-RECEIPT.
040600*    POSTS THE PARKED RECEIPT TO THE LOAN IN HAND EXACTLY AS
040700*    THE PAYMENT POSTING BATCH POSTS A MATCHED ONE - INTO
040800*    CARRIED CREDIT, CHARGES FIRST, THEN WHOLE EMI CYCLES.
040900*    THE LOAN'S LAST-PAYMENT DATE IS THE DAY THE MONEY
041000*    ACTUALLY ARRIVED, NOT THE DAY IT WAS CLEARED.
041100*===========================================================*
041200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
041300
041400     ADD SP-AMOUNT TO LM-PAYMENT-CREDIT.
041500     IF SP-RECEIPT-DATE > LM-LAST-PAYMENT-DATE
041600         MOVE SP-RECEIPT-DATE TO LM-LAST-PAYMENT-DATE
041700     END-IF.
041800     COMPUTE WS-MONTHLY-INTEREST =
041900         LM-INTEREST-RATE / 100 / 12.
042000     MOVE ZERO TO WS-PRINCIPAL-APPLIED.
042100     MOVE ZERO TO WS-CHARGES-COLLECTED.
042200     MOVE 'N' TO WS-APPLY-SWITCH.
042300     PERFORM 5100-APPLY-ONE-EMI-CYCLE
042400         UNTIL APPLY-DONE.
042500     REWRITE LOAN-MASTER-REC.
042600
042700     IF WS-PRINCIPAL-APPLIED > 0
042800         PERFORM 6700-WRITE-PAYMENT-AUDIT
042900     END-IF.
043000     IF WS-CHARGES-COLLECTED > 0
043100         PERFORM 6800-WRITE-CHARGE-AUDIT
043200     END-IF.
043300     PERFORM 6600-WRITE-OFFICER-AUDIT.
043400
043500     DISPLAY "Receipt applied - balance now ",
043600         LM-OUTSTANDING-BALANCE, ", credit carried ",
043700         LM-PAYMENT-CREDIT.
043800
043900*===========================================================*
044000 5100-APPLY-ONE-EMI-CYCLE.
044100*    ONE PASS = ONE EMI CYCLE TAKEN FROM THE LOAN'S CARRIED
044200*    CREDIT, AFTER ANY PENAL CHARGES - THE SAME ORDER OF
044300*    APPLICATION AND THE SAME INTEREST/PRINCIPAL SPLIT AS
044400*    THE PAYMENT POSTING BATCH.
044500*===========================================================*
044600     IF LM-CHARGES-OUTSTANDING > 0 AND LM-PAYMENT-CREDIT > 0
044700         IF LM-PAYMENT-CREDIT >= LM-CHARGES-OUTSTANDING
044800             MOVE LM-CHARGES-OUTSTANDING TO WS-CHARGE-THIS-PASS
044900         ELSE
045000             MOVE LM-PAYMENT-CREDIT TO WS-CHARGE-THIS-PASS
045100         END-IF
045200         ADD WS-CHARGE-THIS-PASS TO WS-CHARGES-COLLECTED
045300         SUBTRACT WS-CHARGE-THIS-PASS FROM LM-PAYMENT-CREDIT
045400         SUBTRACT WS-CHARGE-THIS-PASS
045500             FROM LM-CHARGES-OUTSTANDING
045600         MOVE "CHR"               TO LW-TXN-CODE
045700         MOVE WS-CHARGE-THIS-PASS TO LW-AMOUNT
045800         MOVE ZERO                TO LW-INTEREST-PORTION
045900         MOVE ZERO                TO LW-PRINCIPAL-PORTION
046000         PERFORM 6900-WRITE-LEDGER-ROW
046100     END-IF.
046200
046300     COMPUTE WS-INTEREST-PORTION ROUNDED =
046400             LM-OUTSTANDING-BALANCE * WS-MONTHLY-INTEREST.
046500     COMPUTE WS-PRINCIPAL-PORTION ROUNDED =
046600             LM-EMI - WS-INTEREST-PORTION.
046700     IF WS-PRINCIPAL-PORTION > LM-OUTSTANDING-BALANCE
046800         MOVE LM-OUTSTANDING-BALANCE TO WS-PRINCIPAL-PORTION
046900     END-IF.
047000     COMPUTE WS-CYCLE-DUE =
047100             WS-INTEREST-PORTION + WS-PRINCIPAL-PORTION.
047200
047300     IF WS-CYCLE-DUE = 0
047400         OR LM-PAYMENT-CREDIT < WS-CYCLE-DUE
047500         MOVE 'Y' TO WS-APPLY-SWITCH
047600     ELSE
047700         SUBTRACT WS-CYCLE-DUE FROM LM-PAYMENT-CREDIT
047800         SUBTRACT WS-PRINCIPAL-PORTION
047900             FROM LM-OUTSTANDING-BALANCE
048000         ADD WS-PRINCIPAL-PORTION TO WS-PRINCIPAL-APPLIED
048100         IF LM-REMAINING-MONTHS > 0
048200             SUBTRACT 1 FROM LM-REMAINING-MONTHS
048300         END-IF
048400         MOVE "EMI"                TO LW-TXN-CODE
048500         MOVE WS-CYCLE-DUE         TO LW-AMOUNT
048600         MOVE WS-INTEREST-PORTION  TO LW-INTEREST-PORTION
048700         MOVE WS-PRINCIPAL-PORTION TO LW-PRINCIPAL-PORTION
048800         PERFORM 6900-WRITE-LEDGER-ROW
048900         IF LM-OUTSTANDING-BALANCE = 0
049000             MOVE ZERO TO LM-REMAINING-MONTHS
049100             IF LM-CHARGES-OUTSTANDING = 0
049200                 MOVE 'C'  TO LM-LOAN-STATUS
049300                 MOVE WS-CURRENT-DATE TO LM-STATUS-DATE
049400                 MOVE "STA" TO LW-TXN-CODE
049500                 MOVE ZERO  TO LW-AMOUNT
049600                 MOVE ZERO  TO LW-INTEREST-PORTION
049700                 MOVE ZERO  TO LW-PRINCIPAL-PORTION
049800                 PERFORM 6900-WRITE-LEDGER-ROW
049810                 PERFORM 6950-WRITE-NOTICE-TRIGGER
049900             END-IF
050000             MOVE 'Y' TO WS-APPLY-SWITCH
050100         END-IF
050200     END-IF.
050300
050303*===========================================================*
050306 5200-POST-RECOVERY.
050309*    THE LOAN IS OFF THE BOOK - THE PARKED RECEIPT, WITH ANY
050312*    CREDIT THE LOAN WAS CARRYING WHEN IT WAS WRITTEN OFF, IS
050315*    A RECOVERY, POSTED EXACTLY AS THE PAYMENT POSTING BATCH
050318*    POSTS ONE. NOTHING IS APPLIED TO BALANCE, CHARGES OR
050321*    REMAINING MONTHS; THE RECOVERY IS ADDED TO THE RUNNING
050324*    TOTAL ON THE MASTER, LEDGERED AS RCV, AND CARRIED TO THE
050327*    GL BY A 'RCVPOST' AUDIT ROW.
050330*===========================================================*
050339     COMPUTE WS-RECOVERY-AMOUNT =
050342         SP-AMOUNT + LM-PAYMENT-CREDIT.
050345     MOVE ZERO TO LM-PAYMENT-CREDIT.
050348     IF SP-RECEIPT-DATE > LM-LAST-PAYMENT-DATE
050351         MOVE SP-RECEIPT-DATE TO LM-LAST-PAYMENT-DATE
050354     END-IF.
050357     ADD WS-RECOVERY-AMOUNT TO LM-RECOVERED-AMOUNT.
050360     REWRITE LOAN-MASTER-REC.
050363
050366     MOVE "RCV"              TO LW-TXN-CODE.
050369     MOVE WS-RECOVERY-AMOUNT TO LW-AMOUNT.
050372     MOVE ZERO               TO LW-INTEREST-PORTION.
050375     MOVE ZERO               TO LW-PRINCIPAL-PORTION.
050378     PERFORM 6900-WRITE-LEDGER-ROW.
050381     PERFORM 6850-WRITE-RECOVERY-AUDIT.
050384     PERFORM 6600-WRITE-OFFICER-AUDIT.
050387
050390     DISPLAY "Receipt posted as a recovery - recovered to date ",
050393         LM-RECOVERED-AMOUNT.
050396
050400*===========================================================*
050500 5500-MARK-ITEM-CLEARED.
050600*    THE ITEM STAYS ON FILE, MARKED CLEARED WITH WHERE THE
050700*    MONEY WENT AND WHO SENT IT THERE. ITS AGE IS FROZEN AT
050800*    THE NUMBER OF DAYS IT SAT IN SUSPENSE.
050900*===========================================================*
050910     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
050920
051000     MOVE SP-PARKED-DATE TO DN-DATE.
051100     PERFORM 8000-COMPUTE-DAY-NUMBER.
051200     MOVE DN-DAY-NUMBER  TO DN-PARKED-DAY-NUMBER.
051300     MOVE WS-CURRENT-DATE TO DN-DATE.
051400     PERFORM 8000-COMPUTE-DAY-NUMBER.
051500     IF DN-DAY-NUMBER > DN-PARKED-DAY-NUMBER
051600         COMPUTE SP-DAYS-IN-SUSPENSE =
051700             DN-DAY-NUMBER - DN-PARKED-DAY-NUMBER
051800     ELSE
051900         MOVE ZERO TO SP-DAYS-IN-SUSPENSE
052000     END-IF.
052100
052200     MOVE 'C'             TO SP-ITEM-STATUS.
052300     MOVE WS-CURRENT-DATE TO SP-CLEARED-DATE.
052400     MOVE LM-LOAN-ID      TO SP-CLEARED-LOAN-ID.
052500     MOVE LM-CUSTOMER-ID  TO SP-CLEARED-CUSTOMER-ID.
052600     MOVE Operator-Id     TO SP-CLEARED-BY.
052700     REWRITE SUSPENSE-REC
052800         INVALID KEY
052900             CONTINUE
053000     END-REWRITE.
053100     IF SUSPENSE-OK
053200         DISPLAY "Suspense item cleared."
053300     ELSE
053400         DISPLAY "** Suspense item could not be marked cleared ",
053500             "- status ", WS-SUSPENSE-STATUS, " - receipt not ",
053510             "applied **"
053600     END-IF.
053700
053800*===========================================================*
053900 6600-WRITE-OFFICER-AUDIT.
054000*    THE OFFICER'S OWN AUDIT ROW FOR THE CLEARING - WHO MOVED
054100*    THE MONEY, WHEN, TO WHICH CUSTOMER'S LOAN, AND HOW MUCH.
054200*===========================================================*
054300     OPEN EXTEND AUDIT-LOG-FILE.
054400     IF AUDITLOG-NOT-FOUND
054500         OPEN OUTPUT AUDIT-LOG-FILE
054600     END-IF.
054700
054800     ACCEPT WS-CURRENT-TIME FROM TIME.
054900
055000     MOVE SPACES             TO AUDIT-LOG-REC.
055100     MOVE WS-CURRENT-DATE    TO AL-LOG-DATE.
055200     MOVE WS-CURRENT-TIME    TO AL-LOG-TIME.
055300     MOVE Operator-Id        TO AL-OPERATOR-ID.
055400     MOVE LM-CUSTOMER-ID     TO AL-CUSTOMER-ID.
055500     MOVE LM-LOAN-TYPE       TO AL-LOAN-TYPE.
055600     MOVE SP-AMOUNT          TO AL-LOAN-AMOUNT.
055700     MOVE LM-INTEREST-RATE   TO AL-INTEREST-RATE.
055800     MOVE LM-LOAN-TENURE     TO AL-LOAN-TENURE.
055900     MOVE LM-EMI             TO AL-EMI.
056000
056100     WRITE AUDIT-LOG-REC.
056200
056300     CLOSE AUDIT-LOG-FILE.
056400
056500*===========================================================*
056600 6700-WRITE-PAYMENT-AUDIT.
056700*    ONE 'PAYPOST' ROW PER CLEARED ITEM, THE SAME MARKER THE
056800*    PAYMENT POSTING BATCH LEAVES, CARRYING THE PRINCIPAL
056900*    APPLIED - THE END-OF-DAY GL EXTRACT PICKS THESE UP AS
057000*    BALANCE MOVEMENTS.
057100*===========================================================*
057200     OPEN EXTEND AUDIT-LOG-FILE.
057300     IF AUDITLOG-NOT-FOUND
057400         OPEN OUTPUT AUDIT-LOG-FILE
057500     END-IF.
057600
057700     ACCEPT WS-CURRENT-TIME FROM TIME.
057800
057900     MOVE SPACES             TO AUDIT-LOG-REC.
058000     MOVE WS-CURRENT-DATE    TO AL-LOG-DATE.
058100     MOVE WS-CURRENT-TIME    TO AL-LOG-TIME.
058200     MOVE "PAYPOST"          TO AL-OPERATOR-ID.
058300     MOVE LM-CUSTOMER-ID     TO AL-CUSTOMER-ID.
058400     MOVE LM-LOAN-TYPE       TO AL-LOAN-TYPE.
058500     MOVE WS-PRINCIPAL-APPLIED TO AL-LOAN-AMOUNT.
058600     MOVE LM-INTEREST-RATE   TO AL-INTEREST-RATE.
058700     MOVE LM-LOAN-TENURE     TO AL-LOAN-TENURE.
058800     MOVE LM-EMI             TO AL-EMI.
058900
059000     WRITE AUDIT-LOG-REC.
059100
059200     CLOSE AUDIT-LOG-FILE.
059300
059400*===========================================================*
059500 6800-WRITE-CHARGE-AUDIT.
059600*    ONE 'CHGPOST' ROW PER CLEARED ITEM THAT RECOVERED PENAL
059700*    CHARGES, CARRYING THE CHARGES RECOVERED - THE END-OF-DAY
059800*    GL EXTRACT PICKS THESE UP AS CHG INCOME MOVEMENTS.
059900*===========================================================*
060000     OPEN EXTEND AUDIT-LOG-FILE.
060100     IF AUDITLOG-NOT-FOUND
060200         OPEN OUTPUT AUDIT-LOG-FILE
060300     END-IF.
060400
060500     ACCEPT WS-CURRENT-TIME FROM TIME.
060600
060700     MOVE SPACES             TO AUDIT-LOG-REC.
060800     MOVE WS-CURRENT-DATE    TO AL-LOG-DATE.
060900     MOVE WS-CURRENT-TIME    TO AL-LOG-TIME.
061000     MOVE "CHGPOST"          TO AL-OPERATOR-ID.
061100     MOVE LM-CUSTOMER-ID     TO AL-CUSTOMER-ID.
061200     MOVE LM-LOAN-TYPE       TO AL-LOAN-TYPE.
061300     MOVE WS-CHARGES-COLLECTED TO AL-LOAN-AMOUNT.
061400     MOVE LM-INTEREST-RATE   TO AL-INTEREST-RATE.
061500     MOVE LM-LOAN-TENURE     TO AL-LOAN-TENURE.
061600     MOVE LM-EMI             TO AL-EMI.
061700
061800     WRITE AUDIT-LOG-REC.
061900
062000     CLOSE AUDIT-LOG-FILE.
062100
062103*===========================================================*
062106 6850-WRITE-RECOVERY-AUDIT.
062109*    ONE 'RCVPOST' ROW PER ITEM CLEARED TO A WRITTEN-OFF LOAN,
062112*    THE SAME MARKER THE PAYMENT POSTING BATCH LEAVES,
062115*    CARRYING THE AMOUNT RECOVERED - THE END-OF-DAY GL
062118*    EXTRACT PICKS THESE UP AS RCV MOVEMENTS.
062121*===========================================================*
062124     OPEN EXTEND AUDIT-LOG-FILE.
062127     IF AUDITLOG-NOT-FOUND
062130         OPEN OUTPUT AUDIT-LOG-FILE
062133     END-IF.
062136
062139     ACCEPT WS-CURRENT-TIME FROM TIME.
062142
062145     MOVE SPACES             TO AUDIT-LOG-REC.
062148     MOVE WS-CURRENT-DATE    TO AL-LOG-DATE.
062151     MOVE WS-CURRENT-TIME    TO AL-LOG-TIME.
062154     MOVE "RCVPOST"          TO AL-OPERATOR-ID.
062157     MOVE LM-CUSTOMER-ID     TO AL-CUSTOMER-ID.
062160     MOVE LM-LOAN-TYPE       TO AL-LOAN-TYPE.
062163     MOVE WS-RECOVERY-AMOUNT TO AL-LOAN-AMOUNT.
062166     MOVE LM-INTEREST-RATE   TO AL-INTEREST-RATE.
062169     MOVE LM-LOAN-TENURE     TO AL-LOAN-TENURE.
062172     MOVE LM-EMI             TO AL-EMI.
062175
062178     WRITE AUDIT-LOG-REC.
062181
062184     CLOSE AUDIT-LOG-FILE.
062187
062200*===========================================================*
062300 6900-WRITE-LEDGER-ROW.
062400*    APPENDS ONE ROW TO THE LOAN TRANSACTION LEDGER FOR THE
062500*    MASTER RECORD IN HAND. THE CALLER SETS THE LW- FIELDS.
062600*===========================================================*
062700     OPEN EXTEND LEDGER-FILE.
062800     IF LEDGER-NOT-FOUND
062900         OPEN OUTPUT LEDGER-FILE
063000     END-IF.
063100
063200     ACCEPT WS-CURRENT-TIME FROM TIME.
063300
063400     MOVE SPACES                 TO LEDGER-REC.
063500     MOVE LM-LOAN-ID             TO LG-LOAN-ID.
063600     MOVE WS-CURRENT-DATE        TO LG-TXN-DATE.
063700     MOVE WS-CURRENT-TIME        TO LG-TXN-TIME.
063800     MOVE LW-TXN-CODE            TO LG-TXN-CODE.
063900     MOVE LW-AMOUNT              TO LG-AMOUNT.
064000     MOVE LW-INTEREST-PORTION    TO LG-INTEREST-PORTION.
064100     MOVE LW-PRINCIPAL-PORTION   TO LG-PRINCIPAL-PORTION.
064200     MOVE LM-OUTSTANDING-BALANCE TO LG-BALANCE-AFTER.
064300
064400     WRITE LEDGER-REC.
064500
064600     CLOSE LEDGER-FILE.
064602
064604*===========================================================*
064606 6950-WRITE-NOTICE-TRIGGER.
064608*    APPENDS ONE CLOSURE ROW TO THE CUSTOMER NOTICE TRIGGER
064610*    FILE FOR THE MASTER RECORD IN HAND, FOR THE NIGHTLY
064612*    LETTER BATCH.
064614*===========================================================*
064616     OPEN EXTEND NOTICE-TRIGGER-FILE.
064618     IF NOTICETR-NOT-FOUND
064620         OPEN OUTPUT NOTICE-TRIGGER-FILE
064622     END-IF.
064624
064626     ACCEPT WS-CURRENT-TIME FROM TIME.
064628
064630     MOVE SPACES                 TO NOTICE-TRIGGER-REC.
064632     MOVE LM-LOAN-ID             TO NT-LOAN-ID.
064634     MOVE LM-CUSTOMER-ID         TO NT-CUSTOMER-ID.
064636     MOVE LM-BRANCH-CODE         TO NT-BRANCH-CODE.
064638     MOVE WS-CURRENT-DATE        TO NT-TRIGGER-DATE.
064640     MOVE WS-CURRENT-TIME        TO NT-TRIGGER-TIME.
064642     MOVE "CLS"                  TO NT-EVENT-CODE.
064644     MOVE Operator-Id            TO NT-SOURCE-ID.
064646     MOVE LM-LOAN-TYPE           TO NT-LOAN-TYPE.
064648     MOVE LM-LOAN-AMOUNT         TO NT-LOAN-AMOUNT.
064650     MOVE LM-OUTSTANDING-BALANCE TO NT-OUTSTANDING-BALANCE.
064652     MOVE LM-EMI                 TO NT-OLD-EMI.
064654     MOVE LM-EMI                 TO NT-NEW-EMI.
064656     MOVE LM-INTEREST-RATE       TO NT-OLD-RATE.
064658     MOVE LM-INTEREST-RATE       TO NT-NEW-RATE.
064660     MOVE LM-REMAINING-MONTHS    TO NT-REMAINING-MONTHS.
064662     MOVE ZERO                   TO NT-MISSED-CYCLES.
064664     MOVE ZERO                   TO NT-OVERDUE-AMOUNT.
064666     MOVE LM-CHARGES-OUTSTANDING TO NT-CHARGES-OUTSTANDING.
064668     MOVE ZERO                   TO NT-CAPITALIZED-AMOUNT.
064670     MOVE ZERO                   TO NT-HOLIDAY-END-DATE.
064672
064674     WRITE NOTICE-TRIGGER-REC.
064676
064678     CLOSE NOTICE-TRIGGER-FILE.
064700
064800*===========================================================*
064900 8000-COMPUTE-DAY-NUMBER.
065000*    DN-DATE IN, DN-DAY-NUMBER OUT. COUNTING THE YEAR FROM
065100*    MARCH PUTS FEBRUARY LAST, SO THE LEAP-YEAR RULE IS JUST
065200*    THE QUARTER-, CENTURY- AND 400-YEAR COUNTS OF THE YEAR.
065300*===========================================================*
065400     IF DN-MM < 3
065500         COMPUTE DN-YEAR  = DN-YYYY - 1
065600         COMPUTE DN-MONTH = DN-MM + 9
065700     ELSE
065800         MOVE DN-YYYY TO DN-YEAR
065900         COMPUTE DN-MONTH = DN-MM - 3
066000     END-IF.
066100     DIVIDE DN-YEAR BY 4   GIVING DN-LEAP-4.
066200     DIVIDE DN-YEAR BY 100 GIVING DN-LEAP-100.
066300     DIVIDE DN-YEAR BY 400 GIVING DN-LEAP-400.
066400     COMPUTE DN-MONTH-WORK = 153 * DN-MONTH + 2.
066500     DIVIDE DN-MONTH-WORK BY 5 GIVING DN-MONTH-DAYS.
066600     COMPUTE DN-DAY-NUMBER =
066700         365 * DN-YEAR + DN-LEAP-4 - DN-LEAP-100
066800             + DN-LEAP-400 + DN-MONTH-DAYS + DN-DD.
