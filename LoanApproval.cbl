001184*                   OVER THE DUAL-CONTROL LIMIT UNDER A
001185*                   SECOND, DIFFERENT OFFICER'S ID BEFORE
001186*                   THE MASTER RECORD IS REWRITTEN.
001187*  2026-10-15  LSG  ADD A WRITE-OFF ACTION (W) FOR A DISBURSED
001188*                   LOAN THE DELINQUENCY SWEEP HAS FLAGGED
001189*                   NON-PERFORMING - ALWAYS UNDER A SECOND
001190*                   OFFICER'S ID - WITH A WOF LEDGER ROW AND
001191*                   'WOFPOST'/'WOCPOST' AUDIT ROWS SO THE GL
001192*                   EXTRACT TAKES THE BALANCE AND CHARGES
001193*                   OFF THE BOOK.
001194*  2026-10-15  LSG  RAISE A CUSTOMER NOTICE TRIGGER ON A
001195*                   DISBURSEMENT (DSB) AND ON A CLOSURE (CLS)
001196*                   FOR THE NIGHTLY LETTER BATCH.
001197*  2026-10-15  LSG  HOLD A DISBURSEMENT AGAINST THE CUSTOMER'S
001198*                   EXPOSURE LIMIT - A BREACH NEEDS A SUPERVISOR
001199*                   OVERRIDE, CARRIED ON THE AUDIT ROW.
001200*-----------------------------------------------------------*
001300* MOVES A LOAN MASTER RECORD THROUGH ITS LIFECYCLE. ONLY
001400* THESE TRANSITIONS ARE LEGAL:
001500*   QUOTED    -> APPROVED OR CANCELLED
001600*   APPROVED  -> DISBURSED OR CANCELLED - DISBURSED ONLY
001610*                WITHIN THE CUSTOMER'S EXPOSURE LIMIT, OR
001620*                UNDER A SUPERVISOR'S OVERRIDE.
001700*   DISBURSED -> CLOSED, AND ONLY AT A ZERO BALANCE - A
001800*                LIVE LOAN WITH MONEY OWING CANNOT BE
001900*                CLOSED OR CANCELLED FROM THIS SCREEN.
001910*   DISBURSED -> WRITTEN OFF, ONLY ONCE THE DELINQUENCY
001920*                SWEEP HAS FLAGGED IT NON-PERFORMING, AND
001930*                ONLY UNDER A SECOND, DIFFERENT OFFICER'S ID.
001940*                THE BALANCE AND CHARGES ARE ZEROED OFF THE
001950*                BOOK; THE TOTAL STAYS ON LM-WRITEOFF-AMOUNT.
002000* EVERY STATUS CHANGE STAMPS LM-STATUS-DATE AND WRITES AN
002100* AUDIT-TRAIL ROW, THE SAME AS A QUOTE OR A PREPAYMENT.
002200*-----------------------------------------------------------*
003510     SELECT LEDGER-FILE ASSIGN TO LOANLDGR
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS WS-LEDGER-STATUS.
003531     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
003532         ORGANIZATION IS INDEXED
003533         ACCESS MODE IS DYNAMIC
003534         RECORD KEY IS CM-CUSTOMER-ID
003535         FILE STATUS IS WS-CUSTMAST-STATUS.
003536     SELECT PARTY-FILE ASSIGN TO LOANPRTY
003537         ORGANIZATION IS LINE SEQUENTIAL
003538         FILE STATUS IS WS-PARTY-STATUS.
003540     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMAST
003550         ORGANIZATION IS INDEXED
003560         ACCESS MODE IS DYNAMIC
003570         RECORD KEY IS OP-OPERATOR-ID
003580         FILE STATUS IS WS-OPERMAST-STATUS.
003590     SELECT DELNQ-HISTORY-FILE ASSIGN TO DELNQHST
003591         ORGANIZATION IS INDEXED
003592         ACCESS MODE IS DYNAMIC
003593         RECORD KEY IS DH-LOAN-ID
003594         FILE STATUS IS WS-DELNQHST-STATUS.
003595     SELECT NOTICE-TRIGGER-FILE ASSIGN TO NOTICETR
003596         ORGANIZATION IS LINE SEQUENTIAL
003597         FILE STATUS IS WS-NOTICETR-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
004530 01  LEDGER-REC.
004540     COPY LOANLDGR.
004550
004551 FD  CUSTOMER-MASTER-FILE.
004552 01  CUSTOMER-MASTER-REC.
004553     COPY CUSTMAST.
004554
004555 FD  PARTY-FILE.
004556 01  PARTY-REC.
004557     COPY LOANPRTY.
004558
004560 FD  OPERATOR-MASTER-FILE.
004570 01  OPERATOR-MASTER-REC.
004580     COPY OPERMAST.
004590
004591 FD  DELNQ-HISTORY-FILE.
004592 01  DELNQ-HISTORY-REC.
004593     COPY DELNQHST.
004594
004595 FD  NOTICE-TRIGGER-FILE.
004596 01  NOTICE-TRIGGER-REC.
004597     COPY NOTICE.
004600
004700 WORKING-STORAGE SECTION.
004800*-----------------------------------------------------------*
005200     88  LOANMAST-OK                VALUE '00' '02'.
005300     88  LOANMAST-NOT-FOUND         VALUE '35'.
005400     88  LOANMAST-RECORD-NOT-FOUND  VALUE '23'.
005410 01  WS-CUSTMAST-STATUS     PIC X(02).
005420     88  CUSTMAST-OK                VALUE '00'.
005430     88  CUSTMAST-RECORD-NOT-FOUND  VALUE '23'.
005440 01  WS-PARTY-STATUS        PIC X(02).
005450     88  PARTY-OK                   VALUE '00'.
005460     88  PARTY-NOT-FOUND            VALUE '35'.
005500 01  WS-AUDITLOG-STATUS     PIC X(02).
005600     88  AUDITLOG-OK                VALUE '00'.
005700     88  AUDITLOG-NOT-FOUND         VALUE '35'.
005738     88  OPERATOR-IS-SUPERVISOR     VALUE 'S'.
005739 01  WS-SECOND-OK-SWITCH    PIC X(01).
005741     88  SECOND-OFFICER-OK          VALUE 'Y'.
005742 01  WS-DELNQHST-STATUS     PIC X(02).
005743     88  DELNQHST-OK                VALUE '00' '02'.
005744     88  DELNQHST-NOT-FOUND         VALUE '35'.
005745 01  WS-NPA-SWITCH          PIC X(01).
005746     88  LOAN-IS-NPA                VALUE 'Y'.
005747 01  WS-NOTICETR-STATUS     PIC X(02).
005748     88  NOTICETR-OK                VALUE '00'.
005749     88  NOTICETR-NOT-FOUND         VALUE '35'.
005750
005751*-----------------------------------------------------------*
005752* DUAL-CONTROL LIMIT - A DISBURSEMENT OVER THIS AMOUNT
005753* NEEDS A SECOND, DIFFERENT OFFICER'S SIGN-OFF BEFORE THE
005754* MASTER RECORD IS REWRITTEN. A WRITE-OFF ALWAYS DOES.
005755*-----------------------------------------------------------*
005756 01  WS-DUAL-CONTROL-LIMIT  PIC 9(7)V99 VALUE 1000000.00.
005757
005758*-----------------------------------------------------------*
005759* WRITE-OFF WORK FIELDS - THE BALANCE AND CHARGES TAKEN OFF
005760* THE BOOK, AND THE PSEUDO-OPERATOR AUDIT ROW IN HAND.
005761*-----------------------------------------------------------*
005762 01  WS-WRITEOFF-BALANCE    PIC 9(7)V99.
005763 01  WS-WRITEOFF-CHARGES    PIC 9(7)V99.
005764 01  WS-POST-OPERATOR-ID    PIC X(08).
005765 01  WS-POST-AMOUNT         PIC 9(7)V99.
005766
005767*-----------------------------------------------------------*
005768* LEDGER-ROW WORK FIELDS - THE CALLER SETS THESE AND
005769* PERFORMS 3800-WRITE-LEDGER-ROW.
005770*-----------------------------------------------------------*
005771 01  LW-TXN-CODE            PIC X(03).
005772 01  LW-AMOUNT              PIC 9(7)V99.
005773 01  LW-INTEREST-PORTION    PIC 9(7)V99.
005774 01  LW-PRINCIPAL-PORTION   PIC 9(7)V99.
005776
005780*-----------------------------------------------------------*
005784* NOTICE-TRIGGER WORK FIELD - THE CALLER SETS THIS AND
005788* PERFORMS 3850-WRITE-NOTICE-TRIGGER.
005792*-----------------------------------------------------------*
005796 01  NW-EVENT-CODE          PIC X(03).
005800
005900*-----------------------------------------------------------*
006000* SCREEN / INPUT WORKING FIELDS.
006600     88  ACTION-DISBURSE            VALUE 'D' 'd'.
006700     88  ACTION-CANCEL              VALUE 'X' 'x'.
006800     88  ACTION-CLOSE               VALUE 'C' 'c'.
006850     88  ACTION-WRITE-OFF           VALUE 'W' 'w'.
006900     88  ACTION-NONE                VALUE 'N' 'n'.
007000 01  More-Response          PIC X(01).
007100     88  MORE-LOANS                 VALUE 'Y' 'y'.
007500     88  STATUS-CHANGED             VALUE 'Y'.
007510 01  WS-LOAN-FOUND-SWITCH   PIC X(01).
007520     88  LOAN-FOUND                 VALUE 'Y'.
007522
007524*-----------------------------------------------------------*
007526* EXPOSURE-LIMIT WORK FIELDS. BEFORE A DISBURSEMENT THE
007528* CUSTOMER'S OTHER LIVE (APPROVED OR DISBURSED) LOANS - AS
007530* PRIMARY APPLICANT AND AS CO-APPLICANT OR GUARANTOR - ARE
007532* TOTALLED AND THIS LOAN ADDED. THE LOAN IN HAND IS HELD IN
007534* SV-LOAN-MASTER-REC WHILE THE BROWSE USES THE RECORD AREA,
007536* AND PUT BACK BEFORE THE REWRITE.
007538*-----------------------------------------------------------*
007540 01  XP-CUSTOMER-ID         PIC 9(09).
007542 01  XP-EXPOSURE-LIMIT      PIC 9(9)V99.
007544 01  XP-LIVE-BALANCE        PIC 9(9)V99.
007546 01  XP-LIVE-EMI            PIC 9(9)V99.
007548 01  XP-LIVE-LOANS          PIC 9(05).
007550 01  XP-NEW-EXPOSURE        PIC 9(9)V99.
007552 01  XP-AMOUNT-EDIT         PIC Z(8)9.99.
007554 01  XP-EXPOSURE-OK-SWITCH  PIC X(01).
007556     88  EXPOSURE-OK                VALUE 'Y'.
007558 01  XP-BROWSE-DONE-SWITCH  PIC X(01).
007560     88  XP-BROWSE-DONE             VALUE 'Y'.
007562 01  XP-PARTY-EOF-SWITCH    PIC X(01).
007564     88  XP-END-OF-PARTY-FILE       VALUE 'Y'.
007566 01  XP-OVERRIDE-RESPONSE   PIC X(01).
007568     88  XP-OVERRIDE-YES            VALUE 'Y' 'y'.
007570 01  XP-SUPERVISOR-ID       PIC X(08).
007572 01  XP-OVERRIDE-CODE       PIC X(03).
007574 01  XP-OVERRIDE-ID         PIC X(08).
007576 01  SV-LOAN-MASTER-REC.
007578     COPY LOANMAST REPLACING LEADING ==LM== BY ==SV==.
007600
007700 PROCEDURE DIVISION.
007800*===========================================================*
014200         "  (as of ", LM-STATUS-DATE, ")".
014300     DISPLAY "*******************************************".
014400     DISPLAY "Action - Approve, Disburse, canCel, Close,".
014500     DISPLAY "Write off or None (A/D/X/C/W/N): ".
014600     ACCEPT Action-Choice.
014700
014800     MOVE 'N' TO WS-CHANGE-DONE-SWITCH.
014810     MOVE SPACES TO XP-OVERRIDE-CODE.
014820     MOVE SPACES TO XP-OVERRIDE-ID.
014900     IF ACTION-APPROVE
015000         PERFORM 3000-APPROVE-LOAN
015100     ELSE
015800                 IF ACTION-CLOSE
015900                     PERFORM 3300-CLOSE-LOAN
016000                 ELSE
016010                     IF ACTION-WRITE-OFF
016020                         PERFORM 3400-WRITE-OFF-LOAN
016025                             THRU 3400-WRITE-OFF-EXIT
016030                     ELSE
016100                         IF NOT ACTION-NONE
016200                             DISPLAY "** Enter A, D, X, C, W ",
016210                                 "or N **"
016300                             GO TO 2200-SHOW-AND-ACT
016400                         END-IF
016410                     END-IF
016500                 END-IF
016600             END-IF
016700         END-IF
017650                 MOVE LM-LOAN-AMOUNT TO LW-PRINCIPAL-PORTION
017660                 PERFORM 3800-WRITE-LEDGER-ROW
017670             END-IF
017671             IF ACTION-WRITE-OFF
017672                 MOVE "WOF"               TO LW-TXN-CODE
017673                 MOVE LM-WRITEOFF-AMOUNT  TO LW-AMOUNT
017674                 MOVE ZERO                TO LW-INTEREST-PORTION
017675                 MOVE WS-WRITEOFF-BALANCE TO LW-PRINCIPAL-PORTION
017676                 PERFORM 3800-WRITE-LEDGER-ROW
017677                 PERFORM 3750-WRITE-WRITEOFF-AUDIT
017678             END-IF
017680             MOVE "STA" TO LW-TXN-CODE
017690             MOVE ZERO  TO LW-AMOUNT
017691             MOVE ZERO  TO LW-INTEREST-PORTION
017692             MOVE ZERO  TO LW-PRINCIPAL-PORTION
017693             PERFORM 3800-WRITE-LEDGER-ROW
017694             IF ACTION-DISBURSE
017695                 MOVE "DSB" TO NW-EVENT-CODE
017696                 PERFORM 3850-WRITE-NOTICE-TRIGGER
017697             END-IF
017698             IF ACTION-CLOSE
017699                 MOVE "CLS" TO NW-EVENT-CODE
017700                 PERFORM 3850-WRITE-NOTICE-TRIGGER
017701             END-IF
017702         ELSE
017800             DISPLAY "** Status NOT changed - status ",
017900                 WS-LOANMAST-STATUS, " **"
018000         END-IF
019500*===========================================================*
019600     IF LM-STATUS-APPROVED
019610         IF LM-LOAN-AMOUNT > WS-DUAL-CONTROL-LIMIT
019615             DISPLAY "Disbursement exceeds the dual-control ",
019616                 "limit."
019620             PERFORM 3150-SECOND-OFFICER-CHECK
019630         ELSE
019640             MOVE 'Y' TO WS-SECOND-OK-SWITCH
019650         END-IF
019652         IF SECOND-OFFICER-OK
019654             PERFORM 3900-EXPOSURE-CHECK
019655                 THRU 3900-EXPOSURE-CHECK-EXIT
019656         END-IF
019660         IF SECOND-OFFICER-OK AND EXPOSURE-OK
019700             MOVE 'D' TO LM-LOAN-STATUS
019800             MOVE 'Y' TO WS-CHANGE-DONE-SWITCH
019810         END-IF
020110
020120*===========================================================*
020130 3150-SECOND-OFFICER-CHECK.
020140*    DUAL CONTROL - A DISBURSEMENT OVER THE LIMIT, OR ANY
020150*    WRITE-OFF, NEEDS A SECOND, DIFFERENT OFFICER'S ID,
020160*    VALIDATED AS AN ACTIVE OFFICER OR SUPERVISOR, BEFORE
020170*    THE RECORD IS REWRITTEN. THE CALLER SAYS WHY THE CHECK
020175*    IS NEEDED; A FAILED CHECK LEAVES THE LOAN AS IT WAS.
020180*===========================================================*
020190     MOVE 'N' TO WS-SECOND-OK-SWITCH.
020192     DISPLAY "Enter a second officer's ID: ".
020193     ACCEPT Second-Officer-Id.
020194
022200             "with no charges owing can be closed **"
022300     END-IF.
022400
022401*===========================================================*
022402 3400-WRITE-OFF-LOAN.
022403*    ONLY A DISBURSED LOAN THE DELINQUENCY SWEEP HAS FLAGGED
022404*    NON-PERFORMING CAN BE WRITTEN OFF, AND ONLY UNDER A
022405*    SECOND OFFICER'S ID WHATEVER THE AMOUNT. THE BALANCE AND
022406*    CHARGES ARE HELD FOR THE WOF LEDGER ROW AND AUDIT ROWS,
022407*    THEIR TOTAL IS KEPT ON LM-WRITEOFF-AMOUNT, AND THE
022408*    MASTER IS ZEROED OFF THE BOOK. ANY CARRIED PAYMENT
022409*    CREDIT IS LEFT WHERE IT IS - THE POSTING BATCH SWEEPS
022410*    IT INTO THE NEXT RECOVERY.
022411*===========================================================*
022412     IF NOT LM-STATUS-DISBURSED
022413         DISPLAY "** Only a disbursed loan can be written off **"
022414         GO TO 3400-WRITE-OFF-EXIT
022415     END-IF.
022416
022417     PERFORM 3450-CHECK-NON-PERFORMING.
022418     IF NOT LOAN-IS-NPA
022419         DISPLAY "** Only a loan flagged non-performing by the ",
022420             "delinquency sweep can be written off **"
022421         GO TO 3400-WRITE-OFF-EXIT
022422     END-IF.
022423
022424     DISPLAY "A write-off needs a second officer's sign-off.".
022425     PERFORM 3150-SECOND-OFFICER-CHECK.
022426     IF NOT SECOND-OFFICER-OK
022427         GO TO 3400-WRITE-OFF-EXIT
022428     END-IF.
022429
022430     MOVE LM-OUTSTANDING-BALANCE TO WS-WRITEOFF-BALANCE.
022431     MOVE LM-CHARGES-OUTSTANDING TO WS-WRITEOFF-CHARGES.
022432     COMPUTE LM-WRITEOFF-AMOUNT =
022433         WS-WRITEOFF-BALANCE + WS-WRITEOFF-CHARGES.
022434     MOVE ZERO TO LM-OUTSTANDING-BALANCE.
022435     MOVE ZERO TO LM-CHARGES-OUTSTANDING.
022436     MOVE ZERO TO LM-REMAINING-MONTHS.
022437     MOVE 'W'  TO LM-LOAN-STATUS.
022438     MOVE 'Y'  TO WS-CHANGE-DONE-SWITCH.
022439
022440 3400-WRITE-OFF-EXIT.
022441     EXIT.
022442
022443*===========================================================*
022444 3450-CHECK-NON-PERFORMING.
022445*    LOOKS THE LOAN UP ON THE DELINQUENCY HISTORY FILE. NO
022446*    ROW, OR NO FILE AT ALL, MEANS THE LOAN IS NOT IN
022447*    ARREARS AND SO CANNOT BE NON-PERFORMING.
022448*===========================================================*
022449     MOVE 'N' TO WS-NPA-SWITCH.
022450     OPEN INPUT DELNQ-HISTORY-FILE.
022451     IF DELNQHST-OK
022452         MOVE LM-LOAN-ID TO DH-LOAN-ID
022453         READ DELNQ-HISTORY-FILE
022454             KEY IS DH-LOAN-ID
022455             INVALID KEY
022456                 CONTINUE
022457         END-READ
022458         IF DELNQHST-OK AND DH-NON-PERFORMING
022459             MOVE 'Y' TO WS-NPA-SWITCH
022460         END-IF
022461         CLOSE DELNQ-HISTORY-FILE
022462     END-IF.
022463
022500*===========================================================*
022600 3700-WRITE-AUDIT-TRAIL.
022700*    ONE ROW PER STATUS CHANGE, IN THE SAME AUDIT LOG THE
024500     MOVE LM-INTEREST-RATE   TO AL-INTEREST-RATE.
024600     MOVE LM-LOAN-TENURE     TO AL-LOAN-TENURE.
024700     MOVE LM-EMI             TO AL-EMI.
024710     MOVE XP-OVERRIDE-CODE   TO AL-OVERRIDE-CODE.
024720     MOVE XP-OVERRIDE-ID     TO AL-OVERRIDE-ID.
024800
024900     WRITE AUDIT-LOG-REC.
025000
025100     CLOSE AUDIT-LOG-FILE.
025200
025210*===========================================================*
025220 3750-WRITE-WRITEOFF-AUDIT.
025230*    THE WRITE-OFF'S MONEY MOVEMENTS, AS PSEUDO-OPERATOR ROWS
025240*    ON THE AUDIT LOG THE END-OF-DAY GL EXTRACT READS -
025250*    'WOFPOST' CARRIES THE BALANCE TAKEN OFF THE BOOK AND
025260*    'WOCPOST' THE CHARGES, EACH ONLY WHEN NON-ZERO.
025270*===========================================================*
025280     IF WS-WRITEOFF-BALANCE > 0
025290         MOVE "WOFPOST"           TO WS-POST-OPERATOR-ID
025300         MOVE WS-WRITEOFF-BALANCE TO WS-POST-AMOUNT
025310         PERFORM 3760-WRITE-POSTING-AUDIT
025320     END-IF.
025330     IF WS-WRITEOFF-CHARGES > 0
025340         MOVE "WOCPOST"           TO WS-POST-OPERATOR-ID
025350         MOVE WS-WRITEOFF-CHARGES TO WS-POST-AMOUNT
025360         PERFORM 3760-WRITE-POSTING-AUDIT
025370     END-IF.
025380
025390*===========================================================*
025391 3760-WRITE-POSTING-AUDIT.
025392*    ONE PSEUDO-OPERATOR AUDIT ROW - WS-POST-OPERATOR-ID
025393*    MARKS THE ROW, AL-LOAN-AMOUNT CARRIES WS-POST-AMOUNT.
025394*===========================================================*
025395     OPEN EXTEND AUDIT-LOG-FILE.
025396     IF AUDITLOG-NOT-FOUND
025397         OPEN OUTPUT AUDIT-LOG-FILE
025398     END-IF.
025399
025400     ACCEPT WS-CURRENT-TIME FROM TIME.
025401
025402     MOVE SPACES              TO AUDIT-LOG-REC.
025403     MOVE WS-CURRENT-DATE     TO AL-LOG-DATE.
025404     MOVE WS-CURRENT-TIME     TO AL-LOG-TIME.
025405     MOVE WS-POST-OPERATOR-ID TO AL-OPERATOR-ID.
025406     MOVE LM-CUSTOMER-ID      TO AL-CUSTOMER-ID.
025407     MOVE LM-LOAN-TYPE        TO AL-LOAN-TYPE.
025408     MOVE WS-POST-AMOUNT      TO AL-LOAN-AMOUNT.
025409     MOVE LM-INTEREST-RATE    TO AL-INTEREST-RATE.
025410     MOVE LM-LOAN-TENURE      TO AL-LOAN-TENURE.
025411     MOVE LM-EMI              TO AL-EMI.
025412
025413     WRITE AUDIT-LOG-REC.
025414
025415     CLOSE AUDIT-LOG-FILE.
025416
025417*===========================================================*
025418 3800-WRITE-LEDGER-ROW.
025500*    APPENDS ONE ROW TO THE LOAN TRANSACTION LEDGER - THE
025600*    SAME LEDGER THE PAYMENT POSTING BATCH AND CALCULATOR
025700*    WRITE - FOR THE STATUS CHANGE JUST REWRITTEN. THE
027700     WRITE LEDGER-REC.
027800
027900     CLOSE LEDGER-FILE.
027910
027920*===========================================================*
027930 3850-WRITE-NOTICE-TRIGGER.
027940*    APPENDS ONE ROW TO THE CUSTOMER NOTICE TRIGGER FILE FOR
027950*    THE STATUS CHANGE JUST REWRITTEN, FOR THE NIGHTLY LETTER
027960*    BATCH. THE CALLER SETS NW-EVENT-CODE; THE FIGURES ARE
027970*    THE LOAN'S AS THEY STAND ON THE MASTER.
027980*===========================================================*
027990     OPEN EXTEND NOTICE-TRIGGER-FILE.
028000     IF NOTICETR-NOT-FOUND
028010         OPEN OUTPUT NOTICE-TRIGGER-FILE
028020     END-IF.
028030
028040     ACCEPT WS-CURRENT-TIME FROM TIME.
028050
028060     MOVE SPACES                 TO NOTICE-TRIGGER-REC.
028070     MOVE LM-LOAN-ID             TO NT-LOAN-ID.
028080     MOVE LM-CUSTOMER-ID         TO NT-CUSTOMER-ID.
028090     MOVE LM-BRANCH-CODE         TO NT-BRANCH-CODE.
028100     MOVE WS-CURRENT-DATE        TO NT-TRIGGER-DATE.
028110     MOVE WS-CURRENT-TIME        TO NT-TRIGGER-TIME.
028120     MOVE NW-EVENT-CODE          TO NT-EVENT-CODE.
028130     MOVE Operator-Id            TO NT-SOURCE-ID.
028140     MOVE LM-LOAN-TYPE           TO NT-LOAN-TYPE.
028150     MOVE LM-LOAN-AMOUNT         TO NT-LOAN-AMOUNT.
028160     MOVE LM-OUTSTANDING-BALANCE TO NT-OUTSTANDING-BALANCE.
028170     MOVE LM-EMI                 TO NT-OLD-EMI.
028180     MOVE LM-EMI                 TO NT-NEW-EMI.
028190     MOVE LM-INTEREST-RATE       TO NT-OLD-RATE.
028200     MOVE LM-INTEREST-RATE       TO NT-NEW-RATE.
028210     MOVE LM-REMAINING-MONTHS    TO NT-REMAINING-MONTHS.
028220     MOVE ZERO                   TO NT-MISSED-CYCLES.
028230     MOVE ZERO                   TO NT-OVERDUE-AMOUNT.
028240     MOVE LM-CHARGES-OUTSTANDING TO NT-CHARGES-OUTSTANDING.
028250     MOVE ZERO                   TO NT-CAPITALIZED-AMOUNT.
028260     MOVE ZERO                   TO NT-HOLIDAY-END-DATE.
028270
028280     WRITE NOTICE-TRIGGER-REC.
028290
028300     CLOSE NOTICE-TRIGGER-FILE.
028310
028320*===========================================================*
028330 3900-EXPOSURE-CHECK.
028340*    THE CUSTOMER'S OTHER LIVE LOANS PLUS THIS ONE MUST STAY
028350*    WITHIN THE EXPOSURE LIMIT ON THEIR CUSTOMER MASTER ROW
028360*    (ZERO MEANS NO LIMIT IS SET). OVER IT, THE DISBURSEMENT
028370*    GOES AHEAD ONLY ON A SUPERVISOR OVERRIDE. THE LOAN IN
028380*    HAND IS ALREADY APPROVED, SO THE TOTALLING SKIPS IT BY
028390*    ITS ID AND ADDS ITS AMOUNT AS THE NEW EXPOSURE.
028400*===========================================================*
028410     MOVE 'N' TO XP-EXPOSURE-OK-SWITCH.
028420     MOVE LOAN-MASTER-REC TO SV-LOAN-MASTER-REC.
028430     MOVE SV-CUSTOMER-ID  TO XP-CUSTOMER-ID.
028440
028450     OPEN INPUT CUSTOMER-MASTER-FILE.
028460     IF NOT CUSTMAST-OK
028470         DISPLAY "** Customer Master not available - status ",
028480             WS-CUSTMAST-STATUS, " - cannot check exposure **"
028490         GO TO 3900-EXPOSURE-CHECK-EXIT
028500     END-IF.
028510     MOVE XP-CUSTOMER-ID TO CM-CUSTOMER-ID.
028520     READ CUSTOMER-MASTER-FILE
028530         KEY IS CM-CUSTOMER-ID
028540         INVALID KEY
028550             CONTINUE
028560     END-READ.
028570     IF CUSTMAST-OK
028580         MOVE CM-EXPOSURE-LIMIT TO XP-EXPOSURE-LIMIT
028590     ELSE
028600         MOVE ZERO TO XP-EXPOSURE-LIMIT
028610     END-IF.
028620     CLOSE CUSTOMER-MASTER-FILE.
028630
028640     IF XP-EXPOSURE-LIMIT = ZERO
028650         MOVE 'Y' TO XP-EXPOSURE-OK-SWITCH
028660         GO TO 3900-EXPOSURE-CHECK-EXIT
028670     END-IF.
028680
028690     MOVE ZERO TO XP-LIVE-BALANCE.
028700     MOVE ZERO TO XP-LIVE-EMI.
028710     MOVE ZERO TO XP-LIVE-LOANS.
028720     PERFORM 3910-TOTAL-OWN-LOANS.
028730     PERFORM 3930-TOTAL-PARTY-LOANS.
028740     MOVE SV-LOAN-MASTER-REC TO LOAN-MASTER-REC.
028750
028760     COMPUTE XP-NEW-EXPOSURE = XP-LIVE-BALANCE + LM-LOAN-AMOUNT.
028770     IF XP-NEW-EXPOSURE NOT > XP-EXPOSURE-LIMIT
028780         MOVE 'Y' TO XP-EXPOSURE-OK-SWITCH
028790     ELSE
028800         PERFORM 3960-EXPOSURE-OVERRIDE
028810     END-IF.
028820
028830 3900-EXPOSURE-CHECK-EXIT.
028840     EXIT.
028850
028860*===========================================================*
028870 3910-TOTAL-OWN-LOANS.
028880*    LOANS ON WHICH THE CUSTOMER IS PRIMARY APPLICANT, VIA THE
028890*    CUSTOMER-ID ALTERNATE INDEX.
028900*===========================================================*
028910     MOVE 'N' TO XP-BROWSE-DONE-SWITCH.
028920
028930     MOVE XP-CUSTOMER-ID TO LM-CUSTOMER-ID.
028940     START LOAN-MASTER-FILE
028950         KEY IS EQUAL TO LM-CUSTOMER-ID
028960         INVALID KEY
028970             MOVE 'Y' TO XP-BROWSE-DONE-SWITCH
028980     END-START.
028990
029000     PERFORM 3920-ADD-ONE-OWN-LOAN
029010         UNTIL XP-BROWSE-DONE.
029020
029030*===========================================================*
029040 3920-ADD-ONE-OWN-LOAN.
029050*===========================================================*
029060     READ LOAN-MASTER-FILE NEXT RECORD
029070         AT END
029080             MOVE 'Y' TO XP-BROWSE-DONE-SWITCH
029090     END-READ.
029100     IF NOT LOANMAST-OK AND NOT XP-BROWSE-DONE
029110         MOVE 'Y' TO XP-BROWSE-DONE-SWITCH
029120     END-IF.
029130     IF NOT XP-BROWSE-DONE
029140         IF LM-CUSTOMER-ID NOT = XP-CUSTOMER-ID
029150             MOVE 'Y' TO XP-BROWSE-DONE-SWITCH
029160         ELSE
029170             PERFORM 3950-ADD-LIVE-LOAN
029180         END-IF
029190     END-IF.
029200
029210*===========================================================*
029220 3930-TOTAL-PARTY-LOANS.
029230*    LOANS ON WHICH THE CUSTOMER STANDS AS CO-APPLICANT OR
029240*    GUARANTOR - THE WHOLE BALANCE COUNTS. A MISSING PARTY
029250*    FILE JUST MEANS NO PARTIES HAVE EVER BEEN KEYED.
029260*===========================================================*
029270     MOVE 'N' TO XP-PARTY-EOF-SWITCH.
029280     OPEN INPUT PARTY-FILE.
029290     IF NOT PARTY-OK
029300         MOVE 'Y' TO XP-PARTY-EOF-SWITCH
029310     ELSE
029320         PERFORM 3940-CHECK-ONE-PARTY-ROW
029330             UNTIL XP-END-OF-PARTY-FILE
029340         CLOSE PARTY-FILE
029350     END-IF.
029360
029370*===========================================================*
029380 3940-CHECK-ONE-PARTY-ROW.
029390*===========================================================*
029400     READ PARTY-FILE
029410         AT END
029420             MOVE 'Y' TO XP-PARTY-EOF-SWITCH
029430     END-READ.
029440     IF NOT PARTY-OK AND NOT XP-END-OF-PARTY-FILE
029450         MOVE 'Y' TO XP-PARTY-EOF-SWITCH
029460     END-IF.
029470
029480     IF NOT XP-END-OF-PARTY-FILE
029490         AND LP-CUSTOMER-ID = XP-CUSTOMER-ID
029500         MOVE LP-LOAN-ID TO LM-LOAN-ID
029510         READ LOAN-MASTER-FILE
029520             KEY IS LM-LOAN-ID
029530             INVALID KEY
029540                 CONTINUE
029550         END-READ
029560         IF LOANMAST-OK
029570             AND LM-CUSTOMER-ID NOT = XP-CUSTOMER-ID
029580             PERFORM 3950-ADD-LIVE-LOAN
029590         END-IF
029600     END-IF.
029610
029620*===========================================================*
029630 3950-ADD-LIVE-LOAN.
029640*===========================================================*
029650     IF LM-LOAN-ID NOT = SV-LOAN-ID
029660         AND (LM-STATUS-APPROVED OR LM-STATUS-DISBURSED)
029670         ADD LM-OUTSTANDING-BALANCE TO XP-LIVE-BALANCE
029680         ADD LM-EMI                 TO XP-LIVE-EMI
029690         ADD 1                      TO XP-LIVE-LOANS
029700     END-IF.
029710
029720*===========================================================*
029730 3960-EXPOSURE-OVERRIDE.
029740*    THE DISBURSEMENT TAKES THE CUSTOMER OVER THEIR LIMIT. AS
029750*    WITH DUAL CONTROL, THE OVERRIDE NEEDS A DIFFERENT ID FROM
029760*    THE SIGNED-ON OFFICER - HERE AN ACTIVE SUPERVISOR - AND
029770*    THEIR ID GOES ON THE STATUS-CHANGE AUDIT ROW WITH CODE
029780*    'EXP'. A REFUSED OVERRIDE LEAVES THE LOAN APPROVED.
029790*===========================================================*
029800     DISPLAY "*******************************************".
029810     DISPLAY " WARNING: exposure limit exceeded".
029820     MOVE XP-LIVE-BALANCE TO XP-AMOUNT-EDIT.
029830     DISPLAY "   Other live balances: ", XP-AMOUNT-EDIT,
029840         " on ", XP-LIVE-LOANS, " loan(s)".
029850     MOVE XP-LIVE-EMI TO XP-AMOUNT-EDIT.
029860     DISPLAY "   Other live EMIs:     ", XP-AMOUNT-EDIT.
029870     MOVE XP-NEW-EXPOSURE TO XP-AMOUNT-EDIT.
029880     DISPLAY "   With this loan:      ", XP-AMOUNT-EDIT.
029890     MOVE XP-EXPOSURE-LIMIT TO XP-AMOUNT-EDIT.
029900     DISPLAY "   Limit:               ", XP-AMOUNT-EDIT.
029910     DISPLAY "*******************************************".
029920     DISPLAY "Supervisor override? (Y/N): ".
029930     ACCEPT XP-OVERRIDE-RESPONSE.
029940
029950     IF XP-OVERRIDE-YES
029960         DISPLAY "Enter Supervisor ID: "
029970         ACCEPT XP-SUPERVISOR-ID
029980         IF XP-SUPERVISOR-ID = Operator-Id
029990             DISPLAY "** Supervisor must be a different ID **"
030000         ELSE
030010             OPEN INPUT OPERATOR-MASTER-FILE
030020             IF NOT OPERMAST-OK
030030                 DISPLAY "** Operator Master not available - ",
030040                     "status ", WS-OPERMAST-STATUS, " **"
030050             ELSE
030060                 MOVE XP-SUPERVISOR-ID TO OP-OPERATOR-ID
030070                 READ OPERATOR-MASTER-FILE
030080                     KEY IS OP-OPERATOR-ID
030090                     INVALID KEY
030100                         CONTINUE
030110                 END-READ
030120                 IF OPERMAST-OK AND OP-ACTIVE
030130                     AND OP-ROLE-SUPERVISOR
030140                     MOVE 'Y' TO XP-EXPOSURE-OK-SWITCH
030150                     MOVE 'EXP'            TO XP-OVERRIDE-CODE
030160                     MOVE XP-SUPERVISOR-ID TO XP-OVERRIDE-ID
030170                 ELSE
030180                     DISPLAY "** Override refused - not an ",
030190                         "active supervisor **"
030200                 END-IF
030210                 CLOSE OPERATOR-MASTER-FILE
030220             END-IF
030230         END-IF
030240     END-IF.
030250
030260     IF NOT EXPOSURE-OK
030270         DISPLAY "** Disbursement refused - exposure limit **"
030280     END-IF.
