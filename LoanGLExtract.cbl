001191*                   FORCED (DSB AND INT DETAILS WOULD
001192*                   DUPLICATE), AND STAMP THE 'GLEXTRCT' ROW
001193*                   STARTED AND COMPLETED.
001194*  2026-10-15  LSG  EXTRACT UNAPPLIED-RECEIPTS SUSPENSE
001195*                   MOVEMENTS - SUS FOR RECEIPTS PARKED TODAY
001196*                   AND SUR FOR SUSPENSE ITEMS AN OFFICER
001197*                   CLEARED TO A LOAN TODAY - FROM THE
001198*                   SUSPENSE FILE.
001199*  2026-10-15  LSG  EXTRACT RETURNED-DEBIT REVERSALS - REV FOR
001201*                   PRINCIPAL TAKEN BACK ONTO THE BALANCE AND
001202*                   RVC FOR RECOVERED CHARGES PUT BACK, FROM
001203*                   THE RETURNS BATCH'S 'REVPOST'/'RVCPOST'
001204*                   AUDIT ROWS - AND RUN AFTER THAT BATCH
001205*                   INSTEAD OF STRAIGHT AFTER PAYMENT POSTING.
001207*  2026-10-15  LSG  EXTRACT LOAN WRITE-OFFS - WOF FOR BALANCE
001208*                   AND WOC FOR CHARGES TAKEN OFF THE BOOK,
001209*                   FROM THE APPROVAL SCREEN'S 'WOFPOST'/
001211*                   'WOCPOST' AUDIT ROWS - AND RCV FOR MONEY
001212*                   RECOVERED ON WRITTEN-OFF LOANS, FROM THE
001213*                   POSTING BATCH'S 'RCVPOST' AUDIT ROWS.
001214*  2026-10-15  LSG  EXTRACT MONTH-END PROVISION MOVEMENTS - PRV
001215*                   FOR AN INCREASE AND PRR FOR A RELEASE, FROM
001216*                   THE PROVISIONING BATCH'S PROVISION FILE -
001217*                   AND RUN AFTER THAT BATCH INSTEAD OF STRAIGHT
001218*                   AFTER THE RETURNS BATCH.
001219*  2026-10-15  LSG  REPLACE THE FLAT MONTH OF INT ON EVERY
001220*                   LOAN WITH THE ACCRUAL BATCH'S TRUE DAILY
001221*                   FIGURES - ACR, ACV, ISP, ISR AND RVI FROM
001222*                   THE ACCRUAL FILE ROWS STAMPED WITH TODAY'S
001223*                   DATE - AND RUN AFTER THAT BATCH INSTEAD OF
001224*                   STRAIGHT AFTER PROVISIONING.
001225*  2026-10-15  LSG  KEEP EACH DAY'S COUNT AND AMOUNT PER CODE,
001226*                   AND THE TRAILER TOTALS, ON THE GL CONTROL-
001227*                   TOTALS FILE FOR THE MONTH-END ROLL-FORWARD.
001228*  2026-10-15  LSG  EXTRACT RVR FOR A RECOVERY TAKEN BACK WHEN
001229*                   ITS RECEIPT CAME BACK UNPAID, FROM THE
001230*                   RETURNS BATCH'S 'RVRPOST' AUDIT ROWS.
001231*-----------------------------------------------------------*
001300* WRITES THE FIXED-FORMAT INTERFACE FILE THE GL INTAKE
001400* INSISTS ON. ONE DETAIL RECORD PER LOAN MOVEMENT FOR THE
001500* RUN DATE:
001800*         TODAY, FROM ITS 'PAYPOST' AUDIT-LOG ROWS (THE
001900*         AUDIT ROW CARRIES NO LOAN ID, SO PAY ROWS ARE
002000*         REFERENCED BY CUSTOMER ID).
002210*   CHG - PENAL CHARGES RECOVERED BY THE PAYMENT POSTING
002220*         BATCH TODAY, FROM ITS 'CHGPOST' AUDIT-LOG ROWS
002230*         (REFERENCED BY CUSTOMER ID, LIKE PAY).
002240*   CAP - HOLIDAY INTEREST CAPITALIZED INTO A RESTRUCTURED
002250*         LOAN'S BALANCE TODAY, FROM THE CALCULATOR'S
002260*         'RSTPOST' AUDIT-LOG ROWS.
002261*   SUS - A RECEIPT THE PAYMENT POSTING BATCH COULD NOT APPLY
002262*         AND PARKED IN SUSPENSE TODAY, REFERENCED BY THE
002263*         LOAN ID THE RECEIPT CARRIED.
002264*   SUR - A SUSPENSE ITEM CLEARED TO ITS CORRECT LOAN TODAY,
002265*         RELEASING THE SUSPENSE HOLDING. THE MONEY ITSELF
002266*         REACHES THE LOAN AS PAY AND CHG ROWS, THE SAME AS
002267*         ANY POSTED RECEIPT.
002268*   REV - PRINCIPAL A RETURNED DIRECT DEBIT TOOK BACK ONTO
002269*         A LOAN'S BALANCE TODAY, FROM THE RETURNS BATCH'S
002270*         'REVPOST' AUDIT-LOG ROWS - THE MIRROR OF PAY.
002271*   RVC - RECOVERED PENAL CHARGES A RETURNED DIRECT DEBIT
002272*         PUT BACK ON A LOAN TODAY, FROM THE 'RVCPOST'
002273*         AUDIT-LOG ROWS - THE MIRROR OF CHG.
002274*   WOF - BALANCE TAKEN OFF THE BOOK BY A WRITE-OFF TODAY,
002275*         FROM THE APPROVAL SCREEN'S 'WOFPOST' AUDIT ROWS.
002276*   WOC - PENAL CHARGES TAKEN OFF THE BOOK BY A WRITE-OFF
002277*         TODAY, FROM THE 'WOCPOST' AUDIT ROWS.
002278*   RCV - MONEY RECEIVED AGAINST A WRITTEN-OFF LOAN TODAY,
002279*         FROM THE POSTING BATCH'S 'RCVPOST' AUDIT ROWS.
002280*   RVR - A RECOVERY TAKEN BACK TODAY WHEN THE RECEIPT THAT
002281*         BROUGHT IT IN CAME BACK UNPAID, FROM THE RETURNS
002282*         BATCH'S 'RVRPOST' AUDIT ROWS - THE MIRROR OF RCV.
002283*   PRV - AN INCREASE IN THE LOAN-LOSS PROVISION HELD AGAINST
002284*         A LOAN, FROM THE PROVISION FILE ROWS THE MONTH-END
002285*         PROVISIONING BATCH STAMPED WITH TODAY'S DATE.
002286*   PRR - A RELEASE OF PROVISION, FROM THE SAME ROWS. ONLY
002287*         THE MONTH'S MOVEMENT IS EXTRACTED, NEVER THE
002288*         PROVISION HELD.
002289*   ACR - INTEREST ACCRUED TO INCOME ON A LOAN TODAY, DAY BY
002290*         DAY AT ITS OWN RATE, FROM THE ACCRUAL FILE ROWS THE
002291*         ACCRUAL BATCH STAMPED WITH TODAY'S DATE.
002292*   ACV - ACCRUED INTEREST REVERSED TODAY - COLLECTED BY AN
002293*         EMI CYCLE, MOVED TO SUSPENSE AS THE LOAN TURNED
002294*         NPA, OR CLEARED AS THE LOAN LEFT THE BOOK.
002295*   ISP - INTEREST ON AN NPA LOAN PUT IN SUSPENSE TODAY.
002296*   ISR - INTEREST SUSPENSE RELEASED TODAY, BY COLLECTION OR
002297*         AS THE LOAN LEFT THE BOOK.
002298*   RVI - ACCRUED INTEREST REINSTATED TODAY BECAUSE A RETURNED
002299*         DEBIT UNDID A CYCLE THAT HAD COLLECTED IT.
002300* THE FILE IS FRAMED BY A HEADER ('1') WITH THE RUN DATE
002400* AND A TRAILER ('9') WITH THE DETAIL RECORD COUNT AND THE
002500* HASH TOTAL OF DETAIL AMOUNTS. AFTER WRITING, THE EXTRACT
002600* IS READ BACK AND RE-TOTALLED AGAINST ITS OWN TRAILER - AN
002700* OUT-OF-BALANCE FILE IS SHOUTED TO THE JOB LOG AND THE JOB
002800* ENDS WITH RETURN CODE 8 SO THE TRANSMIT STEP DOES NOT RUN.
002810* ONCE THE FILE READS BACK IN BALANCE, EACH CODE'S COUNT AND
002820* AMOUNT FOR THE DAY, AND THE TRAILER'S, ARE KEPT ON THE GL
002830* CONTROL-TOTALS FILE. THE EXTRACT ITSELF IS REPLACED EVERY
002840* NIGHT; THE MONTH-END ROLL-FORWARD CROSS-CHECKS THE MONTH'S
002850* LOAN MOVEMENT AGAINST THOSE ROWS.
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004530         ACCESS MODE IS DYNAMIC
004540         RECORD KEY IS RN-JOB-NAME
004550         FILE STATUS IS WS-RUNCTL-STATUS.
004560     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
004570         ORGANIZATION IS INDEXED
004580         ACCESS MODE IS SEQUENTIAL
004590         RECORD KEY IS SP-SUSPENSE-KEY
004595         FILE STATUS IS WS-SUSPENSE-STATUS.
004596     SELECT PROVISION-FILE ASSIGN TO PROVFILE
004597         ORGANIZATION IS INDEXED
004598         ACCESS MODE IS SEQUENTIAL
004599         RECORD KEY IS PF-LOAN-ID
004600         FILE STATUS IS WS-PROVFILE-STATUS.
004610     SELECT ACCRUAL-FILE ASSIGN TO ACCRUAL
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS SEQUENTIAL
004640         RECORD KEY IS AC-LOAN-ID
004645         FILE STATUS IS WS-ACCRUAL-STATUS.
004646     SELECT GL-CONTROL-FILE ASSIGN TO GLCTL
004647         ORGANIZATION IS INDEXED
004648         ACCESS MODE IS DYNAMIC
004649         RECORD KEY IS GC-CONTROL-KEY
004650         FILE STATUS IS WS-GLCTL-STATUS.
004651
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LOAN-MASTER-FILE.
005820 FD  RUN-CONTROL-FILE.
005830 01  RUN-CONTROL-REC.
005840     COPY RUNCTL.
005850
005860 FD  SUSPENSE-FILE.
005870 01  SUSPENSE-REC.
005880     COPY SUSPENSE.
005885
005890 FD  PROVISION-FILE.
005892 01  PROVISION-REC.
005894     COPY PROVFILE.
005895
005896 FD  ACCRUAL-FILE.
005897 01  ACCRUAL-REC.
005898     COPY ACCRUAL.
005899
005900 FD  GL-CONTROL-FILE.
005901 01  GL-CONTROL-REC.
005902     COPY GLCTL.
005903
006000 WORKING-STORAGE SECTION.
006100*-----------------------------------------------------------*
006200* SWITCHES AND STATUS FIELDS.
007780     88  RUNCTL-ROW-EXISTS          VALUE 'Y'.
007790 01  Force-Response         PIC X(01).
007791     88  FORCE-RERUN                VALUE 'Y' 'y'.
007792 01  WS-SUSPENSE-STATUS     PIC X(02).
007793     88  SUSPENSE-OK                VALUE '00'.
007794 01  WS-SUSPENSE-EOF-SWITCH PIC X(01).
007795     88  END-OF-SUSPENSE            VALUE 'Y'.
007796 01  WS-PROVFILE-STATUS     PIC X(02).
007797     88  PROVFILE-OK                VALUE '00'.
007798 01  WS-PROVFILE-EOF-SWITCH PIC X(01).
007799     88  END-OF-PROVISIONS          VALUE 'Y'.
007800 01  WS-ACCRUAL-STATUS      PIC X(02).
007801     88  ACCRUAL-OK                 VALUE '00'.
007802 01  WS-ACCRUAL-EOF-SWITCH  PIC X(01).
007803     88  END-OF-ACCRUALS            VALUE 'Y'.
007804 01  WS-GLCTL-STATUS        PIC X(02).
007805     88  GLCTL-OK                   VALUE '00' '02'.
007806     88  GLCTL-NOT-FOUND            VALUE '35'.
007807 01  WS-GC-ROW-SWITCH       PIC X(01).
007808     88  GC-ROW-EXISTS              VALUE 'Y'.
007809
007900*-----------------------------------------------------------*
008000* RUN DATE.
008100*-----------------------------------------------------------*
008200 01  WS-RUN-DATE            PIC 9(08).
008400
008500*-----------------------------------------------------------*
008600* CONTROL COUNTS AND HASH TOTALS - ACCUMULATED ONCE WHILE
009200 01  WS-VERIFY-HASH         PIC 9(13)V99.
009300 01  WS-DSB-COUNT           PIC 9(07)  COMP.
009400 01  WS-PAY-COUNT           PIC 9(07)  COMP.
009510 01  WS-CHG-COUNT           PIC 9(07)  COMP.
009520 01  WS-CAP-COUNT           PIC 9(07)  COMP.
009530 01  WS-SUS-COUNT           PIC 9(07)  COMP.
009540 01  WS-SUR-COUNT           PIC 9(07)  COMP.
009550 01  WS-REV-COUNT           PIC 9(07)  COMP.
009560 01  WS-RVC-COUNT           PIC 9(07)  COMP.
009570 01  WS-WOF-COUNT           PIC 9(07)  COMP.
009575 01  WS-WOC-COUNT           PIC 9(07)  COMP.
009580 01  WS-RCV-COUNT           PIC 9(07)  COMP.
009582 01  WS-RVR-COUNT           PIC 9(07)  COMP.
009585 01  WS-PRV-COUNT           PIC 9(07)  COMP.
009590 01  WS-PRR-COUNT           PIC 9(07)  COMP.
009591 01  WS-ACR-COUNT           PIC 9(07)  COMP.
009592 01  WS-ACV-COUNT           PIC 9(07)  COMP.
009593 01  WS-ISP-COUNT           PIC 9(07)  COMP.
009594 01  WS-ISR-COUNT           PIC 9(07)  COMP.
009595 01  WS-RVI-COUNT           PIC 9(07)  COMP.
009596*    THE ACCRUAL CODES ALSO CARRY AMOUNT TOTALS, WHICH MUST
009597*    EQUAL THE CODE TOTALS ON THE ACCRUAL BATCH'S REPORT.
009598 01  WS-ACR-AMOUNT          PIC 9(13)V99.
009599 01  WS-ACV-AMOUNT          PIC 9(13)V99.
009600 01  WS-ISP-AMOUNT          PIC 9(13)V99.
009601 01  WS-ISR-AMOUNT          PIC 9(13)V99.
009602 01  WS-RVI-AMOUNT          PIC 9(13)V99.
009603
009607*-----------------------------------------------------------*
009611* PER-CODE CONTROL TOTALS - ONE ENTRY PER GL TRANSACTION
009615* CODE, IN THE ORDER BELOW, FED BY EVERY DETAIL WRITTEN AND
009619* KEPT ON THE GL CONTROL-TOTALS FILE FOR THE MONTH END.
009623*-----------------------------------------------------------*
009627 01  GX-CODE-VALUES.
009631     05  FILLER             PIC X(27)
009635         VALUE "DSBPAYCHGCAPSUSSURREVRVCWOF".
009639     05  FILLER             PIC X(27)
009643         VALUE "WOCRCVPRVPRRACRACVISPISRRVI".
009644     05  FILLER             PIC X(03)
009645         VALUE "RVR".
009647 01  GX-CODE-TABLE REDEFINES GX-CODE-VALUES.
009651     05  GX-CODE            PIC X(03) OCCURS 19 TIMES.
009655 01  GX-TOTAL-TABLE.
009659     05  GX-ENTRY OCCURS 19 TIMES.
009663         10  GX-COUNT       PIC 9(07)  COMP.
009667         10  GX-AMOUNT      PIC 9(13)V99.
009671 01  GX-SUB                 PIC 9(02)  COMP.
009675 01  GX-MATCH-SUB           PIC 9(02)  COMP.
009679 01  WS-GC-CODE             PIC X(03).
009683 01  WS-GC-COUNT            PIC 9(07)  COMP.
009687 01  WS-GC-AMOUNT           PIC 9(13)V99.
009695
009700*-----------------------------------------------------------*
009800* GL INTERFACE RECORD LAYOUTS. RECORD TYPE IS THE FIRST
009900* BYTE: '1' HEADER, '2' DETAIL, '9' TRAILER.
012400     PERFORM 2000-EXTRACT-FROM-MASTER
012500         UNTIL END-OF-LOAN-MASTER.
012600     PERFORM 3000-EXTRACT-PAYMENT-ROWS.
012650     PERFORM 3500-EXTRACT-SUSPENSE-ROWS.
012660     PERFORM 3800-EXTRACT-PROVISION-ROWS.
012670     PERFORM 3920-EXTRACT-ACCRUAL-ROWS.
012700     PERFORM 4000-WRITE-TRAILER.
012800     PERFORM 5000-VERIFY-EXTRACT.
012900     PERFORM 6000-TERMINATE.
013010
013020*===========================================================*
013030 0500-CHECK-RUN-CONTROL.
013040*    THE EXTRACT MUST NOT RUN BEFORE THE ACCRUAL JOB (WHICH
013050*    FOLLOWS PROVISIONING, THE RETURNS BATCH AND PAYMENT
013060*    POSTING) HAS COMPLETED FOR THE BUSINESS DATE - TODAY'S
013065*    PAY, REV, PROVISION AND ACCRUAL MOVEMENTS WOULD BE
013070*    MISSING - AND MUST NOT RUN TWICE FOR A DATE ALREADY
013080*    COMPLETED, WHICH WOULD DUPLICATE EVERY DSB DETAIL,
013090*    UNLESS THE OPERATOR EXPLICITLY FORCES A RERUN.
013091*===========================================================*
013092     OPEN I-O RUN-CONTROL-FILE.
013093     IF RUNCTL-NOT-FOUND
013103         STOP RUN
013104     END-IF.
013105
013106     MOVE "ACCRUAL"  TO RN-JOB-NAME.
013107     READ RUN-CONTROL-FILE
013108         KEY IS RN-JOB-NAME
013109         INVALID KEY
013113     IF NOT RUNCTL-OK
013114         OR RN-RUN-DATE NOT = WS-RUN-DATE
013115         OR NOT RN-COMPLETED
013116         DISPLAY "** ACCRUAL has not completed for ",
013117             WS-RUN-DATE, " - run refused **"
013118         MOVE 8 TO RETURN-CODE
013119         CLOSE RUN-CONTROL-FILE
013800     MOVE ZERO TO WS-HASH-TOTAL.
013900     MOVE ZERO TO WS-DSB-COUNT.
014000     MOVE ZERO TO WS-PAY-COUNT.
014110     MOVE ZERO TO WS-CHG-COUNT.
014120     MOVE ZERO TO WS-CAP-COUNT.
014130     MOVE ZERO TO WS-SUS-COUNT.
014140     MOVE ZERO TO WS-SUR-COUNT.
014150     MOVE ZERO TO WS-REV-COUNT.
014160     MOVE ZERO TO WS-RVC-COUNT.
014170     MOVE ZERO TO WS-WOF-COUNT.
014175     MOVE ZERO TO WS-WOC-COUNT.
014180     MOVE ZERO TO WS-RCV-COUNT.
014182     MOVE ZERO TO WS-RVR-COUNT.
014185     MOVE ZERO TO WS-PRV-COUNT.
014190     MOVE ZERO TO WS-PRR-COUNT.
014191     MOVE ZERO TO WS-ACR-COUNT.
014192     MOVE ZERO TO WS-ACV-COUNT.
014193     MOVE ZERO TO WS-ISP-COUNT.
014194     MOVE ZERO TO WS-ISR-COUNT.
014195     MOVE ZERO TO WS-RVI-COUNT.
014196     MOVE ZERO TO WS-ACR-AMOUNT.
014197     MOVE ZERO TO WS-ACV-AMOUNT.
014198     MOVE ZERO TO WS-ISP-AMOUNT.
014199     MOVE ZERO TO WS-ISR-AMOUNT.
014200     MOVE ZERO TO WS-RVI-AMOUNT.
014201     PERFORM 1010-INIT-CODE-TOTAL
014202         VARYING GX-SUB FROM 1 BY 1
014203         UNTIL GX-SUB > 19.
014204
014300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014310
014320     PERFORM 0500-CHECK-RUN-CONTROL.
016000         PERFORM 2100-READ-LOAN-MASTER
016100     END-IF.
016200
016210*===========================================================*
016220 1010-INIT-CODE-TOTAL.
016230*===========================================================*
016240     MOVE ZERO TO GX-COUNT(GX-SUB).
016250     MOVE ZERO TO GX-AMOUNT(GX-SUB).
016260
016300*===========================================================*
016400 2000-EXTRACT-FROM-MASTER.
016500*    ONE PASS = ONE MASTER RECORD. A LOAN DISBURSED TODAY
016600*    YIELDS A DSB ROW AT ITS FULL AMOUNT. INTEREST COMES
016700*    FROM THE ACCRUAL FILE, NOT THE MASTER - SEE 3920.
016900*===========================================================*
017000     IF LM-STATUS-DISBURSED
017100         IF LM-STATUS-DATE = WS-RUN-DATE
017800             PERFORM 2200-WRITE-DETAIL
017900             ADD 1 TO WS-DSB-COUNT
018000         END-IF
019600     END-IF.
019700
019800     PERFORM 2100-READ-LOAN-MASTER.
021700     ADD GD-AMOUNT TO WS-HASH-TOTAL.
021800     MOVE GL-DETAIL-REC TO GL-EXTRACT-REC.
021900     WRITE GL-EXTRACT-REC.
021910     PERFORM 2300-ADD-CODE-TOTAL.
022000
022004*===========================================================*
022008 2300-ADD-CODE-TOTAL.
022012*    FEEDS THE DETAIL IN HAND INTO ITS CODE'S CONTROL TOTAL.
022016*===========================================================*
022020     MOVE ZERO TO GX-MATCH-SUB.
022024     PERFORM 2310-MATCH-ONE-CODE
022028         VARYING GX-SUB FROM 1 BY 1
022032         UNTIL GX-SUB > 19 OR GX-MATCH-SUB > 0.
022036     IF GX-MATCH-SUB > 0
022040         ADD 1         TO GX-COUNT(GX-MATCH-SUB)
022044         ADD GD-AMOUNT TO GX-AMOUNT(GX-MATCH-SUB)
022048     END-IF.
022052
022056*===========================================================*
022060 2310-MATCH-ONE-CODE.
022064*===========================================================*
022068     IF GX-CODE(GX-SUB) = GD-TXN-CODE
022072         MOVE GX-SUB TO GX-MATCH-SUB
022076     END-IF.
022080
022100*===========================================================*
022200 3000-EXTRACT-PAYMENT-ROWS.
022300*    THE PAYMENT POSTING BATCH LEAVES ONE 'PAYPOST' AUDIT
026606         PERFORM 2200-WRITE-DETAIL
026607         ADD 1 TO WS-CAP-COUNT
026608     END-IF.
026609
026610     IF AL-LOG-DATE = WS-RUN-DATE
026611         AND AL-OPERATOR-ID = "REVPOST"
026612         AND AL-LOAN-AMOUNT > 0
026613         MOVE SPACES         TO GL-DETAIL-REC
026614         MOVE '2'            TO GD-RECORD-TYPE
026615         MOVE "REV"         TO GD-TXN-CODE
026616         MOVE SPACES         TO GD-LOAN-ID
026617         MOVE AL-CUSTOMER-ID TO GD-CUSTOMER-ID
026618         MOVE AL-LOAN-AMOUNT TO GD-AMOUNT
026619         PERFORM 2200-WRITE-DETAIL
026620         ADD 1 TO WS-REV-COUNT
026621     END-IF.
026622
026623     IF AL-LOG-DATE = WS-RUN-DATE
026624         AND AL-OPERATOR-ID = "RVCPOST"
026625         AND AL-LOAN-AMOUNT > 0
026626         MOVE SPACES         TO GL-DETAIL-REC
026627         MOVE '2'            TO GD-RECORD-TYPE
026628         MOVE "RVC"         TO GD-TXN-CODE
026629         MOVE SPACES         TO GD-LOAN-ID
026630         MOVE AL-CUSTOMER-ID TO GD-CUSTOMER-ID
026631         MOVE AL-LOAN-AMOUNT TO GD-AMOUNT
026632         PERFORM 2200-WRITE-DETAIL
026633         ADD 1 TO WS-RVC-COUNT
026634     END-IF.
026635
026636     IF AL-LOG-DATE = WS-RUN-DATE
026637         AND AL-OPERATOR-ID = "WOFPOST"
026638         AND AL-LOAN-AMOUNT > 0
026639         MOVE SPACES         TO GL-DETAIL-REC
026640         MOVE '2'            TO GD-RECORD-TYPE
026641         MOVE "WOF"         TO GD-TXN-CODE
026642         MOVE SPACES         TO GD-LOAN-ID
026643         MOVE AL-CUSTOMER-ID TO GD-CUSTOMER-ID
026644         MOVE AL-LOAN-AMOUNT TO GD-AMOUNT
026645         PERFORM 2200-WRITE-DETAIL
026646         ADD 1 TO WS-WOF-COUNT
026647     END-IF.
026648
026649     IF AL-LOG-DATE = WS-RUN-DATE
026650         AND AL-OPERATOR-ID = "WOCPOST"
026651         AND AL-LOAN-AMOUNT > 0
026652         MOVE SPACES         TO GL-DETAIL-REC
026653         MOVE '2'            TO GD-RECORD-TYPE
026654         MOVE "WOC"         TO GD-TXN-CODE
026655         MOVE SPACES         TO GD-LOAN-ID
026656         MOVE AL-CUSTOMER-ID TO GD-CUSTOMER-ID
026657         MOVE AL-LOAN-AMOUNT TO GD-AMOUNT
026658         PERFORM 2200-WRITE-DETAIL
026659         ADD 1 TO WS-WOC-COUNT
026660     END-IF.
026661
026662     IF AL-LOG-DATE = WS-RUN-DATE
026663         AND AL-OPERATOR-ID = "RCVPOST"
026664         AND AL-LOAN-AMOUNT > 0
026665         MOVE SPACES         TO GL-DETAIL-REC
026666         MOVE '2'            TO GD-RECORD-TYPE
026667         MOVE "RCV"         TO GD-TXN-CODE
026668         MOVE SPACES         TO GD-LOAN-ID
026669         MOVE AL-CUSTOMER-ID TO GD-CUSTOMER-ID
026670         MOVE AL-LOAN-AMOUNT TO GD-AMOUNT
026671         PERFORM 2200-WRITE-DETAIL
026672         ADD 1 TO WS-RCV-COUNT
026673     END-IF.
026674
026675     IF AL-LOG-DATE = WS-RUN-DATE
026676         AND AL-OPERATOR-ID = "RVRPOST"
026677         AND AL-LOAN-AMOUNT > 0
026678         MOVE SPACES         TO GL-DETAIL-REC
026679         MOVE '2'            TO GD-RECORD-TYPE
026680         MOVE "RVR"         TO GD-TXN-CODE
026681         MOVE SPACES         TO GD-LOAN-ID
026682         MOVE AL-CUSTOMER-ID TO GD-CUSTOMER-ID
026683         MOVE AL-LOAN-AMOUNT TO GD-AMOUNT
026684         PERFORM 2200-WRITE-DETAIL
026685         ADD 1 TO WS-RVR-COUNT
026686     END-IF.
026699
026700     PERFORM 3100-READ-AUDIT-LOG.
026800
026801*===========================================================*
026802 3500-EXTRACT-SUSPENSE-ROWS.
026803*    THE PAYMENT POSTING BATCH PARKS EVERY RECEIPT IT CANNOT
026804*    APPLY ON THE SUSPENSE FILE, AND THE CLEARING SCREEN
026805*    MARKS AN ITEM CLEARED WHEN AN OFFICER RE-APPLIES IT.
026806*    ITEMS PARKED TODAY BECOME SUS DETAILS AND ITEMS CLEARED
026807*    TODAY BECOME SUR DETAILS. A MISSING SUSPENSE FILE JUST
026808*    MEANS NOTHING HAS EVER BEEN PARKED.
026809*===========================================================*
026810     MOVE 'N' TO WS-SUSPENSE-EOF-SWITCH.
026811     OPEN INPUT SUSPENSE-FILE.
026812     IF NOT SUSPENSE-OK
026813         DISPLAY "Suspense file not available - no suspense ",
026814             "movements extracted."
026815         MOVE 'Y' TO WS-SUSPENSE-EOF-SWITCH
026816     ELSE
026817         PERFORM 3600-READ-SUSPENSE
026818         PERFORM 3700-JUDGE-ONE-SUSPENSE-ITEM
026819             UNTIL END-OF-SUSPENSE
026820         CLOSE SUSPENSE-FILE
026821     END-IF.
026822
026823*===========================================================*
026824 3600-READ-SUSPENSE.
026825*===========================================================*
026826     READ SUSPENSE-FILE NEXT RECORD
026827         AT END
026828             MOVE 'Y' TO WS-SUSPENSE-EOF-SWITCH
026829     END-READ.
026830     IF NOT SUSPENSE-OK AND NOT END-OF-SUSPENSE
026831         MOVE 'Y' TO WS-SUSPENSE-EOF-SWITCH
026832     END-IF.
026833
026834*===========================================================*
026835 3700-JUDGE-ONE-SUSPENSE-ITEM.
026836*===========================================================*
026837     IF SP-PARKED-DATE = WS-RUN-DATE
026838         AND SP-AMOUNT > 0
026839         MOVE SPACES         TO GL-DETAIL-REC
026840         MOVE '2'            TO GD-RECORD-TYPE
026841         MOVE "SUS"         TO GD-TXN-CODE
026842         MOVE SP-BAD-LOAN-ID TO GD-LOAN-ID
026843         MOVE ZERO           TO GD-CUSTOMER-ID
026844         MOVE SP-AMOUNT      TO GD-AMOUNT
026845         PERFORM 2200-WRITE-DETAIL
026846         ADD 1 TO WS-SUS-COUNT
026847     END-IF.
026848
026849     IF SP-ITEM-CLEARED
026850         AND SP-CLEARED-DATE = WS-RUN-DATE
026851         AND SP-AMOUNT > 0
026852         MOVE SPACES             TO GL-DETAIL-REC
026853         MOVE '2'                TO GD-RECORD-TYPE
026854         MOVE "SUR"             TO GD-TXN-CODE
026855         MOVE SP-CLEARED-LOAN-ID TO GD-LOAN-ID
026856         MOVE SP-CLEARED-CUSTOMER-ID TO GD-CUSTOMER-ID
026857         MOVE SP-AMOUNT          TO GD-AMOUNT
026858         PERFORM 2200-WRITE-DETAIL
026859         ADD 1 TO WS-SUR-COUNT
026860     END-IF.
026861
026862     PERFORM 3600-READ-SUSPENSE.
026863
026870*===========================================================*
026880 3800-EXTRACT-PROVISION-ROWS.
026890*    THE MONTH-END PROVISIONING BATCH STAMPS EVERY PROVISION
026900*    ROW IT SETS WITH ITS RUN DATE AND THE MOVEMENT FROM THE
026910*    PRIOR MONTH. TODAY'S INCREASES BECOME PRV DETAILS AND
026920*    TODAY'S RELEASES PRR DETAILS - ON ANY NIGHT BUT MONTH END
026930*    THERE ARE NONE. A MISSING PROVISION FILE JUST MEANS
026940*    NOTHING HAS EVER BEEN PROVISIONED.
026950*===========================================================*
026960     MOVE 'N' TO WS-PROVFILE-EOF-SWITCH.
026970     OPEN INPUT PROVISION-FILE.
026980     IF NOT PROVFILE-OK
026990         DISPLAY "Provision file not available - no provision ",
027000             "movements extracted."
027010         MOVE 'Y' TO WS-PROVFILE-EOF-SWITCH
027020     ELSE
027030         PERFORM 3850-READ-PROVISION
027040         PERFORM 3900-JUDGE-ONE-PROVISION-ROW
027050             UNTIL END-OF-PROVISIONS
027060         CLOSE PROVISION-FILE
027070     END-IF.
027080
027090*===========================================================*
027100 3850-READ-PROVISION.
027110*===========================================================*
027120     READ PROVISION-FILE NEXT RECORD
027130         AT END
027140             MOVE 'Y' TO WS-PROVFILE-EOF-SWITCH
027150     END-READ.
027160     IF NOT PROVFILE-OK AND NOT END-OF-PROVISIONS
027170         MOVE 'Y' TO WS-PROVFILE-EOF-SWITCH
027180     END-IF.
027190
027200*===========================================================*
027210 3900-JUDGE-ONE-PROVISION-ROW.
027220*===========================================================*
027230     IF PF-RUN-DATE = WS-RUN-DATE
027240         AND PF-MOVEMENT-AMOUNT > 0
027250         MOVE SPACES             TO GL-DETAIL-REC
027260         MOVE '2'                TO GD-RECORD-TYPE
027270         IF PF-INCREASE
027280             MOVE "PRV"         TO GD-TXN-CODE
027290             ADD 1 TO WS-PRV-COUNT
027300         ELSE
027310             MOVE "PRR"         TO GD-TXN-CODE
027320             ADD 1 TO WS-PRR-COUNT
027330         END-IF
027340         MOVE PF-LOAN-ID         TO GD-LOAN-ID
027350         MOVE PF-CUSTOMER-ID     TO GD-CUSTOMER-ID
027360         MOVE PF-MOVEMENT-AMOUNT TO GD-AMOUNT
027370         PERFORM 2200-WRITE-DETAIL
027380     END-IF.
027390
027400     PERFORM 3850-READ-PROVISION.
027410
027415*===========================================================*
027420 3920-EXTRACT-ACCRUAL-ROWS.
027425*    THE NIGHTLY ACCRUAL BATCH STAMPS EVERY ACCRUAL ROW IT
027430*    MOVES WITH ITS RUN DATE AND KEEPS THE DAY'S FIGURES ON
027435*    THE ROW. EACH NONZERO FIGURE ON TODAY'S ROWS BECOMES ITS
027440*    OWN DETAIL - ACR, ACV, ISP, ISR OR RVI. A MISSING
027445*    ACCRUAL FILE JUST MEANS NOTHING HAS EVER BEEN ACCRUED.
027450*===========================================================*
027455     MOVE 'N' TO WS-ACCRUAL-EOF-SWITCH.
027460     OPEN INPUT ACCRUAL-FILE.
027465     IF NOT ACCRUAL-OK
027470         DISPLAY "Accrual file not available - no accrual ",
027475             "movements extracted."
027480         MOVE 'Y' TO WS-ACCRUAL-EOF-SWITCH
027485     ELSE
027490         PERFORM 3930-READ-ACCRUAL
027495         PERFORM 3940-JUDGE-ONE-ACCRUAL-ROW
027500             UNTIL END-OF-ACCRUALS
027505         CLOSE ACCRUAL-FILE
027510     END-IF.
027515
027520*===========================================================*
027525 3930-READ-ACCRUAL.
027530*===========================================================*
027535     READ ACCRUAL-FILE NEXT RECORD
027540         AT END
027545             MOVE 'Y' TO WS-ACCRUAL-EOF-SWITCH
027550     END-READ.
027555     IF NOT ACCRUAL-OK AND NOT END-OF-ACCRUALS
027560         MOVE 'Y' TO WS-ACCRUAL-EOF-SWITCH
027565     END-IF.
027570
027575*===========================================================*
027580 3940-JUDGE-ONE-ACCRUAL-ROW.
027585*===========================================================*
027590     IF AC-RUN-DATE = WS-RUN-DATE
027595         IF AC-DAY-ACCRUAL > 0
027600             MOVE SPACES              TO GL-DETAIL-REC
027605             MOVE "ACR"              TO GD-TXN-CODE
027610             MOVE AC-DAY-ACCRUAL      TO GD-AMOUNT
027615             PERFORM 3950-WRITE-ACCRUAL-DETAIL
027620             ADD 1                    TO WS-ACR-COUNT
027625             ADD AC-DAY-ACCRUAL       TO WS-ACR-AMOUNT
027630         END-IF
027635         IF AC-DAY-REVERSAL > 0
027640             MOVE SPACES              TO GL-DETAIL-REC
027645             MOVE "ACV"              TO GD-TXN-CODE
027650             MOVE AC-DAY-REVERSAL     TO GD-AMOUNT
027655             PERFORM 3950-WRITE-ACCRUAL-DETAIL
027660             ADD 1                    TO WS-ACV-COUNT
027665             ADD AC-DAY-REVERSAL      TO WS-ACV-AMOUNT
027670         END-IF
027675         IF AC-DAY-SUSPENSE > 0
027680             MOVE SPACES              TO GL-DETAIL-REC
027685             MOVE "ISP"              TO GD-TXN-CODE
027690             MOVE AC-DAY-SUSPENSE     TO GD-AMOUNT
027695             PERFORM 3950-WRITE-ACCRUAL-DETAIL
027700             ADD 1                    TO WS-ISP-COUNT
027705             ADD AC-DAY-SUSPENSE      TO WS-ISP-AMOUNT
027710         END-IF
027715         IF AC-DAY-SUSP-RELEASE > 0
027720             MOVE SPACES              TO GL-DETAIL-REC
027725             MOVE "ISR"              TO GD-TXN-CODE
027730             MOVE AC-DAY-SUSP-RELEASE TO GD-AMOUNT
027735             PERFORM 3950-WRITE-ACCRUAL-DETAIL
027740             ADD 1                    TO WS-ISR-COUNT
027745             ADD AC-DAY-SUSP-RELEASE  TO WS-ISR-AMOUNT
027750         END-IF
027755         IF AC-DAY-REINSTATED > 0
027760             MOVE SPACES              TO GL-DETAIL-REC
027765             MOVE "RVI"              TO GD-TXN-CODE
027770             MOVE AC-DAY-REINSTATED   TO GD-AMOUNT
027775             PERFORM 3950-WRITE-ACCRUAL-DETAIL
027780             ADD 1                    TO WS-RVI-COUNT
027785             ADD AC-DAY-REINSTATED    TO WS-RVI-AMOUNT
027790         END-IF
027795     END-IF.
027800
027805     PERFORM 3930-READ-ACCRUAL.
027810
027815*===========================================================*
027820 3950-WRITE-ACCRUAL-DETAIL.
027825*    GD-TXN-CODE AND GD-AMOUNT ARE ALREADY SET.
027830*===========================================================*
027835     MOVE '2'                TO GD-RECORD-TYPE.
027840     MOVE AC-LOAN-ID         TO GD-LOAN-ID.
027845     MOVE AC-CUSTOMER-ID     TO GD-CUSTOMER-ID.
027850     PERFORM 2200-WRITE-DETAIL.
027855
027900*===========================================================*
027920 4000-WRITE-TRAILER.
027940*===========================================================*
027960     MOVE SPACES          TO GL-TRAILER-REC.
027980     MOVE '9'             TO GT-RECORD-TYPE.
028000     MOVE WS-DETAIL-COUNT TO GT-DETAIL-COUNT.
028020     MOVE WS-HASH-TOTAL   TO GT-HASH-TOTAL.
028040     MOVE GL-TRAILER-REC  TO GL-EXTRACT-REC.
028060     WRITE GL-EXTRACT-REC.
028080
028100     CLOSE LOAN-MASTER-FILE.
028120     CLOSE GL-EXTRACT-FILE.
028140
028200*===========================================================*
028300 5000-VERIFY-EXTRACT.
028400*    READS THE FINISHED FILE BACK AND RE-TOTALS THE DETAILS
033500     DISPLAY "*******************************************".
033600     DISPLAY " Disbursement details: ", WS-DSB-COUNT.
033700     DISPLAY " Payment details:      ", WS-PAY-COUNT.
033810     DISPLAY " Charge details:       ", WS-CHG-COUNT.
033820     DISPLAY " Capitalized details:  ", WS-CAP-COUNT.
033830     DISPLAY " Suspense parked:      ", WS-SUS-COUNT.
033840     DISPLAY " Suspense cleared:     ", WS-SUR-COUNT.
033850     DISPLAY " Reversal details:     ", WS-REV-COUNT.
033860     DISPLAY " Charge reversals:     ", WS-RVC-COUNT.
033870     DISPLAY " Write-off details:    ", WS-WOF-COUNT.
033875     DISPLAY " Charge write-offs:    ", WS-WOC-COUNT.
033880     DISPLAY " Recovery details:     ", WS-RCV-COUNT.
033882     DISPLAY " Recovery reversals:   ", WS-RVR-COUNT.
033885     DISPLAY " Provision increases:  ", WS-PRV-COUNT.
033890     DISPLAY " Provision releases:   ", WS-PRR-COUNT.
033891     DISPLAY " Accrual details:      ", WS-ACR-COUNT,
033892         "  amount ", WS-ACR-AMOUNT.
033893     DISPLAY " Accrual reversals:    ", WS-ACV-COUNT,
033894         "  amount ", WS-ACV-AMOUNT.
033895     DISPLAY " Interest suspended:   ", WS-ISP-COUNT,
033896         "  amount ", WS-ISP-AMOUNT.
033897     DISPLAY " Suspense released:    ", WS-ISR-COUNT,
033898         "  amount ", WS-ISR-AMOUNT.
033899     DISPLAY " Accruals reinstated:  ", WS-RVI-COUNT,
033900         "  amount ", WS-RVI-AMOUNT.
033901     DISPLAY " Detail records:       ", WS-DETAIL-COUNT.
034000     DISPLAY " Hash total:           ", WS-HASH-TOTAL.
034100     DISPLAY "*******************************************".
034200
034300     IF EXTRACT-IN-BALANCE AND NOT RUN-FAILED
034400         DISPLAY "GL extract is in balance - OK to transmit."
034410         PERFORM 9400-SAVE-CONTROL-TOTALS
034420         PERFORM 9500-STAMP-RUN-END
034500     ELSE
034600         DISPLAY "*******************************************"
034700         DISPLAY "** GL EXTRACT OUT OF BALANCE            **"
035000         MOVE 8 TO RETURN-CODE
035100     END-IF.
035200
035201*===========================================================*
035202 9400-SAVE-CONTROL-TOTALS.
035203*    ONE ROW PER CODE, AND ONE FOR THE TRAILER, FOR THE RUN
035204*    DATE ON THE GL CONTROL-TOTALS FILE - THE FIGURES THE
035205*    MONTH-END ROLL-FORWARD CROSS-CHECKS THE LEDGER AGAINST.
035206*    A FORCED RERUN REWRITES THE SAME ROWS. A ROW THAT CANNOT
035207*    BE STORED DOES NOT HOLD BACK THE TRANSMIT - THE EXTRACT
035208*    ITSELF IS GOOD - BUT IS SHOUTED TO THE JOB LOG, AND THE
035209*    DAY WILL SHOW SHORT ON THE MONTH-END CROSS-CHECK.
035210*===========================================================*
035211     OPEN I-O GL-CONTROL-FILE.
035212     IF GLCTL-NOT-FOUND
035213         OPEN OUTPUT GL-CONTROL-FILE
035214         CLOSE GL-CONTROL-FILE
035215         OPEN I-O GL-CONTROL-FILE
035216     END-IF.
035217     IF NOT GLCTL-OK
035218         DISPLAY "** GL control-totals file not available - ",
035219             "status ", WS-GLCTL-STATUS, " - totals not kept **"
035220     ELSE
035221         PERFORM 9410-SAVE-ONE-CODE
035222             VARYING GX-SUB FROM 1 BY 1
035223             UNTIL GX-SUB > 19
035224         MOVE "TRL"          TO WS-GC-CODE
035225         MOVE WS-DETAIL-COUNT TO WS-GC-COUNT
035226         MOVE WS-HASH-TOTAL   TO WS-GC-AMOUNT
035227         PERFORM 9420-STORE-CONTROL-ROW
035228         CLOSE GL-CONTROL-FILE
035229     END-IF.
035230
035231*===========================================================*
035232 9410-SAVE-ONE-CODE.
035233*===========================================================*
035234     MOVE GX-CODE(GX-SUB)   TO WS-GC-CODE.
035235     MOVE GX-COUNT(GX-SUB)  TO WS-GC-COUNT.
035236     MOVE GX-AMOUNT(GX-SUB) TO WS-GC-AMOUNT.
035237     PERFORM 9420-STORE-CONTROL-ROW.
035238
035239*===========================================================*
035240 9420-STORE-CONTROL-ROW.
035241*    WS-GC-CODE, WS-GC-COUNT AND WS-GC-AMOUNT IN.
035242*===========================================================*
035243     MOVE 'N'         TO WS-GC-ROW-SWITCH.
035244     MOVE WS-RUN-DATE TO GC-RUN-DATE.
035245     MOVE WS-GC-CODE  TO GC-TXN-CODE.
035246     READ GL-CONTROL-FILE
035247         KEY IS GC-CONTROL-KEY
035248         INVALID KEY
035249             CONTINUE
035250     END-READ.
035251     IF GLCTL-OK
035252         MOVE 'Y' TO WS-GC-ROW-SWITCH
035253     END-IF.
035254
035255     MOVE WS-RUN-DATE  TO GC-RUN-DATE.
035256     MOVE WS-GC-CODE   TO GC-TXN-CODE.
035257     MOVE WS-GC-COUNT  TO GC-DETAIL-COUNT.
035258     MOVE WS-GC-AMOUNT TO GC-AMOUNT.
035259     IF GC-ROW-EXISTS
035260         REWRITE GL-CONTROL-REC
035261     ELSE
035262         WRITE GL-CONTROL-REC
035263     END-IF.
035264     IF NOT GLCTL-OK
035265         DISPLAY "** GL control row ", WS-GC-CODE, " for ",
035266             WS-RUN-DATE, " not stored - status ",
035267             WS-GLCTL-STATUS, " **"
035268     END-IF.
035270
035300*===========================================================*
035400 9500-STAMP-RUN-END.
035500*    ONLY A BALANCED EXTRACT STAMPS COMPLETED - AN
