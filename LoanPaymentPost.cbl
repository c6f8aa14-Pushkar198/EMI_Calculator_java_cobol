001233*                   MONTH, SO THE HOLIDAY NEITHER AGES THE
001234*                   LOAN NOR DRAWS A PENAL CHARGE, AND ITS
001235*                   HISTORY ROW CLEARS LIKE ANY CURED LOAN'S.
001237*  2026-10-15  LSG  PARK EVERY RECEIPT THAT CANNOT BE APPLIED
001238*                   - NO MASTER RECORD, OR A LOAN NOT YET
001239*                   DISBURSED - ON THE KEYED UNAPPLIED-
001240*                   RECEIPTS SUSPENSE FILE AS WELL AS THE
001241*                   ERROR LOG, SO THE MONEY IS HELD ON THE
001242*                   BOOKS UNTIL AN OFFICER RE-APPLIES IT.
001243*  2026-10-15  LSG  A RECEIPT AGAINST A WRITTEN-OFF LOAN POSTS
001244*                   AS A RECOVERY - RCV LEDGER ROW, 'RCVPOST'
001245*                   AUDIT ROW, ADDED TO LM-RECOVERED-AMOUNT -
001246*                   NOT AS AN EMI CYCLE, AND THE DELINQUENCY
001247*                   SWEEP PASSES WRITTEN-OFF LOANS BY, LEAVING
001248*                   THEIR HISTORY ROW AS IT STOOD.
001249*  2026-10-15  LSG  RAISE CUSTOMER NOTICE TRIGGERS - FIRST
001250*                   MISSED CYCLE AND EACH ROLL INTO THE 60-DAY
001251*                   AND 90+ BUCKETS (WITH THE OVERDUE AMOUNT
001252*                   AND CHARGES OWING), AND A LOAN PAID OFF
001253*                   AND CLOSED - FOR THE NIGHTLY LETTER BATCH.
001254*  2026-10-15  LSG  CHECKPOINT/RESTART - PROGRESS THROUGH THE
001255*                   VERIFIED RECEIPTS AND THE DELINQUENCY SWEEP
001256*                   IS CHECKPOINTED PER RECEIPT AND PER LOAN
001257*                   WITH THE RUN TOTALS; A RUN LEFT STARTED FOR
001258*                   THE DATE RESUMES AFTER THE LAST ONE DONE.
001259*-----------------------------------------------------------*
001300* THIS JOB READS THE PAYMENTS/RECEIPTS FILE SENT DOWN FROM
001400* THE COLLECTIONS SYSTEM, MATCHES EACH RECEIPT TO ITS LOAN
001500* MASTER RECORD BY LOAN ID, AND ROLLS THE OUTSTANDING
002300* IS SWEPT AND EVERY LOAN STILL OWING MONEY WHOSE EXPECTED
002400* EMI DID NOT ARRIVE THIS MONTH IS LISTED ON THE BRANCH
002500* DELINQUENCY REPORT. RECEIPTS THAT MATCH NO MASTER RECORD
002600* GO TO THE ERROR LOG, NOT THE FLOOR, AND ARE PARKED ON THE
002610* SUSPENSE FILE UNTIL AN OFFICER CLEARS THEM TO A LOAN.
002620* THE RUN IS RESTARTABLE - ITS PROGRESS THROUGH THE RECEIPTS
002630* AND THROUGH THE SWEEP IS CHECKPOINTED AS EACH RECEIPT OR LOAN
002640* IS FINISHED, AND A RUN WHOSE RUN-CONTROL ROW WAS LEFT STARTED
002650* FOR THE SAME BUSINESS DATE PICKS UP AFTER THE LAST ONE.
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004498         ACCESS MODE IS DYNAMIC
004499         RECORD KEY IS RN-JOB-NAME
004501         FILE STATUS IS WS-RUNCTL-STATUS.
004502     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
004503         ORGANIZATION IS INDEXED
004504         ACCESS MODE IS DYNAMIC
004505         RECORD KEY IS SP-SUSPENSE-KEY
004506         FILE STATUS IS WS-SUSPENSE-STATUS.
004516     SELECT NOTICE-TRIGGER-FILE ASSIGN TO NOTICETR
004526         ORGANIZATION IS LINE SEQUENTIAL
004536         FILE STATUS IS WS-NOTICETR-STATUS.
004546     SELECT PAY-CHECKPOINT-FILE ASSIGN TO PAYCHKP
004556         ORGANIZATION IS INDEXED
004566         ACCESS MODE IS DYNAMIC
004576         RECORD KEY IS PC-JOB-NAME
004586         FILE STATUS IS WS-PAYCHKP-STATUS.
004599
004600 DATA DIVISION.
004700 FILE SECTION.
006298 FD  RUN-CONTROL-FILE.
006299 01  RUN-CONTROL-REC.
006301     COPY RUNCTL.
006302
006303 FD  SUSPENSE-FILE.
006304 01  SUSPENSE-REC.
006305     COPY SUSPENSE.
006315
006325 FD  NOTICE-TRIGGER-FILE.
006335 01  NOTICE-TRIGGER-REC.
006345     COPY NOTICE.
006355
006365 FD  PAY-CHECKPOINT-FILE.
006375 01  PAY-CHECKPOINT-REC.
006385     COPY PAYCHKP.
006399
006400 WORKING-STORAGE SECTION.
006500*-----------------------------------------------------------*
007200     88  LOANMAST-RECORD-NOT-FOUND  VALUE '23'.
007300 01  WS-DELNQRPT-STATUS     PIC X(02).
007400     88  DELNQRPT-OK                VALUE '00'.
007410     88  DELNQRPT-NOT-FOUND         VALUE '35'.
007500 01  WS-ERRLOG-STATUS       PIC X(02).
007600     88  ERRLOG-OK                  VALUE '00'.
007700     88  ERRLOG-NOT-FOUND           VALUE '35'.
007799     88  RUNCTL-ROW-EXISTS          VALUE 'Y'.
007801 01  Force-Response         PIC X(01).
007802     88  FORCE-RERUN                VALUE 'Y' 'y'.
007803 01  WS-SUSPENSE-STATUS     PIC X(02).
007804     88  SUSPENSE-OK                VALUE '00'.
007805     88  SUSPENSE-NOT-FOUND         VALUE '35'.
007806     88  SUSPENSE-DUPLICATE-KEY     VALUE '22'.
007816 01  WS-NOTICETR-STATUS     PIC X(02).
007826     88  NOTICETR-OK                VALUE '00'.
007836     88  NOTICETR-NOT-FOUND         VALUE '35'.
007846 01  WS-PAYCHKP-STATUS      PIC X(02).
007856     88  PAYCHKP-OK                 VALUE '00' '02'.
007866     88  PAYCHKP-NOT-FOUND          VALUE '35'.
007899 01  WS-EOF-SWITCH          PIC X(01).
007900     88  END-OF-PAYMENTS            VALUE 'Y'.
008000 01  WS-MASTER-EOF-SWITCH   PIC X(01).
010600 01  WS-PRINCIPAL-PORTION   PIC 9(7)V99.
010700 01  WS-CYCLE-DUE           PIC 9(7)V99.
010710 01  WS-PRINCIPAL-APPLIED   PIC 9(7)V99.
010715 01  WS-RECOVERY-AMOUNT     PIC 9(7)V99.
010720
010730*-----------------------------------------------------------*
010740* PENAL CHARGE WORK FIELDS. THE RATE IS THE PRODUCT TERMS'
010845     88  CTL-IN-BALANCE             VALUE 'Y'.
010846 01  WS-CTL-COUNT           PIC 9(07).
010847 01  WS-CTL-HASH            PIC 9(13)V99.
010852
010857*-----------------------------------------------------------*
010862* NOTICE-TRIGGER WORK FIELDS - THE CALLER SETS THESE AND
010867* PERFORMS 3800-WRITE-NOTICE-TRIGGER.
010872*-----------------------------------------------------------*
010877 01  NW-EVENT-CODE          PIC X(03).
010882 01  NW-MISSED-CYCLES       PIC 9(03).
010887 01  NW-OVERDUE-AMOUNT      PIC 9(7)V99.
010899
010900*-----------------------------------------------------------*
011000* ERROR-LOG WORK FIELDS.
012301 01  WS-CHARGE-ASSESS-COUNT PIC 9(07)  COMP.
012302 01  WS-CHARGE-ASSESS-TOTAL PIC 9(13)V99.
012303 01  WS-CHARGE-RECOVER-TOTAL PIC 9(13)V99.
012304 01  WS-SUSPENSE-COUNT      PIC 9(07)  COMP.
012305 01  WS-SUSPENSE-TOTAL      PIC 9(13)V99.
012306 01  WS-RECOVERY-COUNT      PIC 9(07)  COMP.
012307 01  WS-RECOVERY-TOTAL      PIC 9(13)V99.
012308 01  WS-NOTICE-COUNT        PIC 9(07)  COMP.
012310
012320*-----------------------------------------------------------*
012330* DELINQUENCY HISTORY WORK FIELDS. THE SWEEP-MONTH VIEW OF
012431 01  DB-WORK-CODE           PIC X(04).
012432 01  DB-FOUND-SWITCH        PIC X(01).
012433     88  DB-FOUND                   VALUE 'Y'.
012436
012439*-----------------------------------------------------------*
012442* RESTART WORK FIELDS. WS-LAST-LOAN-ID IS THE LAST LOAN THE
012445* SWEEP FINISHED (SPACES UNTIL THE FIRST); THE RESUME FILE
012448* COUNT AND HASH ARE THE INTERRUPTED RUN'S VERIFIED FIGURES.
012451*-----------------------------------------------------------*
012454 01  WS-RESTART-SWITCH      PIC X(01).
012457     88  RESTART-RUN                VALUE 'Y'.
012460 01  WS-CHECKPOINT-PHASE    PIC X(01).
012463     88  CHECKPOINT-IN-RECEIPTS     VALUE 'R'.
012466     88  CHECKPOINT-IN-SWEEP        VALUE 'S'.
012469 01  WS-PAYCHKP-ROW-SWITCH  PIC X(01).
012472     88  PAYCHKP-ROW-EXISTS         VALUE 'Y'.
012475 01  WS-LAST-LOAN-ID        PIC X(25).
012478 01  WS-RECEIPTS-TO-SKIP    PIC 9(07)  COMP.
012481 01  WS-SKIP-CTR            PIC 9(07)  COMP.
012484 01  WS-RESUME-FILE-COUNT   PIC 9(07).
012487 01  WS-RESUME-FILE-HASH    PIC 9(13)V99.
012499
012500 PROCEDURE DIVISION.
012600*===========================================================*
014530     MOVE ZERO TO WS-BUCKET90-COUNT.
014540     MOVE ZERO TO WS-NPA-COUNT.
014550     MOVE ZERO TO WS-CURED-COUNT.
014560     MOVE ZERO TO WS-SUSPENSE-COUNT.
014570     MOVE ZERO TO WS-SUSPENSE-TOTAL.
014580     MOVE ZERO TO WS-RECOVERY-COUNT.
014585     MOVE ZERO TO WS-NOTICE-COUNT.
014590     MOVE ZERO TO WS-RECOVERY-TOTAL.
014600
014700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014710
014715     PERFORM 9600-CHECK-FOR-RESTART.
014720     PERFORM 0500-CHECK-RUN-CONTROL.
014800
014900     OPEN INPUT PAYMENT-FILE.
014956     CLOSE PAYMENT-FILE.
014957     OPEN INPUT PAYMENT-FILE.
014960
014962*    A RESTART MUST BE RESUMING THE VERY FILE THE INTERRUPTED
014964*    RUN WAS POSTING - OTHERWISE ITS COUNT OF RECEIPTS DONE
014966*    MEANS NOTHING.
014968     IF RESTART-RUN
014970         IF WS-CTL-COUNT NOT = WS-RESUME-FILE-COUNT
014972             OR WS-CTL-HASH NOT = WS-RESUME-FILE-HASH
014974             DISPLAY "** Receipts file is not the one the ",
014976                 "interrupted run was posting - restart ",
014978                 "refused **"
014980             MOVE 8 TO RETURN-CODE
014982             STOP RUN
014984         END-IF
014986     END-IF.
014990
015000     OPEN I-O LOAN-MASTER-FILE.
015010     IF NOT LOANMAST-OK
015020         DISPLAY "** Loan Master not available - status ",
015040         STOP RUN
015050     END-IF.
015060
015100*    ONCE THE SWEEP HAD BEGUN, A RESTART EXTENDS THE LIST THE
015101*    INTERRUPTED RUN STARTED RATHER THAN CLOBBERING IT.
015102     IF RESTART-RUN AND CHECKPOINT-IN-SWEEP
015103         OPEN EXTEND DELINQUENCY-RPT
015104         IF DELNQRPT-NOT-FOUND
015105             OPEN OUTPUT DELINQUENCY-RPT
015106         END-IF
015107     ELSE
015108         OPEN OUTPUT DELINQUENCY-RPT
015109     END-IF.
015110
015120*    THE HISTORY FILE IS CREATED ON ITS VERY FIRST USE, THE
015130*    SAME WAY THE LOAN MASTER IS.
015197
015198     OPEN OUTPUT AGING-SUMMARY-RPT.
015200
015201*    THE SUSPENSE FILE IS CREATED ON ITS VERY FIRST USE TOO.
015202     OPEN I-O SUSPENSE-FILE.
015203     IF SUSPENSE-NOT-FOUND
015204         OPEN OUTPUT SUSPENSE-FILE
015205         CLOSE SUSPENSE-FILE
015206         OPEN I-O SUSPENSE-FILE
015207     END-IF.
015208     IF NOT SUSPENSE-OK
015209         DISPLAY "** Suspense file not available - status ",
015210             WS-SUSPENSE-STATUS, " - nothing posted **"
015211         STOP RUN
015212     END-IF.
015213
015218*    A FRESH RUN LAYS DOWN ITS FIRST CHECKPOINT BEFORE A SINGLE
015223*    RECEIPT POSTS. A RESTART READS PAST THE RECEIPTS ALREADY
015228*    POSTED - OR, IF THE SWEEP HAD BEGUN, PAST THEM ALL.
015233     IF RESTART-RUN
015238         IF CHECKPOINT-IN-SWEEP
015243             MOVE 'Y' TO WS-EOF-SWITCH
015248         ELSE
015253             PERFORM 2100-READ-PAYMENT
015258                 VARYING WS-SKIP-CTR FROM 1 BY 1
015263                 UNTIL WS-SKIP-CTR > WS-RECEIPTS-TO-SKIP
015268                    OR END-OF-PAYMENTS
015273         END-IF
015278     ELSE
015283         PERFORM 9700-WRITE-CHECKPOINT
015288     END-IF.
015293
015300     IF NOT END-OF-PAYMENTS
015310         PERFORM 2100-READ-PAYMENT
015320     END-IF.
015400
015410*===========================================================*
015420 1100-VERIFY-RECEIPTS-FILE.
015700*    MATCHES ONE RECEIPT TO ITS MASTER RECORD, ADDS THE
015800*    MONEY TO THE LOAN'S CARRIED CREDIT, AND TAKES AS MANY
015900*    WHOLE EMI CYCLES OUT OF THAT CREDIT AS IT COVERS.
015950*    A RECEIPT AGAINST A WRITTEN-OFF LOAN IS A RECOVERY AND
015960*    IS NEVER APPLIED AS AN EMI CYCLE.
016000*===========================================================*
016100     ADD 1 TO WS-RECEIPT-COUNT.
016200
017400         MOVE "Receipt matches no Loan Master record"
017500             TO WS-REJECT-REASON
017600         PERFORM 3900-LOG-UNMATCHED-RECEIPT
017601         MOVE 'U' TO SP-REASON-CODE
017602         PERFORM 3910-PARK-IN-SUSPENSE
017610     ELSE
017611     IF LM-STATUS-WRITTEN-OFF
017612         PERFORM 2500-POST-RECOVERY
017613     ELSE
017620     IF NOT LM-STATUS-DISBURSED
017630         ADD 1 TO WS-UNMATCHED-COUNT
017640         MOVE "PY-LOAN-ID"      TO WS-REJECT-FIELD-NAME
017660         MOVE "Loan is not disbursed - not applied"
017670             TO WS-REJECT-REASON
017680         PERFORM 3900-LOG-UNMATCHED-RECEIPT
017681         MOVE 'N' TO SP-REASON-CODE
017682         PERFORM 3910-PARK-IN-SUSPENSE
017700     ELSE
017800         ADD PY-PAYMENT-AMOUNT  TO LM-PAYMENT-CREDIT
017900         MOVE PY-PAYMENT-DATE   TO LM-LAST-PAYMENT-DATE
018643             PERFORM 3960-WRITE-CHARGE-AUDIT
018644         END-IF
018650     END-IF
018700     END-IF
018750     END-IF.
018755
018760*    THE RECEIPT IN HAND IS FULLY POSTED - ITS LEDGER, AUDIT,
018770*    SUSPENSE AND MASTER UPDATES ARE ALL ON FILE - SO IT IS
018780*    CHECKPOINTED BEFORE THE NEXT ONE IS READ.
018790     PERFORM 9700-WRITE-CHECKPOINT.
018800
018900     PERFORM 2100-READ-PAYMENT.
019300
023620                 MOVE ZERO  TO LW-INTEREST-PORTION
023621                 MOVE ZERO  TO LW-PRINCIPAL-PORTION
023622                 PERFORM 3970-WRITE-LEDGER-ROW
023632                 MOVE "CLS" TO NW-EVENT-CODE
023642                 MOVE ZERO  TO NW-MISSED-CYCLES
023652                 MOVE ZERO  TO NW-OVERDUE-AMOUNT
023662                 PERFORM 3800-WRITE-NOTICE-TRIGGER
023799             END-IF
023800             MOVE 'Y' TO WS-APPLY-SWITCH
023900         END-IF
024000     END-IF.
024100
024110*===========================================================*
024120 2500-POST-RECOVERY.
024130*    THE LOAN IS OFF THE BOOK - THE WHOLE RECEIPT, WITH ANY
024140*    CREDIT THE LOAN WAS CARRYING WHEN IT WAS WRITTEN OFF,
024150*    IS A RECOVERY. NOTHING IS APPLIED TO BALANCE, CHARGES
024160*    OR REMAINING MONTHS; THE RECOVERY IS ADDED TO THE
024170*    RUNNING TOTAL ON THE MASTER, LEDGERED AS RCV, AND
024180*    CARRIED TO THE GL BY A 'RCVPOST' AUDIT ROW.
024190*===========================================================*
024200     COMPUTE WS-RECOVERY-AMOUNT =
024210         PY-PAYMENT-AMOUNT + LM-PAYMENT-CREDIT.
024220     MOVE ZERO            TO LM-PAYMENT-CREDIT.
024230     MOVE PY-PAYMENT-DATE TO LM-LAST-PAYMENT-DATE.
024240     ADD WS-RECOVERY-AMOUNT TO LM-RECOVERED-AMOUNT.
024250     REWRITE LOAN-MASTER-REC.
024260
024270     ADD 1 TO WS-POSTED-COUNT.
024280     ADD 1 TO WS-RECOVERY-COUNT.
024290     ADD WS-RECOVERY-AMOUNT TO WS-RECOVERY-TOTAL.
024300
024310     MOVE "RCV"              TO LW-TXN-CODE.
024320     MOVE WS-RECOVERY-AMOUNT TO LW-AMOUNT.
024330     MOVE ZERO               TO LW-INTEREST-PORTION.
024340     MOVE ZERO               TO LW-PRINCIPAL-PORTION.
024350     PERFORM 3970-WRITE-LEDGER-ROW.
024360     PERFORM 3980-WRITE-RECOVERY-AUDIT.
024600
024700*===========================================================*
024800 3000-SWEEP-FOR-DELINQUENTS.
025100*    ARRIVE IN THE POSTING MONTH AND WHOSE CARRIED CREDIT
025200*    COULD NOT COVER IT.
025300*===========================================================*
025310*    THE SWEEP IS A NEW PHASE FOR THE CHECKPOINT - ONCE IT IS
025320*    RECORDED, A RESTART NO LONGER LOOKS AT THE RECEIPTS.
025330     IF NOT CHECKPOINT-IN-SWEEP
025340         MOVE 'S'    TO WS-CHECKPOINT-PHASE
025350         MOVE SPACES TO WS-LAST-LOAN-ID
025360         PERFORM 9700-WRITE-CHECKPOINT
025370     END-IF.
025380
025400     MOVE LOW-VALUES TO LM-LOAN-ID.
025500     START LOAN-MASTER-FILE
025600         KEY IS GREATER THAN OR EQUAL TO LM-LOAN-ID
025910     IF NOT LOANMAST-OK
025920         MOVE 'Y' TO WS-MASTER-EOF-SWITCH
025930     END-IF.
025932
025935*    A RESTART THAT HAD ALREADY BEGUN THE SWEEP IS REPOSITIONED
025940*    PAST THE LAST LOAN THE INTERRUPTED RUN FINISHED.
025945     IF WS-LAST-LOAN-ID NOT = SPACES AND NOT END-OF-LOAN-MASTER
025950         MOVE WS-LAST-LOAN-ID TO LM-LOAN-ID
025955         START LOAN-MASTER-FILE
025960             KEY IS GREATER THAN LM-LOAN-ID
025965             INVALID KEY
025970                 MOVE 'Y' TO WS-MASTER-EOF-SWITCH
025975         END-START
025980         IF NOT LOANMAST-OK
025985             MOVE 'Y' TO WS-MASTER-EOF-SWITCH
025990         END-IF
025995     END-IF.
026000
026100     PERFORM 3100-READ-LOAN-MASTER.
026200     PERFORM 3200-CHECK-ONE-LOAN THRU 3200-CHECK-NEXT
028120*    DISBURSEMENT DATE - THE QUOTE DATE CAN BE MONTHS OLDER
028130*    AND WOULD LIST A LOAN THE DAY ITS MONEY WENT OUT.
028200*===========================================================*
028210*    A WRITTEN-OFF LOAN IS OFF THE BOOK - IT IS NEITHER
028220*    AGED NOR CHARGED NOR CURED, AND ITS HISTORY ROW STAYS
028230*    AT THE ARREARS IT WAS WRITTEN OFF WITH.
028240     IF LM-STATUS-WRITTEN-OFF
028250         GO TO 3200-CHECK-NEXT
028260     END-IF.
028270
028300     IF LM-STATUS-DISBURSED AND LM-OUTSTANDING-BALANCE > 0
028310*        A GRANTED EMI HOLIDAY IS REAL RELIEF - THROUGH ITS
028320*        LAST MONTH THE LOAN IS CURRENT BY DEFINITION, AGES
029199                 MOVE ZERO             TO LW-PRINCIPAL-PORTION
029201                 PERFORM 3970-WRITE-LEDGER-ROW
029250             END-IF
029256*            THE ROLL JUST COUNTED IN 3300 IS NEWS FOR THE
029262*            CUSTOMER THE FIRST TIME A CYCLE IS MISSED AND AT
029268*            EACH MOVE TO THE NEXT BUCKET - PAST THE 90-DAY
029274*            LINE ANOTHER MISSED CYCLE CHANGES NO BUCKET.
029280             IF CYCLE-AGED AND DH-MISSED-CYCLES <= 3
029286                 PERFORM 3600-RAISE-OVERDUE-NOTICE
029292             END-IF
029299             MOVE SPACES                 TO DELINQUENCY-REC
029300             MOVE LM-LOAN-ID             TO DQ-LOAN-ID
029400             MOVE LM-CUSTOMER-ID         TO DQ-CUSTOMER-ID
030300     END-IF.
030400
030410 3200-CHECK-NEXT.
030420*    THE LOAN IN HAND IS FINISHED - IT IS CHECKPOINTED BEFORE
030430*    THE SWEEP MOVES ON TO THE NEXT.
030440     MOVE LM-LOAN-ID TO WS-LAST-LOAN-ID.
030450     PERFORM 9700-WRITE-CHECKPOINT.
030500     PERFORM 3100-READ-LOAN-MASTER.
030510
030520*===========================================================*
030834         MOVE 'Y' TO DB-FOUND-SWITCH
030836         MOVE DB-SUB TO DB-MATCH-SUB
030838     END-IF.
030840
030842*===========================================================*
030844 3600-RAISE-OVERDUE-NOTICE.
030846*    ONE MORE CYCLE HAS JUST BEEN COUNTED FOR THE LOAN IN
030848*    HAND - ONE MISSED CYCLE IS THE FIRST OVERDUE NOTICE, TWO
030850*    THE 60-DAY NOTICE, THREE THE 90-DAY NON-PERFORMING
030852*    NOTICE. THE AMOUNT OVERDUE IS THE MISSED CYCLES' EMIS,
030854*    NEVER MORE THAN THE BALANCE; THE PENAL CHARGE THE SWEEP
030856*    HAS JUST ASSESSED IS ALREADY ON THE MASTER.
030858*===========================================================*
030860     IF DH-MISSED-CYCLES = 1
030862         MOVE "O30" TO NW-EVENT-CODE
030864     ELSE
030866         IF DH-MISSED-CYCLES = 2
030868             MOVE "O60" TO NW-EVENT-CODE
030870         ELSE
030872             MOVE "O90" TO NW-EVENT-CODE
030874         END-IF
030876     END-IF.
030878     MOVE DH-MISSED-CYCLES TO NW-MISSED-CYCLES.
030880     COMPUTE NW-OVERDUE-AMOUNT = LM-EMI * DH-MISSED-CYCLES.
030882     IF NW-OVERDUE-AMOUNT > LM-OUTSTANDING-BALANCE
030884         MOVE LM-OUTSTANDING-BALANCE TO NW-OVERDUE-AMOUNT
030886     END-IF.
030888     PERFORM 3800-WRITE-NOTICE-TRIGGER.
030900
030901*===========================================================*
030902 3800-WRITE-NOTICE-TRIGGER.
030903*    APPENDS ONE ROW TO THE CUSTOMER NOTICE TRIGGER FILE FOR
030904*    THE MASTER RECORD IN HAND, FOR THE NIGHTLY LETTER BATCH.
030905*    THE CALLER SETS THE NW- FIELDS; THE REST ARE THE LOAN'S
030906*    FIGURES AS THEY STAND ONCE THE EVENT HAS BEEN APPLIED.
030907*===========================================================*
030908     OPEN EXTEND NOTICE-TRIGGER-FILE.
030909     IF NOTICETR-NOT-FOUND
030910         OPEN OUTPUT NOTICE-TRIGGER-FILE
030911     END-IF.
030912
030913     ACCEPT WS-CURRENT-TIME FROM TIME.
030914
030915     MOVE SPACES                 TO NOTICE-TRIGGER-REC.
030916     MOVE LM-LOAN-ID             TO NT-LOAN-ID.
030917     MOVE LM-CUSTOMER-ID         TO NT-CUSTOMER-ID.
030918     MOVE LM-BRANCH-CODE         TO NT-BRANCH-CODE.
030919     MOVE WS-RUN-DATE            TO NT-TRIGGER-DATE.
030920     MOVE WS-CURRENT-TIME        TO NT-TRIGGER-TIME.
030921     MOVE NW-EVENT-CODE          TO NT-EVENT-CODE.
030922     MOVE "PAYPOST"              TO NT-SOURCE-ID.
030923     MOVE LM-LOAN-TYPE           TO NT-LOAN-TYPE.
030924     MOVE LM-LOAN-AMOUNT         TO NT-LOAN-AMOUNT.
030925     MOVE LM-OUTSTANDING-BALANCE TO NT-OUTSTANDING-BALANCE.
030926     MOVE LM-EMI                 TO NT-OLD-EMI.
030927     MOVE LM-EMI                 TO NT-NEW-EMI.
030928     MOVE LM-INTEREST-RATE       TO NT-OLD-RATE.
030929     MOVE LM-INTEREST-RATE       TO NT-NEW-RATE.
030930     MOVE LM-REMAINING-MONTHS    TO NT-REMAINING-MONTHS.
030931     MOVE NW-MISSED-CYCLES       TO NT-MISSED-CYCLES.
030932     MOVE NW-OVERDUE-AMOUNT      TO NT-OVERDUE-AMOUNT.
030933     MOVE LM-CHARGES-OUTSTANDING TO NT-CHARGES-OUTSTANDING.
030934     MOVE ZERO                   TO NT-CAPITALIZED-AMOUNT.
030935     MOVE ZERO                   TO NT-HOLIDAY-END-DATE.
030936
030937     WRITE NOTICE-TRIGGER-REC.
030938     IF NOTICETR-OK
030939         ADD 1 TO WS-NOTICE-COUNT
030940     END-IF.
030941
030942     CLOSE NOTICE-TRIGGER-FILE.
030943
031000*===========================================================*
031100 3900-LOG-UNMATCHED-RECEIPT.
031200*    APPENDS ONE ROW TO THE ERROR LOG FOR A RECEIPT THAT
033000     WRITE ERROR-LOG-REC.
033100
033200     CLOSE ERROR-LOG-FILE.
033201
033202*===========================================================*
033203 3910-PARK-IN-SUSPENSE.
033204*    PARKS THE RECEIPT IN HAND ON THE UNAPPLIED-RECEIPTS
033205*    SUSPENSE FILE AS AN OPEN ITEM. THE CALLER SETS THE
033206*    REASON CODE. THE KEY IS THE POSTING DATE AND THE
033207*    RECEIPT'S SEQUENCE IN THE FILE, SO A FORCED RERUN OF
033208*    THE SAME FILE MEETS A DUPLICATE KEY AND LEAVES THE ITEM
033209*    ALREADY PARKED (AND POSSIBLY ALREADY CLEARED) ALONE.
033210*===========================================================*
033211     MOVE WS-RUN-DATE          TO SP-PARKED-DATE.
033212     MOVE WS-RECEIPT-COUNT     TO SP-RECEIPT-SEQ.
033213     MOVE PY-PAYMENT-DATE      TO SP-RECEIPT-DATE.
033214     MOVE PY-PAYMENT-AMOUNT    TO SP-AMOUNT.
033215     MOVE PY-LOAN-ID           TO SP-BAD-LOAN-ID.
033216     MOVE 'O'                  TO SP-ITEM-STATUS.
033217     MOVE ZERO                 TO SP-DAYS-IN-SUSPENSE.
033218     MOVE ZERO                 TO SP-CLEARED-DATE.
033219     MOVE SPACES               TO SP-CLEARED-LOAN-ID.
033220     MOVE ZERO                 TO SP-CLEARED-CUSTOMER-ID.
033221     MOVE SPACES               TO SP-CLEARED-BY.
033222
033223     WRITE SUSPENSE-REC
033224         INVALID KEY
033225             CONTINUE
033226     END-WRITE.
033227     IF SUSPENSE-OK
033228         ADD 1 TO WS-SUSPENSE-COUNT
033229         ADD PY-PAYMENT-AMOUNT TO WS-SUSPENSE-TOTAL
033230     END-IF.
033300
033310*===========================================================*
033320 3950-WRITE-PAYMENT-AUDIT.
033465
033466     CLOSE LEDGER-FILE.
033467
033470*===========================================================*
033471 3980-WRITE-RECOVERY-AUDIT.
033472*    ONE ROW PER RECEIPT RECOVERED AGAINST A WRITTEN-OFF
033473*    LOAN. THE OPERATOR ID 'RCVPOST' MARKS THE ROW AND
033474*    AL-LOAN-AMOUNT CARRIES THE AMOUNT RECOVERED - THE
033475*    END-OF-DAY GL EXTRACT PICKS THESE UP AS RCV MOVEMENTS.
033476*===========================================================*
033477     OPEN EXTEND AUDIT-LOG-FILE.
033478     IF AUDITLOG-NOT-FOUND
033479         OPEN OUTPUT AUDIT-LOG-FILE
033480     END-IF.
033481
033482     ACCEPT WS-CURRENT-TIME FROM TIME.
033483
033484     MOVE SPACES             TO AUDIT-LOG-REC.
033485     MOVE WS-RUN-DATE        TO AL-LOG-DATE.
033486     MOVE WS-CURRENT-TIME    TO AL-LOG-TIME.
033487     MOVE "RCVPOST"          TO AL-OPERATOR-ID.
033488     MOVE LM-CUSTOMER-ID     TO AL-CUSTOMER-ID.
033489     MOVE LM-LOAN-TYPE       TO AL-LOAN-TYPE.
033490     MOVE WS-RECOVERY-AMOUNT TO AL-LOAN-AMOUNT.
033491     MOVE LM-INTEREST-RATE   TO AL-INTEREST-RATE.
033492     MOVE LM-LOAN-TENURE     TO AL-LOAN-TENURE.
033493     MOVE LM-EMI             TO AL-EMI.
033494
033495     WRITE AUDIT-LOG-REC.
033496
033497     CLOSE AUDIT-LOG-FILE.
033498
033499*===========================================================*
033500 4000-TERMINATE.
033600*===========================================================*
033900     CLOSE DELINQUENCY-RPT.
033910     CLOSE DELNQ-HISTORY-FILE.
033920     CLOSE AGING-SUMMARY-RPT.
033930     CLOSE SUSPENSE-FILE.
034000
034100     DISPLAY "*******************************************".
034200     DISPLAY " Receipts read:        ", WS-RECEIPT-COUNT.
034660     DISPLAY " Charges assessed:     ", WS-CHARGE-ASSESS-COUNT.
034670     DISPLAY " Charges assessed amt: ", WS-CHARGE-ASSESS-TOTAL.
034680     DISPLAY " Charges recovered:    ", WS-CHARGE-RECOVER-TOTAL.
034690     DISPLAY " Parked in suspense:   ", WS-SUSPENSE-COUNT.
034695     DISPLAY " Suspense amount:      ", WS-SUSPENSE-TOTAL.
034696     DISPLAY " Recoveries posted:    ", WS-RECOVERY-COUNT.
034697     DISPLAY " Recovery amount:      ", WS-RECOVERY-TOTAL.
034698     DISPLAY " Notices raised:       ", WS-NOTICE-COUNT.
034700     DISPLAY "*******************************************".
034701
034702     PERFORM 9500-STAMP-RUN-END.
034706     PERFORM 9800-RESET-CHECKPOINT.
034710
034720*===========================================================*
034730 4100-WRITE-AGING-SUMMARY.
034889         END-IF
034890         CLOSE RUN-CONTROL-FILE
034891     END-IF.
035000
035100*===========================================================*
035200 9600-CHECK-FOR-RESTART.
035300*    A RESTART IS RECOGNISED FROM THE RUN-CONTROL ROW, NOT BY
035400*    THE OPERATOR - A 'PAYPOST' ROW LEFT STARTED FOR THIS SAME
035500*    BUSINESS DATE MEANS THE LAST RUN NEVER REACHED ITS END.
035600*    THE CHECKPOINT IT LEFT THEN SAYS HOW FAR IT GOT AND
035700*    CARRIES ITS RUNNING TOTALS, SO THE RESTART PICKS UP AFTER
035800*    THE LAST RECEIPT OR LOAN FINISHED. A STARTED ROW WITH NO
035900*    CHECKPOINT FOR THE DATE STOPPED BEFORE THE FIRST RECEIPT
036000*    POSTED, AND THE RUN SIMPLY STARTS FROM THE TOP.
036100*===========================================================*
036200     MOVE 'N'    TO WS-RESTART-SWITCH.
036300     MOVE 'R'    TO WS-CHECKPOINT-PHASE.
036400     MOVE SPACES TO WS-LAST-LOAN-ID.
036500     MOVE ZERO   TO WS-RECEIPTS-TO-SKIP.
036600
036700     OPEN INPUT RUN-CONTROL-FILE.
036800     IF RUNCTL-OK
036900         MOVE "PAYPOST"  TO RN-JOB-NAME
037000         READ RUN-CONTROL-FILE
037100             KEY IS RN-JOB-NAME
037200             INVALID KEY
037300                 CONTINUE
037400         END-READ
037500         IF RUNCTL-OK
037600             AND RN-RUN-DATE = WS-RUN-DATE AND RN-STARTED
037700             MOVE 'Y' TO WS-RESTART-SWITCH
037800         END-IF
037900         CLOSE RUN-CONTROL-FILE
038000     END-IF.
038100
038200     IF RESTART-RUN
038300         OPEN INPUT PAY-CHECKPOINT-FILE
038400         IF PAYCHKP-OK
038500             MOVE "PAYPOST" TO PC-JOB-NAME
038600             READ PAY-CHECKPOINT-FILE
038700                 KEY IS PC-JOB-NAME
038800                 INVALID KEY
038900                     CONTINUE
039000             END-READ
039100             IF PAYCHKP-OK
039200                 AND PC-RUN-DATE = WS-RUN-DATE
039300                 AND (PC-POSTING-RECEIPTS OR PC-SWEEPING)
039400                 PERFORM 9610-RESTORE-FROM-CHECKPOINT
039500             ELSE
039600                 MOVE 'N' TO WS-RESTART-SWITCH
039700             END-IF
039800             CLOSE PAY-CHECKPOINT-FILE
039900         ELSE
040000             MOVE 'N' TO WS-RESTART-SWITCH
040100         END-IF
040200         IF NOT RESTART-RUN
040300             DISPLAY "PAYPOST was started for ", WS-RUN-DATE,
040400                 " but left no checkpoint - nothing was posted, ",
040500                 "running from the top."
040600         END-IF
040700     END-IF.
040800
040900*===========================================================*
041000 9610-RESTORE-FROM-CHECKPOINT.
041100*    PICKS UP THE INTERRUPTED RUN'S POSITION AND RUNNING
041200*    TOTALS, SO THE END-OF-RUN COUNTS AND THE AGING SUMMARY
041300*    COME OUT AS IF IT HAD NEVER STOPPED.
041400*===========================================================*
041500     MOVE PC-PHASE               TO WS-CHECKPOINT-PHASE.
041600     MOVE PC-LAST-LOAN-ID        TO WS-LAST-LOAN-ID.
041700     MOVE PC-FILE-COUNT          TO WS-RESUME-FILE-COUNT.
041800     MOVE PC-FILE-HASH           TO WS-RESUME-FILE-HASH.
041900     MOVE PC-RECEIPT-COUNT       TO WS-RECEIPTS-TO-SKIP.
042000     MOVE PC-RECEIPT-COUNT       TO WS-RECEIPT-COUNT.
042100     MOVE PC-POSTED-COUNT        TO WS-POSTED-COUNT.
042200     MOVE PC-UNMATCHED-COUNT     TO WS-UNMATCHED-COUNT.
042300     MOVE PC-PAIDOFF-COUNT       TO WS-PAIDOFF-COUNT.
042400     MOVE PC-DELINQUENT-COUNT    TO WS-DELINQUENT-COUNT.
042500     MOVE PC-CHARGE-ASSESS-COUNT TO WS-CHARGE-ASSESS-COUNT.
042600     MOVE PC-CHARGE-ASSESS-TOTAL TO WS-CHARGE-ASSESS-TOTAL.
042700     MOVE PC-CHARGE-RECOVER-TOTAL TO WS-CHARGE-RECOVER-TOTAL.
042800     MOVE PC-SUSPENSE-COUNT      TO WS-SUSPENSE-COUNT.
042900     MOVE PC-SUSPENSE-TOTAL      TO WS-SUSPENSE-TOTAL.
043000     MOVE PC-RECOVERY-COUNT      TO WS-RECOVERY-COUNT.
043100     MOVE PC-RECOVERY-TOTAL      TO WS-RECOVERY-TOTAL.
043200     MOVE PC-NOTICE-COUNT        TO WS-NOTICE-COUNT.
043300     MOVE PC-BUCKET30-COUNT      TO WS-BUCKET30-COUNT.
043400     MOVE PC-BUCKET60-COUNT      TO WS-BUCKET60-COUNT.
043500     MOVE PC-BUCKET90-COUNT      TO WS-BUCKET90-COUNT.
043600     MOVE PC-NPA-COUNT           TO WS-NPA-COUNT.
043700     MOVE PC-CURED-COUNT         TO WS-CURED-COUNT.
043800     MOVE PC-BRANCH-USED-COUNT   TO DB-USED-COUNT.
043900     PERFORM 9620-RESTORE-BRANCH-ENTRY
044000         VARYING DB-SUB FROM 1 BY 1
044100         UNTIL DB-SUB > DB-USED-COUNT.
044200
044300     IF CHECKPOINT-IN-SWEEP
044400         DISPLAY "Restarting PAYPOST for ", WS-RUN-DATE,
044500             " - receipts all posted, sweep resumes after loan ",
044600             WS-LAST-LOAN-ID
044700     ELSE
044800         DISPLAY "Restarting PAYPOST for ", WS-RUN-DATE,
044900             " - skipping ", PC-RECEIPT-COUNT,
045000             " receipts already posted."
045100     END-IF.
045200
045300*===========================================================*
045400 9620-RESTORE-BRANCH-ENTRY.
045500*===========================================================*
045600     MOVE PC-BRANCH-CODE(DB-SUB)  TO DB-CODE(DB-SUB).
045700     MOVE PC-BRANCH-COUNT(DB-SUB) TO DB-COUNT(DB-SUB).
045800
045900*===========================================================*
046000 9700-WRITE-CHECKPOINT.
046100*    REWRITES THE CHECKPOINT ROW IN PLACE WITH THE POSITION
046200*    JUST REACHED AND THE RUNNING TOTALS. THE CALLER HAS
046300*    FINISHED A RECEIPT OR A LOAN - EVERY LEDGER, AUDIT, CHARGE
046400*    AND MASTER UPDATE FOR IT IS ALREADY ON FILE - SO A RESTART
046500*    FROM HERE NEITHER REPEATS IT NOR MISSES THE NEXT ONE. A
046600*    RECEIPT REPOSTED IS A RECEIPT DOUBLE-POSTED, SO UNLIKE THE
046700*    INTAKE JOB THERE IS NO CHECKPOINT INTERVAL. IF THE ROW
046800*    CANNOT BE WRITTEN THE RUN STOPS WHERE IT IS, LEAVING THE
046900*    LAST GOOD CHECKPOINT FOR THE RESTART.
047000*===========================================================*
047100     OPEN I-O PAY-CHECKPOINT-FILE.
047200     IF PAYCHKP-NOT-FOUND
047300         OPEN OUTPUT PAY-CHECKPOINT-FILE
047400         CLOSE PAY-CHECKPOINT-FILE
047500         OPEN I-O PAY-CHECKPOINT-FILE
047600     END-IF.
047700     IF NOT PAYCHKP-OK
047800         DISPLAY "** Checkpoint file not available - status ",
047900             WS-PAYCHKP-STATUS, " - run stopped, a restart ",
048000             "resumes from the last checkpoint **"
048100         MOVE 8 TO RETURN-CODE
048200         STOP RUN
048300     END-IF.
048400
048500     MOVE 'N'       TO WS-PAYCHKP-ROW-SWITCH.
048600     MOVE "PAYPOST" TO PC-JOB-NAME.
048700     READ PAY-CHECKPOINT-FILE
048800         KEY IS PC-JOB-NAME
048900         INVALID KEY
049000             CONTINUE
049100     END-READ.
049200     IF PAYCHKP-OK
049300         MOVE 'Y' TO WS-PAYCHKP-ROW-SWITCH
049400     END-IF.
049500
049600     MOVE SPACES                  TO PAY-CHECKPOINT-REC.
049700     MOVE "PAYPOST"               TO PC-JOB-NAME.
049800     MOVE WS-RUN-DATE             TO PC-RUN-DATE.
049900     MOVE WS-CHECKPOINT-PHASE     TO PC-PHASE.
050000     MOVE WS-CTL-COUNT            TO PC-FILE-COUNT.
050100     MOVE WS-CTL-HASH             TO PC-FILE-HASH.
050200     MOVE WS-RECEIPT-COUNT        TO PC-RECEIPT-COUNT.
050300     MOVE WS-LAST-LOAN-ID         TO PC-LAST-LOAN-ID.
050400     MOVE WS-POSTED-COUNT         TO PC-POSTED-COUNT.
050500     MOVE WS-UNMATCHED-COUNT      TO PC-UNMATCHED-COUNT.
050600     MOVE WS-PAIDOFF-COUNT        TO PC-PAIDOFF-COUNT.
050700     MOVE WS-DELINQUENT-COUNT     TO PC-DELINQUENT-COUNT.
050800     MOVE WS-CHARGE-ASSESS-COUNT  TO PC-CHARGE-ASSESS-COUNT.
050900     MOVE WS-CHARGE-ASSESS-TOTAL  TO PC-CHARGE-ASSESS-TOTAL.
051000     MOVE WS-CHARGE-RECOVER-TOTAL TO PC-CHARGE-RECOVER-TOTAL.
051100     MOVE WS-SUSPENSE-COUNT       TO PC-SUSPENSE-COUNT.
051200     MOVE WS-SUSPENSE-TOTAL       TO PC-SUSPENSE-TOTAL.
051300     MOVE WS-RECOVERY-COUNT       TO PC-RECOVERY-COUNT.
051400     MOVE WS-RECOVERY-TOTAL       TO PC-RECOVERY-TOTAL.
051500     MOVE WS-NOTICE-COUNT         TO PC-NOTICE-COUNT.
051600     MOVE WS-BUCKET30-COUNT       TO PC-BUCKET30-COUNT.
051700     MOVE WS-BUCKET60-COUNT       TO PC-BUCKET60-COUNT.
051800     MOVE WS-BUCKET90-COUNT       TO PC-BUCKET90-COUNT.
051900     MOVE WS-NPA-COUNT            TO PC-NPA-COUNT.
052000     MOVE WS-CURED-COUNT          TO PC-CURED-COUNT.
052100     MOVE DB-USED-COUNT           TO PC-BRANCH-USED-COUNT.
052200     PERFORM 9710-SAVE-BRANCH-ENTRY
052300         VARYING DB-SUB FROM 1 BY 1
052400         UNTIL DB-SUB > DB-USED-COUNT.
052500
052600     IF PAYCHKP-ROW-EXISTS
052700         REWRITE PAY-CHECKPOINT-REC
052800     ELSE
052900         WRITE PAY-CHECKPOINT-REC
053000     END-IF.
053100     IF NOT PAYCHKP-OK
053200         DISPLAY "** Checkpoint not written - status ",
053300             WS-PAYCHKP-STATUS, " - run stopped, a restart ",
053400             "resumes from the last checkpoint **"
053500         MOVE 8 TO RETURN-CODE
053600         CLOSE PAY-CHECKPOINT-FILE
053700         STOP RUN
053800     END-IF.
053900     CLOSE PAY-CHECKPOINT-FILE.
054000
054100*===========================================================*
054200 9710-SAVE-BRANCH-ENTRY.
054300*===========================================================*
054400     MOVE DB-CODE(DB-SUB)  TO PC-BRANCH-CODE(DB-SUB).
054500     MOVE DB-COUNT(DB-SUB) TO PC-BRANCH-COUNT(DB-SUB).
054600
054700*===========================================================*
054800 9800-RESET-CHECKPOINT.
054900*    THE RUN RAN TO A CLEAN END AND THE RUN-CONTROL ROW SAYS
055000*    SO - THE CHECKPOINT IS RESET SO NOTHING IS EVER RESUMED ON
055100*    BEHALF OF A RUN THAT FINISHED. IT IS RESET ONLY AFTER THE
055200*    ROW IS STAMPED COMPLETED: A STOP BETWEEN THE TWO MUST NOT
055300*    LEAVE A STARTED ROW WITH NO CHECKPOINT BEHIND IT.
055400*===========================================================*
055500     OPEN I-O PAY-CHECKPOINT-FILE.
055600     IF PAYCHKP-OK
055700         MOVE "PAYPOST" TO PC-JOB-NAME
055800         READ PAY-CHECKPOINT-FILE
055900             KEY IS PC-JOB-NAME
056000             INVALID KEY
056100                 CONTINUE
056200         END-READ
056300         IF PAYCHKP-OK
056400             MOVE SPACES    TO PAY-CHECKPOINT-REC
056500             MOVE "PAYPOST" TO PC-JOB-NAME
056600             MOVE ZERO      TO PC-RUN-DATE
056700             MOVE ZERO      TO PC-RECEIPT-COUNT
056800             REWRITE PAY-CHECKPOINT-REC
056900         END-IF
057000         CLOSE PAY-CHECKPOINT-FILE
057100     END-IF.
