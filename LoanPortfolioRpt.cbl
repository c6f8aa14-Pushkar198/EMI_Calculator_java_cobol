001090*                   BALANCE TO THE RECON TRAILER. RECORDS
001091*                   POSTED BEFORE THE BRANCH FIELD EXISTED
001092*                   REPORT UNDER '????'.
001093*  2026-10-15  LSG  WRITTEN-OFF BOOK SECTION - PER-BRANCH
001094*                   COUNT OF WRITTEN-OFF LOANS, AMOUNT
001095*                   WRITTEN OFF AND AMOUNT RECOVERED TO DATE.
001096*                   A WRITTEN-OFF LOAN CARRIES A ZERO BALANCE,
001097*                   SO THE GRAND TOTALS STILL TIE TO THE
001098*                   RECON TRAILER.
001100*-----------------------------------------------------------*
001200* READS LOANMAST END TO END AND PRODUCES THE BOOK-LEVEL VIEW
001300* MANAGEMENT NEVER HAD: PER LOAN TYPE, THE COUNT OF LOANS,
007301 01  BR-WORK-CODE           PIC X(04).
007302 01  BR-FOUND-SWITCH        PIC X(01).
007303     88  BR-FOUND                   VALUE 'Y'.
007304
007305*-----------------------------------------------------------*
007306* WRITTEN-OFF BOOK BY BRANCH - TAKEN UP AND OVERFLOWED THE
007307* SAME WAY AS THE BRANCH TABLE ABOVE, BUT ONLY FOR LOANS IN
007308* WRITTEN-OFF STATUS. RECOVERED IS THE RUNNING TOTAL OF
007309* MONEY RECEIVED AGAINST THE LOAN SINCE IT WAS WRITTEN OFF.
007310*-----------------------------------------------------------*
007311 01  WO-BRANCH-TABLE.
007312     05  WO-ENTRY OCCURS 50 TIMES INDEXED BY WO-IDX.
007313         10  WO-CODE            PIC X(04).
007314         10  WO-COUNT           PIC 9(07) COMP.
007315         10  WO-WRITTEN-OFF     PIC 9(13)V99.
007316         10  WO-RECOVERED       PIC 9(13)V99.
007317 01  WO-USED-COUNT          PIC 9(02) COMP.
007318 01  WO-SUB                 PIC 9(02) COMP.
007319 01  WO-MATCH-SUB           PIC 9(02) COMP.
007320 01  WO-FOUND-SWITCH        PIC X(01).
007321     88  WO-FOUND                   VALUE 'Y'.
007322 01  WS-WRITEOFF-COUNT      PIC 9(07)  COMP.
007323 01  WS-WRITEOFF-TOTAL      PIC 9(13)V99.
007324 01  WS-RECOVERED-TOTAL     PIC 9(13)V99.
007399
007400*-----------------------------------------------------------*
007500* INVALID-TYPE BUCKET AND GRAND TOTALS. THE GRAND TOTALS
011492     05  PR-BR-AMOUNT       PIC Z(12)9.99.
011493     05  FILLER             PIC X(04) VALUE SPACES.
011494     05  PR-BR-OUTSTANDING  PIC Z(12)9.99.
011495 01  PR-WOCOL-LINE.
011496     05  FILLER             PIC X(40)
011497         VALUE "BRCH    LOANS       AMOUNT WRITTEN OFF  ".
011498     05  FILLER             PIC X(17)
011499         VALUE "RECOVERED TO DATE".
011500 01  PR-NEWBUS-LINE.
011600     05  PR-NEWBUS-LABEL    PIC X(10).
011800     05  PR-NEWBUS-TYPE     PIC 9(01).
014300     MOVE ZERO TO WS-NEWBUS-TOTAL.
014310     MOVE ZERO TO BR-USED-COUNT.
014320     MOVE ZERO TO WS-RESTRUCTURED-COUNT.
014330     MOVE ZERO TO WO-USED-COUNT.
014340     MOVE ZERO TO WS-WRITEOFF-COUNT.
014350     MOVE ZERO TO WS-WRITEOFF-TOTAL.
014360     MOVE ZERO TO WS-RECOVERED-TOTAL.
014400     PERFORM 1100-INIT-TYPE-ENTRY
014500         VARYING PT-SUB FROM 1 BY 1
014600         UNTIL PT-SUB > 4.
017640     IF LM-RESTRUCTURED
017650         ADD 1 TO WS-RESTRUCTURED-COUNT
017660     END-IF.
017670
017680     IF LM-STATUS-WRITTEN-OFF
017690         PERFORM 3300-ACCUMULATE-WRITEOFF
017695     END-IF.
017700
017800     IF LM-LOAN-TYPE >= 1 AND LM-LOAN-TYPE <= 4
017900         ADD 1                      TO PT-COUNT(LM-LOAN-TYPE)
020728         MOVE 'Y' TO BR-FOUND-SWITCH
020729         MOVE BR-SUB TO BR-MATCH-SUB
020731     END-IF.
020732
020733*===========================================================*
020734 3300-ACCUMULATE-WRITEOFF.
020735*    FEEDS A WRITTEN-OFF LOAN INTO ITS BRANCH'S ENTRY ON THE
020736*    WRITTEN-OFF BOOK. BR-WORK-CODE WAS ALREADY SET FOR THE
020737*    RECORD IN HAND BY 3200-ACCUMULATE-BRANCH.
020738*===========================================================*
020739     ADD 1                   TO WS-WRITEOFF-COUNT.
020740     ADD LM-WRITEOFF-AMOUNT  TO WS-WRITEOFF-TOTAL.
020741     ADD LM-RECOVERED-AMOUNT TO WS-RECOVERED-TOTAL.
020742
020743     MOVE 'N'  TO WO-FOUND-SWITCH.
020744     MOVE ZERO TO WO-MATCH-SUB.
020745     PERFORM 3350-MATCH-ONE-WO-BRANCH
020746         VARYING WO-SUB FROM 1 BY 1
020747         UNTIL WO-SUB > WO-USED-COUNT OR WO-FOUND.
020748
020749     IF NOT WO-FOUND
020750         IF WO-USED-COUNT < 50
020751             ADD 1 TO WO-USED-COUNT
020752             MOVE WO-USED-COUNT TO WO-MATCH-SUB
020753             MOVE BR-WORK-CODE TO WO-CODE(WO-MATCH-SUB)
020754             MOVE ZERO TO WO-COUNT(WO-MATCH-SUB)
020755             MOVE ZERO TO WO-WRITTEN-OFF(WO-MATCH-SUB)
020756             MOVE ZERO TO WO-RECOVERED(WO-MATCH-SUB)
020757         ELSE
020758             MOVE "++++" TO WO-CODE(50)
020759             MOVE 50 TO WO-MATCH-SUB
020760         END-IF
020761     END-IF.
020762
020763     ADD 1                   TO WO-COUNT(WO-MATCH-SUB).
020764     ADD LM-WRITEOFF-AMOUNT  TO WO-WRITTEN-OFF(WO-MATCH-SUB).
020765     ADD LM-RECOVERED-AMOUNT TO WO-RECOVERED(WO-MATCH-SUB).
020766
020767*===========================================================*
020768 3350-MATCH-ONE-WO-BRANCH.
020769*===========================================================*
020770     IF WO-CODE(WO-SUB) = BR-WORK-CODE
020771         MOVE 'Y' TO WO-FOUND-SWITCH
020772         MOVE WO-SUB TO WO-MATCH-SUB
020773     END-IF.
020799
020800*===========================================================*
020900 4000-PRINT-REPORT.
025660     MOVE WS-RESTRUCTURED-COUNT   TO PR-NEWBUS-COUNT.
025670     MOVE PR-NEWBUS-LINE          TO PORT-REPORT-LINE.
025680     WRITE PORT-REPORT-LINE.
025681
025682*    THE WRITTEN-OFF BOOK - OFF THE BALANCE SHEET, SO NONE
025683*    OF IT IS IN THE OUTSTANDING TOTALS ABOVE - WITH WHAT
025684*    EACH BRANCH HAS RECOVERED ON IT SINCE.
025685     MOVE SPACES TO PORT-REPORT-LINE.
025686     WRITE PORT-REPORT-LINE.
025687     MOVE "WRITTEN-OFF BOOK BY BRANCH" TO PORT-REPORT-LINE.
025688     WRITE PORT-REPORT-LINE.
025689     MOVE PR-WOCOL-LINE   TO PORT-REPORT-LINE.
025690     WRITE PORT-REPORT-LINE.
025691     PERFORM 4400-PRINT-WRITEOFF-LINE
025692         VARYING WO-SUB FROM 1 BY 1
025693         UNTIL WO-SUB > WO-USED-COUNT.
025694     MOVE SPACES                  TO PR-BRANCH-LINE.
025695     MOVE "ALL"                  TO PR-BR-CODE.
025696     MOVE WS-WRITEOFF-COUNT       TO PR-BR-COUNT.
025697     MOVE WS-WRITEOFF-TOTAL       TO PR-BR-AMOUNT.
025698     MOVE WS-RECOVERED-TOTAL      TO PR-BR-OUTSTANDING.
025699     MOVE PR-BRANCH-LINE          TO PORT-REPORT-LINE.
025700     WRITE PORT-REPORT-LINE.
025710
025800*===========================================================*
025900 4100-PRINT-TYPE-LINE.
026000*    AVERAGES ARE COMPUTED AT PRINT TIME AND ONLY FOR A
029200     MOVE PR-NEWBUS-LINE          TO PORT-REPORT-LINE.
029300     WRITE PORT-REPORT-LINE.
029400
029410*===========================================================*
029420 4400-PRINT-WRITEOFF-LINE.
029430*    SAME SHAPE AS A BRANCH LINE - THE AMOUNT COLUMNS CARRY
029440*    THE AMOUNT WRITTEN OFF AND THE AMOUNT RECOVERED.
029450*===========================================================*
029460     MOVE SPACES                  TO PR-BRANCH-LINE.
029470     MOVE WO-CODE(WO-SUB)         TO PR-BR-CODE.
029480     MOVE WO-COUNT(WO-SUB)        TO PR-BR-COUNT.
029485     MOVE WO-WRITTEN-OFF(WO-SUB)  TO PR-BR-AMOUNT.
029490     MOVE WO-RECOVERED(WO-SUB)    TO PR-BR-OUTSTANDING.
029492     MOVE PR-BRANCH-LINE          TO PORT-REPORT-LINE.
029494     WRITE PORT-REPORT-LINE.
029496
029500*===========================================================*
029600 5000-TERMINATE.
029700*===========================================================*
030200     DISPLAY " Records read:       ", WS-RECORD-COUNT.
030300     DISPLAY " Quoted today:       ", WS-NEWBUS-TOTAL.
030310     DISPLAY " Restructured loans: ", WS-RESTRUCTURED-COUNT.
030320     DISPLAY " Written-off loans:  ", WS-WRITEOFF-COUNT.
030330     DISPLAY " Total written off:  ", WS-WRITEOFF-TOTAL.
030340     DISPLAY " Total recovered:    ", WS-RECOVERED-TOTAL.
030400     DISPLAY " Total loan amount:  ", WS-TOTAL-LOAN-AMOUNT.
030500     DISPLAY " Total outstanding:  ", WS-TOTAL-OUTSTANDING.
030600     DISPLAY "*******************************************".
