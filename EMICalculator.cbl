003044*                   ONLY THE PRINCIPAL APPLIED - THE CHARGE
003045*                   PORTION HAS ITS OWN CHR ROW, SO THE
003046*                   STATEMENT SUMS TO THE CASH TENDERED.
003047*  2026-10-15  LSG  ZERO THE WRITE-OFF AND RECOVERED AMOUNTS
003048*                   ON A NEW MASTER RECORD.
003049*  2026-10-15  LSG  RAISE A CUSTOMER NOTICE TRIGGER (RST) ON A
003050*                   RESTRUCTURE WITH THE HOLIDAY END, THE
003051*                   CAPITALIZED INTEREST AND THE REVISED EMI,
003052*                   FOR THE NIGHTLY LETTER BATCH.
003053*  2026-10-15  LSG  HOLD EACH NEW QUOTE AGAINST THE CUSTOMER'S
003054*                   EXPOSURE LIMIT - THE BALANCES OF EVERY LIVE
003055*                   LOAN THEY ARE PRIMARY, CO-APPLICANT OR
003056*                   GUARANTOR ON, PLUS THE NEW AMOUNT. A BREACH
003057*                   IS CANCELLED UNLESS A SUPERVISOR OVERRIDES
003058*                   IT, AND THE OVERRIDE IS CARRIED ON THE
003059*                   QUOTE'S AUDIT ROW.
003060*-----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS CM-CUSTOMER-ID
004750         FILE STATUS IS WS-CUSTMAST-STATUS.
004760     SELECT NOTICE-TRIGGER-FILE ASSIGN TO NOTICETR
004770         ORGANIZATION IS LINE SEQUENTIAL
004780         FILE STATUS IS WS-NOTICETR-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
006595 FD  DELNQ-HISTORY-FILE.
006596 01  DELNQ-HISTORY-REC.
006597     COPY DELNQHST.
006598
006599 FD  NOTICE-TRIGGER-FILE.
006600 01  NOTICE-TRIGGER-REC.
006601     COPY NOTICE.
006602
006700 WORKING-STORAGE SECTION.
006800*-----------------------------------------------------------*
006900* LOAN-TYPE RATE / TENURE LOOKUP TABLE.
008927     88  CUSTMAST-OK                VALUE '00'.
008930     88  CUSTMAST-NOT-FOUND         VALUE '35'.
008940     88  CUSTMAST-RECORD-NOT-FOUND  VALUE '23'.
008950 01  WS-NOTICETR-STATUS     PIC X(02).
008960     88  NOTICETR-OK                VALUE '00'.
008970     88  NOTICETR-NOT-FOUND         VALUE '35'.
009000
009100*-----------------------------------------------------------*
009200* SCREEN / INPUT WORKING FIELDS.
014695             88  PA-GUARANTOR       VALUE 'G' 'g'.
014697         10  PA-INCOME      PIC 9(7)V99.
014700
014703*-----------------------------------------------------------*
014706* CUSTOMER EXPOSURE CHECK. THE CUSTOMER'S LIVE (APPROVED OR
014709* DISBURSED) LOANS - AS PRIMARY APPLICANT VIA THE LOAN MASTER
014712* CUSTOMER-ID INDEX AND AS CO-APPLICANT OR GUARANTOR ON THE
014715* LOAN PARTY FILE - ARE TOTALLED AND THE NEW LOAN ADDED. A
014718* TOTAL OVER THE CUSTOMER'S LIMIT NEEDS A SUPERVISOR OVERRIDE;
014721* A ZERO LIMIT MEANS NONE IS SET AND THE CHECK IS SKIPPED.
014724*-----------------------------------------------------------*
014727 01  XP-EXPOSURE-LIMIT      PIC 9(9)V99.
014730 01  XP-LIVE-BALANCE        PIC 9(9)V99.
014733 01  XP-LIVE-EMI            PIC 9(9)V99.
014736 01  XP-LIVE-LOANS          PIC 9(05).
014739 01  XP-NEW-EXPOSURE        PIC 9(9)V99.
014742 01  XP-AMOUNT-EDIT         PIC Z(8)9.99.
014745 01  XP-BROWSE-DONE-SWITCH  PIC X(01).
014748     88  XP-BROWSE-DONE             VALUE 'Y'.
014751 01  XP-PARTY-EOF-SWITCH    PIC X(01).
014754     88  XP-END-OF-PARTY-FILE       VALUE 'Y'.
014757 01  XP-DECLINED-SWITCH     PIC X(01).
014760     88  XP-QUOTE-DECLINED          VALUE 'Y'.
014763 01  XP-OVERRIDE-RESPONSE   PIC X(01).
014766     88  XP-OVERRIDE-YES            VALUE 'Y' 'y'.
014769 01  XP-SUPERVISOR-ID       PIC X(08).
014772 01  XP-OVERRIDE-CODE       PIC X(03) VALUE SPACES.
014775 01  XP-OVERRIDE-ID         PIC X(08) VALUE SPACES.
014778
014800*-----------------------------------------------------------*
014900* SCENARIO COMPARISON WORKING FIELDS.
015000*-----------------------------------------------------------*
016946     05  RS-END-DATE-YYYY   PIC 9(04).
016947     05  RS-END-DATE-MM     PIC 9(02).
016948     05  RS-END-DATE-DD     PIC 9(02).
016949 01  RS-OLD-EMI             PIC 9(7)V99.
016951
016954*-----------------------------------------------------------*
016957* LEDGER-ROW WORK FIELDS - THE CALLER SETS THESE AND
039300     IF AF-QUOTE-DECLINED
039400         GO TO 3000-LOAN-CALCULATOR-SCREEN
039500     END-IF.
039510
039520     PERFORM 3600-EXPOSURE-CHECK.
039530     IF XP-QUOTE-DECLINED
039540         GO TO 3000-LOAN-CALCULATOR-SCREEN
039550     END-IF.
039600
039700     DISPLAY "*******************************************".
039800     DISPLAY " Loan-EMI: ", Loan-EMI.
046200             MOVE 'Y' TO AF-DECLINED-SWITCH
046300         END-IF
046400     END-IF.
046401
046402*===========================================================*
046403 3600-EXPOSURE-CHECK.
046404*    TOTALS THE CUSTOMER'S LIVE OBLIGATIONS AND ADDS THE NEW
046405*    LOAN. OVER THE CUSTOMER'S EXPOSURE LIMIT, THE QUOTE GOES
046406*    AHEAD ONLY ON A SUPERVISOR OVERRIDE - OTHERWISE IT IS
046407*    CANCELLED AND LOGGED TO THE ERROR LOG. QUOTES ARE NOT
046408*    LIVE MONEY AND DO NOT COUNT, SO EARLIER WHAT-IF QUOTES
046409*    FOR THE SAME CUSTOMER CANNOT BLOCK THIS ONE.
046410*===========================================================*
046411     MOVE 'N'    TO XP-DECLINED-SWITCH.
046412     MOVE SPACES TO XP-OVERRIDE-CODE.
046413     MOVE SPACES TO XP-OVERRIDE-ID.
046414     MOVE ZERO   TO XP-LIVE-BALANCE.
046415     MOVE ZERO   TO XP-LIVE-EMI.
046416     MOVE ZERO   TO XP-LIVE-LOANS.
046417
046418     MOVE ZERO   TO XP-EXPOSURE-LIMIT.
046419     OPEN INPUT CUSTOMER-MASTER-FILE.
046420     IF CUSTMAST-OK
046421         MOVE Customer-Id TO CM-CUSTOMER-ID
046422         READ CUSTOMER-MASTER-FILE
046423             KEY IS CM-CUSTOMER-ID
046424             INVALID KEY
046425                 CONTINUE
046426         END-READ
046427         IF CUSTMAST-OK
046428             MOVE CM-EXPOSURE-LIMIT TO XP-EXPOSURE-LIMIT
046429         END-IF
046430         CLOSE CUSTOMER-MASTER-FILE
046431     END-IF.
046432
046433     IF XP-EXPOSURE-LIMIT > ZERO
046434         OPEN INPUT LOAN-MASTER-FILE
046435         IF LOANMAST-OK
046436             PERFORM 3610-TOTAL-OWN-LOANS
046437             PERFORM 3630-TOTAL-PARTY-LOANS
046438             CLOSE LOAN-MASTER-FILE
046439         END-IF
046440         COMPUTE XP-NEW-EXPOSURE =
046441             XP-LIVE-BALANCE + Loan-Amount
046442         IF XP-NEW-EXPOSURE > XP-EXPOSURE-LIMIT
046443             PERFORM 3800-EXPOSURE-OVERRIDE
046444         END-IF
046445     END-IF.
046446
046447*===========================================================*
046448 3610-TOTAL-OWN-LOANS.
046449*    LOANS ON WHICH THE CUSTOMER IS PRIMARY APPLICANT, VIA THE
046450*    CUSTOMER-ID ALTERNATE INDEX.
046451*===========================================================*
046452     MOVE 'N' TO XP-BROWSE-DONE-SWITCH.
046453
046454     MOVE Customer-Id TO LM-CUSTOMER-ID.
046455     START LOAN-MASTER-FILE
046456         KEY IS EQUAL TO LM-CUSTOMER-ID
046457         INVALID KEY
046458             MOVE 'Y' TO XP-BROWSE-DONE-SWITCH
046459     END-START.
046460
046461     PERFORM 3620-ADD-ONE-OWN-LOAN
046462         UNTIL XP-BROWSE-DONE.
046463
046464*===========================================================*
046465 3620-ADD-ONE-OWN-LOAN.
046466*===========================================================*
046467     READ LOAN-MASTER-FILE NEXT RECORD
046468         AT END
046469             MOVE 'Y' TO XP-BROWSE-DONE-SWITCH
046470     END-READ.
046471     IF NOT LOANMAST-OK AND NOT XP-BROWSE-DONE
046472         MOVE 'Y' TO XP-BROWSE-DONE-SWITCH
046473     END-IF.
046474     IF NOT XP-BROWSE-DONE
046475         IF LM-CUSTOMER-ID NOT = Customer-Id
046476             MOVE 'Y' TO XP-BROWSE-DONE-SWITCH
046477         ELSE
046478             PERFORM 3650-ADD-LIVE-LOAN
046479         END-IF
046480     END-IF.
046500
046501*===========================================================*
046502 3630-TOTAL-PARTY-LOANS.
046503*    LOANS ON WHICH THE CUSTOMER STANDS AS CO-APPLICANT OR
046504*    GUARANTOR. THE WHOLE BALANCE COUNTS - A GUARANTOR CAN BE
046505*    CALLED FOR ALL OF IT. A MISSING PARTY FILE JUST MEANS NO
046506*    PARTIES HAVE EVER BEEN KEYED.
046507*===========================================================*
046508     MOVE 'N' TO XP-PARTY-EOF-SWITCH.
046509     OPEN INPUT PARTY-FILE.
046510     IF NOT PARTY-OK
046511         MOVE 'Y' TO XP-PARTY-EOF-SWITCH
046512     ELSE
046513         PERFORM 3640-CHECK-ONE-PARTY-ROW
046514             UNTIL XP-END-OF-PARTY-FILE
046515         CLOSE PARTY-FILE
046516     END-IF.
046517
046518*===========================================================*
046519 3640-CHECK-ONE-PARTY-ROW.
046520*===========================================================*
046521     READ PARTY-FILE
046522         AT END
046523             MOVE 'Y' TO XP-PARTY-EOF-SWITCH
046524     END-READ.
046525     IF NOT PARTY-OK AND NOT XP-END-OF-PARTY-FILE
046526         MOVE 'Y' TO XP-PARTY-EOF-SWITCH
046527     END-IF.
046528
046529     IF NOT XP-END-OF-PARTY-FILE
046530         AND LP-CUSTOMER-ID = Customer-Id
046531         MOVE LP-LOAN-ID TO LM-LOAN-ID
046532         READ LOAN-MASTER-FILE
046533             KEY IS LM-LOAN-ID
046534             INVALID KEY
046535                 CONTINUE
046536         END-READ
046537*        A LOAN THE CUSTOMER IS ALSO PRIMARY ON WAS COUNTED BY
046538*        THE INDEX BROWSE ALREADY.
046539         IF LOANMAST-OK
046540             AND LM-CUSTOMER-ID NOT = Customer-Id
046541             PERFORM 3650-ADD-LIVE-LOAN
046542         END-IF
046543     END-IF.
046544
046545*===========================================================*
046546 3650-ADD-LIVE-LOAN.
046547*===========================================================*
046548     IF LM-STATUS-APPROVED OR LM-STATUS-DISBURSED
046549         ADD LM-OUTSTANDING-BALANCE TO XP-LIVE-BALANCE
046550         ADD LM-EMI                 TO XP-LIVE-EMI
046551         ADD 1                      TO XP-LIVE-LOANS
046552     END-IF.
046553
046600*===========================================================*
046700 3700-WRITE-AUDIT-TRAIL.
046800*    APPENDS ONE ROW PER CALCULATOR RUN TO THE AUDIT LOG - WHO
048600     MOVE Interest-Rate      TO AL-INTEREST-RATE.
048700     MOVE Loan-Tenure        TO AL-LOAN-TENURE.
048800     MOVE Loan-EMI           TO AL-EMI.
048810     MOVE XP-OVERRIDE-CODE   TO AL-OVERRIDE-CODE.
048820     MOVE XP-OVERRIDE-ID     TO AL-OVERRIDE-ID.
048900
049000     WRITE AUDIT-LOG-REC.
049100
049200     CLOSE AUDIT-LOG-FILE.
049300
049301*===========================================================*
049302 3800-EXPOSURE-OVERRIDE.
049303*    THE NEW LOAN TAKES THE CUSTOMER OVER THEIR LIMIT. ONLY AN
049304*    ACTIVE SUPERVISOR ON THE OPERATOR MASTER MAY LET IT
049305*    THROUGH; THEIR ID GOES ON THE AUDIT ROW WITH CODE 'EXP'.
049306*===========================================================*
049307     DISPLAY "*******************************************".
049308     DISPLAY " WARNING: exposure limit exceeded".
049309     MOVE XP-LIVE-BALANCE TO XP-AMOUNT-EDIT.
049310     DISPLAY "   Live balances:  ", XP-AMOUNT-EDIT,
049311         " on ", XP-LIVE-LOANS, " loan(s)".
049312     MOVE XP-LIVE-EMI TO XP-AMOUNT-EDIT.
049313     DISPLAY "   Live EMIs:      ", XP-AMOUNT-EDIT.
049314     MOVE XP-NEW-EXPOSURE TO XP-AMOUNT-EDIT.
049315     DISPLAY "   With this loan: ", XP-AMOUNT-EDIT.
049316     MOVE XP-EXPOSURE-LIMIT TO XP-AMOUNT-EDIT.
049317     DISPLAY "   Limit:          ", XP-AMOUNT-EDIT.
049318     DISPLAY "*******************************************".
049319     DISPLAY "Supervisor override? (Y/N): ".
049320     ACCEPT XP-OVERRIDE-RESPONSE.
049321
049322     IF XP-OVERRIDE-YES
049323         DISPLAY "Enter Supervisor ID: "
049324         ACCEPT XP-SUPERVISOR-ID
049325         OPEN INPUT OPERATOR-MASTER-FILE
049326         IF OPERMAST-OK
049327             MOVE XP-SUPERVISOR-ID TO OP-OPERATOR-ID
049328             READ OPERATOR-MASTER-FILE
049329                 KEY IS OP-OPERATOR-ID
049330                 INVALID KEY
049331                     CONTINUE
049332             END-READ
049333             IF OPERMAST-OK AND OP-ACTIVE AND OP-ROLE-SUPERVISOR
049334                 MOVE 'EXP'            TO XP-OVERRIDE-CODE
049335                 MOVE XP-SUPERVISOR-ID TO XP-OVERRIDE-ID
049336             ELSE
049337                 DISPLAY "** Not an active supervisor - ",
049338                     "override refused **"
049339             END-IF
049340             CLOSE OPERATOR-MASTER-FILE
049341         ELSE
049342             DISPLAY "** Operator Master not available - ",
049343                 "override refused **"
049344         END-IF
049345     END-IF.
049346
049347     IF XP-OVERRIDE-CODE = SPACES
049348         DISPLAY "Quote cancelled - re-enter loan terms."
049349         MOVE 'Y'               TO XP-DECLINED-SWITCH
049350         MOVE "LOAN-AMOUNT"     TO EC-FIELD-NAME
049351         MOVE Loan-Amount       TO EC-BAD-VALUE-EDIT
049352         MOVE EC-BAD-VALUE-EDIT TO EC-BAD-VALUE
049353         MOVE "Exposure limit exceeded"
049354             TO EC-REASON
049355         PERFORM 3900-LOG-REJECTED-ENTRY
049356     END-IF.
049357
049400*===========================================================*
049500 3900-LOG-REJECTED-ENTRY.
049600*    APPENDS ONE REJECTED-ENTRY ROW TO THE ERROR LOG FILE SO
058526     MOVE CV-BRANCH-CODE     TO LM-BRANCH-CODE.
058527     MOVE SPACE              TO LM-RESTRUCTURE-FLAG.
058528     MOVE ZERO               TO LM-HOLIDAY-END-DATE.
058529     MOVE ZERO               TO LM-WRITEOFF-AMOUNT.
058530     MOVE ZERO               TO LM-RECOVERED-AMOUNT.
058535     MOVE 'Q'                TO LM-LOAN-STATUS.
058540     MOVE WS-CURRENT-DATE    TO LM-STATUS-DATE.
058600
058700     WRITE LOAN-MASTER-REC.
093700
093800     PERFORM 7200-GET-RESTRUCTURE-TERMS.
093900     PERFORM 7300-APPLY-RESTRUCTURE.
093910     MOVE LM-EMI TO RS-OLD-EMI.
094000     PERFORM 7500-UPDATE-LOAN-MASTER-RECORD.
094010     PERFORM 7600-CLEAR-DELINQUENCY-HISTORY.
094100
095200     MOVE ZERO  TO LW-INTEREST-PORTION.
095300     MOVE ZERO  TO LW-PRINCIPAL-PORTION.
095400     PERFORM 6900-WRITE-LEDGER-ROW.
095410     PERFORM 7800-WRITE-NOTICE-TRIGGER.
095500
095600     MOVE LM-CUSTOMER-ID         TO Customer-Id.
095700     MOVE LM-LOAN-TYPE           TO Loan-Type.
108500     WRITE AUDIT-LOG-REC.
108600
108700     CLOSE AUDIT-LOG-FILE.
108710
108720*===========================================================*
108730 7800-WRITE-NOTICE-TRIGGER.
108740*    APPENDS ONE RESTRUCTURE ROW TO THE CUSTOMER NOTICE
108750*    TRIGGER FILE FOR THE LOAN JUST REWRITTEN, FOR THE
108760*    NIGHTLY LETTER BATCH. THE HOLIDAY END IS ONLY CARRIED
108770*    WHEN THIS RESTRUCTURE GRANTED A HOLIDAY.
108780*===========================================================*
108790     OPEN EXTEND NOTICE-TRIGGER-FILE.
108800     IF NOTICETR-NOT-FOUND
108810         OPEN OUTPUT NOTICE-TRIGGER-FILE
108820     END-IF.
108830
108840     ACCEPT WS-CURRENT-TIME FROM TIME.
108850
108860     MOVE SPACES                 TO NOTICE-TRIGGER-REC.
108870     MOVE LM-LOAN-ID             TO NT-LOAN-ID.
108880     MOVE LM-CUSTOMER-ID         TO NT-CUSTOMER-ID.
108890     MOVE LM-BRANCH-CODE         TO NT-BRANCH-CODE.
108900     MOVE WS-CURRENT-DATE        TO NT-TRIGGER-DATE.
108910     MOVE WS-CURRENT-TIME        TO NT-TRIGGER-TIME.
108920     MOVE "RST"                  TO NT-EVENT-CODE.
108930     MOVE Operator-Id            TO NT-SOURCE-ID.
108940     MOVE LM-LOAN-TYPE           TO NT-LOAN-TYPE.
108950     MOVE LM-LOAN-AMOUNT         TO NT-LOAN-AMOUNT.
108960     MOVE LM-OUTSTANDING-BALANCE TO NT-OUTSTANDING-BALANCE.
108970     MOVE RS-OLD-EMI             TO NT-OLD-EMI.
108980     MOVE LM-EMI                 TO NT-NEW-EMI.
108990     MOVE LM-INTEREST-RATE       TO NT-OLD-RATE.
109000     MOVE LM-INTEREST-RATE       TO NT-NEW-RATE.
109010     MOVE LM-REMAINING-MONTHS    TO NT-REMAINING-MONTHS.
109020     MOVE ZERO                   TO NT-MISSED-CYCLES.
109030     MOVE ZERO                   TO NT-OVERDUE-AMOUNT.
109040     MOVE LM-CHARGES-OUTSTANDING TO NT-CHARGES-OUTSTANDING.
109050     MOVE RS-CAPITALIZED-TOTAL   TO NT-CAPITALIZED-AMOUNT.
109060     IF RS-HOLIDAY-MONTHS > 0
109070         MOVE RS-HOLIDAY-END-DATE TO NT-HOLIDAY-END-DATE
109080     ELSE
109090         MOVE ZERO                TO NT-HOLIDAY-END-DATE
109100     END-IF.
109110
109120     WRITE NOTICE-TRIGGER-REC.
109130
109140     CLOSE NOTICE-TRIGGER-FILE.
