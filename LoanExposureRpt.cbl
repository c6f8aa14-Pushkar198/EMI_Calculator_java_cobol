000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LoanExposureRpt.
000300 AUTHOR.        LENDING-SYSTEMS-GROUP.
000400 INSTALLATION.  RETAIL-BANKING-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*  2026-10-15  LSG  ORIGINAL VERSION - CUSTOMERS AT OR OVER
001000*                   THEIR EXPOSURE LIMIT, BY BRANCH.
001100*-----------------------------------------------------------*
001200* READS THE CUSTOMER MASTER END TO END AND, FOR EVERY CUSTOMER
001300* WITH AN EXPOSURE LIMIT SET, TOTALS WHAT THEY OWE TODAY ON
001400* THEIR LIVE (APPROVED OR DISBURSED) LOANS - AS PRIMARY
001500* APPLICANT VIA THE LOAN MASTER CUSTOMER-ID INDEX, AND AS
001600* CO-APPLICANT OR GUARANTOR FROM THE LOAN PARTY FILE - THE
001700* SAME TOTAL THE CALCULATOR, THE BATCH INTAKE AND THE
001800* DISBURSE STEP HOLD A NEW LOAN AGAINST. EVERY CUSTOMER AT OR
001900* OVER THEIR LIMIT IS LISTED UNDER THEIR HOME BRANCH WITH THE
002000* LIMIT, THE EXPOSURE, THE LIVE EMIS AND THE PERCENTAGE OF
002100* THE LIMIT USED, WITH A SUBTOTAL PER BRANCH AND A GRAND
002200* TOTAL. A CUSTOMER CAN GET THERE WITHOUT ANY BREACH BEING
002300* REFUSED - A SUPERVISOR OVERRIDE, OR A LIMIT LOWERED AFTER
002400* THE LOANS WERE TAKEN - SO THIS IS THE BRANCH'S WORKLIST.
002500* CUSTOMERS WITH NO LIMIT SET ARE COUNTED BUT NOT TOTALLED.
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS CM-CUSTOMER-ID
003400         FILE STATUS IS WS-CUSTMAST-STATUS.
003500     SELECT LOAN-MASTER-FILE ASSIGN TO LOANMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS LM-LOAN-ID
003900         ALTERNATE RECORD KEY IS LM-CUSTOMER-ID
004000             WITH DUPLICATES
004100         FILE STATUS IS WS-LOANMAST-STATUS.
004200     SELECT PARTY-FILE ASSIGN TO LOANPRTY
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-PARTY-STATUS.
004500     SELECT EXPOSURE-REPORT ASSIGN TO EXPRPT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-EXPRPT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CUSTOMER-MASTER-FILE.
005200 01  CUSTOMER-MASTER-REC.
005300     COPY CUSTMAST.
005400
005500 FD  LOAN-MASTER-FILE.
005600 01  LOAN-MASTER-REC.
005700     COPY LOANMAST.
005800
005900 FD  PARTY-FILE.
006000 01  PARTY-REC.
006100     COPY LOANPRTY.
006200
006300 FD  EXPOSURE-REPORT.
006400 01  EXPOSURE-REPORT-LINE   PIC X(110).
006500
006600 WORKING-STORAGE SECTION.
006700*-----------------------------------------------------------*
006800* SWITCHES AND STATUS FIELDS.
006900*-----------------------------------------------------------*
007000 01  WS-CUSTMAST-STATUS     PIC X(02).
007100     88  CUSTMAST-OK                VALUE '00'.
007200 01  WS-LOANMAST-STATUS     PIC X(02).
007300     88  LOANMAST-OK                VALUE '00' '02'.
007400 01  WS-PARTY-STATUS        PIC X(02).
007500     88  PARTY-OK                   VALUE '00'.
007600 01  WS-EXPRPT-STATUS       PIC X(02).
007700     88  EXPRPT-OK                  VALUE '00'.
007800 01  WS-EOF-SWITCH          PIC X(01).
007900     88  END-OF-CUSTOMER-MASTER     VALUE 'Y'.
008000 01  WS-LOANMAST-OPEN-SWITCH PIC X(01).
008100     88  LOAN-MASTER-OPEN           VALUE 'Y'.
008200 01  WS-BROWSE-DONE-SWITCH  PIC X(01).
008300     88  BROWSE-DONE                VALUE 'Y'.
008400 01  WS-PARTY-EOF-SWITCH    PIC X(01).
008500     88  END-OF-PARTY-FILE          VALUE 'Y'.
008600
008700*-----------------------------------------------------------*
008800* REPORTING DAY.
008900*-----------------------------------------------------------*
009000 01  WS-RUN-DATE            PIC 9(08).
009100
009200*-----------------------------------------------------------*
009300* ONE CUSTOMER'S LIVE OBLIGATIONS, TOTALLED THE SAME WAY THE
009400* ONLINE AND BATCH EXPOSURE CHECKS TOTAL THEM.
009500*-----------------------------------------------------------*
009600 01  XP-LIVE-BALANCE        PIC 9(9)V99.
009700 01  XP-LIVE-EMI            PIC 9(9)V99.
009800 01  XP-LIVE-LOANS          PIC 9(05).
009900 01  XP-PCT-OF-LIMIT        PIC 9(05).
010000
010100*-----------------------------------------------------------*
010200* CUSTOMERS AT OR OVER THEIR LIMIT, HELD UNTIL THE WHOLE FILE
010300* HAS BEEN READ SO THEY CAN BE PRINTED GROUPED BY BRANCH. IF
010400* MORE TURN UP THAN THE TABLE HOLDS, THE REST STILL FEED THEIR
010500* BRANCH AND GRAND TOTALS AND ARE COUNTED AS NOT LISTED.
010600*-----------------------------------------------------------*
010700 01  EX-OVER-TABLE.
010800     05  EX-ENTRY OCCURS 500 TIMES INDEXED BY EX-IDX.
010900         10  EX-BRANCH-CODE     PIC X(04).
011000         10  EX-CUSTOMER-ID     PIC 9(09).
011100         10  EX-CUSTOMER-NAME   PIC X(30).
011200         10  EX-LIMIT           PIC 9(9)V99.
011300         10  EX-EXPOSURE        PIC 9(9)V99.
011400         10  EX-LIVE-EMI        PIC 9(9)V99.
011500         10  EX-LIVE-LOANS      PIC 9(05).
011600         10  EX-PCT-OF-LIMIT    PIC 9(05).
011700 01  EX-USED-COUNT          PIC 9(03) COMP.
011800 01  EX-SUB                 PIC 9(03) COMP.
011900
012000*-----------------------------------------------------------*
012100* PER-BRANCH TOTALS OF THE CUSTOMERS AT OR OVER THEIR LIMIT -
012200* ENTRIES ARE TAKEN UP IN THE ORDER BRANCHES ARE FIRST SEEN.
012300* A BLANK BRANCH REPORTS UNDER '????', AND IF MORE BRANCHES
012400* TURN UP THAN THE TABLE HOLDS THE OVERFLOW LANDS UNDER
012500* '++++' RATHER THAN FALLING OUT OF THE GRAND TOTALS.
012600*-----------------------------------------------------------*
012700 01  BR-BRANCH-TABLE.
012800     05  BR-ENTRY OCCURS 50 TIMES INDEXED BY BR-IDX.
012900         10  BR-CODE            PIC X(04).
013000         10  BR-COUNT           PIC 9(07) COMP.
013100         10  BR-LIMIT           PIC 9(13)V99.
013200         10  BR-EXPOSURE        PIC 9(13)V99.
013300         10  BR-LIVE-EMI        PIC 9(13)V99.
013400 01  BR-USED-COUNT          PIC 9(02) COMP.
013500 01  BR-SUB                 PIC 9(02) COMP.
013600 01  BR-MATCH-SUB           PIC 9(02) COMP.
013700 01  BR-WORK-CODE           PIC X(04).
013800 01  BR-FOUND-SWITCH        PIC X(01).
013900     88  BR-FOUND                   VALUE 'Y'.
014000
014100*-----------------------------------------------------------*
014200* RUN TOTALS.
014300*-----------------------------------------------------------*
014400 01  WS-CUSTOMER-COUNT      PIC 9(07)  COMP.
014500 01  WS-LIMIT-SET-COUNT     PIC 9(07)  COMP.
014600 01  WS-OVER-COUNT          PIC 9(07)  COMP.
014700 01  WS-NOT-LISTED-COUNT    PIC 9(07)  COMP.
014800 01  WS-TOTAL-LIMIT         PIC 9(13)V99.
014900 01  WS-TOTAL-EXPOSURE      PIC 9(13)V99.
015000 01  WS-TOTAL-LIVE-EMI      PIC 9(13)V99.
015100
015200*-----------------------------------------------------------*
015300* REPORT LINE LAYOUTS.
015400*-----------------------------------------------------------*
015500 01  XR-HEADER-LINE.
015600     05  FILLER             PIC X(40)
015700         VALUE "CUSTOMERS AT OR OVER EXPOSURE LIMIT AS A".
015800     05  FILLER             PIC X(02)
015900         VALUE "T ".
016000     05  XR-HEADER-DATE     PIC 9(08).
016100 01  XR-COLUMN-LINE.
016200     05  FILLER             PIC X(40)
016300         VALUE "BRCH  CUSTOMER   NAME                   ".
016400     05  FILLER             PIC X(40)
016500         VALUE "                LIMIT      EXPOSURE     ".
016600     05  FILLER             PIC X(21)
016700         VALUE " LIVE EMI  LOANS  PCT".
016800 01  XR-DETAIL-LINE.
016900     05  XR-BRANCH-CODE     PIC X(04).
017000     05  FILLER             PIC X(02) VALUE SPACES.
017100     05  XR-CUSTOMER-ID     PIC 9(09).
017200     05  FILLER             PIC X(02) VALUE SPACES.
017300     05  XR-CUSTOMER-NAME   PIC X(30).
017400     05  FILLER             PIC X(02) VALUE SPACES.
017500     05  XR-LIMIT           PIC Z(8)9.99.
017600     05  FILLER             PIC X(02) VALUE SPACES.
017700     05  XR-EXPOSURE        PIC Z(8)9.99.
017800     05  FILLER             PIC X(02) VALUE SPACES.
017900     05  XR-LIVE-EMI        PIC Z(8)9.99.
018000     05  FILLER             PIC X(02) VALUE SPACES.
018100     05  XR-LIVE-LOANS      PIC Z(4)9.
018200     05  FILLER             PIC X(01) VALUE SPACES.
018300     05  XR-PCT-OF-LIMIT    PIC Z(3)9.
018400 01  XR-TOTAL-LINE.
018500     05  XR-TOT-CODE        PIC X(04).
018600     05  FILLER             PIC X(02) VALUE SPACES.
018700     05  XR-TOT-LABEL       PIC X(14).
018800     05  XR-TOT-COUNT       PIC Z(6)9.
018900     05  FILLER             PIC X(10) VALUE " CUSTOMERS".
019000     05  FILLER             PIC X(11) VALUE SPACES.
019100     05  XR-TOT-LIMIT       PIC Z(9)9.99.
019200     05  FILLER             PIC X(01) VALUE SPACES.
019300     05  XR-TOT-EXPOSURE    PIC Z(9)9.99.
019400     05  FILLER             PIC X(01) VALUE SPACES.
019500     05  XR-TOT-LIVE-EMI    PIC Z(9)9.99.
019600 01  XR-COUNT-LINE.
019700     05  XR-COUNT-LABEL     PIC X(40).
019800     05  XR-COUNT           PIC Z(6)9.
019900
020000 PROCEDURE DIVISION.
020100*===========================================================*
020200 0000-MAINLINE.
020300*===========================================================*
020400     PERFORM 1000-INITIALIZE.
020500     PERFORM 2000-CHECK-ONE-CUSTOMER
020600         UNTIL END-OF-CUSTOMER-MASTER.
020700     PERFORM 4000-PRINT-REPORT.
020800     PERFORM 5000-TERMINATE.
020900     STOP RUN.
021000
021100*===========================================================*
021200 1000-INITIALIZE.
021300*===========================================================*
021400     MOVE 'N'  TO WS-EOF-SWITCH.
021500     MOVE 'N'  TO WS-LOANMAST-OPEN-SWITCH.
021600     MOVE ZERO TO WS-CUSTOMER-COUNT.
021700     MOVE ZERO TO WS-LIMIT-SET-COUNT.
021800     MOVE ZERO TO WS-OVER-COUNT.
021900     MOVE ZERO TO WS-NOT-LISTED-COUNT.
022000     MOVE ZERO TO WS-TOTAL-LIMIT.
022100     MOVE ZERO TO WS-TOTAL-EXPOSURE.
022200     MOVE ZERO TO WS-TOTAL-LIVE-EMI.
022300     MOVE ZERO TO EX-USED-COUNT.
022400     MOVE ZERO TO BR-USED-COUNT.
022500
022600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022700
022800     OPEN OUTPUT EXPOSURE-REPORT.
022900
023000*    A MISSING LOAN MASTER JUST MEANS NOBODY OWES ANYTHING -
023100*    EVERY CUSTOMER IS COUNTED AND NONE IS OVER THEIR LIMIT.
023200     OPEN INPUT LOAN-MASTER-FILE.
023300     IF LOANMAST-OK
023400         MOVE 'Y' TO WS-LOANMAST-OPEN-SWITCH
023500     ELSE
023600         DISPLAY "Loan Master not available - status ",
023700             WS-LOANMAST-STATUS, " - no live loans to total."
023800     END-IF.
023900
024000     OPEN INPUT CUSTOMER-MASTER-FILE.
024100     IF NOT CUSTMAST-OK
024200         DISPLAY "** Customer Master not available - status ",
024300             WS-CUSTMAST-STATUS, " **"
024400         MOVE 'Y' TO WS-EOF-SWITCH
024500     ELSE
024600         PERFORM 2100-READ-CUSTOMER-MASTER
024700     END-IF.
024800
024900*===========================================================*
025000 2000-CHECK-ONE-CUSTOMER.
025100*    A CUSTOMER WITH A LIMIT SET HAS THEIR LIVE LOANS
025200*    TOTALLED; AT OR OVER THE LIMIT, THEY GO ON THE LIST.
025300*===========================================================*
025400     ADD 1 TO WS-CUSTOMER-COUNT.
025500
025600     IF CM-EXPOSURE-LIMIT > ZERO
025700         ADD 1 TO WS-LIMIT-SET-COUNT
025800         MOVE ZERO TO XP-LIVE-BALANCE
025900         MOVE ZERO TO XP-LIVE-EMI
026000         MOVE ZERO TO XP-LIVE-LOANS
026100         IF LOAN-MASTER-OPEN
026200             PERFORM 2200-TOTAL-OWN-LOANS
026300             PERFORM 2400-TOTAL-PARTY-LOANS
026400         END-IF
026500         IF XP-LIVE-BALANCE >= CM-EXPOSURE-LIMIT
026600             PERFORM 3000-TAKE-UP-CUSTOMER
026700         END-IF
026800     END-IF.
026900
027000     PERFORM 2100-READ-CUSTOMER-MASTER.
027100
027200*===========================================================*
027300 2100-READ-CUSTOMER-MASTER.
027400*===========================================================*
027500     READ CUSTOMER-MASTER-FILE NEXT RECORD
027600         AT END
027700             MOVE 'Y' TO WS-EOF-SWITCH
027800     END-READ.
027900     IF NOT CUSTMAST-OK AND NOT END-OF-CUSTOMER-MASTER
028000         MOVE 'Y' TO WS-EOF-SWITCH
028100     END-IF.
028200
028300*===========================================================*
028400 2200-TOTAL-OWN-LOANS.
028500*    LOANS ON WHICH THE CUSTOMER IS PRIMARY APPLICANT, VIA THE
028600*    CUSTOMER-ID ALTERNATE INDEX.
028700*===========================================================*
028800     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
028900
029000     MOVE CM-CUSTOMER-ID TO LM-CUSTOMER-ID.
029100     START LOAN-MASTER-FILE
029200         KEY IS EQUAL TO LM-CUSTOMER-ID
029300         INVALID KEY
029400             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
029500     END-START.
029600
029700     PERFORM 2300-ADD-ONE-OWN-LOAN
029800         UNTIL BROWSE-DONE.
029900
030000*===========================================================*
030100 2300-ADD-ONE-OWN-LOAN.
030200*===========================================================*
030300     READ LOAN-MASTER-FILE NEXT RECORD
030400         AT END
030500             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
030600     END-READ.
030700     IF NOT LOANMAST-OK AND NOT BROWSE-DONE
030800         MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
030900     END-IF.
031000     IF NOT BROWSE-DONE
031100         IF LM-CUSTOMER-ID NOT = CM-CUSTOMER-ID
031200             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
031300         ELSE
031400             PERFORM 2600-ADD-LIVE-LOAN
031500         END-IF
031600     END-IF.
031700
031800*===========================================================*
031900 2400-TOTAL-PARTY-LOANS.
032000*    LOANS ON WHICH THE CUSTOMER STANDS AS CO-APPLICANT OR
032100*    GUARANTOR - THE WHOLE BALANCE COUNTS. A MISSING PARTY
032200*    FILE JUST MEANS NO PARTIES HAVE EVER BEEN KEYED.
032300*===========================================================*
032400     MOVE 'N' TO WS-PARTY-EOF-SWITCH.
032500     OPEN INPUT PARTY-FILE.
032600     IF NOT PARTY-OK
032700         MOVE 'Y' TO WS-PARTY-EOF-SWITCH
032800     ELSE
032900         PERFORM 2500-CHECK-ONE-PARTY-ROW
033000             UNTIL END-OF-PARTY-FILE
033100         CLOSE PARTY-FILE
033200     END-IF.
033300
033400*===========================================================*
033500 2500-CHECK-ONE-PARTY-ROW.
033600*===========================================================*
033700     READ PARTY-FILE
033800         AT END
033900             MOVE 'Y' TO WS-PARTY-EOF-SWITCH
034000     END-READ.
034100     IF NOT PARTY-OK AND NOT END-OF-PARTY-FILE
034200         MOVE 'Y' TO WS-PARTY-EOF-SWITCH
034300     END-IF.
034400
034500     IF NOT END-OF-PARTY-FILE
034600         AND LP-CUSTOMER-ID = CM-CUSTOMER-ID
034700         MOVE LP-LOAN-ID TO LM-LOAN-ID
034800         READ LOAN-MASTER-FILE
034900             KEY IS LM-LOAN-ID
035000             INVALID KEY
035100                 CONTINUE
035200         END-READ
035300*        A LOAN THE CUSTOMER IS ALSO PRIMARY ON WAS COUNTED BY
035400*        THE INDEX BROWSE ALREADY.
035500         IF LOANMAST-OK
035600             AND LM-CUSTOMER-ID NOT = CM-CUSTOMER-ID
035700             PERFORM 2600-ADD-LIVE-LOAN
035800         END-IF
035900     END-IF.
036000
036100*===========================================================*
036200 2600-ADD-LIVE-LOAN.
036300*===========================================================*
036400     IF LM-STATUS-APPROVED OR LM-STATUS-DISBURSED
036500         ADD LM-OUTSTANDING-BALANCE TO XP-LIVE-BALANCE
036600         ADD LM-EMI                 TO XP-LIVE-EMI
036700         ADD 1                      TO XP-LIVE-LOANS
036800     END-IF.
036900
037000*===========================================================*
037100 3000-TAKE-UP-CUSTOMER.
037200*    FEEDS A CUSTOMER AT OR OVER THEIR LIMIT INTO THEIR HOME
037300*    BRANCH'S TOTALS, TAKING UP A NEW BRANCH ENTRY THE FIRST
037400*    TIME A BRANCH IS SEEN, AND HOLDS THE DETAIL FOR PRINTING.
037500*===========================================================*
037600     ADD 1                 TO WS-OVER-COUNT.
037700     ADD CM-EXPOSURE-LIMIT TO WS-TOTAL-LIMIT.
037800     ADD XP-LIVE-BALANCE   TO WS-TOTAL-EXPOSURE.
037900     ADD XP-LIVE-EMI       TO WS-TOTAL-LIVE-EMI.
038000
038100     COMPUTE XP-PCT-OF-LIMIT =
038200         XP-LIVE-BALANCE * 100 / CM-EXPOSURE-LIMIT
038300         ON SIZE ERROR
038400             MOVE 99999 TO XP-PCT-OF-LIMIT
038500     END-COMPUTE.
038600
038700     IF CM-BRANCH-CODE = SPACES
038800         MOVE "????" TO BR-WORK-CODE
038900     ELSE
039000         MOVE CM-BRANCH-CODE TO BR-WORK-CODE
039100     END-IF.
039200
039300     MOVE 'N'  TO BR-FOUND-SWITCH.
039400     MOVE ZERO TO BR-MATCH-SUB.
039500     PERFORM 3100-MATCH-ONE-BRANCH
039600         VARYING BR-SUB FROM 1 BY 1
039700         UNTIL BR-SUB > BR-USED-COUNT OR BR-FOUND.
039800
039900     IF NOT BR-FOUND
040000         IF BR-USED-COUNT < 50
040100             ADD 1 TO BR-USED-COUNT
040200             MOVE BR-USED-COUNT TO BR-MATCH-SUB
040300             MOVE BR-WORK-CODE TO BR-CODE(BR-MATCH-SUB)
040400             MOVE ZERO TO BR-COUNT(BR-MATCH-SUB)
040500             MOVE ZERO TO BR-LIMIT(BR-MATCH-SUB)
040600             MOVE ZERO TO BR-EXPOSURE(BR-MATCH-SUB)
040700             MOVE ZERO TO BR-LIVE-EMI(BR-MATCH-SUB)
040800         ELSE
040900*            TABLE FULL - THE OVERFLOW BRANCH KEEPS THE
041000*            SECTION ROLLING UP TO THE GRAND TOTALS.
041100             MOVE "++++" TO BR-CODE(50)
041200             MOVE 50 TO BR-MATCH-SUB
041300         END-IF
041400     END-IF.
041500
041600     ADD 1                 TO BR-COUNT(BR-MATCH-SUB).
041700     ADD CM-EXPOSURE-LIMIT TO BR-LIMIT(BR-MATCH-SUB).
041800     ADD XP-LIVE-BALANCE   TO BR-EXPOSURE(BR-MATCH-SUB).
041900     ADD XP-LIVE-EMI       TO BR-LIVE-EMI(BR-MATCH-SUB).
042000
042100     IF EX-USED-COUNT < 500
042200         ADD 1 TO EX-USED-COUNT
042300         MOVE BR-CODE(BR-MATCH-SUB)
042400             TO EX-BRANCH-CODE(EX-USED-COUNT)
042500         MOVE CM-CUSTOMER-ID    TO EX-CUSTOMER-ID(EX-USED-COUNT)
042600         MOVE CM-CUSTOMER-NAME  TO EX-CUSTOMER-NAME(EX-USED-COUNT)
042700         MOVE CM-EXPOSURE-LIMIT TO EX-LIMIT(EX-USED-COUNT)
042800         MOVE XP-LIVE-BALANCE   TO EX-EXPOSURE(EX-USED-COUNT)
042900         MOVE XP-LIVE-EMI       TO EX-LIVE-EMI(EX-USED-COUNT)
043000         MOVE XP-LIVE-LOANS     TO EX-LIVE-LOANS(EX-USED-COUNT)
043100         MOVE XP-PCT-OF-LIMIT   TO EX-PCT-OF-LIMIT(EX-USED-COUNT)
043200     ELSE
043300         ADD 1 TO WS-NOT-LISTED-COUNT
043400     END-IF.
043500
043600*===========================================================*
043700 3100-MATCH-ONE-BRANCH.
043800*===========================================================*
043900     IF BR-CODE(BR-SUB) = BR-WORK-CODE
044000         MOVE 'Y' TO BR-FOUND-SWITCH
044100         MOVE BR-SUB TO BR-MATCH-SUB
044200     END-IF.
044300
044400*===========================================================*
044500 4000-PRINT-REPORT.
044600*    ONE GROUP PER BRANCH, IN THE ORDER THE BRANCHES WERE
044700*    FIRST SEEN - THE CUSTOMERS HELD FOR THAT BRANCH, THEN
044800*    ITS SUBTOTAL - AND THE GRAND TOTAL AND RUN COUNTS LAST.
044900*===========================================================*
045000     MOVE WS-RUN-DATE     TO XR-HEADER-DATE.
045100     MOVE XR-HEADER-LINE  TO EXPOSURE-REPORT-LINE.
045200     WRITE EXPOSURE-REPORT-LINE.
045300     MOVE SPACES          TO EXPOSURE-REPORT-LINE.
045400     WRITE EXPOSURE-REPORT-LINE.
045500     MOVE XR-COLUMN-LINE  TO EXPOSURE-REPORT-LINE.
045600     WRITE EXPOSURE-REPORT-LINE.
045700
045800     PERFORM 4100-PRINT-ONE-BRANCH
045900         VARYING BR-SUB FROM 1 BY 1
046000         UNTIL BR-SUB > BR-USED-COUNT.
046100
046200     MOVE SPACES TO EXPOSURE-REPORT-LINE.
046300     WRITE EXPOSURE-REPORT-LINE.
046400     MOVE "ALL"                   TO XR-TOT-CODE.
046500     MOVE "GRAND TOTAL"           TO XR-TOT-LABEL.
046600     MOVE WS-OVER-COUNT           TO XR-TOT-COUNT.
046700     MOVE WS-TOTAL-LIMIT          TO XR-TOT-LIMIT.
046800     MOVE WS-TOTAL-EXPOSURE       TO XR-TOT-EXPOSURE.
046900     MOVE WS-TOTAL-LIVE-EMI       TO XR-TOT-LIVE-EMI.
047000     MOVE XR-TOTAL-LINE           TO EXPOSURE-REPORT-LINE.
047100     WRITE EXPOSURE-REPORT-LINE.
047200
047300     MOVE SPACES TO EXPOSURE-REPORT-LINE.
047400     WRITE EXPOSURE-REPORT-LINE.
047500     MOVE "CUSTOMERS READ"        TO XR-COUNT-LABEL.
047600     MOVE WS-CUSTOMER-COUNT       TO XR-COUNT.
047700     MOVE XR-COUNT-LINE           TO EXPOSURE-REPORT-LINE.
047800     WRITE EXPOSURE-REPORT-LINE.
047900     MOVE "CUSTOMERS WITH A LIMIT SET" TO XR-COUNT-LABEL.
048000     MOVE WS-LIMIT-SET-COUNT      TO XR-COUNT.
048100     MOVE XR-COUNT-LINE           TO EXPOSURE-REPORT-LINE.
048200     WRITE EXPOSURE-REPORT-LINE.
048300     MOVE "CUSTOMERS AT OR OVER THEIR LIMIT" TO XR-COUNT-LABEL.
048400     MOVE WS-OVER-COUNT           TO XR-COUNT.
048500     MOVE XR-COUNT-LINE           TO EXPOSURE-REPORT-LINE.
048600     WRITE EXPOSURE-REPORT-LINE.
048700     IF WS-NOT-LISTED-COUNT > 0
048800         MOVE "IN THE TOTALS BUT NOT LISTED" TO XR-COUNT-LABEL
048900         MOVE WS-NOT-LISTED-COUNT TO XR-COUNT
049000         MOVE XR-COUNT-LINE       TO EXPOSURE-REPORT-LINE
049100         WRITE EXPOSURE-REPORT-LINE
049200     END-IF.
049300
049400*===========================================================*
049500 4100-PRINT-ONE-BRANCH.
049600*===========================================================*
049700     MOVE SPACES TO EXPOSURE-REPORT-LINE.
049800     WRITE EXPOSURE-REPORT-LINE.
049900
050000     PERFORM 4200-PRINT-DETAIL-LINE
050100         VARYING EX-SUB FROM 1 BY 1
050200         UNTIL EX-SUB > EX-USED-COUNT.
050300
050400     MOVE BR-CODE(BR-SUB)         TO XR-TOT-CODE.
050500     MOVE "BRANCH TOTAL"          TO XR-TOT-LABEL.
050600     MOVE BR-COUNT(BR-SUB)        TO XR-TOT-COUNT.
050700     MOVE BR-LIMIT(BR-SUB)        TO XR-TOT-LIMIT.
050800     MOVE BR-EXPOSURE(BR-SUB)     TO XR-TOT-EXPOSURE.
050900     MOVE BR-LIVE-EMI(BR-SUB)     TO XR-TOT-LIVE-EMI.
051000     MOVE XR-TOTAL-LINE           TO EXPOSURE-REPORT-LINE.
051100     WRITE EXPOSURE-REPORT-LINE.
051200
051300*===========================================================*
051400 4200-PRINT-DETAIL-LINE.
051500*    PRINTS THE HELD CUSTOMER ONLY IF IT BELONGS TO THE
051600*    BRANCH BEING PRINTED.
051700*===========================================================*
051800     IF EX-BRANCH-CODE(EX-SUB) = BR-CODE(BR-SUB)
051900         MOVE SPACES                  TO XR-DETAIL-LINE
052000         MOVE EX-BRANCH-CODE(EX-SUB)  TO XR-BRANCH-CODE
052100         MOVE EX-CUSTOMER-ID(EX-SUB)  TO XR-CUSTOMER-ID
052200         MOVE EX-CUSTOMER-NAME(EX-SUB) TO XR-CUSTOMER-NAME
052300         MOVE EX-LIMIT(EX-SUB)        TO XR-LIMIT
052400         MOVE EX-EXPOSURE(EX-SUB)     TO XR-EXPOSURE
052500         MOVE EX-LIVE-EMI(EX-SUB)     TO XR-LIVE-EMI
052600         MOVE EX-LIVE-LOANS(EX-SUB)   TO XR-LIVE-LOANS
052700         MOVE EX-PCT-OF-LIMIT(EX-SUB) TO XR-PCT-OF-LIMIT
052800         MOVE XR-DETAIL-LINE          TO EXPOSURE-REPORT-LINE
052900         WRITE EXPOSURE-REPORT-LINE
053000     END-IF.
053100
053200*===========================================================*
053300 5000-TERMINATE.
053400*===========================================================*
053500     IF LOAN-MASTER-OPEN
053600         CLOSE LOAN-MASTER-FILE
053700     END-IF.
053800     CLOSE CUSTOMER-MASTER-FILE.
053900     CLOSE EXPOSURE-REPORT.
054000
054100     DISPLAY "*******************************************".
054200     DISPLAY " Customers read:        ", WS-CUSTOMER-COUNT.
054300     DISPLAY " With a limit set:      ", WS-LIMIT-SET-COUNT.
054400     DISPLAY " At or over limit:      ", WS-OVER-COUNT.
054500     DISPLAY " Not listed (overflow): ", WS-NOT-LISTED-COUNT.
054600     DISPLAY "*******************************************".
