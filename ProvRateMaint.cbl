000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ProvRateMaint.
000300 AUTHOR.        LENDING-SYSTEMS-GROUP.
000400 INSTALLATION.  RETAIL-BANKING-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.
000900*  2026-10-15  LSG  ORIGINAL VERSION - PROVISIONING-RATE FILE
001000*                   MAINTENANCE: KEY FUTURE-DATED RATES BY LOAN
001100*                   TYPE AND PROVISIONING CATEGORY AND LIST THE
001200*                   FILE. SUPERVISOR SIGN-ON AS FOR THE RATE
001300*                   CARD.
001400*-----------------------------------------------------------*
001500* LETS THE CREDIT RISK DESK KEY PROVISIONING-RATE CHANGES
001600* THEMSELVES. A RATE IS HELD PER LOAN TYPE AND PER CATEGORY -
001700* STANDARD, THE 30/60/90+ DAY BUCKETS, NPA AND RESTRUCTURED -
001800* AS A PERCENTAGE OF THE OUTSTANDING BALANCE. A NEW ROW IS
001900* APPENDED WITH ITS EFFECTIVE-FROM DATE AND THE MONTH-END
002000* PROVISIONING BATCH PICKS, PER TYPE AND CATEGORY, THE ROW IN
002100* EFFECT FOR ITS RUN DATE. ROWS ARE NEVER CHANGED OR DELETED -
002200* A CORRECTION IS A NEW ROW WITH THE SAME EFFECTIVE DATE, WHICH
002300* WINS BECAUSE THE LOADER TAKES THE LAST ROW AT LEAST AS FRESH
002400* AS THE ONE ALREADY HELD.
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT PROV-RATE-FILE ASSIGN TO PROVRATE
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PROVRATE-STATUS.
003200     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMAST
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS OP-OPERATOR-ID
003600         FILE STATUS IS WS-OPERMAST-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PROV-RATE-FILE.
004100 01  PROV-RATE-REC.
004200     COPY PROVRATE.
004300
004400 FD  OPERATOR-MASTER-FILE.
004500 01  OPERATOR-MASTER-REC.
004600     COPY OPERMAST.
004700
004800 WORKING-STORAGE SECTION.
004900*-----------------------------------------------------------*
005000* SWITCHES AND STATUS FIELDS.
005100*-----------------------------------------------------------*
005200 01  WS-PROVRATE-STATUS     PIC X(02).
005300     88  PROVRATE-OK                VALUE '00'.
005400     88  PROVRATE-NOT-FOUND         VALUE '35'.
005500 01  WS-PROVRATE-EOF        PIC X(01).
005600     88  END-OF-PROV-RATES          VALUE 'Y'.
005700 01  WS-OPERMAST-STATUS     PIC X(02).
005800     88  OPERMAST-OK                VALUE '00'.
005900     88  OPERMAST-NOT-FOUND         VALUE '35'.
006000 01  WS-SIGNON-OK-SWITCH    PIC X(01).
006100     88  SIGNON-OK                  VALUE 'Y'.
006200 01  WS-OPERATOR-ROLE       PIC X(01).
006300     88  OPERATOR-IS-SUPERVISOR     VALUE 'S'.
006400
006500*-----------------------------------------------------------*
006600* SCREEN / INPUT WORKING FIELDS.
006700*-----------------------------------------------------------*
006800 01  Operator-Id            PIC X(08).
006900 01  Menu-Choice            PIC X(01).
007000     88  PROV-ADD                   VALUE 'A' 'a'.
007100     88  PROV-LIST                  VALUE 'L' 'l'.
007200     88  PROV-EXIT                  VALUE 'X' 'x'.
007300 01  Prov-Loan-Type         PIC 9(1).
007400 01  Prov-Category          PIC X(03).
007500     88  PROV-CATEGORY-VALID        VALUE 'STD' '030' '060'
007600                                          '090' 'NPA' 'RST'.
007700 01  Prov-Rate-Pct          PIC 9(3)V99.
007800 01  Prov-Effective-Date    PIC 9(8).
007900
008000*-----------------------------------------------------------*
008100* VALIDATION LIMITS - A PROVISION CAN RUN FROM NOTHING UP TO
008200* THE WHOLE OUTSTANDING BALANCE.
008300*-----------------------------------------------------------*
008400 01  WS-PCT-MAX             PIC 9(3)V99 VALUE 100.00.
008500
008600 PROCEDURE DIVISION.
008700*===========================================================*
008800 0000-MAINLINE.
008900*===========================================================*
009000     PERFORM 1000-WELCOME-SCREEN.
009100     PERFORM 2000-MENU-SCREEN
009200         UNTIL PROV-EXIT.
009300     STOP RUN.
009400
009500*===========================================================*
009600 1000-WELCOME-SCREEN.
009700*===========================================================*
009800     DISPLAY "*******************************************".
009900     DISPLAY " Provisioning Rate Maintenance".
010000     DISPLAY "*******************************************".
010100     DISPLAY "Enter Operator ID: ".
010200     ACCEPT Operator-Id.
010300     PERFORM 1100-VALIDATE-OPERATOR.
010400     IF NOT SIGNON-OK
010500         GO TO 1000-WELCOME-SCREEN
010600     END-IF.
010700     IF NOT OPERATOR-IS-SUPERVISOR
010800         DISPLAY "** Provisioning rate maintenance needs a ",
010900             "supervisor sign-on **"
011000         GO TO 1000-WELCOME-SCREEN
011100     END-IF.
011200
011300*===========================================================*
011400 1100-VALIDATE-OPERATOR.
011500*    THE KEYED OPERATOR ID MUST MATCH AN ACTIVE ROW ON THE
011600*    OPERATOR MASTER. AN UNAVAILABLE OPERATOR MASTER ENDS
011700*    THE RUN - THERE IS NO ANONYMOUS SIGN-ON.
011800*===========================================================*
011900     MOVE 'N' TO WS-SIGNON-OK-SWITCH.
012000     OPEN INPUT OPERATOR-MASTER-FILE.
012100     IF NOT OPERMAST-OK
012200         DISPLAY "** Operator Master not available - status ",
012300             WS-OPERMAST-STATUS, " - no sign-on **"
012400         STOP RUN
012500     END-IF.
012600
012700     MOVE Operator-Id TO OP-OPERATOR-ID.
012800     READ OPERATOR-MASTER-FILE
012900         KEY IS OP-OPERATOR-ID
013000         INVALID KEY
013100             CONTINUE
013200     END-READ.
013300     IF OPERMAST-OK AND OP-ACTIVE
013400         MOVE OP-ROLE TO WS-OPERATOR-ROLE
013500         MOVE 'Y' TO WS-SIGNON-OK-SWITCH
013600     END-IF.
013700     CLOSE OPERATOR-MASTER-FILE.
013800
013900     IF NOT SIGNON-OK
014000         DISPLAY "** Sign-on refused - unknown or ",
014100             "deactivated operator **"
014200     END-IF.
014300
014400*===========================================================*
014500 2000-MENU-SCREEN.
014600*===========================================================*
014700     DISPLAY "*******************************************".
014800     DISPLAY " A - Add a provisioning rate row".
014900     DISPLAY " L - List the provisioning rate file".
015000     DISPLAY " X - Exit".
015100     DISPLAY "Enter your choice: ".
015200     ACCEPT Menu-Choice.
015300
015400     IF PROV-ADD
015500         PERFORM 3000-ADD-RATE-ROW
015600     ELSE
015700         IF PROV-LIST
015800             PERFORM 4000-LIST-RATE-FILE
015900         ELSE
016000             IF NOT PROV-EXIT
016100                 DISPLAY "** Enter A, L or X **"
016200             END-IF
016300         END-IF
016400     END-IF.
016500
016600*===========================================================*
016700 3000-ADD-RATE-ROW.
016800*===========================================================*
016900     PERFORM 3100-GET-RATE-TERMS.
017000
017100     OPEN EXTEND PROV-RATE-FILE.
017200     IF PROVRATE-NOT-FOUND
017300         OPEN OUTPUT PROV-RATE-FILE
017400     END-IF.
017500
017600     MOVE SPACES              TO PROV-RATE-REC.
017700     MOVE Prov-Loan-Type      TO PV-LOAN-TYPE.
017800     MOVE Prov-Category       TO PV-CATEGORY.
017900     MOVE Prov-Rate-Pct       TO PV-PROVISION-PCT.
018000     MOVE Prov-Effective-Date TO PV-EFFECTIVE-DATE.
018100
018200     WRITE PROV-RATE-REC.
018300     IF PROVRATE-OK
018400         DISPLAY "Provisioning rate row added - effective ",
018500             PV-EFFECTIVE-DATE
018600     ELSE
018700         DISPLAY "** Row NOT added - status ",
018800             WS-PROVRATE-STATUS, " **"
018900     END-IF.
019000
019100     CLOSE PROV-RATE-FILE.
019200
019300*===========================================================*
019400 3100-GET-RATE-TERMS.
019500*    RE-PROMPTS UNTIL EVERY TERM IS VALID. THE CATEGORY MUST
019600*    BE ONE OF THE SIX THE PROVISIONING BATCH ASSIGNS.
019700*===========================================================*
019800     DISPLAY "Enter Loan Type (1-4): ".
019900     ACCEPT Prov-Loan-Type.
020000     IF Prov-Loan-Type < 1 OR Prov-Loan-Type > 4
020100         DISPLAY "** Enter a number from 1 to 4 **"
020200         GO TO 3100-GET-RATE-TERMS
020300     END-IF.
020400
020500     DISPLAY "Enter Category (STD/030/060/090/NPA/RST): ".
020600     ACCEPT Prov-Category.
020700     IF NOT PROV-CATEGORY-VALID
020800         DISPLAY "** Enter STD, 030, 060, 090, NPA or RST **"
020900         GO TO 3100-GET-RATE-TERMS
021000     END-IF.
021100
021200     DISPLAY "Enter Provision Rate (% of balance): ".
021300     ACCEPT Prov-Rate-Pct.
021400     IF Prov-Rate-Pct > WS-PCT-MAX
021500         DISPLAY "** Invalid rate - must be 0.00 to 100.00 **"
021600         GO TO 3100-GET-RATE-TERMS
021700     END-IF.
021800
021900     DISPLAY "Enter Effective-From Date (YYYYMMDD): ".
022000     ACCEPT Prov-Effective-Date.
022100     IF Prov-Effective-Date < 20000101
022200         OR Prov-Effective-Date > 29991231
022300         DISPLAY "** Enter a date as YYYYMMDD **"
022400         GO TO 3100-GET-RATE-TERMS
022500     END-IF.
022600
022700*===========================================================*
022800 4000-LIST-RATE-FILE.
022900*===========================================================*
023000     OPEN INPUT PROV-RATE-FILE.
023100     IF NOT PROVRATE-OK
023200         DISPLAY "** Provisioning rate file not available **"
023300     ELSE
023400         MOVE 'N' TO WS-PROVRATE-EOF
023500         DISPLAY "*******************************************"
023600         DISPLAY " Type  Cat   Rate    Effective"
023700         DISPLAY "*******************************************"
023800         PERFORM 4100-LIST-ONE-ROW
023900             UNTIL END-OF-PROV-RATES
024000         DISPLAY "*******************************************"
024100         CLOSE PROV-RATE-FILE
024200     END-IF.
024300
024400*===========================================================*
024500 4100-LIST-ONE-ROW.
024600*===========================================================*
024700     READ PROV-RATE-FILE
024800         AT END
024900             MOVE 'Y' TO WS-PROVRATE-EOF
025000     END-READ.
025100     IF NOT PROVRATE-OK AND NOT END-OF-PROV-RATES
025200         MOVE 'Y' TO WS-PROVRATE-EOF
025300     END-IF.
025400     IF NOT END-OF-PROV-RATES
025500         DISPLAY "   ", PV-LOAN-TYPE, "   ", PV-CATEGORY,
025600             "  ", PV-PROVISION-PCT, "  ", PV-EFFECTIVE-DATE
025700     END-IF.
