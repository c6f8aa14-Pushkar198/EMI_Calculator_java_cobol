000100*-----------------------------------------------------------*
000200* LOANSNAP.                                                 *
000300* MONTH-END LOAN SNAPSHOT RECORD LAYOUT - ONE ROW PER LOAN  *
000400* PER MONTH CLOSE, KEYED ON THE MONTH (YYYYMM) AND THE LOAN *
000500* ID, WRITTEN BY THE MONTH-END ROLL-FORWARD ON THE LAST     *
000600* CALENDAR DAY OF THE MONTH. ROWS ARE KEPT, SO EACH MONTH'S *
000700* ROWS ARE THE NEXT MONTH'S OPENING POSITION.               *
000800* MS-OUTSTANDING-BALANCE, MS-CHARGES-OUTSTANDING,           *
000900* MS-LOAN-STATUS, THE BRANCH AND THE LOAN TYPE ARE THE LOAN *
001000* MASTER'S AT THE CLOSE. MS-BOOK-BALANCE IS WHAT THE LOAN   *
001100* CARRIES ON THE BOOK - BALANCE PLUS CHARGES FOR A LOAN     *
001200* THAT HAS BEEN DISBURSED (STATUS D, C OR W), ZERO FOR A    *
001300* QUOTE, AN APPROVAL NOT YET PAID OUT OR A CANCELLATION.    *
001400* MS-OPENING-BOOK IS LAST MONTH'S MS-BOOK-BALANCE FOR THE   *
001500* LOAN (ZERO IF IT HAD NO ROW).                             *
001600* THE MOVEMENT FIELDS ARE THE MONTH'S LOANLDGR ROWS FOR THE *
001700* LOAN: DSB, CAP AND CHG AMOUNTS; THE PRINCIPAL PORTION OF  *
001800* EMI AND PRE ROWS; CHR AMOUNTS; REV ROWS SPLIT INTO        *
001900* PRINCIPAL PUT BACK ON THE BALANCE AND (A REV WITH NO      *
002000* SPLIT) CHARGES PUT BACK; WOF ROWS SPLIT INTO BALANCE AND  *
002100* CHARGES WRITTEN OFF. RCV, STA AND RES ROWS DO NOT MOVE    *
002200* THE BOOK.                                                 *
002300* MS-ROW-SOURCE IS 'M' FOR A LOAN ON THE MASTER, 'O' FOR    *
002400* ONE THAT WAS ON LAST MONTH'S BOOK BUT IS NO LONGER ON THE *
002500* MASTER, AND 'L' FOR ONE KNOWN ONLY FROM THE MONTH'S       *
002600* LEDGER ROWS. MS-RUN-DATE AND MS-RUN-TIME STAMP THE RUN    *
002700* THAT SET THE ROW, SO A FORCED RERUN IN THE SAME MONTH     *
002800* RESTATES THE MOVEMENTS RATHER THAN ADDING THEM AGAIN, AND *
002900* DROPS ANY ROW THE RERUN NO LONGER SETS.                   *
003000*-----------------------------------------------------------*
003100 05  MS-SNAP-KEY.
003200     10  MS-SNAP-MONTH          PIC 9(06).
003300     10  MS-LOAN-ID             PIC X(25).
003400 05  MS-CUSTOMER-ID             PIC 9(09).
003500 05  MS-LOAN-TYPE               PIC 9(01).
003600 05  MS-BRANCH-CODE             PIC X(04).
003700 05  MS-LOAN-STATUS             PIC X(01).
003800 05  MS-OUTSTANDING-BALANCE     PIC 9(7)V99.
003900 05  MS-CHARGES-OUTSTANDING     PIC 9(7)V99.
004000 05  MS-BOOK-BALANCE            PIC 9(8)V99.
004100 05  MS-OPENING-BOOK            PIC 9(8)V99.
004200 05  MS-DSB-AMOUNT              PIC 9(8)V99.
004300 05  MS-CAP-AMOUNT              PIC 9(8)V99.
004400 05  MS-CHG-AMOUNT              PIC 9(8)V99.
004500 05  MS-EMI-PRINCIPAL           PIC 9(8)V99.
004600 05  MS-PRE-PRINCIPAL           PIC 9(8)V99.
004700 05  MS-CHR-AMOUNT              PIC 9(8)V99.
004800 05  MS-REV-PRINCIPAL           PIC 9(8)V99.
004900 05  MS-REV-CHARGES             PIC 9(8)V99.
005000 05  MS-WOF-BALANCE             PIC 9(8)V99.
005100 05  MS-WOF-CHARGES             PIC 9(8)V99.
005200 05  MS-ROW-SOURCE              PIC X(01).
005300     88  MS-FROM-MASTER             VALUE 'M'.
005400     88  MS-OFF-MASTER              VALUE 'O'.
005500     88  MS-FROM-LEDGER             VALUE 'L'.
005600 05  MS-RUN-DATE                PIC 9(08).
005700 05  MS-RUN-TIME                PIC 9(08).
