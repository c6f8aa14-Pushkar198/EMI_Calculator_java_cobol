000100*-----------------------------------------------------------*
000200* ACCRUAL.                                                  *
000300* INTEREST ACCRUAL FILE RECORD LAYOUT - ONE ROW PER LOAN    *
000400* THAT HAS ACCRUED INTEREST, KEYED ON THE LOAN ID. THE      *
000500* NIGHTLY ACCRUAL BATCH ACCRUES A DAY'S INTEREST FOR EVERY  *
000600* DAY SINCE AC-LAST-ACCRUAL-DATE ON THE OUTSTANDING BALANCE.*
000700* ON A PERFORMING LOAN IT GOES TO AC-ACCRUED-TO-DATE (AND   *
000800* TO INCOME); ON AN NPA LOAN IT GOES TO AC-SUSPENSE-TO-DATE *
000900* INSTEAD. INTEREST COLLECTED BY AN EMI CYCLE COMES OFF THE *
001000* SUSPENSE FIRST, THEN OFF THE ACCRUED AMOUNT.              *
001100* THE AC-DAY- FIELDS ARE THE MOVEMENTS OF THE RUN ON        *
001200* AC-RUN-DATE, WHICH THE GL EXTRACT PICKS UP FOR THAT DATE: *
001300*   ACCRUAL      - INTEREST ACCRUED TO INCOME (ACR)         *
001400*   REVERSAL     - ACCRUED INTEREST REVERSED (ACV)          *
001500*   SUSPENSE     - INTEREST PUT IN SUSPENSE (ISP)           *
001600*   SUSP-RELEASE - SUSPENSE RELEASED (ISR)                  *
001700*   REINSTATED   - COLLECTION TAKEN BACK BY A RETURN (RVI)  *
001800* AC-DAY-COLLECTED IS THE NET INTEREST COLLECTED ON THE RUN *
001900* DATE FROM THE LEDGER'S EMI AND REV ROWS. THE AC-OPEN-     *
002000* FIELDS HOLD THE ROW AS IT STOOD BEFORE THE FIRST RUN ON   *
002100* AC-RUN-DATE, SO A FORCED RERUN STARTS AGAIN FROM THEM     *
002200* RATHER THAN ACCRUING OR COLLECTING TWICE.                 *
002300*-----------------------------------------------------------*
002400 05  AC-LOAN-ID                 PIC X(25).
002500 05  AC-CUSTOMER-ID             PIC 9(09).
002600 05  AC-LOAN-TYPE               PIC 9(01).
002700 05  AC-BRANCH-CODE             PIC X(04).
002800 05  AC-ACCRUED-TO-DATE         PIC 9(7)V99.
002900 05  AC-SUSPENSE-TO-DATE        PIC 9(7)V99.
003000 05  AC-LAST-ACCRUAL-DATE       PIC 9(08).
003100 05  AC-NPA-FLAG                PIC X(01).
003200     88  AC-NON-PERFORMING          VALUE 'Y'.
003300 05  AC-RUN-DATE                PIC 9(08).
003400 05  AC-RUN-TIME                PIC 9(08).
003500 05  AC-OPEN-ACCRUED            PIC 9(7)V99.
003600 05  AC-OPEN-SUSPENSE           PIC 9(7)V99.
003700 05  AC-OPEN-LAST-DATE          PIC 9(08).
003800 05  AC-DAYS-ACCRUED            PIC 9(05).
003900 05  AC-DAY-COLLECTED           PIC S9(7)V99.
004000 05  AC-DAY-ACCRUAL             PIC 9(7)V99.
004100 05  AC-DAY-REVERSAL            PIC 9(7)V99.
004200 05  AC-DAY-SUSPENSE            PIC 9(7)V99.
004300 05  AC-DAY-SUSP-RELEASE        PIC 9(7)V99.
004400 05  AC-DAY-REINSTATED          PIC 9(7)V99.
