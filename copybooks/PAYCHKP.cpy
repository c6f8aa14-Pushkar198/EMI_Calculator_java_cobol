000100*-----------------------------------------------------------*
000200* PAYCHKP.                                                  *
000300* PAYMENT POSTING RESTART CHECKPOINT RECORD LAYOUT - ONE    *
000400* ROW, KEYED ON THE JOB NAME AND REWRITTEN IN PLACE AS EACH *
000500* RECEIPT AND EACH SWEPT LOAN IS FINISHED, SO IT ALWAYS     *
000600* DESCRIBES THE LAST PIECE OF WORK WHOSE LEDGER, AUDIT,     *
000700* CHARGE AND MASTER UPDATES ARE ALL ON FILE. PC-PHASE IS    *
000800* 'R' WHILE RECEIPTS ARE POSTING - THE FIRST                *
000900* PC-RECEIPT-COUNT DETAIL ROWS OF THE VERIFIED RECEIPTS     *
001000* FILE ARE DONE - AND 'S' ONCE THE DELINQUENCY SWEEP HAS    *
001100* BEGUN - EVERY LOAN UP TO AND INCLUDING PC-LAST-LOAN-ID IS *
001200* DONE (SPACES IF NONE YET). THE RECEIPTS FILE'S OWN DETAIL *
001300* COUNT AND HASH ARE KEPT SO A RESTART CAN PROVE IT IS      *
001400* RESUMING THE SAME FILE. THE RUN TOTALS AND THE            *
001500* DELINQUENT-BY-BRANCH TABLE RIDE ALONG SO A RESTARTED RUN  *
001600* ENDS WITH THE SAME CONTROL TOTALS AND AGING SUMMARY AS    *
001700* ONE THAT NEVER STOPPED. THE CHECKPOINT IS ONLY HONOURED   *
001800* WHILE THE RUN-CONTROL ROW SHOWS THE JOB STARTED, NOT      *
001900* COMPLETED, FOR PC-RUN-DATE; A CLEAN END RESETS IT.        *
002000*-----------------------------------------------------------*
002100 05  PC-JOB-NAME                PIC X(08).
002200 05  PC-RUN-DATE                PIC 9(08).
002300 05  PC-PHASE                   PIC X(01).
002400     88  PC-POSTING-RECEIPTS        VALUE 'R'.
002500     88  PC-SWEEPING                VALUE 'S'.
002600 05  PC-FILE-COUNT              PIC 9(07).
002700 05  PC-FILE-HASH               PIC 9(13)V99.
002800 05  PC-RECEIPT-COUNT           PIC 9(07).
002900 05  PC-LAST-LOAN-ID            PIC X(25).
003000 05  PC-RUN-TOTALS.
003100     10  PC-POSTED-COUNT        PIC 9(07).
003200     10  PC-UNMATCHED-COUNT     PIC 9(07).
003300     10  PC-PAIDOFF-COUNT       PIC 9(07).
003400     10  PC-DELINQUENT-COUNT    PIC 9(07).
003500     10  PC-CHARGE-ASSESS-COUNT PIC 9(07).
003600     10  PC-CHARGE-ASSESS-TOTAL PIC 9(13)V99.
003700     10  PC-CHARGE-RECOVER-TOTAL PIC 9(13)V99.
003800     10  PC-SUSPENSE-COUNT      PIC 9(07).
003900     10  PC-SUSPENSE-TOTAL      PIC 9(13)V99.
004000     10  PC-RECOVERY-COUNT      PIC 9(07).
004100     10  PC-RECOVERY-TOTAL      PIC 9(13)V99.
004200     10  PC-NOTICE-COUNT        PIC 9(07).
004300     10  PC-BUCKET30-COUNT      PIC 9(07).
004400     10  PC-BUCKET60-COUNT      PIC 9(07).
004500     10  PC-BUCKET90-COUNT      PIC 9(07).
004600     10  PC-NPA-COUNT           PIC 9(07).
004700     10  PC-CURED-COUNT         PIC 9(07).
004800 05  PC-BRANCH-USED-COUNT       PIC 9(02).
004900 05  PC-BRANCH-ENTRY OCCURS 50 TIMES.
005000     10  PC-BRANCH-CODE         PIC X(04).
005100     10  PC-BRANCH-COUNT        PIC 9(07).
