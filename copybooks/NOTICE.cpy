000100*-----------------------------------------------------------*
000200* NOTICE.                                                   *
000300* CUSTOMER NOTICE TRIGGER FILE RECORD LAYOUT - ONE ROW PER  *
000400* EVENT ON A LOAN THE CUSTOMER MUST BE TOLD ABOUT, APPENDED *
000500* BY THE PROGRAM THAT CAUSED IT AND TURNED INTO LETTERS BY  *
000600* THE NIGHTLY LETTER BATCH. THE EVENTS ARE:                 *
000700*   DSB  LOAN DISBURSED                (APPROVAL SCREEN)    *
000800*   O30  FIRST EMI CYCLE MISSED        (PAYMENT POSTING)    *
000900*   O60  ROLLED INTO THE 60-DAY BUCKET (PAYMENT POSTING)    *
001000*   O90  ROLLED INTO 90+ - NPA         (PAYMENT POSTING)    *
001100*   EMC  EMI CHANGED BY A RE-RATE      (RATE CHANGE BATCH)  *
001200*   RST  RESTRUCTURE / EMI HOLIDAY     (CALCULATOR)         *
001300*   CLS  REPAID IN FULL AND CLOSED     (POSTING, APPROVAL,  *
001400*                                       SUSPENSE CLEARING)  *
001500* EVERY ROW CARRIES THE LOAN'S FIGURES AS THEY STOOD WHEN   *
001600* THE EVENT HAPPENED - THE LETTER QUOTES THESE, NOT THE     *
001700* MASTER AS IT STANDS WHEN THE LETTER IS PRINTED. FIGURES   *
001800* THAT DO NOT APPLY TO AN EVENT ARE ZERO. NT-OLD-EMI AND    *
001900* NT-OLD-RATE ARE THE TERMS BEFORE AN EMI CHANGE OR         *
002000* RESTRUCTURE; NT-HOLIDAY-END-DATE IS THE LAST MONTH OF A   *
002100* GRANTED EMI HOLIDAY. THE FILE IS ONLY EVER APPENDED TO -  *
002200* THE LETTER LOG RECORDS WHICH ROWS HAVE BEEN LETTERED.     *
002300*-----------------------------------------------------------*
002400 05  NT-LOAN-ID                 PIC X(25).
002500 05  NT-CUSTOMER-ID             PIC 9(09).
002600 05  NT-BRANCH-CODE             PIC X(04).
002700 05  NT-TRIGGER-DATE            PIC 9(08).
002800 05  NT-TRIGGER-TIME            PIC 9(08).
002900 05  NT-EVENT-CODE              PIC X(03).
003000     88  NT-DISBURSEMENT            VALUE 'DSB'.
003100     88  NT-OVERDUE-30              VALUE 'O30'.
003200     88  NT-OVERDUE-60              VALUE 'O60'.
003300     88  NT-OVERDUE-90              VALUE 'O90'.
003400     88  NT-OVERDUE-NOTICE          VALUE 'O30' 'O60' 'O90'.
003500     88  NT-EMI-CHANGE              VALUE 'EMC'.
003600     88  NT-RESTRUCTURE             VALUE 'RST'.
003700     88  NT-CLOSURE                 VALUE 'CLS'.
003800 05  NT-SOURCE-ID               PIC X(08).
003900 05  NT-LOAN-TYPE               PIC 9(01).
004000 05  NT-LOAN-AMOUNT             PIC 9(7)V99.
004100 05  NT-OUTSTANDING-BALANCE     PIC 9(7)V99.
004200 05  NT-OLD-EMI                 PIC 9(7)V99.
004300 05  NT-NEW-EMI                 PIC 9(7)V99.
004400 05  NT-OLD-RATE                PIC 9(2)V99.
004500 05  NT-NEW-RATE                PIC 9(2)V99.
004600 05  NT-REMAINING-MONTHS        PIC 9(03).
004700 05  NT-MISSED-CYCLES           PIC 9(03).
004800 05  NT-OVERDUE-AMOUNT          PIC 9(7)V99.
004900 05  NT-CHARGES-OUTSTANDING     PIC 9(7)V99.
005000 05  NT-CAPITALIZED-AMOUNT      PIC 9(7)V99.
005100 05  NT-HOLIDAY-END-DATE        PIC 9(08).
