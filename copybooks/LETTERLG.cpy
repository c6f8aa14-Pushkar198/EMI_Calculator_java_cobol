000100*-----------------------------------------------------------*
000200* LETTERLG.                                                 *
000300* CUSTOMER LETTER LOG RECORD LAYOUT - ONE ROW PER LETTER THE*
000400* LETTER BATCH HAS PRODUCED (OR WITHHELD) FOR A NOTICE      *
000500* TRIGGER, KEYED ON THE LOAN, THE TRIGGER DATE, THE EVENT   *
000600* AND THE CUSTOMER ID OF THE RECIPIENT, SO THE LETTERS FOR  *
000700* ONE LOAN SIT TOGETHER AND A BRANCH CAN SEE AT A GLANCE    *
000800* WHAT THE CUSTOMER HAS BEEN TOLD. THE SAME KEY MEANS A     *
000900* TRIGGER RAISED TWICE FOR ONE EVENT ON ONE DAY YIELDS ONE  *
001000* LETTER PER RECIPIENT, NOT TWO.                            *
001100* LL-RECIPIENT-ROLE IS 'P' FOR THE PRIMARY APPLICANT, 'C'   *
001200* FOR A CO-APPLICANT AND 'G' FOR A GUARANTOR. A LETTER IS   *
001300* SENT ('S') - WRITTEN TO THE PRINT VENDOR FILE UNDER       *
001400* LL-LETTER-NUMBER ON LL-LETTER-DATE - OR WITHHELD ('W')    *
001500* WITH LL-WITHHELD-REASON, AND A WITHHELD LETTER IS TRIED   *
001600* AGAIN EVERY NIGHT UNTIL IT GOES. LL-RUN-TIME STAMPS THE   *
001700* RUN THAT LAST TOUCHED THE ROW, SO A FORCED RERUN OF THE   *
001800* SAME DATE REBUILDS THAT DATE'S VENDOR FILE IN FULL.       *
001900*-----------------------------------------------------------*
002000 05  LL-LETTER-KEY.
002100     10  LL-LOAN-ID             PIC X(25).
002200     10  LL-TRIGGER-DATE        PIC 9(08).
002300     10  LL-EVENT-CODE          PIC X(03).
002400     10  LL-RECIPIENT-ID        PIC 9(09).
002500 05  LL-RECIPIENT-ROLE          PIC X(01).
002600     88  LL-PRIMARY-APPLICANT       VALUE 'P'.
002700     88  LL-CO-APPLICANT            VALUE 'C'.
002800     88  LL-GUARANTOR               VALUE 'G'.
002900 05  LL-TRIGGER-TIME            PIC 9(08).
003000 05  LL-BRANCH-CODE             PIC X(04).
003100 05  LL-LETTER-STATUS           PIC X(01).
003200     88  LL-LETTER-SENT             VALUE 'S'.
003300     88  LL-LETTER-WITHHELD         VALUE 'W'.
003400 05  LL-WITHHELD-REASON         PIC X(30).
003500 05  LL-LETTER-DATE             PIC 9(08).
003600 05  LL-RUN-TIME                PIC 9(08).
003700 05  LL-LETTER-NUMBER           PIC 9(07).
