000711* HOLIDAY (ZERO WHEN NONE) - THE DELINQUENCY SWEEP TREATS   *
000712* THE LOAN AS CURRENT THROUGH THAT MONTH, SO A HOLIDAY IS   *
000713* ACTUAL RELIEF AND NOT JUST A BIGGER BALANCE.              *
000714* A DISBURSED LOAN JUDGED UNRECOVERABLE IS WRITTEN OFF      *
000715* ('W') BY THE APPROVAL PROGRAM UNDER DUAL CONTROL - THE    *
000716* BALANCE AND CHARGES ARE ZEROED OFF THE BOOK AND THE TOTAL *
000717* REMOVED IS KEPT IN LM-WRITEOFF-AMOUNT. A WRITTEN-OFF LOAN *
000718* RAISES NO DEMANDS, ACCRUES NO INTEREST AND IS SKIPPED BY  *
000719* THE DELINQUENCY SWEEP; ANY MONEY LATER RECEIVED AGAINST   *
000721* IT IS A RECOVERY, ADDED TO LM-RECOVERED-AMOUNT.           *
000799*-----------------------------------------------------------*
000800 05  LM-LOAN-ID                 PIC X(25).
000900 05  LM-CUSTOMER-ID             PIC 9(09).
002300     88  LM-STATUS-DISBURSED        VALUE 'D'.
002400     88  LM-STATUS-CLOSED           VALUE 'C'.
002500     88  LM-STATUS-CANCELLED        VALUE 'X'.
002550     88  LM-STATUS-WRITTEN-OFF      VALUE 'W'.
002600 05  LM-STATUS-DATE             PIC 9(08).
002700 05  LM-RESTRUCTURE-FLAG        PIC X(01).
002800     88  LM-RESTRUCTURED            VALUE 'R'.
002900 05  LM-HOLIDAY-END-DATE        PIC 9(08).
003000 05  LM-WRITEOFF-AMOUNT         PIC 9(7)V99.
003100 05  LM-RECOVERED-AMOUNT        PIC 9(7)V99.
