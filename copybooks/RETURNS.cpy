000100*-----------------------------------------------------------*
000200* RETURNS.                                                  *
000300* ONE RETURNED DIRECT-DEBIT ROW SENT DOWN FROM THE          *
000400* COLLECTIONS SYSTEM - A RECEIPT THAT WAS POSTED AND THEN   *
000500* CAME BACK UNPAID. IT ECHOES THE RECEIPT EXACTLY AS IT WAS *
000600* SENT (LOAN ID, DATE THE MONEY WAS TAKEN, AMOUNT), PLUS    *
000700* THE BUSINESS DATE OF THE RECEIPTS FILE IT WENT OUT ON -   *
000800* THE DATE THE POSTING BATCH APPLIED IT AND STAMPED ITS     *
000900* LEDGER ROWS - AND THE BANK'S RETURN REASON CODE.          *
001000*-----------------------------------------------------------*
001100 05  RI-LOAN-ID                 PIC X(25).
001200 05  FILLER                     PIC X(01).
001300 05  RI-PAYMENT-DATE            PIC 9(08).
001400 05  FILLER                     PIC X(01).
001500 05  RI-PAYMENT-AMOUNT          PIC 9(7)V99.
001600 05  FILLER                     PIC X(01).
001700 05  RI-POSTED-DATE             PIC 9(08).
001800 05  FILLER                     PIC X(01).
001900 05  RI-RETURN-REASON           PIC X(02).
