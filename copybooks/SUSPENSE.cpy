000100*-----------------------------------------------------------*
000200* SUSPENSE.                                                 *
000300* UNAPPLIED-RECEIPTS SUSPENSE FILE RECORD LAYOUT - ONE ROW  *
000400* PER RECEIPT THE PAYMENT POSTING BATCH COULD NOT APPLY,    *
000500* KEYED ON THE POSTING DATE PLUS THE RECEIPT'S SEQUENCE IN  *
000600* THAT DAY'S RECEIPTS FILE, SO A RERUN OF THE SAME FILE     *
000700* FINDS THE ITEM ALREADY PARKED INSTEAD OF PARKING IT TWICE.*
000800* SP-REASON-CODE SAYS WHY IT WAS PARKED - 'U' THE LOAN ID   *
000900* MATCHES NO MASTER RECORD, 'N' THE LOAN IS NOT DISBURSED.  *
001000* AN ITEM STAYS OPEN ('O') UNTIL AN OFFICER RE-APPLIES IT   *
001100* TO THE CORRECT LOAN FROM THE CLEARING SCREEN, WHICH MARKS *
001200* IT CLEARED ('C') WITH THE DATE, THE LOAN (AND ITS         *
001300* CUSTOMER) IT WENT TO, AND THE OFFICER'S ID. A CLEARED     *
001400* ITEM IS NEVER DELETED - THE GL EXTRACT AND THE AGED       *
001500* REPORT BOTH READ THE FILE END TO END.                     *
001600* SP-DAYS-IN-SUSPENSE IS THE AGE OF AN OPEN ITEM IN DAYS    *
001700* SINCE IT WAS PARKED, REFRESHED BY THE AGED SUSPENSE       *
001800* REPORT AND FROZEN AT ITS FINAL VALUE WHEN IT IS CLEARED.  *
001900*-----------------------------------------------------------*
002000 05  SP-SUSPENSE-KEY.
002100     10  SP-PARKED-DATE         PIC 9(08).
002200     10  SP-RECEIPT-SEQ         PIC 9(07).
002300 05  SP-RECEIPT-DATE            PIC 9(08).
002400 05  SP-AMOUNT                  PIC 9(7)V99.
002500 05  SP-BAD-LOAN-ID             PIC X(25).
002600 05  SP-REASON-CODE             PIC X(01).
002700     88  SP-NO-MASTER-RECORD        VALUE 'U'.
002800     88  SP-LOAN-NOT-DISBURSED      VALUE 'N'.
002900 05  SP-ITEM-STATUS             PIC X(01).
003000     88  SP-ITEM-OPEN               VALUE 'O'.
003100     88  SP-ITEM-CLEARED            VALUE 'C'.
003200 05  SP-DAYS-IN-SUSPENSE        PIC 9(05).
003300 05  SP-CLEARED-DATE            PIC 9(08).
003400 05  SP-CLEARED-LOAN-ID         PIC X(25).
003500 05  SP-CLEARED-CUSTOMER-ID     PIC 9(09).
003600 05  SP-CLEARED-BY              PIC X(08).
