000100*-----------------------------------------------------------*
000200* PROVFILE.                                                 *
000300* LOAN PROVISION FILE RECORD LAYOUT - ONE ROW PER LOAN THAT *
000400* HAS EVER CARRIED A PROVISION, KEYED ON THE LOAN ID. THE   *
000500* MONTH-END PROVISIONING BATCH REWRITES THE ROW EACH MONTH: *
000600* PF-PROVISION-AMOUNT IS THE PROVISION NOW HELD AGAINST THE *
000700* LOAN, PF-PRIOR-AMOUNT WHAT WAS HELD BEFORE THIS MONTH'S   *
000800* RUN, AND THE DIFFERENCE IS PF-MOVEMENT-AMOUNT - AN        *
000900* INCREASE ('I') OR RELEASE ('R'), OR NONE ('N'). ONLY THE  *
001000* MOVEMENT GOES TO THE GL EXTRACT, WHICH PICKS UP THE ROWS  *
001100* WHOSE PF-RUN-DATE IS ITS OWN RUN DATE. A RERUN IN THE     *
001200* SAME PROVISION MONTH STARTS AGAIN FROM PF-PRIOR-AMOUNT,   *
001300* SO IT RESTATES THE MOVEMENT RATHER THAN DOUBLING IT.      *
001400* PF-CATEGORY IS THE PROVRATE CATEGORY APPLIED, OR 'OFF'    *
001500* FOR A LOAN NO LONGER ON THE BOOK (CLOSED, WRITTEN OFF OR  *
001600* GONE FROM THE MASTER) WHOSE PROVISION HAS BEEN RELEASED.  *
001700* PF-ROW-SOURCE IS 'M' WHEN THE ROW WAS SET FROM THE LOAN   *
001800* MASTER AND 'O' WHEN THE LOAN WAS NO LONGER ON THE MASTER. *
001900*-----------------------------------------------------------*
002000 05  PF-LOAN-ID                 PIC X(25).
002100 05  PF-CUSTOMER-ID             PIC 9(09).
002200 05  PF-LOAN-TYPE               PIC 9(01).
002300 05  PF-BRANCH-CODE             PIC X(04).
002400 05  PF-CATEGORY                PIC X(03).
002500 05  PF-BALANCE                 PIC 9(7)V99.
002600 05  PF-PROVISION-PCT           PIC 9(03)V99.
002700 05  PF-PROVISION-AMOUNT        PIC 9(7)V99.
002800 05  PF-PRIOR-AMOUNT            PIC 9(7)V99.
002900 05  PF-MOVEMENT-AMOUNT         PIC 9(7)V99.
003000 05  PF-MOVEMENT-TYPE           PIC X(01).
003100     88  PF-INCREASE                VALUE 'I'.
003200     88  PF-RELEASE                 VALUE 'R'.
003300     88  PF-NO-MOVEMENT             VALUE 'N'.
003400 05  PF-PROVISION-MONTH         PIC 9(06).
003500 05  PF-RUN-DATE                PIC 9(08).
003600 05  PF-ROW-SOURCE              PIC X(01).
003700     88  PF-FROM-MASTER             VALUE 'M'.
003800     88  PF-ORPHAN-RELEASE          VALUE 'O'.
