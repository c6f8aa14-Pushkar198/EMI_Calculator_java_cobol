000800*   EMI - ONE EMI CYCLE APPLIED, WITH ITS INTEREST AND      *
000900*         PRINCIPAL SPLIT.                                  *
001000*   PRE - PREPAYMENT APPLIED TO PRINCIPAL.                  *
001100*   CHG - PENAL CHARGE ASSESSED FOR A MISSED CYCLE, OR THE  *
001110*         BOUNCE CHARGE FOR A RETURNED DIRECT DEBIT.        *
001200*   CHR - PENAL CHARGES RECOVERED OUT OF INCOMING CREDIT.   *
001300*   STA - LIFECYCLE STATUS CHANGE (AMOUNT ZERO).            *
001310*   RES - LOAN RESTRUCTURED (HOLIDAY AND/OR EXTENSION).     *
001320*   CAP - HOLIDAY INTEREST CAPITALIZED INTO THE BALANCE.    *
001330*   REV - A POSTED ROW TAKEN BACK WHEN ITS RECEIPT CAME     *
001340*         BACK UNPAID - AN EMI CYCLE (WITH ITS SPLIT, THE   *
001350*         PRINCIPAL GOING BACK ON THE BALANCE) OR A CHARGE  *
001360*         RECOVERY (SPLIT ZERO, THE AMOUNT GOING BACK ON    *
001370*         THE CHARGES OUTSTANDING).                         *
001380*   WOF - LOAN WRITTEN OFF - AMOUNT IS THE BALANCE PLUS     *
001385*         CHARGES TAKEN OFF THE BOOK, PRINCIPAL PORTION THE *
001390*         BALANCE ALONE; THE BALANCE AFTER IS ZERO.         *
001395*   RCV - MONEY RECEIVED AGAINST A WRITTEN-OFF LOAN, HELD   *
001397*         AS A RECOVERY - IT IS NOT APPLIED TO ANY CYCLE.   *
001398*   RVR - A RECOVERY TAKEN BACK WHEN ITS RECEIPT CAME BACK  *
001399*         UNPAID (SPLIT ZERO, OFF LM-RECOVERED-AMOUNT).     *
001400* LG-BALANCE-AFTER IS THE OUTSTANDING BALANCE ON THE LOAN   *
001500* MASTER ONCE THE EVENT WAS APPLIED.                        *
001600*-----------------------------------------------------------*
