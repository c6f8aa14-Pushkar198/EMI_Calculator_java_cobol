001180*                   INTEREST CAPITALIZES INTO THE BALANCE -
001190*                   SO THE BALANCE-VERSUS-AMOUNT CHECK SKIPS
001191*                   LOANS FLAGGED RESTRUCTURED.
001194*  2026-10-15  LSG  RUN AFTER THE MONTH-END ROLL-FORWARD
001197*                   INSTEAD OF STRAIGHT AFTER THE GL EXTRACT.
001200*-----------------------------------------------------------*
001300* THREE DIFFERENT PROGRAMS WRITE LOAN MASTER RECORDS AND
001400* NOTHING EVER CHECKED THE FILE AS A WHOLE. THIS JOB READS
010620*===========================================================*
010630 0500-CHECK-RUN-CONTROL.
010640*    THE RECONCILIATION CERTIFIES WHAT THE GL EXTRACT JUST
010650*    REPORTED, SO IT MUST NOT RUN UNTIL GLEXTRCT, AND THE
010655*    MONTH-END ROLL-FORWARD (ROLLFWD) THAT FOLLOWS IT, HAVE
010660*    COMPLETED FOR THE BUSINESS DATE, AND MUST NOT RUN
010670*    TWICE FOR A DATE ALREADY COMPLETED UNLESS THE OPERATOR
010680*    EXPLICITLY FORCES A RERUN.
010702         STOP RUN
010703     END-IF.
010704
010705     MOVE "ROLLFWD"  TO RN-JOB-NAME.
010706     READ RUN-CONTROL-FILE
010707         KEY IS RN-JOB-NAME
010708         INVALID KEY
010712     IF NOT RUNCTL-OK
010713         OR RN-RUN-DATE NOT = WS-RUN-DATE
010714         OR NOT RN-COMPLETED
010715         DISPLAY "** ROLLFWD has not completed for ",
010716             WS-RUN-DATE, " - run refused **"
010717         MOVE 8 TO RETURN-CODE
010718         CLOSE RUN-CONTROL-FILE
