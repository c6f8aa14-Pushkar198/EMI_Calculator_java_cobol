001170*                   DATE, AND REFUSES A SECOND SWEEP FOR A
001180*                   COMPLETED DATE UNLESS FORCED. RESTORE
001190*                   MODE IS AD HOC AND IS NOT GATED.
001192*  2026-10-15  LSG  WIDEN THE RESTORE BUFFER FOR THE LONGER
001194*                   LOAN MASTER ROW (WRITE-OFF AND RECOVERY
001196*                   AMOUNTS). WRITTEN-OFF LOANS STAY ON THE
001198*                   MASTER - RECOVERIES STILL POST TO THEM.
001199*  2026-10-15  LSG  RUN AFTER THE MONTH-END CREDIT BUREAU JOB
001200*                   INSTEAD OF STRAIGHT AFTER PORTRPT, SO A
001201*                   LOAN CLOSED THIS MONTH IS REPORTED TO THE
001202*                   BUREAU BEFORE IT CAN BE ARCHIVED.
001203*  2026-10-15  LSG  RUN AFTER THE NIGHTLY CUSTOMER LETTER JOB,
001204*                   WHICH FOLLOWS BUREAU, SO A LOAN CLOSED
001205*                   TODAY IS STILL ON THE MASTER WHEN ITS
001206*                   NO-DUES CERTIFICATE IS PRODUCED.
001207*-----------------------------------------------------------*
001300* THE LOAN MASTER ONLY EVER GREW - EVERY WHAT-IF QUOTE SAT
001400* ON THE FILE FOREVER AND EVERY END-TO-END JOB PAID FOR IT.
001500* ARCHIVE MODE SWEEPS THE MASTER AND MOVES TO THE DATED
009500 01  WS-REMAINING-COUNT     PIC 9(07)  COMP.
009600 01  WS-ARCHIVED-AMOUNT     PIC 9(13)V99.
009700 01  WS-ARCHIVED-OUTSTANDING PIC 9(13)V99.
009800 01  WS-RESTORE-BUFFER      PIC X(160).
010100
010200*-----------------------------------------------------------*
010300* REPORT LINE LAYOUTS.
016088*===========================================================*
016089 1500-CHECK-RUN-CONTROL.
016090*    THE SWEEP RUNS LAST IN THE NIGHTLY STREAM - NOT BEFORE
016091*    LETTERS HAS COMPLETED FOR THE BUSINESS DATE, AND NOT
016092*    TWICE FOR A DATE ALREADY COMPLETED UNLESS THE OPERATOR
016093*    EXPLICITLY FORCES A RERUN.
016094*===========================================================*
016106         STOP RUN
016107     END-IF.
016108
016109     MOVE "LETTERS"  TO RN-JOB-NAME.
016111     READ RUN-CONTROL-FILE
016112         KEY IS RN-JOB-NAME
016113         INVALID KEY
016116     IF NOT RUNCTL-OK
016117         OR RN-RUN-DATE NOT = WS-RUN-DATE
016118         OR NOT RN-COMPLETED
016119         DISPLAY "** LETTERS has not completed for ",
016121             WS-RUN-DATE, " - run refused **"
016122         MOVE 8 TO RETURN-CODE
016123         CLOSE RUN-CONTROL-FILE
