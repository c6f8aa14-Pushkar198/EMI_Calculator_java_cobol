000900* BUSINESS DATE BEFORE RUNNING, AND REFUSES A SECOND RUN    *
001000* FOR A DATE IT HAS ALREADY COMPLETED UNLESS THE OPERATOR   *
001100* EXPLICITLY FORCES IT. THE STREAM ORDER IS:                *
001200*   PAYPOST -> RTNPOST -> PROVISN -> ACCRUAL -> GLEXTRCT    *
001250*   -> ROLLFWD -> RECONBAT -> PORTRPT -> BUREAU             *
001260*   -> LETTERS -> LOANARCH                                  *
001300*-----------------------------------------------------------*
001400 05  RN-JOB-NAME                PIC X(08).
001500 05  RN-RUN-DATE                PIC 9(08).
