000200* AUDITLOG.                                                 *
000300* ONE ROW PER CALCULATOR RUN - WHO RAN IT, WHEN, AND WHAT    *
000400* LOAN TERMS AND RESULTING EMI WERE QUOTED.                 *
000410* AL-OVERRIDE-CODE AND AL-OVERRIDE-ID ARE SPACES UNLESS THE *
000420* ROW'S ACTION WENT THROUGH ON A SUPERVISOR OVERRIDE -      *
000430* 'EXP' FOR A BREACH OF THE CUSTOMER'S EXPOSURE LIMIT -     *
000440* AND THEN NAME THE SUPERVISOR WHO AUTHORISED IT.           *
000500*-----------------------------------------------------------*
000600 05  AL-LOG-DATE                PIC 9(08).
000700 05  FILLER                     PIC X(01).
002000 05  AL-LOAN-TENURE             PIC 9(02).
002100 05  FILLER                     PIC X(01).
002200 05  AL-EMI                     PIC 9(7)V99.
002210 05  FILLER                     PIC X(01).
002220 05  AL-OVERRIDE-CODE           PIC X(03).
002230     88  AL-EXPOSURE-OVERRIDE       VALUE 'EXP'.
002240 05  FILLER                     PIC X(01).
002250 05  AL-OVERRIDE-ID             PIC X(08).
