000100*-----------------------------------------------------------*
000200* PROVRATE.                                                 *
000300* PROVISIONING-RATE FILE RECORD LAYOUT - ONE ROW PER LOAN   *
000400* TYPE AND PROVISIONING CATEGORY, EFFECTIVE FROM A GIVEN    *
000500* DATE. THE CATEGORIES ARE STANDARD ('STD'), THE 30/60/90+  *
000600* DAY AGING BUCKETS ('030' '060' '090'), NON-PERFORMING     *
000700* ('NPA' - STILL IN ARREARS PAST ITS FIRST 90+ MONTH) AND   *
000800* RESTRUCTURED ('RST'). THE FILE MAY CARRY ANY NUMBER OF    *
000900* ROWS PER TYPE AND CATEGORY - THE PROVISIONING BATCH TAKES *
001000* THE ROW WITH THE LATEST EFFECTIVE-FROM DATE NOT AFTER ITS *
001100* RUN DATE, THE SAME RULE THE RATE CARD LOADERS FOLLOW, SO  *
001200* A FUTURE-DATED CHANGE SITS ON THE FILE UNTIL ITS DAY.     *
001300* PV-PROVISION-PCT IS THE PERCENTAGE OF THE OUTSTANDING     *
001400* BALANCE TO HOLD AS PROVISION.                             *
001500*-----------------------------------------------------------*
001600 05  PV-LOAN-TYPE               PIC 9(01).
001700 05  FILLER                     PIC X(01).
001800 05  PV-CATEGORY                PIC X(03).
001900     88  PV-CAT-STANDARD            VALUE 'STD'.
002000     88  PV-CAT-30                  VALUE '030'.
002100     88  PV-CAT-60                  VALUE '060'.
002200     88  PV-CAT-90                  VALUE '090'.
002300     88  PV-CAT-NPA                 VALUE 'NPA'.
002400     88  PV-CAT-RESTRUCTURED        VALUE 'RST'.
002500 05  FILLER                     PIC X(01).
002600 05  PV-PROVISION-PCT           PIC 9(03)V99.
002700 05  FILLER                     PIC X(01).
002800 05  PV-EFFECTIVE-DATE          PIC 9(08).
