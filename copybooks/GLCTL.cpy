000100*-----------------------------------------------------------*
000200* GLCTL.                                                    *
000300* GL EXTRACT CONTROL-TOTALS FILE RECORD LAYOUT - ONE ROW    *
000400* PER BUSINESS DATE PER GL TRANSACTION CODE, KEYED ON THE   *
000500* DATE AND THE CODE, WRITTEN BY THE GL EXTRACT ONCE ITS     *
000600* FILE HAS READ BACK IN BALANCE. GC-DETAIL-COUNT AND        *
000700* GC-AMOUNT ARE THE NUMBER AND TOTAL OF THE DETAILS CARRIED *
000800* FOR THE CODE THAT DAY - EVERY CODE GETS A ROW, ZERO OR    *
000900* NOT. THE ROW WITH CODE 'TRL' CARRIES THE TRAILER'S OWN    *
001000* DETAIL COUNT AND HASH TOTAL, WHICH THE CODE ROWS ADD BACK *
001100* UP TO. THE GL EXTRACT ITSELF IS REPLACED EVERY NIGHT, SO  *
001200* THESE ROWS ARE WHAT THE MONTH-END ROLL-FORWARD TOTALS FOR *
001300* THE MONTH. A FORCED RERUN OF THE EXTRACT REWRITES ITS     *
001400* DATE'S ROWS.                                              *
001500*-----------------------------------------------------------*
001600 05  GC-CONTROL-KEY.
001700     10  GC-RUN-DATE            PIC 9(08).
001800     10  GC-TXN-CODE            PIC X(03).
001900 05  GC-DETAIL-COUNT            PIC 9(07).
002000 05  GC-AMOUNT                  PIC 9(13)V99.
