000600* IS SET TO 'D' INSTEAD, AND QUOTES AND APPLICATIONS FOR A   *
000700* DEACTIVATED CUSTOMER ARE REJECTED THE SAME WAY AS FOR AN   *
000800* UNKNOWN ONE.                                              *
000810* CM-EXPOSURE-LIMIT IS THE MOST THE CUSTOMER MAY OWE ACROSS *
000820* EVERY LIVE LOAN - APPROVED OR DISBURSED - ON WHICH THEY   *
000830* ARE PRIMARY APPLICANT, CO-APPLICANT OR GUARANTOR,         *
000840* INCLUDING THE NEW LOAN BEING QUOTED, TAKEN ON OR          *
000850* DISBURSED. ZERO MEANS NO LIMIT HAS BEEN SET.              *
000900*-----------------------------------------------------------*
001000 05  CM-CUSTOMER-ID             PIC 9(09).
001100 05  CM-CUSTOMER-NAME           PIC X(30).
001400 05  CM-STATUS                  PIC X(01).
001500     88  CM-ACTIVE                  VALUE 'A'.
001600     88  CM-DEACTIVATED             VALUE 'D'.
001610 05  CM-EXPOSURE-LIMIT          PIC 9(9)V99.
