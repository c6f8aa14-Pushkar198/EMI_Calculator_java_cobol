001110*  2026-09-02  LSG  VALIDATE SIGN-ON AGAINST THE OPERATOR
001120*                   MASTER - MAINTAINING THE CUSTOMER MASTER
001130*                   NEEDS AN ACTIVE OFFICER OR SUPERVISOR.
001140*  2026-10-15  LSG  MAINTAIN THE CUSTOMER'S EXPOSURE LIMIT -
001150*                   THE MOST THEY MAY OWE ACROSS ALL THEIR
001160*                   LIVE LOANS - AND SHOW IT ON CHANGE AND
001170*                   INQUIRE. ZERO MEANS NO LIMIT IS SET.
001200*-----------------------------------------------------------*
001300* MAINTAINS THE CUSTOMER MASTER FILE THE QUOTE AND INTAKE
001400* PROGRAMS VALIDATE AGAINST. A CUSTOMER IS NEVER DELETED -
015200     END-IF.
015300     DISPLAY "Enter Contact Phone: ".
015400     ACCEPT CM-PHONE.
015410     DISPLAY "Enter Exposure Limit (0 = no limit): ".
015420     ACCEPT CM-EXPOSURE-LIMIT.
015500
015600*===========================================================*
015700 3000-ADD-CUSTOMER.
019100         DISPLAY "Current Name:   ", CM-CUSTOMER-NAME
019200         DISPLAY "Current Branch: ", CM-BRANCH-CODE
019300         DISPLAY "Current Phone:  ", CM-PHONE
019310         DISPLAY "Current Limit:  ", CM-EXPOSURE-LIMIT
019400         PERFORM 2800-GET-CUSTOMER-DETAILS
019500         REWRITE CUSTOMER-MASTER-REC
019600         IF CUSTMAST-OK
024500         DISPLAY " Name:     ", CM-CUSTOMER-NAME
024600         DISPLAY " Branch:   ", CM-BRANCH-CODE
024700         DISPLAY " Phone:    ", CM-PHONE
024710         DISPLAY " Limit:    ", CM-EXPOSURE-LIMIT
024800         DISPLAY " Status:   ", CM-STATUS
024900         DISPLAY "*******************************************"
025000     END-IF.
