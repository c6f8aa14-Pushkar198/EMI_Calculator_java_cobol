001140*  2026-09-02  LSG  VALIDATE SIGN-ON AGAINST THE OPERATOR
001150*                   MASTER - UNKNOWN AND DEACTIVATED
001160*                   OPERATORS ARE REFUSED.
001170*  2026-10-15  LSG  LIST THE CUSTOMER LETTERS SENT OR WITHHELD
001180*                   FOR THE PICKED LOAN, FROM THE LETTER LOG.
001200*-----------------------------------------------------------*
001300* BRANCH STAFF CANNOT QUOTE A 25-CHARACTER LOAN ID OVER THE
001400* PHONE. THIS SCREEN TAKES JUST A CUSTOMER ID, BROWSES THE
003060         ACCESS MODE IS DYNAMIC
003070         RECORD KEY IS OP-OPERATOR-ID
003080         FILE STATUS IS WS-OPERMAST-STATUS.
003083     SELECT LETTER-LOG-FILE ASSIGN TO LETTERLG
003086         ORGANIZATION IS INDEXED
003089         ACCESS MODE IS DYNAMIC
003092         RECORD KEY IS LL-LETTER-KEY
003095         FILE STATUS IS WS-LETTERLG-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003660 FD  OPERATOR-MASTER-FILE.
003670 01  OPERATOR-MASTER-REC.
003680     COPY OPERMAST.
003684
003688 FD  LETTER-LOG-FILE.
003692 01  LETTER-LOG-REC.
003696     COPY LETTERLG.
003700
003800 WORKING-STORAGE SECTION.
003900*-----------------------------------------------------------*
004690     88  SIGNON-OK                  VALUE 'Y'.
004691 01  WS-OPERATOR-ROLE       PIC X(01).
004692     88  OPERATOR-IS-OFFICER        VALUE 'O' 'S'.
004693 01  WS-LETTERLG-STATUS     PIC X(02).
004694     88  LETTERLG-OK                VALUE '00' '02'.
004695     88  LETTERLG-NOT-FOUND         VALUE '35'.
004696 01  WS-LETTER-DONE-SWITCH  PIC X(01).
004697     88  LETTER-LIST-DONE           VALUE 'Y'.
004698 01  WS-LETTER-COUNT        PIC 9(03) COMP.
004700
004800*-----------------------------------------------------------*
004900* SCREEN / INPUT WORKING FIELDS. A CUSTOMER ID OF ZERO ENDS
020310             DISPLAY " Charges Outstanding: ",
020320                 LM-CHARGES-OUTSTANDING
020400             DISPLAY "******************************************"
020410             PERFORM 4100-LIST-LOAN-LETTERS
020500         END-IF
020600     END-IF.
020603
020606*===========================================================*
020609 4100-LIST-LOAN-LETTERS.
020612*    LISTS EVERY CUSTOMER LETTER THE LETTER BATCH HAS SENT
020615*    OR WITHHELD FOR THE PICKED LOAN. THE LOG IS KEYED LOAN
020618*    FIRST, SO THE LOAN'S LETTERS SIT TOGETHER IN DATE ORDER.
020621*    A MISSING LOG JUST MEANS NO LETTER HAS EVER BEEN RUN.
020624*===========================================================*
020627     OPEN INPUT LETTER-LOG-FILE.
020630     IF NOT LETTERLG-OK
020633         DISPLAY " No letters on file for this loan."
020636     ELSE
020639         MOVE ZERO TO WS-LETTER-COUNT
020642         MOVE 'N'  TO WS-LETTER-DONE-SWITCH
020645         MOVE LOW-VALUES TO LL-LETTER-KEY
020648         MOVE LM-LOAN-ID TO LL-LOAN-ID
020651         START LETTER-LOG-FILE
020654             KEY IS NOT LESS THAN LL-LETTER-KEY
020657             INVALID KEY
020660                 MOVE 'Y' TO WS-LETTER-DONE-SWITCH
020663         END-START
020666         DISPLAY " Letters:  Trig-Date Evt Recipient R S ",
020669             "Sent-On"
020672         PERFORM 4200-LIST-ONE-LETTER
020675             UNTIL LETTER-LIST-DONE
020678         IF WS-LETTER-COUNT = 0
020681             DISPLAY " No letters on file for this loan."
020684         END-IF
020687         DISPLAY "******************************************"
020690         CLOSE LETTER-LOG-FILE
020693     END-IF.
020696
020699*===========================================================*
020702 4200-LIST-ONE-LETTER.
020705*===========================================================*
020708     READ LETTER-LOG-FILE NEXT RECORD
020711         AT END
020714             MOVE 'Y' TO WS-LETTER-DONE-SWITCH
020717     END-READ.
020720     IF NOT LETTERLG-OK AND NOT LETTER-LIST-DONE
020723         MOVE 'Y' TO WS-LETTER-DONE-SWITCH
020726     END-IF.
020729     IF NOT LETTER-LIST-DONE
020732         IF LL-LOAN-ID NOT = LM-LOAN-ID
020735             MOVE 'Y' TO WS-LETTER-DONE-SWITCH
020738         ELSE
020741             ADD 1 TO WS-LETTER-COUNT
020744             IF LL-LETTER-SENT
020747                 DISPLAY "           ", LL-TRIGGER-DATE, " ",
020750                     LL-EVENT-CODE, " ", LL-RECIPIENT-ID, " ",
020753                     LL-RECIPIENT-ROLE, " ",
020756                     LL-LETTER-STATUS, " ",
020759                     LL-LETTER-DATE
020762             ELSE
020765                 DISPLAY "           ", LL-TRIGGER-DATE, " ",
020768                     LL-EVENT-CODE, " ", LL-RECIPIENT-ID, " ",
020771                     LL-RECIPIENT-ROLE, " ",
020774                     LL-LETTER-STATUS, " ",
020777                     LL-WITHHELD-REASON
020780             END-IF
020783         END-IF
020786     END-IF.
020800
020900*===========================================================*
021000 5000-TERMINATE.
