001294*  2026-09-02  LSG  STAMP THE ORIGINATING BRANCH ON EACH
001295*                   POSTED MASTER RECORD, FROM THE
001296*                   CUSTOMER'S MASTER ROW AT POSTING TIME.
001297*  2026-10-15  LSG  ZERO THE WRITE-OFF AND RECOVERED AMOUNTS
001298*                   ON A POSTED MASTER RECORD.
001299*  2026-10-15  LSG  REJECT APPLICATIONS OVER EXPOSURE LIMIT.
001300*-----------------------------------------------------------*
001400* THIS JOB READS THE APPLICATION INTAKE FILE SENT UP FROM THE
001500* BRANCHES, COMPUTES AN EMI FOR EACH APPLICATION USING THE
008960 01  WS-REJECT-BAD-VALUE-EDIT PIC Z(6)9.99.
008971 01  WS-REJECT-BAD-VALUE    PIC X(15).
008982 01  WS-REJECT-REASON       PIC X(40).
008983 01  WS-LIVE-BALANCE        PIC 9(9)V99.
008984 01  WS-NEW-EXPOSURE        PIC 9(9)V99.
008985 01  WS-BROWSE-DONE-SWITCH  PIC X(01).
008986     88  BROWSE-DONE                VALUE 'Y'.
008987 01  WS-PARTY-EOF-SWITCH    PIC X(01).
008988     88  END-OF-PARTY-FILE          VALUE 'Y'.
008993
009000 PROCEDURE DIVISION.
009100*===========================================================*
018855     IF AI-APPLICATION-VALID
018900         PERFORM 3200-RECALCULATE-EMI
018910         PERFORM 3250-AFFORDABILITY-CHECK
018911         IF AI-APPLICATION-VALID
018912             PERFORM 5000-CHECK-EXPOSURE
018913         END-IF
018920     END-IF.
018930
018999     IF AI-APPLICATION-VALID
023376     MOVE WS-BRANCH-CODE     TO LM-BRANCH-CODE.
023377     MOVE SPACE              TO LM-RESTRUCTURE-FLAG.
023378     MOVE ZERO               TO LM-HOLIDAY-END-DATE.
023379     MOVE ZERO               TO LM-WRITEOFF-AMOUNT.
023380     MOVE ZERO               TO LM-RECOVERED-AMOUNT.
023385     MOVE 'Q'                TO LM-LOAN-STATUS.
023390     MOVE WS-CURRENT-DATE    TO LM-STATUS-DATE.
023400
023500     WRITE LOAN-MASTER-REC.
026800     DISPLAY " Applications posted:   ", WS-POSTED-COUNT.
026850     DISPLAY " Applications rejected: ", WS-REJECTED-COUNT.
026900     DISPLAY "*******************************************".
027000
027100*===========================================================*
027200 5000-CHECK-EXPOSURE.
027300*    THE CUSTOMER'S LIVE (APPROVED OR DISBURSED) LOANS - AS
027400*    PRIMARY APPLICANT AND AS CO-APPLICANT OR GUARANTOR - ARE
027500*    TOTALLED AND THIS LOAN ADDED. OVER THE CUSTOMER'S
027600*    EXPOSURE LIMIT IS A REJECT: AS WITH AFFORDABILITY THERE
027700*    IS NO SUPERVISOR AT A BATCH RUN TO OVERRIDE IT. A ZERO
027800*    LIMIT MEANS NONE IS SET. THE PRIMARY'S MASTER ROW IS
027900*    READ AGAIN HERE BECAUSE THE CO-APPLICANT CHECK MAY HAVE
028000*    USED THE RECORD AREA SINCE.
028100*===========================================================*
028200     MOVE AI-CUSTOMER-ID TO CM-CUSTOMER-ID.
028300     READ CUSTOMER-MASTER-FILE
028400         KEY IS CM-CUSTOMER-ID
028500         INVALID KEY
028600             CONTINUE
028700     END-READ.
028800
028900     IF CUSTMAST-OK AND CM-EXPOSURE-LIMIT > ZERO
029000         MOVE ZERO TO WS-LIVE-BALANCE
029100         PERFORM 5100-TOTAL-OWN-LOANS
029200         PERFORM 5300-TOTAL-PARTY-LOANS
029300         COMPUTE WS-NEW-EXPOSURE =
029400             WS-LIVE-BALANCE + AI-LOAN-AMOUNT
029500         IF WS-NEW-EXPOSURE > CM-EXPOSURE-LIMIT
029600             MOVE 'N' TO AI-VALID-SWITCH
029700             MOVE "AI-LOAN-AMOUNT" TO WS-REJECT-FIELD-NAME
029800             MOVE AI-LOAN-AMOUNT   TO WS-REJECT-BAD-VALUE-EDIT
029900             MOVE WS-REJECT-BAD-VALUE-EDIT
030000                 TO WS-REJECT-BAD-VALUE
030100             MOVE "Exposure limit exceeded"
030200                 TO WS-REJECT-REASON
030300         END-IF
030400     END-IF.
030500
030600*===========================================================*
030700 5100-TOTAL-OWN-LOANS.
030800*    LOANS ON WHICH THE CUSTOMER IS PRIMARY APPLICANT, VIA THE
030900*    CUSTOMER-ID ALTERNATE INDEX.
031000*===========================================================*
031100     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
031200
031300     MOVE AI-CUSTOMER-ID TO LM-CUSTOMER-ID.
031400     START LOAN-MASTER-FILE
031500         KEY IS EQUAL TO LM-CUSTOMER-ID
031600         INVALID KEY
031700             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
031800     END-START.
031900
032000     PERFORM 5200-ADD-ONE-OWN-LOAN
032100         UNTIL BROWSE-DONE.
032200
032300*===========================================================*
032400 5200-ADD-ONE-OWN-LOAN.
032500*===========================================================*
032600     READ LOAN-MASTER-FILE NEXT RECORD
032700         AT END
032800             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
032900     END-READ.
033000     IF NOT LOANMAST-OK AND NOT BROWSE-DONE
033100         MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
033200     END-IF.
033300     IF NOT BROWSE-DONE
033400         IF LM-CUSTOMER-ID NOT = AI-CUSTOMER-ID
033500             MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
033600         ELSE
033700             PERFORM 5500-ADD-LIVE-LOAN
033800         END-IF
033900     END-IF.
034000
034100*===========================================================*
034200 5300-TOTAL-PARTY-LOANS.
034300*    LOANS ON WHICH THE CUSTOMER STANDS AS CO-APPLICANT OR
034400*    GUARANTOR - THE WHOLE BALANCE COUNTS. A MISSING PARTY
034500*    FILE JUST MEANS NO PARTIES HAVE EVER BEEN KEYED.
034600*===========================================================*
034700     MOVE 'N' TO WS-PARTY-EOF-SWITCH.
034800     OPEN INPUT PARTY-FILE.
034900     IF NOT PARTY-OK
035000         MOVE 'Y' TO WS-PARTY-EOF-SWITCH
035100     ELSE
035200         PERFORM 5400-CHECK-ONE-PARTY-ROW
035300             UNTIL END-OF-PARTY-FILE
035400         CLOSE PARTY-FILE
035500     END-IF.
035600
035700*===========================================================*
035800 5400-CHECK-ONE-PARTY-ROW.
035900*===========================================================*
036000     READ PARTY-FILE
036100         AT END
036200             MOVE 'Y' TO WS-PARTY-EOF-SWITCH
036300     END-READ.
036400     IF NOT PARTY-OK AND NOT END-OF-PARTY-FILE
036500         MOVE 'Y' TO WS-PARTY-EOF-SWITCH
036600     END-IF.
036700
036800     IF NOT END-OF-PARTY-FILE
036900         AND LP-CUSTOMER-ID = AI-CUSTOMER-ID
037000         MOVE LP-LOAN-ID TO LM-LOAN-ID
037100         READ LOAN-MASTER-FILE
037200             KEY IS LM-LOAN-ID
037300             INVALID KEY
037400                 CONTINUE
037500         END-READ
037600         IF LOANMAST-OK
037700             AND LM-CUSTOMER-ID NOT = AI-CUSTOMER-ID
037800             PERFORM 5500-ADD-LIVE-LOAN
037900         END-IF
038000     END-IF.
038100
038200*===========================================================*
038300 5500-ADD-LIVE-LOAN.
038400*===========================================================*
038500     IF LM-STATUS-APPROVED OR LM-STATUS-DISBURSED
038600         ADD LM-OUTSTANDING-BALANCE TO WS-LIVE-BALANCE
038700     END-IF.
