001104*                   CHECKPOINTED SO A RERUN AFTER AN ABEND
001105*                   RESUMES AND THE EXCEPTION REPORT COMES
001106*                   OUT WHOLE.
001107*  2026-10-15  LSG  RAISE A CUSTOMER NOTICE TRIGGER (EMC) FOR
001108*                   EVERY RE-RATED LOAN WHOSE EMI CHANGES, WITH
001109*                   THE OLD AND NEW RATE AND EMI, FOR THE
001110*                   NIGHTLY LETTER BATCH.
001111*-----------------------------------------------------------*
001200* THIS JOB READS THE LOAN MASTER FILE END TO END, RECOMPUTES
001300* THE EMI FOR EVERY DISBURSED RECORD WHOSE LOAN TYPE CARRIES
001400* A RATE CHANGE ON THE PARAMETER FILE, AND LISTS OLD EMI
002840     SELECT CHECKPOINT-FILE ASSIGN TO RATECHKP
002850         ORGANIZATION IS LINE SEQUENTIAL
002860         FILE STATUS IS WS-CHKPT-STATUS.
002870     SELECT NOTICE-TRIGGER-FILE ASSIGN TO NOTICETR
002880         ORGANIZATION IS LINE SEQUENTIAL
002890         FILE STATUS IS WS-NOTICETR-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003860 FD  CHECKPOINT-FILE.
003870 01  CHECKPOINT-REC.
003880     COPY CHKPT.
003884
003888 FD  NOTICE-TRIGGER-FILE.
003892 01  NOTICE-TRIGGER-REC.
003896     COPY NOTICE.
003900
004000 WORKING-STORAGE SECTION.
004100*-----------------------------------------------------------*
004740 01  WS-CHKPT-STATUS        PIC X(02).
004750     88  CHKPT-OK                   VALUE '00'.
004760     88  CHKPT-NOT-FOUND            VALUE '35'.
004770 01  WS-NOTICETR-STATUS     PIC X(02).
004780     88  NOTICETR-OK                VALUE '00'.
004790     88  NOTICETR-NOT-FOUND         VALUE '35'.
004800 01  WS-EOF-SWITCH          PIC X(01).
004900     88  END-OF-LOAN-MASTER         VALUE 'Y'.
004910 01  WS-PARM-EOF-SWITCH     PIC X(01).
005900 01  WS-EXCEPTION-COUNT     PIC 9(7)   COMP.
005910 01  WS-VALID-PARM-COUNT    PIC 9(03)  COMP.
005920 01  WS-INVALID-PARM-COUNT  PIC 9(03)  COMP.
005922 01  WS-NOTICE-COUNT        PIC 9(7)   COMP.
005924 01  WS-RUN-DATE            PIC 9(08).
005926 01  WS-CURRENT-TIME        PIC 9(08).
005930
005940*-----------------------------------------------------------*
005950* RESTART / CHECKPOINT WORK FIELDS - THE SAME PATTERN THE
008700     MOVE ZERO TO WS-RECORD-COUNT.
008800     MOVE ZERO TO WS-EXCEPTION-COUNT.
008810     MOVE ZERO TO WS-RECORDS-TO-SKIP.
008813     MOVE ZERO TO WS-NOTICE-COUNT.
008816     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008820
008830     OPEN INPUT CHECKPOINT-FILE.
008840     IF CHKPT-OK
013400     MOVE WS-NEW-EMI          TO RR-NEW-EMI.
013500
013600     WRITE RATE-CHANGE-REC.
013610*    A CHANGED EMI IS NEWS FOR THE CUSTOMER - THE LETTER BATCH
013620*    TELLS THEM THE NEW RATE AND INSTALMENT. A RESTART THAT
013630*    REPROCESSES THE RECORDS SINCE THE LAST CHECKPOINT RAISES
013640*    THEIR TRIGGERS AGAIN; THE LETTER LOG SENDS ONE LETTER.
013650     IF WS-NEW-EMI NOT = LM-EMI
013660         PERFORM 3800-WRITE-NOTICE-TRIGGER
013670     END-IF.
013700
013701*===========================================================*
013702 3800-WRITE-NOTICE-TRIGGER.
013703*    APPENDS ONE EMI-CHANGE ROW TO THE CUSTOMER NOTICE
013704*    TRIGGER FILE FOR THE LOAN JUST RE-RATED, FOR THE NIGHTLY
013705*    LETTER BATCH.
013706*===========================================================*
013707     OPEN EXTEND NOTICE-TRIGGER-FILE.
013708     IF NOTICETR-NOT-FOUND
013709         OPEN OUTPUT NOTICE-TRIGGER-FILE
013710     END-IF.
013711
013712     ACCEPT WS-CURRENT-TIME FROM TIME.
013713
013714     MOVE SPACES                 TO NOTICE-TRIGGER-REC.
013715     MOVE LM-LOAN-ID             TO NT-LOAN-ID.
013716     MOVE LM-CUSTOMER-ID         TO NT-CUSTOMER-ID.
013717     MOVE LM-BRANCH-CODE         TO NT-BRANCH-CODE.
013718     MOVE WS-RUN-DATE            TO NT-TRIGGER-DATE.
013719     MOVE WS-CURRENT-TIME        TO NT-TRIGGER-TIME.
013720     MOVE "EMC"                  TO NT-EVENT-CODE.
013721     MOVE "RERATE"               TO NT-SOURCE-ID.
013722     MOVE LM-LOAN-TYPE           TO NT-LOAN-TYPE.
013723     MOVE LM-LOAN-AMOUNT         TO NT-LOAN-AMOUNT.
013724     MOVE LM-OUTSTANDING-BALANCE TO NT-OUTSTANDING-BALANCE.
013725     MOVE LM-EMI                 TO NT-OLD-EMI.
013726     MOVE WS-NEW-EMI             TO NT-NEW-EMI.
013727     MOVE LM-INTEREST-RATE       TO NT-OLD-RATE.
013728     MOVE WS-NEW-RATE            TO NT-NEW-RATE.
013729     MOVE LM-REMAINING-MONTHS    TO NT-REMAINING-MONTHS.
013730     MOVE ZERO                   TO NT-MISSED-CYCLES.
013731     MOVE ZERO                   TO NT-OVERDUE-AMOUNT.
013732     MOVE LM-CHARGES-OUTSTANDING TO NT-CHARGES-OUTSTANDING.
013733     MOVE ZERO                   TO NT-CAPITALIZED-AMOUNT.
013734     MOVE ZERO                   TO NT-HOLIDAY-END-DATE.
013735
013736     WRITE NOTICE-TRIGGER-REC.
013737     IF NOTICETR-OK
013738         ADD 1 TO WS-NOTICE-COUNT
013739     END-IF.
013740
013741     CLOSE NOTICE-TRIGGER-FILE.
013742
013743*===========================================================*
013744 3900-WRITE-CHECKPOINT.
013745*    REWRITES THE CHECKPOINT FILE WITH HOW FAR THROUGH THE
013746*    MASTER THE PASS HAS GOT. ON A RESTART THIS MANY RECORDS
013750*    ARE SKIPPED INSTEAD OF BEING REPROCESSED - AND THEIR
013760*    REPORT LINES DUPLICATED.
013770*===========================================================*
014500     DISPLAY " Records read:      ", WS-RECORD-COUNT.
014600     DISPLAY " Exceptions listed:  ", WS-EXCEPTION-COUNT.
014610     DISPLAY " Parm rows skipped:  ", WS-INVALID-PARM-COUNT.
014620     DISPLAY " Notices raised:     ", WS-NOTICE-COUNT.
014700     DISPLAY "*******************************************".
