       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBPAY00.
       DATE-WRITTEN.   10/15 /26.
       AUTHOR.         TAYLOR MCGRANN.
       DATE-COMPILED.
      ************************************************************
      *TUITION PAYMENT POSTING. KEEPS THE STUDENT RECEIVABLES*
      *LEDGER, LEDGMST.DAT (SEE LEDGREC), KEYED ON STUDENT ID PLUS*
      *TERM. EACH RUN DOES TWO THINGS, EACH UNDER THE BATCHREC*
      *HEADER/TRAILER CONVENTION AND EACH PROVED BEFORE IT TOUCHES*
      *THE LEDGER:*
      *1. SEEDS THE LEDGER FROM THE COBBIL00 TUITRECV.DAT BATCH -*
      *   ONE LEDGER RECORD PER STUDENT PER TERM BILLED. A RE-RUN*
      *   OF THE SAME BILLING REPLACES THE BILLED AMOUNT RATHER*
      *   THAN ADDING TO IT, SO LOADING IT TWICE IS HARMLESS.*
      *2. POSTS THE PAYTRN.DAT PAYMENT BATCH (SEE PAYREC) -*
      *   PAYMENTS, REFUNDS AND CREDIT/DEBIT ADJUSTMENTS.*
      *A BATCH WHOSE TRAILER DOES NOT BALANCE IS REFUSED WHOLE WITH*
      *RETURN-CODE 8, THE SAME AS COBMNT00. PAYPROOF.PRT SHOWS*
      *EXPECTED VERSUS ACTUAL FOR BOTH BATCHES.*
      *A TRANSACTION THAT CANNOT BE APPLIED - ABOVE ALL A PAYMENT*
      *FOR AN ID ON NEITHER STDNTMST.DAT NOR STDNTARC.DAT - IS*
      *NEVER DROPPED: IT IS LISTED ON PAYSUSP.PRT WITH THE REASON*
      *AND CARRIED ON PAYSUSP.DAT IN PAYTRN LAYOUT SO THE BURSAR*
      *CAN FIX THE ID AND RESUBMIT IT. A PAYMENT FOR A TERM NOT*
      *YET BILLED OPENS THE LEDGER RECORD AS A CREDIT BALANCE.*
      *COBAGE00 PRINTS THE AGING REPORT OFF THE POSTED LEDGER.*
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEDGER-MASTER
               ASSIGN TO 'C:\COBOL\LEDGMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS I-ID.

           SELECT ARCHIVE-FILE
               ASSIGN TO 'C:\COBOL\STDNTARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS A-ID
               FILE STATUS IS WS-ARC-STATUS.

           SELECT RECVFILE
               ASSIGN TO 'C:\COBOL\TUITRECV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECV-STATUS.

           SELECT TRANFILE
               ASSIGN TO 'C:\COBOL\PAYTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT SUSPFILE
               ASSIGN TO 'C:\COBOL\PAYSUSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT PROOFPRT
               ASSIGN TO 'C:\COBOL\PAYPROOF.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT SUSPPRT
               ASSIGN TO 'C:\COBOL\PAYSUSP.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS LG-REC
           RECORD CONTAINS 88 CHARACTERS.

       01 LG-REC.
           COPY LEDGREC.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 I-REC.
           COPY STDNTREC.

       FD  ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS A-REC
           RECORD CONTAINS 59 CHARACTERS.

       01 A-REC.
           COPY ARCREC.

      *TUITRECV.DAT AS COBBIL00 WRITES IT - 'A' AMOUNT-BILLED
      *RECORDS BETWEEN A BATCHREC HEADER AND TRAILER.
       FD  RECVFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RECV-REC
           RECORD CONTAINS 54 CHARACTERS.

       01 RECV-REC.
         05 RV-REC-CODE     PIC X.
           88 RV-IS-BILL              VALUE 'A'.
           88 RV-IS-HEADER            VALUE 'H'.
           88 RV-IS-TRAILER           VALUE 'T'.
         05 RV-ID           PIC X(7).
         05 RV-TERM         PIC X(6).
         05 RV-CREDITS      PIC 9(3).
         05 RV-AMOUNT       PIC 9(6)V99.
         05 FILLER          PIC X(29).

       FD  TRANFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-REC
           RECORD CONTAINS 54 CHARACTERS.

       01 TRAN-REC.
           COPY PAYREC.

       FD  SUSPFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SUSP-REC
           RECORD CONTAINS 54 CHARACTERS.

       01 SUSP-REC         PIC X(54).

       FD  PROOFPRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PROOFLINE.

       01 PROOFLINE       PIC X(132).

       FD  SUSPPRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SUSPLINE
           LINAGE IS  60 WITH FOOTING AT 56.

       01 SUSPLINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 C-PCTR             PIC 99    VALUE ZERO.
         05 MORE-RECS          PIC XXX   VALUE 'YES'.
         05 WS-LEDG-STATUS     PIC XX    VALUE SPACES.
         05 WS-ARC-STATUS      PIC XX    VALUE SPACES.
         05 WS-RECV-STATUS     PIC XX    VALUE SPACES.
         05 WS-TRAN-STATUS     PIC XX    VALUE SPACES.
         05 WS-SUSP-STATUS     PIC XX    VALUE SPACES.
         05 WS-ARC-OPEN-SW     PIC X     VALUE 'N'.
           88 ARCHIVE-IS-OPEN            VALUE 'Y'.
         05 WS-RECV-OPEN-SW    PIC X     VALUE 'N'.
           88 BILLS-ARE-OPEN             VALUE 'Y'.
         05 WS-TRAN-OPEN-SW    PIC X     VALUE 'N'.
           88 PAYMENTS-ARE-OPEN          VALUE 'Y'.
         05 WS-RECV-EOF-SW     PIC X     VALUE 'N'.
           88 RECV-EOF                   VALUE 'Y'.
         05 WS-ON-FILE-SW      PIC X     VALUE 'N'.
           88 STUDENT-ON-FILE            VALUE 'Y'.
         05 WS-LEDG-FOUND-SW   PIC X     VALUE 'N'.
           88 LEDGER-FOUND               VALUE 'Y'.
         05 WS-SUSP-REASON     PIC X(20) VALUE SPACES.
         05 WS-TODAY           PIC X(8)  VALUE SPACES.
         05 WS-DATE-NUM        PIC 9(8)  VALUE 0.
         05 WS-BILL-DATE       PIC X(8)  VALUE SPACES.
         05 WS-DUE-DATE        PIC X(8)  VALUE SPACES.
         05 C-BILL-NEW-CTR     PIC 9(5)  VALUE 0.
         05 C-BILL-UPD-CTR     PIC 9(5)  VALUE 0.
         05 C-PAY-CTR          PIC 9(5)  VALUE 0.
         05 C-RFD-CTR          PIC 9(5)  VALUE 0.
         05 C-ADJ-CTR          PIC 9(5)  VALUE 0.
         05 C-SUSP-CTR         PIC 9(5)  VALUE 0.
         05 WS-SUSP-AMOUNT     PIC 9(12)V99 VALUE 0.

      *ONE PROOF AREA PER BATCH - THE BILL LOAD IS PROVED, APPLIED
      *AND REPORTED BEFORE THE PAYMENT BATCH IS EVEN READ, SO THE
      *TWO CAN SHARE THE BATCHREC HEADER/TRAILER AREAS.
       01 WS-PROOF-AREA.
         05 WS-BILL-BAL-SW     PIC X     VALUE 'N'.
           88 BILLS-ARE-BALANCED         VALUE 'Y'.
         05 WS-BALANCE-SW      PIC X     VALUE 'N'.
           88 BATCH-IS-BALANCED          VALUE 'Y'.
         05 WS-HEADER-SW       PIC X     VALUE 'N'.
           88 HEADER-FOUND               VALUE 'Y'.
         05 WS-TRAILER-SW      PIC X     VALUE 'N'.
           88 TRAILER-FOUND              VALUE 'Y'.
         05 WS-OOB-REASON      PIC X(30) VALUE SPACES.
         05 WS-READ-BILL-CTR   PIC 9(5)  VALUE 0.
         05 WS-READ-PAY-CTR    PIC 9(5)  VALUE 0.
         05 WS-READ-RFD-CTR    PIC 9(5)  VALUE 0.
         05 WS-READ-ADJ-CTR    PIC 9(5)  VALUE 0.
         05 WS-HASH-TOTAL      PIC 9(12)V99 VALUE 0.

           COPY BATCHREC.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
              10 I-YY     PIC 9(4).
              10 I-MM     PIC 99.
              10 I-DD     PIC 99.
           05 I-TIME      PIC X(11).

       01 PROOF-TITLE-LINE.
           05 O-PROOF-FILE PIC X(29).
           05 FILLER      PIC X(12)  VALUE 'BATCH DATE: '.
           05 O-BATCH-DATE PIC X(8).
           05 FILLER      PIC X(5)   VALUE SPACES.
           05 FILLER      PIC X(11)  VALUE 'SUBMITTER: '.
           05 O-SUBMITTER PIC X(8).
           05 FILLER      PIC X(59)  VALUE SPACES.
       01 PROOF-COUNT-LINE.
           05 PC-LABEL    PIC X(12).
           05 FILLER      PIC X(10)  VALUE 'EXPECTED:'.
           05 PC-EXPECTED PIC ZZZZ9.
           05 FILLER      PIC X(8)   VALUE SPACES.
           05 FILLER      PIC X(6)   VALUE 'READ:'.
           05 PC-READ     PIC ZZZZ9.
           05 FILLER      PIC X(8)   VALUE SPACES.
           05 FILLER      PIC X(9)   VALUE 'APPLIED:'.
           05 PC-APPLIED  PIC ZZZZ9.
           05 FILLER      PIC X(64)  VALUE SPACES.
       01 PROOF-HASH-LINE.
           05 FILLER      PIC X(12)  VALUE 'DOLLARS'.
           05 FILLER      PIC X(10)  VALUE 'EXPECTED:'.
           05 PH-EXPECTED PIC Z(11)9.99.
           05 FILLER      PIC X(8)   VALUE SPACES.
           05 FILLER      PIC X(6)   VALUE 'READ:'.
           05 PH-READ     PIC Z(11)9.99.
           05 FILLER      PIC X(66)  VALUE SPACES.
       01 PROOF-STATUS-LINE.
           05 FILLER      PIC X(8)   VALUE 'STATUS: '.
           05 PS-STATUS   PIC X(50).
           05 FILLER      PIC X(74)  VALUE SPACES.

       01 COMPANY-TITLE.
           05 FILLER      PIC X(6)    VALUE 'DATE:'.
           05 O-MM        PIC 99.
           05 FILLER      PIC X       VALUE '/'.
           05 O-DD        PIC 99.
           05 FILLER      PIC X       VALUE '/'.
           05 O-YY        PIC 9(4).
           05 FILLER      PIC X(30)   VALUE SPACES.
           05 FILLER      PIC X(36)
                          VALUE 'MCGRAN''S PAYMENT SUSPENSE LISTING'.
           05 FILLER      PIC X(42)   VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PAGE:'.
           05 O-PCTR      PIC Z9.
       01 HEADING-LINE2.
           05 FILLER       PIC X(4)    VALUE '  ID'.
           05 FILLER       PIC X(7)    VALUE SPACES.
           05 FILLER       PIC X(4)    VALUE 'TERM'.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(4)    VALUE 'CODE'.
           05 FILLER       PIC X(8)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE 'AMOUNT'.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(4)    VALUE 'DATE'.
           05 FILLER       PIC X(8)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE 'REFERENCE'.
           05 FILLER       PIC X(6)    VALUE SPACES.
           05 FILLER       PIC X(6)    VALUE 'REASON'.
           05 FILLER       PIC X(56)   VALUE SPACES.
       01 DETAIL-LINE.
           05 O-ID         PIC X(7).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 O-TERM       PIC X(6).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 O-CODE       PIC X.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 O-AMOUNT     PIC ZZZ,ZZ9.99.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 O-DATE       PIC X(8).
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 O-REF        PIC X(12).
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-REASON     PIC X(20).
           05 FILLER       PIC X(45)   VALUE SPACES.
       01 GT-LINE.
           05 FILLER       PIC X(11)   VALUE SPACES.
           05 GT-LABEL     PIC X(22).
           05 GT-COUNT     PIC ZZZZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 GT-AMOUNT    PIC Z(11)9.99.
           05 FILLER       PIC X(74)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           IF BILLS-ARE-OPEN
               PERFORM 1100-BILL-PROOF-PASS
               IF BILLS-ARE-BALANCED
                   PERFORM 1200-LOAD-BILLS
               END-IF
               PERFORM 1280-BILL-PROOF-REPORT
           END-IF.
           IF PAYMENTS-ARE-OPEN
               PERFORM 1300-PROOF-PASS
               IF BATCH-IS-BALANCED
                   PERFORM 1400-REOPEN-TRAN
                   PERFORM 2000-MAINLINE
                       UNTIL MORE-RECS = 'NO'
               END-IF
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO WS-TODAY.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           OPEN I-O LEDGER-MASTER.
           IF WS-LEDG-STATUS = '35'
      *FIRST RUN - NO LEDGER ON DISK YET. CREATE AN EMPTY ONE AND
      *REOPEN IT FOR UPDATE.
               OPEN OUTPUT LEDGER-MASTER
               CLOSE LEDGER-MASTER
               OPEN I-O LEDGER-MASTER
           END-IF.
           OPEN INPUT STUDENT-MASTER.
      *NO ARCHIVE YET JUST MEANS COBARC00 HAS NEVER RUN - AN ID
      *NOT ON THE MASTER GOES STRAIGHT TO SUSPENSE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = '00'
               SET ARCHIVE-IS-OPEN TO TRUE
           END-IF.
      *EITHER BATCH MAY BE ABSENT ON A GIVEN RUN - BILLS LOAD ONCE
      *A TERM, PAYMENTS COME IN ALL TERM LONG.
           OPEN INPUT RECVFILE.
           IF WS-RECV-STATUS = '00'
               SET BILLS-ARE-OPEN TO TRUE
           ELSE
               DISPLAY 'NO TUITRECV.DAT - NO BILLS LOADED THIS RUN.'
                   UPON CONSOLE
           END-IF.
           OPEN INPUT TRANFILE.
           IF WS-TRAN-STATUS = '00'
               SET PAYMENTS-ARE-OPEN TO TRUE
           ELSE
               DISPLAY 'NO PAYTRN.DAT - NO PAYMENTS POSTED THIS RUN.'
                   UPON CONSOLE
           END-IF.
           OPEN OUTPUT PROOFPRT.
           OPEN OUTPUT SUSPPRT.
      *EXTEND, NOT OUTPUT: SUSPENSE ITEMS STAY ON FILE UNTIL THE
      *BURSAR CLEARS AND RESUBMITS THEM.
           OPEN EXTEND SUSPFILE.
           IF WS-SUSP-STATUS = '35'
               OPEN OUTPUT SUSPFILE
           END-IF.
           PERFORM 9100-HDGS.

       1100-BILL-PROOF-PASS.
      *THE BILLING BATCH IS PROVED AGAINST ITS OWN TRAILER BEFORE
      *ANY OF IT IS LOADED - A TRUNCATED TUITRECV.DAT WOULD LEAVE
      *STUDENTS OFF THE LEDGER WITH NOTHING TO SAY SO.
           PERFORM 9010-READ-RECV.
           PERFORM 1150-BILL-PROOF-RECORD
               UNTIL RECV-EOF.

           EVALUATE TRUE
               WHEN NOT HEADER-FOUND
                   MOVE 'NO BATCH HEADER' TO WS-OOB-REASON
               WHEN NOT TRAILER-FOUND
                   MOVE 'NO BATCH TRAILER' TO WS-OOB-REASON
               WHEN WS-READ-BILL-CTR NOT = BT-ADD-COUNT
                   MOVE 'INVOICE COUNT MISMATCH' TO WS-OOB-REASON
               WHEN WS-HASH-TOTAL NOT = BT-HASH-TOTAL
                   MOVE 'DOLLAR HASH MISMATCH' TO WS-OOB-REASON
               WHEN OTHER
                   SET BILLS-ARE-BALANCED TO TRUE
           END-EVALUATE.

       1150-BILL-PROOF-RECORD.
           EVALUATE TRUE
               WHEN RV-IS-HEADER
                   SET HEADER-FOUND TO TRUE
                   MOVE RECV-REC TO BATCH-HEADER-REC
               WHEN RV-IS-TRAILER
                   SET TRAILER-FOUND TO TRUE
                   MOVE RECV-REC TO BATCH-TRAILER-REC
               WHEN RV-IS-BILL
                   ADD 1 TO WS-READ-BILL-CTR
                   IF RV-AMOUNT IS NUMERIC
                       ADD RV-AMOUNT TO WS-HASH-TOTAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 9010-READ-RECV.

       1200-LOAD-BILLS.
           CLOSE RECVFILE.
           OPEN INPUT RECVFILE.
           MOVE 'N' TO WS-RECV-EOF-SW.
      *THE INVOICE ALLOWS 30 DAYS FROM THE BILLING RUN, SO THE DUE
      *DATE COMES OFF THE BATCH HEADER DATE, NOT TODAY.
           IF BH-BATCH-DATE IS NUMERIC
               MOVE BH-BATCH-DATE TO WS-BILL-DATE
           ELSE
               MOVE WS-TODAY TO WS-BILL-DATE
           END-IF.
           MOVE WS-BILL-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 30).
           MOVE WS-DATE-NUM TO WS-DUE-DATE.
           PERFORM 9010-READ-RECV.
           PERFORM 1250-LOAD-BILL
               UNTIL RECV-EOF.

       1250-LOAD-BILL.
           IF RV-IS-BILL AND RV-AMOUNT IS NUMERIC
               MOVE RV-ID TO LG-ID
               MOVE RV-TERM TO LG-TERM
               READ LEDGER-MASTER
                   INVALID KEY
                       PERFORM 1260-NEW-BILL
                   NOT INVALID KEY
                       PERFORM 1270-REPLACE-BILL
               END-READ
           END-IF.
           PERFORM 9010-READ-RECV.

       1260-NEW-BILL.
           MOVE RV-ID TO LG-ID.
           MOVE RV-TERM TO LG-TERM.
           MOVE RV-CREDITS TO LG-CREDITS.
           MOVE WS-BILL-DATE TO LG-BILL-DATE.
           MOVE WS-DUE-DATE TO LG-DUE-DATE.
           MOVE RV-AMOUNT TO LG-BILLED.
           MOVE 0 TO LG-PAID.
           MOVE 0 TO LG-REFUNDED.
           MOVE 0 TO LG-ADJ-DEBIT.
           MOVE 0 TO LG-ADJ-CREDIT.
           MOVE WS-BILL-DATE TO LG-LAST-ACT-DATE.
           PERFORM 2900-RECOMPUTE-BALANCE.
           WRITE LG-REC
               INVALID KEY
                   DISPLAY 'LEDGER WRITE FAILED: ' LG-KEY
                       UPON CONSOLE
               NOT INVALID KEY
                   ADD 1 TO C-BILL-NEW-CTR
           END-WRITE.

       1270-REPLACE-BILL.
      *A RECORD ALREADY ON FILE IS EITHER THIS SAME BILL LOADED
      *BEFORE OR A PAYMENT THAT CAME IN AHEAD OF THE BILL. EITHER
      *WAY THE BILLED AMOUNT IS REPLACED, NEVER ADDED TO. A RECORD
      *OPENED BY A PAYMENT HAS NO DUE DATE YET AND TAKES THIS ONE.
           MOVE RV-CREDITS TO LG-CREDITS.
           MOVE RV-AMOUNT TO LG-BILLED.
           IF LG-DUE-DATE = SPACES
               MOVE WS-BILL-DATE TO LG-BILL-DATE
               MOVE WS-DUE-DATE TO LG-DUE-DATE
           END-IF.
           PERFORM 2900-RECOMPUTE-BALANCE.
           REWRITE LG-REC
               INVALID KEY
                   DISPLAY 'LEDGER REWRITE FAILED: ' LG-KEY
                       UPON CONSOLE
               NOT INVALID KEY
                   ADD 1 TO C-BILL-UPD-CTR
           END-REWRITE.

       1280-BILL-PROOF-REPORT.
           MOVE 'BATCH PROOF - TUITRECV.DAT' TO O-PROOF-FILE.
           MOVE BH-BATCH-DATE TO O-BATCH-DATE.
           MOVE BH-SUBMITTER TO O-SUBMITTER.
           WRITE PROOFLINE FROM PROOF-TITLE-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'BILLS' TO PC-LABEL.
           MOVE BT-ADD-COUNT TO PC-EXPECTED.
           MOVE WS-READ-BILL-CTR TO PC-READ.
           COMPUTE PC-APPLIED = C-BILL-NEW-CTR + C-BILL-UPD-CTR.
           WRITE PROOFLINE FROM PROOF-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE BT-HASH-TOTAL TO PH-EXPECTED.
           MOVE WS-HASH-TOTAL TO PH-READ.
           WRITE PROOFLINE FROM PROOF-HASH-LINE
               AFTER ADVANCING 1 LINE.

           IF BILLS-ARE-BALANCED
               MOVE 'BALANCED - BILLS LOADED' TO PS-STATUS
           ELSE
               MOVE SPACES TO PS-STATUS
               STRING 'OUT OF BALANCE - '          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OOB-REASON) DELIMITED BY SIZE
                      ' - NOT LOADED'              DELIMITED BY SIZE
                   INTO PS-STATUS
               END-STRING
               DISPLAY 'TUITRECV.DAT OUT OF BALANCE - '
                   WS-OOB-REASON UPON CONSOLE
               DISPLAY 'NO BILLS LOADED. SEE PAYPROOF.PRT AND RERUN '
                   'COBBIL00 FOR THE TERM.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE PROOFLINE FROM PROOF-STATUS-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE RECVFILE.

      *RESET THE SHARED PROOF FIELDS FOR THE PAYMENT BATCH.
           MOVE 'N' TO WS-HEADER-SW.
           MOVE 'N' TO WS-TRAILER-SW.
           MOVE SPACES TO WS-OOB-REASON.
           MOVE 0 TO WS-HASH-TOTAL.
           MOVE SPACES TO BH-BATCH-DATE.
           MOVE SPACES TO BH-SUBMITTER.
           MOVE 0 TO BT-ADD-COUNT.
           MOVE 0 TO BT-CHG-COUNT.
           MOVE 0 TO BT-DEL-COUNT.
           MOVE 0 TO BT-HASH-TOTAL.

       1300-PROOF-PASS.
      *READ THE WHOLE BATCH BEFORE APPLYING ANY OF IT. VERIFYING THE
      *TRAILER UP FRONT MEANS AN OUT-OF-BALANCE BATCH IS REFUSED
      *WHOLE - THERE IS NEVER A HALF-POSTED RUN TO BACK OUT.
           PERFORM 9000-READ-TRAN.
           PERFORM 1350-PROOF-RECORD
               UNTIL MORE-RECS = 'NO'.

           EVALUATE TRUE
               WHEN NOT HEADER-FOUND
                   MOVE 'NO BATCH HEADER' TO WS-OOB-REASON
               WHEN NOT TRAILER-FOUND
                   MOVE 'NO BATCH TRAILER' TO WS-OOB-REASON
               WHEN WS-READ-PAY-CTR NOT = BT-ADD-COUNT
                   MOVE 'PAYMENT COUNT MISMATCH' TO WS-OOB-REASON
               WHEN WS-READ-RFD-CTR NOT = BT-CHG-COUNT
                   MOVE 'REFUND COUNT MISMATCH' TO WS-OOB-REASON
               WHEN WS-READ-ADJ-CTR NOT = BT-DEL-COUNT
                   MOVE 'ADJUSTMENT COUNT MISMATCH' TO WS-OOB-REASON
               WHEN WS-HASH-TOTAL NOT = BT-HASH-TOTAL
                   MOVE 'DOLLAR HASH MISMATCH' TO WS-OOB-REASON
               WHEN OTHER
                   SET BATCH-IS-BALANCED TO TRUE
           END-EVALUATE.

       1350-PROOF-RECORD.
           EVALUATE TRUE
               WHEN PT-IS-HEADER
                   SET HEADER-FOUND TO TRUE
                   MOVE TRAN-REC TO BATCH-HEADER-REC
               WHEN PT-IS-TRAILER
                   SET TRAILER-FOUND TO TRUE
                   MOVE TRAN-REC TO BATCH-TRAILER-REC
               WHEN PT-IS-PAYMENT
                   ADD 1 TO WS-READ-PAY-CTR
                   PERFORM 1360-HASH-AMOUNT
               WHEN PT-IS-REFUND
                   ADD 1 TO WS-READ-RFD-CTR
                   PERFORM 1360-HASH-AMOUNT
               WHEN PT-IS-ADJUSTMENT
                   ADD 1 TO WS-READ-ADJ-CTR
                   PERFORM 1360-HASH-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 9000-READ-TRAN.

       1360-HASH-AMOUNT.
           IF PT-AMOUNT IS NUMERIC
               ADD PT-AMOUNT TO WS-HASH-TOTAL
           END-IF.

       1400-REOPEN-TRAN.
           CLOSE TRANFILE.
           OPEN INPUT TRANFILE.
           MOVE 'YES' TO MORE-RECS.
           PERFORM 9000-READ-TRAN.

       2000-MAINLINE.
           EVALUATE TRUE
               WHEN PT-IS-HEADER OR PT-IS-TRAILER
                   CONTINUE
               WHEN PT-IS-PAYMENT OR PT-IS-REFUND
                   OR PT-IS-ADJUSTMENT
                   PERFORM 2100-EDIT-TRAN
               WHEN OTHER
                   MOVE 'BAD TRANSACTION CODE' TO WS-SUSP-REASON
                   PERFORM 2800-SUSPEND
           END-EVALUATE.
           PERFORM 9000-READ-TRAN.

       2100-EDIT-TRAN.
           MOVE SPACES TO WS-SUSP-REASON.
           PERFORM 2150-FIND-STUDENT.
           EVALUATE TRUE
               WHEN NOT STUDENT-ON-FILE
                   MOVE 'ID NOT ON FILE' TO WS-SUSP-REASON
               WHEN PT-TERM IS NOT NUMERIC
                   MOVE 'BAD TERM' TO WS-SUSP-REASON
               WHEN PT-AMOUNT IS NOT NUMERIC
                   MOVE 'BAD AMOUNT' TO WS-SUSP-REASON
               WHEN PT-AMOUNT = 0
                   MOVE 'ZERO AMOUNT' TO WS-SUSP-REASON
               WHEN PT-IS-ADJUSTMENT
                   AND NOT PT-ADJ-IS-CREDIT
                   AND NOT PT-ADJ-IS-DEBIT
                   MOVE 'BAD ADJUSTMENT TYPE' TO WS-SUSP-REASON
               WHEN OTHER
                   PERFORM 2200-POST-TRAN
           END-EVALUATE.
           IF WS-SUSP-REASON NOT = SPACES
               PERFORM 2800-SUSPEND
           END-IF.

       2150-FIND-STUDENT.
      *A GRADUATE STILL OWES WHAT THEY OWE - AN ID THAT HAS MOVED
      *TO STDNTARC.DAT POSTS THE SAME AS ONE STILL ON THE MASTER.
           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE PT-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STUDENT-ON-FILE TO TRUE
           END-READ.
           IF NOT STUDENT-ON-FILE AND ARCHIVE-IS-OPEN
               MOVE PT-ID TO A-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET STUDENT-ON-FILE TO TRUE
               END-READ
           END-IF.

       2200-POST-TRAN.
           MOVE 'N' TO WS-LEDG-FOUND-SW.
           MOVE PT-ID TO LG-ID.
           MOVE PT-TERM TO LG-TERM.
           READ LEDGER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LEDGER-FOUND TO TRUE
           END-READ.
      *ONLY A PAYMENT MAY OPEN A LEDGER RECORD - MONEY IN AHEAD OF
      *THE BILL. A REFUND OR ADJUSTMENT AGAINST A TERM NEVER BILLED
      *OR PAID IS A KEYING ERROR.
           IF NOT LEDGER-FOUND
               IF PT-IS-PAYMENT
                   PERFORM 2250-OPEN-LEDGER
               ELSE
                   MOVE 'NO LEDGER FOR TERM' TO WS-SUSP-REASON
               END-IF
           END-IF.
           IF WS-SUSP-REASON = SPACES
               EVALUATE TRUE
                   WHEN PT-IS-PAYMENT
                       ADD PT-AMOUNT TO LG-PAID
                   WHEN PT-IS-REFUND
                       ADD PT-AMOUNT TO LG-REFUNDED
                   WHEN PT-ADJ-IS-CREDIT
                       ADD PT-AMOUNT TO LG-ADJ-CREDIT
                   WHEN OTHER
                       ADD PT-AMOUNT TO LG-ADJ-DEBIT
               END-EVALUATE
               IF PT-DATE IS NUMERIC
                   MOVE PT-DATE TO LG-LAST-ACT-DATE
               ELSE
                   MOVE WS-TODAY TO LG-LAST-ACT-DATE
               END-IF
               PERFORM 2900-RECOMPUTE-BALANCE
               PERFORM 2300-STORE-LEDGER
           END-IF.

       2250-OPEN-LEDGER.
           MOVE PT-ID TO LG-ID.
           MOVE PT-TERM TO LG-TERM.
           MOVE 0 TO LG-CREDITS.
           MOVE SPACES TO LG-BILL-DATE.
           MOVE SPACES TO LG-DUE-DATE.
           MOVE 0 TO LG-BILLED.
           MOVE 0 TO LG-PAID.
           MOVE 0 TO LG-REFUNDED.
           MOVE 0 TO LG-ADJ-DEBIT.
           MOVE 0 TO LG-ADJ-CREDIT.
           MOVE 0 TO LG-BALANCE.

       2300-STORE-LEDGER.
           IF LEDGER-FOUND
               REWRITE LG-REC
                   INVALID KEY
                       MOVE 'LEDGER REWRITE FAILED' TO WS-SUSP-REASON
               END-REWRITE
           ELSE
               WRITE LG-REC
                   INVALID KEY
                       MOVE 'LEDGER WRITE FAILED' TO WS-SUSP-REASON
               END-WRITE
           END-IF.
           IF WS-SUSP-REASON = SPACES
               EVALUATE TRUE
                   WHEN PT-IS-PAYMENT
                       ADD 1 TO C-PAY-CTR
                   WHEN PT-IS-REFUND
                       ADD 1 TO C-RFD-CTR
                   WHEN OTHER
                       ADD 1 TO C-ADJ-CTR
               END-EVALUATE
           END-IF.

       2800-SUSPEND.
           ADD 1 TO C-SUSP-CTR.
           IF PT-AMOUNT IS NUMERIC
               ADD PT-AMOUNT TO WS-SUSP-AMOUNT
               MOVE PT-AMOUNT TO O-AMOUNT
           ELSE
               MOVE 0 TO O-AMOUNT
           END-IF.
           WRITE SUSP-REC FROM TRAN-REC.
           MOVE PT-ID TO O-ID.
           MOVE PT-TERM TO O-TERM.
           MOVE PT-CODE TO O-CODE.
           MOVE PT-DATE TO O-DATE.
           MOVE PT-REF TO O-REF.
           MOVE WS-SUSP-REASON TO O-REASON.
           WRITE SUSPLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.
           DISPLAY 'SUSPENDED - ' WS-SUSP-REASON ': ' PT-ID
               UPON CONSOLE.

       2900-RECOMPUTE-BALANCE.
           COMPUTE LG-BALANCE = LG-BILLED + LG-REFUNDED
               + LG-ADJ-DEBIT - LG-PAID - LG-ADJ-CREDIT.

       3000-CLOSING.
           IF PAYMENTS-ARE-OPEN
               PERFORM 3100-PROOF-REPORT
               IF NOT BATCH-IS-BALANCED
                   DISPLAY 'PAYTRN.DAT OUT OF BALANCE - '
                       WS-OOB-REASON UPON CONSOLE
                   DISPLAY 'NO PAYMENTS POSTED. SEE PAYPROOF.PRT '
                       'AND RESUBMIT THE BATCH.' UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE TRANFILE
           END-IF.

           MOVE 'ITEMS IN SUSPENSE:' TO GT-LABEL.
           MOVE C-SUSP-CTR TO GT-COUNT.
           MOVE WS-SUSP-AMOUNT TO GT-AMOUNT.
           WRITE SUSPLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.

           DISPLAY 'BILLS LOADED, NEW:     ' C-BILL-NEW-CTR
               UPON CONSOLE.
           DISPLAY 'BILLS LOADED, REPLACED:' C-BILL-UPD-CTR
               UPON CONSOLE.
           DISPLAY 'PAYMENTS POSTED:       ' C-PAY-CTR UPON CONSOLE.
           DISPLAY 'REFUNDS POSTED:        ' C-RFD-CTR UPON CONSOLE.
           DISPLAY 'ADJUSTMENTS POSTED:    ' C-ADJ-CTR UPON CONSOLE.
           DISPLAY 'ITEMS TO SUSPENSE:     ' C-SUSP-CTR UPON CONSOLE.

           IF ARCHIVE-IS-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.
           CLOSE LEDGER-MASTER, STUDENT-MASTER, SUSPFILE,
               PROOFPRT, SUSPPRT.

       3100-PROOF-REPORT.
           MOVE 'BATCH PROOF - PAYTRN.DAT' TO O-PROOF-FILE.
           MOVE BH-BATCH-DATE TO O-BATCH-DATE.
           MOVE BH-SUBMITTER TO O-SUBMITTER.
           WRITE PROOFLINE FROM PROOF-TITLE-LINE
               AFTER ADVANCING 3 LINES.

           MOVE 'PAYMENTS' TO PC-LABEL.
           MOVE BT-ADD-COUNT TO PC-EXPECTED.
           MOVE WS-READ-PAY-CTR TO PC-READ.
           MOVE C-PAY-CTR TO PC-APPLIED.
           WRITE PROOFLINE FROM PROOF-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'REFUNDS' TO PC-LABEL.
           MOVE BT-CHG-COUNT TO PC-EXPECTED.
           MOVE WS-READ-RFD-CTR TO PC-READ.
           MOVE C-RFD-CTR TO PC-APPLIED.
           WRITE PROOFLINE FROM PROOF-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'ADJUSTMENTS' TO PC-LABEL.
           MOVE BT-DEL-COUNT TO PC-EXPECTED.
           MOVE WS-READ-ADJ-CTR TO PC-READ.
           MOVE C-ADJ-CTR TO PC-APPLIED.
           WRITE PROOFLINE FROM PROOF-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE BT-HASH-TOTAL TO PH-EXPECTED.
           MOVE WS-HASH-TOTAL TO PH-READ.
           WRITE PROOFLINE FROM PROOF-HASH-LINE
               AFTER ADVANCING 1 LINE.

           IF BATCH-IS-BALANCED
               MOVE 'BALANCED - BATCH POSTED' TO PS-STATUS
           ELSE
               MOVE SPACES TO PS-STATUS
               STRING 'OUT OF BALANCE - '          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OOB-REASON) DELIMITED BY SIZE
                      ' - NOT POSTED'              DELIMITED BY SIZE
                   INTO PS-STATUS
               END-STRING
           END-IF.
           WRITE PROOFLINE FROM PROOF-STATUS-LINE
               AFTER ADVANCING 2 LINES.

       9000-READ-TRAN.
           READ TRANFILE
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9010-READ-RECV.
           READ RECVFILE
               AT END
                   SET RECV-EOF TO TRUE.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE SUSPLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE SUSPLINE FROM HEADING-LINE2
               AFTER ADVANCING 2 LINES.
