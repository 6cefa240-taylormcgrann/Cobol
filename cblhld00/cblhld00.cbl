       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBHLD00.
       DATE-WRITTEN.   10/15 /26.
       AUTHOR.         TAYLOR MCGRANN.
       DATE-COMPILED.
      ************************************************************
      *STUDENT HOLD MAINTENANCE. THIS PROGRAM APPLIES PLACE/*
      *RELEASE/DELETE TRANSACTIONS FROM HOLDTRN.DAT AGAINST THE*
      *INDEXED HOLD MASTER HOLDMST.DAT (SEE HOLDREC). A STUDENT*
      *MAY CARRY ANY NUMBER OF HOLDS - FINANCIAL, REGISTRAR,*
      *DISCIPLINARY OR LIBRARY. 'A' PLACES A HOLD, 'R' RELEASES*
      *ONE (IT STAYS ON FILE WITH ITS RELEASE DATE AS HISTORY) AND*
      *'D' REMOVES A HOLD KEYED IN ERROR. COBTRS00, COBGRD00 AND*
      *COBLTR00 ALL HONOR THE FILE.*
      *AFTER THE TRANSACTIONS, THE LEDGER SWEEP WALKS COBPAY00'S*
      *RECEIVABLES LEDGER LEDGMST.DAT AND PLACES A FINANCIAL HOLD*
      *ON ANY STUDENT WITH A BALANCE PAST DUE BY MORE THAN THE SET*
      *AGE, AND RELEASES THE SWEEP'S OWN HOLD ONCE NO BALANCE IS*
      *THAT OLD ANY MORE. A FINANCIAL HOLD THE BURSAR PLACED BY*
      *HAND IS NEVER RELEASED BY THE SWEEP.*
      *HOLDCTL.DAT CARD, 16 BYTES: 'F' + DAYS PAST DUE 9(3) +*
      *MINIMUM BALANCE 9(6)V99. DEFAULT IS 60 DAYS, ANY BALANCE.*
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HOLD-MASTER
               ASSIGN TO 'C:\COBOL\HOLDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.

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

           SELECT LEDGER-MASTER
               ASSIGN TO 'C:\COBOL\LEDGMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDG-STATUS.

           SELECT CTLFILE
               ASSIGN TO 'C:\COBOL\HOLDCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT TRANFILE
               ASSIGN TO 'C:\COBOL\HOLDTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS HL-REC
           RECORD CONTAINS 70 CHARACTERS.

       01 HL-REC.
           COPY HOLDREC.

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

       FD  LEDGER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS LG-REC
           RECORD CONTAINS 88 CHARACTERS.

       01 LG-REC.
           COPY LEDGREC.

       FD  CTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC
           RECORD CONTAINS 16 CHARACTERS.

       01 CTL-REC.
         05 CTL-CODE        PIC X.
         05 CTL-DAYS        PIC 9(3).
         05 CTL-MIN-BAL     PIC 9(6)V99.
         05 FILLER          PIC X(4).

       FD  TRANFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-REC
           RECORD CONTAINS 71 CHARACTERS.

       01 TRAN-REC.
         05 TRAN-CODE       PIC X.
           88 TRAN-IS-PLACE           VALUE 'A'.
           88 TRAN-IS-RELEASE         VALUE 'R'.
           88 TRAN-IS-DELETE          VALUE 'D'.
           COPY HOLDREC
               REPLACING ==HL-KEY==          BY ==HT-KEY==
                         ==HL-ID==           BY ==HT-ID==
                         ==HL-TYPE==         BY ==HT-TYPE==
                         ==HL-PLACED-DATE==  BY ==HT-PLACED-DATE==
                         ==HL-PLACED-BY==    BY ==HT-PLACED-BY==
                         ==HL-RELEASE-DATE== BY ==HT-RELEASE-DATE==
                         ==HL-RELEASED-BY==  BY ==HT-RELEASED-BY==
                         ==HL-REASON==       BY ==HT-REASON==.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 MORE-RECS          PIC XXX   VALUE 'YES'.
         05 C-ADD-CTR          PIC 999   VALUE 0.
         05 C-REL-CTR          PIC 999   VALUE 0.
         05 C-DEL-CTR          PIC 999   VALUE 0.
         05 C-REJ-CTR          PIC 999   VALUE 0.
         05 C-AUTO-ADD-CTR     PIC 9(5)  VALUE 0.
         05 C-AUTO-REL-CTR     PIC 9(5)  VALUE 0.
         05 WS-HOLD-STATUS     PIC XX    VALUE SPACES.
         05 WS-ARC-STATUS      PIC XX    VALUE SPACES.
         05 WS-LEDG-STATUS     PIC XX    VALUE SPACES.
         05 WS-CTL-STATUS      PIC XX    VALUE SPACES.
         05 WS-TRAN-STATUS     PIC XX    VALUE SPACES.
         05 WS-ARC-OPEN-SW     PIC X     VALUE 'N'.
           88 ARCHIVE-IS-OPEN            VALUE 'Y'.
         05 WS-CTL-EOF-SW      PIC X     VALUE 'N'.
           88 CTL-EOF                    VALUE 'Y'.
         05 WS-LEDG-EOF-SW     PIC X     VALUE 'N'.
           88 LEDGER-EOF                 VALUE 'Y'.
         05 WS-ON-FILE-SW      PIC X     VALUE 'N'.
           88 STUDENT-ON-FILE            VALUE 'Y'.
         05 WS-TODAY           PIC X(8)  VALUE SPACES.
         05 WS-TODAY-DAY       PIC 9(7)  VALUE 0.
         05 WS-DUE-NUM         PIC 9(8)  VALUE 0.
         05 WS-DAYS-PAST       PIC S9(5) VALUE 0.
         05 WS-HOLD-DAYS       PIC 9(3)  VALUE 060.
         05 WS-HOLD-MIN-BAL    PIC 9(6)V99 VALUE 0.01.

      *LEDGER SWEEP STATE FOR THE STUDENT CURRENTLY BEING WALKED.
       01 WS-SWEEP-AREA.
         05 WS-PREV-ID         PIC X(7)  VALUE SPACES.
         05 WS-OVERDUE-SW      PIC X     VALUE 'N'.
           88 STUDENT-OVERDUE            VALUE 'Y'.
         05 WS-OVERDUE-TERM    PIC X(6)  VALUE SPACES.
         05 WS-HOLD-EOF-SW     PIC X     VALUE 'N'.
           88 HOLD-CLUSTER-EOF           VALUE 'Y'.
         05 WS-FIN-HOLD-SW     PIC X     VALUE 'N'.
           88 FINANCIAL-HOLD-ACTIVE      VALUE 'Y'.
         05 WS-AUTO-HOLD-SW    PIC X     VALUE 'N'.
           88 AUTO-HOLD-ACTIVE           VALUE 'Y'.
         05 WS-AUTO-HOLD-KEY   PIC X(16) VALUE SPACES.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
              10 I-YY     PIC 9(4).
              10 I-MM     PIC 99.
              10 I-DD     PIC 99.
           05 I-TIME      PIC X(11).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 2500-LEDGER-SWEEP.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO WS-TODAY.
           MOVE I-DATE TO WS-DUE-NUM.
           COMPUTE WS-TODAY-DAY
               = FUNCTION INTEGER-OF-DATE(WS-DUE-NUM).
           PERFORM 1100-READ-CONTROL.

           OPEN I-O HOLD-MASTER.
           IF WS-HOLD-STATUS = '35'
      *FIRST RUN - THE HOLD MASTER DOES NOT EXIST YET, SO CREATE AN
      *EMPTY ONE AND REOPEN IT FOR UPDATE.
               OPEN OUTPUT HOLD-MASTER
               CLOSE HOLD-MASTER
               OPEN I-O HOLD-MASTER
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = '00'
               SET ARCHIVE-IS-OPEN TO TRUE
           END-IF.
      *NO TRANSACTIONS IS A NORMAL NIGHT - THE LEDGER SWEEP STILL
      *RUNS.
           OPEN INPUT TRANFILE.
           IF WS-TRAN-STATUS = '00'
               PERFORM 9000-READ-TRAN
           ELSE
               MOVE 'NO' TO MORE-RECS
           END-IF.

       1100-READ-CONTROL.
           OPEN INPUT CTLFILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'HOLDCTL.DAT COULD NOT BE OPENED - STATUS '
                   WS-CTL-STATUS '. FINANCIAL HOLDS AT '
                   WS-HOLD-DAYS ' DAYS PAST DUE.' UPON CONSOLE
           ELSE
               PERFORM 1150-CONTROL-CARD
                   UNTIL CTL-EOF
               CLOSE CTLFILE
           END-IF.

       1150-CONTROL-CARD.
           READ CTLFILE
               AT END
                   SET CTL-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CTL-CODE = 'F'
                           AND CTL-DAYS IS NUMERIC
                           AND CTL-MIN-BAL IS NUMERIC
                           MOVE CTL-DAYS TO WS-HOLD-DAYS
                           MOVE CTL-MIN-BAL TO WS-HOLD-MIN-BAL
                       WHEN OTHER
                           DISPLAY 'BAD HOLD CARD IGNORED: '
                               CTL-REC UPON CONSOLE
                   END-EVALUATE
           END-READ.

       2000-MAINLINE.
           EVALUATE TRUE
               WHEN TRAN-IS-PLACE
                   PERFORM 2050-EDIT-PLACE
               WHEN TRAN-IS-RELEASE
                   PERFORM 2200-RELEASE-HOLD
               WHEN TRAN-IS-DELETE
                   PERFORM 2300-DELETE-HOLD
               WHEN OTHER
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'INVALID TRANSACTION CODE: ' TRAN-CODE
                       UPON CONSOLE
           END-EVALUATE.
           PERFORM 9000-READ-TRAN.

       2050-EDIT-PLACE.
      *A BLANK PLACED DATE MEANS TODAY - THE KEYER IS USUALLY
      *PLACING THE HOLD AS THE OFFICE ASKS FOR IT.
           IF HT-PLACED-DATE = SPACES
               MOVE WS-TODAY TO HT-PLACED-DATE
           END-IF.
           PERFORM 2060-FIND-STUDENT.
           EVALUATE TRUE
               WHEN NOT STUDENT-ON-FILE
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - ID NOT ON MASTER OR ARCHIVE: '
                       HT-ID UPON CONSOLE
               WHEN HT-TYPE NOT = 'F' AND HT-TYPE NOT = 'R'
                   AND HT-TYPE NOT = 'D' AND HT-TYPE NOT = 'L'
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - HOLD TYPE NOT F/R/D/L: '
                       HT-ID ' ' HT-TYPE UPON CONSOLE
               WHEN HT-PLACED-DATE IS NOT NUMERIC
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - BAD PLACED DATE: ' HT-ID
                       UPON CONSOLE
               WHEN HT-PLACED-BY = SPACES
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - PLACED-BY REQUIRED: ' HT-ID
                       UPON CONSOLE
               WHEN HT-RELEASE-DATE NOT = SPACES
                   AND (HT-RELEASE-DATE IS NOT NUMERIC
                     OR HT-RELEASE-DATE < HT-PLACED-DATE)
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - BAD RELEASE DATE: ' HT-ID
                       UPON CONSOLE
               WHEN OTHER
                   PERFORM 2100-PLACE-HOLD
           END-EVALUATE.

       2060-FIND-STUDENT.
      *GRADUATES STILL ASK FOR TRANSCRIPTS, SO A HOLD MAY BE PLACED
      *ON AN ID THAT HAS ALREADY MOVED TO THE ARCHIVE.
           MOVE 'N' TO WS-ON-FILE-SW.
           MOVE HT-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STUDENT-ON-FILE TO TRUE
           END-READ.
           IF NOT STUDENT-ON-FILE AND ARCHIVE-IS-OPEN
               MOVE HT-ID TO A-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET STUDENT-ON-FILE TO TRUE
               END-READ
           END-IF.

       2100-PLACE-HOLD.
           MOVE HT-KEY          TO HL-KEY.
           MOVE HT-PLACED-BY    TO HL-PLACED-BY.
           MOVE HT-RELEASE-DATE TO HL-RELEASE-DATE.
           MOVE HT-RELEASED-BY  TO HL-RELEASED-BY.
           MOVE HT-REASON       TO HL-REASON.
           WRITE HL-REC
               INVALID KEY
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'PLACE FAILED - DUPLICATE HOLD: ' HT-ID
                       ' ' HT-TYPE ' ' HT-PLACED-DATE UPON CONSOLE
               NOT INVALID KEY
                   ADD 1 TO C-ADD-CTR
                   DISPLAY 'HOLD PLACED: ' HT-ID ' ' HT-TYPE
                       UPON CONSOLE
           END-WRITE.

       2200-RELEASE-HOLD.
           MOVE HT-KEY TO HL-KEY.
           READ HOLD-MASTER
               INVALID KEY
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'RELEASE FAILED - HOLD NOT FOUND: ' HT-ID
                       ' ' HT-TYPE ' ' HT-PLACED-DATE UPON CONSOLE
               NOT INVALID KEY
                   PERFORM 2250-EDIT-RELEASE
           END-READ.

       2250-EDIT-RELEASE.
           IF HT-RELEASE-DATE = SPACES
               MOVE WS-TODAY TO HT-RELEASE-DATE
           END-IF.
           EVALUATE TRUE
               WHEN HL-RELEASE-DATE NOT = SPACES
                   AND HL-RELEASE-DATE NOT > WS-TODAY
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - HOLD ALREADY RELEASED: ' HT-ID
                       ' ' HT-TYPE UPON CONSOLE
               WHEN HT-RELEASE-DATE IS NOT NUMERIC
                   OR HT-RELEASE-DATE < HL-PLACED-DATE
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - BAD RELEASE DATE: ' HT-ID
                       UPON CONSOLE
               WHEN HT-RELEASED-BY = SPACES
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'REJECTED - RELEASED-BY REQUIRED: ' HT-ID
                       UPON CONSOLE
               WHEN OTHER
                   MOVE HT-RELEASE-DATE TO HL-RELEASE-DATE
                   MOVE HT-RELEASED-BY TO HL-RELEASED-BY
                   REWRITE HL-REC
                       INVALID KEY
                           ADD 1 TO C-REJ-CTR
                           DISPLAY 'RELEASE FAILED - REWRITE: '
                               HT-ID UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1 TO C-REL-CTR
                           DISPLAY 'HOLD RELEASED: ' HT-ID ' '
                               HT-TYPE UPON CONSOLE
                   END-REWRITE
           END-EVALUATE.

       2300-DELETE-HOLD.
           MOVE HT-KEY TO HL-KEY.
           DELETE HOLD-MASTER
               INVALID KEY
                   ADD 1 TO C-REJ-CTR
                   DISPLAY 'DELETE FAILED - HOLD NOT FOUND: ' HT-ID
                       ' ' HT-TYPE ' ' HT-PLACED-DATE UPON CONSOLE
               NOT INVALID KEY
                   ADD 1 TO C-DEL-CTR
                   DISPLAY 'HOLD DELETED: ' HT-ID ' ' HT-TYPE
                       UPON CONSOLE
           END-DELETE.

       2500-LEDGER-SWEEP.
      *NO LEDGER YET JUST MEANS COBPAY00 HAS NEVER RUN - THERE IS
      *NOTHING PAST DUE TO HOLD FOR.
           OPEN INPUT LEDGER-MASTER.
           IF WS-LEDG-STATUS NOT = '00'
               DISPLAY 'NO LEDGMST.DAT - FINANCIAL HOLD SWEEP '
                   'SKIPPED.' UPON CONSOLE
           ELSE
               PERFORM 9050-READ-LEDGER
               PERFORM 2550-LEDGER-RECORD
                   UNTIL LEDGER-EOF
               IF WS-PREV-ID NOT = SPACES
                   PERFORM 2600-STUDENT-BREAK
               END-IF
               CLOSE LEDGER-MASTER
           END-IF.

       2550-LEDGER-RECORD.
      *LG-ID LEADS LG-KEY, SO EACH STUDENT'S TERMS ARRIVE TOGETHER.
      *ONE TERM PAST THE SET AGE IS ENOUGH FOR A HOLD.
           IF LG-ID NOT = WS-PREV-ID
               IF WS-PREV-ID NOT = SPACES
                   PERFORM 2600-STUDENT-BREAK
               END-IF
               MOVE LG-ID TO WS-PREV-ID
               MOVE 'N' TO WS-OVERDUE-SW
               MOVE SPACES TO WS-OVERDUE-TERM
           END-IF.
           IF LG-BALANCE > 0
               AND LG-BALANCE >= WS-HOLD-MIN-BAL
               AND LG-DUE-DATE IS NUMERIC
               MOVE LG-DUE-DATE TO WS-DUE-NUM
               COMPUTE WS-DAYS-PAST = WS-TODAY-DAY
                   - FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
               IF WS-DAYS-PAST > WS-HOLD-DAYS
                   AND NOT STUDENT-OVERDUE
                   SET STUDENT-OVERDUE TO TRUE
                   MOVE LG-TERM TO WS-OVERDUE-TERM
               END-IF
           END-IF.
           PERFORM 9050-READ-LEDGER.

       2600-STUDENT-BREAK.
           PERFORM 2650-SCAN-FINANCIAL-HOLDS.
           EVALUATE TRUE
               WHEN STUDENT-OVERDUE AND NOT FINANCIAL-HOLD-ACTIVE
                   PERFORM 2700-AUTO-PLACE
               WHEN NOT STUDENT-OVERDUE AND AUTO-HOLD-ACTIVE
                   PERFORM 2750-AUTO-RELEASE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2650-SCAN-FINANCIAL-HOLDS.
      *START AT ID PLUS TYPE F WITH THE LOWEST POSSIBLE DATE AND
      *READ FORWARD WHILE THE ID AND TYPE HOLD - THAT IS EXACTLY
      *THIS STUDENT'S FINANCIAL HOLDS, OLDEST FIRST.
           MOVE 'N' TO WS-FIN-HOLD-SW.
           MOVE 'N' TO WS-AUTO-HOLD-SW.
           MOVE 'N' TO WS-HOLD-EOF-SW.
           MOVE WS-PREV-ID TO HL-ID.
           MOVE 'F' TO HL-TYPE.
           MOVE LOW-VALUES TO HL-PLACED-DATE.
           START HOLD-MASTER KEY NOT < HL-KEY
               INVALID KEY
                   SET HOLD-CLUSTER-EOF TO TRUE
           END-START.
           IF NOT HOLD-CLUSTER-EOF
               PERFORM 9060-READ-HOLD
           END-IF.
           PERFORM 2680-CHECK-HOLD
               UNTIL HOLD-CLUSTER-EOF.

       2680-CHECK-HOLD.
           IF HL-RELEASE-DATE = SPACES
               OR HL-RELEASE-DATE > WS-TODAY
               SET FINANCIAL-HOLD-ACTIVE TO TRUE
               IF HL-PLACED-BY = 'COBHLD00'
                   SET AUTO-HOLD-ACTIVE TO TRUE
                   MOVE HL-KEY TO WS-AUTO-HOLD-KEY
               END-IF
           END-IF.
           PERFORM 9060-READ-HOLD.

       2700-AUTO-PLACE.
           MOVE WS-PREV-ID TO HL-ID.
           MOVE 'F' TO HL-TYPE.
           MOVE WS-TODAY TO HL-PLACED-DATE.
           MOVE 'COBHLD00' TO HL-PLACED-BY.
           MOVE SPACES TO HL-RELEASE-DATE.
           MOVE SPACES TO HL-RELEASED-BY.
           MOVE SPACES TO HL-REASON.
           STRING 'BALANCE PAST DUE - TERM ' DELIMITED BY SIZE
                  WS-OVERDUE-TERM            DELIMITED BY SIZE
               INTO HL-REASON
           END-STRING.
           WRITE HL-REC
               INVALID KEY
                   DISPLAY 'AUTO HOLD NOT PLACED - ALREADY A HOLD '
                       'DATED TODAY: ' WS-PREV-ID UPON CONSOLE
               NOT INVALID KEY
                   ADD 1 TO C-AUTO-ADD-CTR
                   DISPLAY 'FINANCIAL HOLD PLACED: ' WS-PREV-ID
                       ' TERM ' WS-OVERDUE-TERM UPON CONSOLE
           END-WRITE.

       2750-AUTO-RELEASE.
           MOVE WS-AUTO-HOLD-KEY TO HL-KEY.
           READ HOLD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-TODAY TO HL-RELEASE-DATE
                   MOVE 'COBHLD00' TO HL-RELEASED-BY
                   REWRITE HL-REC
                       INVALID KEY
                           DISPLAY 'AUTO HOLD RELEASE FAILED: '
                               WS-PREV-ID UPON CONSOLE
                       NOT INVALID KEY
                           ADD 1 TO C-AUTO-REL-CTR
                           DISPLAY 'FINANCIAL HOLD RELEASED: '
                               WS-PREV-ID UPON CONSOLE
                   END-REWRITE
           END-READ.

       3000-CLOSING.
           DISPLAY 'HOLDS PLACED:    ' C-ADD-CTR UPON CONSOLE.
           DISPLAY 'HOLDS RELEASED:  ' C-REL-CTR UPON CONSOLE.
           DISPLAY 'HOLDS DELETED:   ' C-DEL-CTR UPON CONSOLE.
           DISPLAY 'TRANSACTIONS REJECTED: ' C-REJ-CTR UPON CONSOLE.
           DISPLAY 'FINANCIAL HOLDS PLACED BY SWEEP:   '
               C-AUTO-ADD-CTR UPON CONSOLE.
           DISPLAY 'FINANCIAL HOLDS RELEASED BY SWEEP: '
               C-AUTO-REL-CTR UPON CONSOLE.

           IF WS-TRAN-STATUS = '00' OR WS-TRAN-STATUS = '10'
               CLOSE TRANFILE
           END-IF.
           IF ARCHIVE-IS-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.
           CLOSE HOLD-MASTER, STUDENT-MASTER.

       9000-READ-TRAN.
           READ TRANFILE
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9050-READ-LEDGER.
           READ LEDGER-MASTER
               AT END
                   SET LEDGER-EOF TO TRUE.

       9060-READ-HOLD.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   SET HOLD-CLUSTER-EOF TO TRUE
           END-READ.
           IF NOT HOLD-CLUSTER-EOF
               AND (HL-ID NOT = WS-PREV-ID OR HL-TYPE NOT = 'F')
               SET HOLD-CLUSTER-EOF TO TRUE
           END-IF.
