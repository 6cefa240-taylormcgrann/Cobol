       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBAGE00.
       DATE-WRITTEN.   10/15 /26.
       AUTHOR.         TAYLOR MCGRANN.
       DATE-COMPILED.
      ************************************************************
      *RECEIVABLES AGING REPORT. WALKS THE LEDGMST.DAT STUDENT*
      *RECEIVABLES LEDGER THAT COBPAY00 POSTS AND AGES EVERY OPEN*
      *BALANCE BY DAYS PAST LG-DUE-DATE INTO CURRENT, 1-30, 31-60,*
      *61-90 AND OVER-90 COLUMNS. RECVAGE.PRT IS BROKEN OUT BY*
      *I-DEPT-CODE WITH DEPARTMENT TOTALS PER COLUMN, THEN CAMPUS*
      *TOTALS. A STUDENT WHO HAS LEFT FOR STDNTARC.DAT AGES UNDER*
      *THEIR DEPARTMENT AT GRADUATION; ONE ON NEITHER FILE AGES*
      *UNDER ????. CREDIT BALANCES (PAID AHEAD) DO NOT AGE - THEY*
      *ARE COUNTED AND TOTALLED AT THE FOOT OF THE REPORT.*
      *THE AGING IS AS OF TODAY UNLESS A YYYYMMDD DATE IS GIVEN ON*
      *THE COMMAND LINE, SO A MONTH-END REPORT CAN BE RERUN LATE.*
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LEDGER-MASTER
               ASSIGN TO 'C:\COBOL\LEDGMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT AGEWRK
               ASSIGN TO 'C:\COBOL\AGEWRK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO 'C:\COBOL\AGESRT.DAT'.

           SELECT AGESRD
               ASSIGN TO 'C:\COBOL\AGESRD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\RECVAGE.PRT'
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

       FD  AGEWRK
           LABEL RECORD IS STANDARD
           DATA RECORD IS W-REC
           RECORD CONTAINS 80 CHARACTERS.

       01 W-REC.
         05 W-DEPT          PIC X(4).
         05 W-ID            PIC X(7).
         05 W-TERM          PIC X(6).
         05 W-LNAME         PIC X(15).
         05 W-FNAME         PIC X(15).
         05 W-DUE-DATE      PIC X(8).
         05 W-DAYS          PIC 9(5).
         05 W-BUCKET        PIC 9.
         05 W-BALANCE       PIC 9(6)V99.
         05 FILLER          PIC X(11).

       SD  SORT-WORK
           DATA RECORD IS SW-REC.

       01 SW-REC.
         05 SW-DEPT         PIC X(4).
         05 SW-ID           PIC X(7).
         05 SW-TERM         PIC X(6).
         05 SW-LNAME        PIC X(15).
         05 SW-FNAME        PIC X(15).
         05 SW-DUE-DATE     PIC X(8).
         05 SW-DAYS         PIC 9(5).
         05 SW-BUCKET       PIC 9.
         05 SW-BALANCE      PIC 9(6)V99.
         05 FILLER          PIC X(11).

       FD  AGESRD
           LABEL RECORD IS STANDARD
           DATA RECORD IS S-REC
           RECORD CONTAINS 80 CHARACTERS.

       01 S-REC.
         05 S-DEPT          PIC X(4).
         05 S-ID            PIC X(7).
         05 S-TERM          PIC X(6).
         05 S-LNAME         PIC X(15).
         05 S-FNAME         PIC X(15).
         05 S-DUE-DATE      PIC X(8).
         05 S-DAYS          PIC 9(5).
         05 S-BUCKET        PIC 9.
         05 S-BALANCE       PIC 9(6)V99.
         05 FILLER          PIC X(11).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS  60 WITH FOOTING AT 56.

       01 PRTLINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 C-PCTR             PIC 99    VALUE ZERO.
         05 MORE-RECS          PIC XXX   VALUE 'YES'.
         05 WS-LEDG-STATUS     PIC XX    VALUE SPACES.
         05 WS-ARC-STATUS      PIC XX    VALUE SPACES.
         05 WS-ARC-OPEN-SW     PIC X     VALUE 'N'.
           88 ARCHIVE-IS-OPEN            VALUE 'Y'.
         05 WS-LEDG-EOF-SW     PIC X     VALUE 'N'.
           88 LEDGER-EOF                 VALUE 'Y'.
         05 WS-DATE-PARM       PIC X(10) VALUE SPACES.
         05 WS-ASOF-DATE       PIC 9(8)  VALUE 0.
         05 WS-ASOF-DAY        PIC 9(7)  VALUE 0.
         05 WS-DUE-NUM         PIC 9(8)  VALUE 0.
         05 WS-DAYS-PAST       PIC S9(5) VALUE 0.
         05 WS-PREV-DEPT       PIC X(4)  VALUE SPACES.
         05 WS-FIRST-DEPT-SW   PIC X     VALUE 'Y'.
           88 PROCESSING-FIRST-DEPT      VALUE 'Y'.
         05 WS-BKT-IX          PIC 9     VALUE 0.
         05 C-OPEN-CTR         PIC 9(6)  VALUE 0.
         05 C-CREDIT-CTR       PIC 9(6)  VALUE 0.
         05 WS-CREDIT-TOTAL    PIC 9(9)V99 VALUE 0.

      *BUCKET 1 IS CURRENT (NOT YET DUE), 2 IS 1-30 DAYS PAST DUE,
      *3 IS 31-60, 4 IS 61-90 AND 5 IS OVER 90.
       01 WS-BUCKET-TOTALS.
         05 WS-DEPT-BKT        PIC 9(9)V99 OCCURS 5 TIMES.
         05 WS-CAMPUS-BKT      PIC 9(9)V99 OCCURS 5 TIMES.

       01 CURRENT-DATE-AND-TIME.
           05 I-DATE.
              10 I-YY     PIC 9(4).
              10 I-MM     PIC 99.
              10 I-DD     PIC 99.
           05 I-TIME      PIC X(11).

       01 COMPANY-TITLE.
           05 FILLER      PIC X(6)    VALUE 'DATE:'.
           05 O-MM        PIC 99.
           05 FILLER      PIC X       VALUE '/'.
           05 O-DD        PIC 99.
           05 FILLER      PIC X       VALUE '/'.
           05 O-YY        PIC 9(4).
           05 FILLER      PIC X(30)   VALUE SPACES.
           05 FILLER      PIC X(36)
                          VALUE 'MCGRAN''S RECEIVABLES AGING, AS OF'.
           05 O-ASOF      PIC X(8).
           05 FILLER      PIC X(34)   VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PAGE:'.
           05 O-PCTR      PIC Z9.

       01 HEADING-LINE2.
           05 FILLER       PIC X(4)    VALUE '  ID'.
           05 FILLER       PIC X(5)    VALUE SPACES.
           05 FILLER       PIC X(4)    VALUE 'TERM'.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 FILLER       PIC X(9)    VALUE 'LAST NAME'.
           05 FILLER       PIC X(8)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE 'DUE DATE'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(5)    VALUE ' DAYS'.
           05 FILLER       PIC X(8)    VALUE SPACES.
           05 FILLER       PIC X(7)    VALUE 'CURRENT'.
           05 FILLER       PIC X(11)   VALUE SPACES.
           05 FILLER       PIC X(4)    VALUE '1-30'.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 FILLER       PIC X(5)    VALUE '31-60'.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 FILLER       PIC X(5)    VALUE '61-90'.
           05 FILLER       PIC X(8)    VALUE SPACES.
           05 FILLER       PIC X(7)    VALUE 'OVER 90'.
           05 FILLER       PIC X(8)    VALUE SPACES.
       01 DEPT-HEADER-LINE.
           05 FILLER       PIC X(6)    VALUE 'DEPT: '.
           05 DH-DEPT      PIC X(4).
           05 FILLER       PIC X(122)  VALUE SPACES.
       01 DETAIL-LINE.
           05 O-ID         PIC X(7).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-TERM       PIC X(6).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-LNAME      PIC X(15).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-DUE-DATE   PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-DAYS       PIC ZZZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-BKT-1      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-BKT-2      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-BKT-3      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-BKT-4      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-BKT-5      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(8)    VALUE SPACES.
       01 TOTAL-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 TL-LABEL     PIC X(39).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TL-BKT-1     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TL-BKT-2     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TL-BKT-3     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TL-BKT-4     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 TL-BKT-5     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(8)    VALUE SPACES.
       01 GT-LINE.
           05 FILLER       PIC X(10)   VALUE SPACES.
           05 GT-LABEL     PIC X(22).
           05 GT-COUNT     PIC ZZZZZ9.
           05 FILLER       PIC X(4)    VALUE SPACES.
           05 GT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER       PIC X(76)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1100-LEDGER-PASS.

           SORT SORT-WORK
               ON ASCENDING KEY SW-DEPT
               ON ASCENDING KEY SW-ID
               ON ASCENDING KEY SW-TERM
               USING AGEWRK
               GIVING AGESRD.

           PERFORM 1700-OPEN-REPORT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           IF NOT PROCESSING-FIRST-DEPT
               PERFORM 2300-DEPT-BREAK
           END-IF.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE.
           EVALUATE TRUE
               WHEN WS-DATE-PARM = SPACES
                   MOVE I-DATE TO WS-ASOF-DATE
               WHEN WS-DATE-PARM(1:8) IS NUMERIC
                   AND WS-DATE-PARM(9:2) = SPACES
                   MOVE WS-DATE-PARM(1:8) TO WS-ASOF-DATE
               WHEN OTHER
                   DISPLAY 'AS-OF DATE MUST BE YYYYMMDD, E.G. '
                       '20261031, OR LEFT OFF FOR TODAY.'
                       UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           COMPUTE WS-ASOF-DAY
               = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).

           OPEN INPUT LEDGER-MASTER.
           IF WS-LEDG-STATUS NOT = '00'
               DISPLAY 'LEDGMST.DAT COULD NOT BE OPENED - STATUS '
                   WS-LEDG-STATUS '. RUN COBPAY00 TO LOAD THE '
                   'BILLING BATCH FIRST.' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARC-STATUS = '00'
               SET ARCHIVE-IS-OPEN TO TRUE
           END-IF.
           MOVE ZEROS TO WS-BUCKET-TOTALS.

       1100-LEDGER-PASS.
           OPEN OUTPUT AGEWRK.
           PERFORM 9000-READ-LEDGER.
           PERFORM 1150-LEDGER-RECORD
               UNTIL LEDGER-EOF.
           CLOSE AGEWRK, LEDGER-MASTER.

       1150-LEDGER-RECORD.
           EVALUATE TRUE
               WHEN LG-BALANCE > 0
                   PERFORM 1200-AGE-BALANCE
               WHEN LG-BALANCE < 0
                   ADD 1 TO C-CREDIT-CTR
                   SUBTRACT LG-BALANCE FROM WS-CREDIT-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 9000-READ-LEDGER.

       1200-AGE-BALANCE.
           MOVE SPACES TO W-REC.
           MOVE LG-ID TO W-ID.
           MOVE LG-TERM TO W-TERM.
           MOVE LG-DUE-DATE TO W-DUE-DATE.
           MOVE LG-BALANCE TO W-BALANCE.
      *A BALANCE WITH NO DUE DATE WAS OPENED BY A DEBIT AHEAD OF
      *THE BILL - NOTHING HAS COME DUE ON IT YET.
           IF LG-DUE-DATE IS NUMERIC
               MOVE LG-DUE-DATE TO WS-DUE-NUM
               COMPUTE WS-DAYS-PAST = WS-ASOF-DAY
                   - FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
           ELSE
               MOVE 0 TO WS-DAYS-PAST
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST <= 0
                   MOVE 0 TO W-DAYS
                   MOVE 1 TO W-BUCKET
               WHEN WS-DAYS-PAST <= 30
                   MOVE WS-DAYS-PAST TO W-DAYS
                   MOVE 2 TO W-BUCKET
               WHEN WS-DAYS-PAST <= 60
                   MOVE WS-DAYS-PAST TO W-DAYS
                   MOVE 3 TO W-BUCKET
               WHEN WS-DAYS-PAST <= 90
                   MOVE WS-DAYS-PAST TO W-DAYS
                   MOVE 4 TO W-BUCKET
               WHEN OTHER
                   MOVE WS-DAYS-PAST TO W-DAYS
                   MOVE 5 TO W-BUCKET
           END-EVALUATE.
           PERFORM 1250-FIND-DEPT.
           WRITE W-REC.

       1250-FIND-DEPT.
           MOVE LG-ID TO I-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE '????' TO W-DEPT
                   MOVE SPACES TO W-LNAME
                   MOVE SPACES TO W-FNAME
               NOT INVALID KEY
                   MOVE I-DEPT-CODE TO W-DEPT
                   MOVE I-LNAME TO W-LNAME
                   MOVE I-FNAME TO W-FNAME
           END-READ.
           IF W-DEPT = '????' AND ARCHIVE-IS-OPEN
               MOVE LG-ID TO A-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE A-DEPT-CODE TO W-DEPT
                       MOVE A-LNAME TO W-LNAME
                       MOVE A-FNAME TO W-FNAME
               END-READ
           END-IF.

       1700-OPEN-REPORT.
           OPEN INPUT AGESRD.
           OPEN OUTPUT PRTOUT.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE WS-ASOF-DATE TO O-ASOF.
           PERFORM 9070-READ-SORTED.
           PERFORM 9100-HDGS.

       2000-MAINLINE.
           IF S-DEPT NOT = WS-PREV-DEPT
               IF NOT PROCESSING-FIRST-DEPT
                   PERFORM 2300-DEPT-BREAK
               END-IF
               PERFORM 2100-DEPT-INIT
           END-IF.
           PERFORM 2200-PRINT-BALANCE.
           PERFORM 9070-READ-SORTED.

       2100-DEPT-INIT.
           MOVE S-DEPT TO WS-PREV-DEPT.
           MOVE 'N' TO WS-FIRST-DEPT-SW.
           MOVE 0 TO WS-BKT-IX.
           PERFORM 2150-CLEAR-DEPT-BKT
               UNTIL WS-BKT-IX >= 5.
           MOVE S-DEPT TO DH-DEPT.
           WRITE PRTLINE FROM DEPT-HEADER-LINE
               AFTER ADVANCING 3 LINES
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       2150-CLEAR-DEPT-BKT.
           ADD 1 TO WS-BKT-IX.
           MOVE 0 TO WS-DEPT-BKT(WS-BKT-IX).

       2200-PRINT-BALANCE.
           ADD 1 TO C-OPEN-CTR.
           ADD S-BALANCE TO WS-DEPT-BKT(S-BUCKET).
           ADD S-BALANCE TO WS-CAMPUS-BKT(S-BUCKET).
           MOVE S-ID TO O-ID.
           MOVE S-TERM TO O-TERM.
           MOVE S-LNAME TO O-LNAME.
           MOVE S-DUE-DATE TO O-DUE-DATE.
           MOVE S-DAYS TO O-DAYS.
           MOVE 0 TO O-BKT-1.
           MOVE 0 TO O-BKT-2.
           MOVE 0 TO O-BKT-3.
           MOVE 0 TO O-BKT-4.
           MOVE 0 TO O-BKT-5.
           EVALUATE S-BUCKET
               WHEN 1
                   MOVE S-BALANCE TO O-BKT-1
               WHEN 2
                   MOVE S-BALANCE TO O-BKT-2
               WHEN 3
                   MOVE S-BALANCE TO O-BKT-3
               WHEN 4
                   MOVE S-BALANCE TO O-BKT-4
               WHEN OTHER
                   MOVE S-BALANCE TO O-BKT-5
           END-EVALUATE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS.

       2300-DEPT-BREAK.
           MOVE SPACES TO TL-LABEL.
           STRING 'DEPT ' DELIMITED BY SIZE
                  WS-PREV-DEPT DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
               INTO TL-LABEL
           END-STRING.
           MOVE WS-DEPT-BKT(1) TO TL-BKT-1.
           MOVE WS-DEPT-BKT(2) TO TL-BKT-2.
           MOVE WS-DEPT-BKT(3) TO TL-BKT-3.
           MOVE WS-DEPT-BKT(4) TO TL-BKT-4.
           MOVE WS-DEPT-BKT(5) TO TL-BKT-5.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
               AT EOP
                   PERFORM 9100-HDGS.

       3000-CLOSING.
           MOVE 'CAMPUS TOTAL' TO TL-LABEL.
           MOVE WS-CAMPUS-BKT(1) TO TL-BKT-1.
           MOVE WS-CAMPUS-BKT(2) TO TL-BKT-2.
           MOVE WS-CAMPUS-BKT(3) TO TL-BKT-3.
           MOVE WS-CAMPUS-BKT(4) TO TL-BKT-4.
           MOVE WS-CAMPUS-BKT(5) TO TL-BKT-5.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'OPEN BALANCES AGED:' TO GT-LABEL.
           MOVE C-OPEN-CTR TO GT-COUNT.
           COMPUTE GT-AMOUNT = WS-CAMPUS-BKT(1) + WS-CAMPUS-BKT(2)
               + WS-CAMPUS-BKT(3) + WS-CAMPUS-BKT(4)
               + WS-CAMPUS-BKT(5).
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'CREDIT BALANCES:' TO GT-LABEL.
           MOVE C-CREDIT-CTR TO GT-COUNT.
           MOVE WS-CREDIT-TOTAL TO GT-AMOUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 1 LINE.

           DISPLAY 'RECEIVABLES AGED AS OF ' WS-ASOF-DATE ' - '
               C-OPEN-CTR ' OPEN BALANCE(S), ' C-CREDIT-CTR
               ' CREDIT BALANCE(S).' UPON CONSOLE.

           IF ARCHIVE-IS-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.
           CLOSE AGESRD, STUDENT-MASTER, PRTOUT.

       9000-READ-LEDGER.
           READ LEDGER-MASTER
               AT END
                   SET LEDGER-EOF TO TRUE.

       9070-READ-SORTED.
           READ AGESRD
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM HEADING-LINE2
               AFTER ADVANCING 2 LINES.
