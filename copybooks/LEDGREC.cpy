      *****************************************************************
      *LEDGREC - STUDENT RECEIVABLES LEDGER RECORD LAYOUT
      *ONE RECORD PER STUDENT PER BILLED TERM ON LEDGMST.DAT, KEYED
      *ON LG-KEY (STUDENT ID PLUS THE YYYYNN TERM STAMP - SEE
      *HISTREC), SO A SEQUENTIAL PASS COMES BACK GROUPED BY STUDENT
      *IN TERM ORDER. COBPAY00 SEEDS LG-BILLED FROM THE COBBIL00
      *TUITRECV.DAT BATCH AND POSTS THE PAYTRN.DAT PAYMENT BATCH
      *(SEE PAYREC) AGAINST IT. LG-DUE-DATE IS THE BILL DATE PLUS
      *THE 30 DAYS THE INVOICE ALLOWS - AGING COUNTS FROM THERE.
      *LG-BALANCE IS ALWAYS BILLED + REFUNDED + DEBIT ADJUSTMENTS
      *LESS PAID AND CREDIT ADJUSTMENTS, AND GOES NEGATIVE WHEN THE
      *STUDENT HAS PAID AHEAD. DATES ARE YYYYMMDD.
      *COPY LEDGREC.                               (TO USE LG- NAMES)
      *****************************************************************
           05 LG-KEY.
             10 LG-ID          PIC X(7).
             10 LG-TERM        PIC X(6).
           05 LG-CREDITS       PIC 9(3).
           05 LG-BILL-DATE     PIC X(8).
           05 LG-DUE-DATE      PIC X(8).
           05 LG-BILLED        PIC 9(6)V99.
           05 LG-PAID          PIC 9(6)V99.
           05 LG-REFUNDED      PIC 9(6)V99.
           05 LG-ADJ-DEBIT     PIC 9(6)V99.
           05 LG-ADJ-CREDIT    PIC 9(6)V99.
           05 LG-BALANCE       PIC S9(6)V99.
           05 LG-LAST-ACT-DATE PIC X(8).
