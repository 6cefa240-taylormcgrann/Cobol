      *****************************************************************
      *PAYREC - RECEIVABLES PAYMENT TRANSACTION LAYOUT
      *ONE RECORD PER PAYMENT, REFUND OR ADJUSTMENT ON PAYTRN.DAT,
      *POSTED BY COBPAY00 AGAINST LEDGMST.DAT (SEE LEDGREC) ON
      *PT-ID PLUS PT-TERM. THE RECORD IS 54 BYTES SO THE BATCHREC
      *HEADER AND TRAILER RIDE IN THE SAME FILE. THE TRAILER COUNTS
      *MAP BY POSITION: BT-ADD-COUNT CARRIES THE PAYMENTS ('P'),
      *BT-CHG-COUNT THE REFUNDS ('R') AND BT-DEL-COUNT THE
      *ADJUSTMENTS ('J'). BT-HASH-TOTAL IS PT-AMOUNT SUMMED OVER
      *EVERY DETAIL RECORD REGARDLESS OF CODE.
      *PT-AMOUNT IS ALWAYS POSITIVE - AN ADJUSTMENT SAYS WHICH WAY
      *IT GOES IN PT-ADJ-TYPE: 'C' CREDITS THE STUDENT (LOWERS THE
      *BALANCE), 'D' DEBITS (RAISES IT). PT-DATE IS THE DATE THE
      *MONEY MOVED (YYYYMMDD), PT-REF THE CHECK OR RECEIPT NUMBER.
      *COPY PAYREC.                                (TO USE PT- NAMES)
      *****************************************************************
           05 PT-CODE          PIC X.
             88 PT-IS-PAYMENT            VALUE 'P'.
             88 PT-IS-REFUND             VALUE 'R'.
             88 PT-IS-ADJUSTMENT         VALUE 'J'.
             88 PT-IS-HEADER             VALUE 'H'.
             88 PT-IS-TRAILER            VALUE 'T'.
           05 PT-ID            PIC X(7).
           05 PT-TERM          PIC X(6).
           05 PT-AMOUNT        PIC 9(6)V99.
           05 PT-DATE          PIC X(8).
           05 PT-ADJ-TYPE      PIC X.
             88 PT-ADJ-IS-CREDIT         VALUE 'C'.
             88 PT-ADJ-IS-DEBIT          VALUE 'D'.
           05 PT-REF           PIC X(12).
           05 FILLER           PIC X(11).
