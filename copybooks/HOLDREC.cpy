      *****************************************************************
      *HOLDREC - STUDENT HOLD MASTER RECORD LAYOUT
      *ONE RECORD PER HOLD ON HOLDMST.DAT, MAINTAINED BY COBHLD00.
      *HL-KEY IS STUDENT ID, HOLD TYPE AND THE DATE THE HOLD WAS
      *PLACED, SO A STUDENT CAN CARRY ANY NUMBER OF HOLDS AND A
      *START AT THE ID (OR AT ID PLUS TYPE) READS BACK JUST THAT
      *STUDENT'S HOLDS. HL-TYPE IS 'F' FINANCIAL, 'R' REGISTRAR,
      *'D' DISCIPLINARY OR 'L' LIBRARY.
      *A RELEASED HOLD STAYS ON FILE AS HISTORY - A HOLD IS ACTIVE
      *WHILE HL-RELEASE-DATE IS BLANK OR STILL IN THE FUTURE.
      *HOLDS PLACED BY THE LEDGER SWEEP CARRY COBHLD00 IN
      *HL-PLACED-BY. DATES ARE YYYYMMDD.
      *COPY HOLDREC.                               (TO USE HL- NAMES)
      *COPY HOLDREC REPLACING ==HL-KEY==          BY ==xx-KEY==
      *                       ==HL-ID==           BY ==xx-ID==
      *                       ==HL-TYPE==         BY ==xx-TYPE==
      *                       ==HL-PLACED-DATE==  BY ==xx-PLACED-DATE==
      *                       ==HL-PLACED-BY==    BY ==xx-PLACED-BY==
      *                       ==HL-RELEASE-DATE== BY ==xx-RELEASE-DATE==
      *                       ==HL-RELEASED-BY==  BY ==xx-RELEASED-BY==
      *                       ==HL-REASON==       BY ==xx-REASON==.
      *EACH FIELD NAME MUST BE REPLACED WHOLE - COPY REPLACING MATCHES
      *WHOLE PSEUDO-TEXT WORDS, SO A PREFIX-ONLY ==HL-== BY ==xx-==
      *DOES NOT MATCH INSIDE A SINGLE HYPHENATED TOKEN LIKE HL-ID.
      *****************************************************************
           05 HL-KEY.
             10 HL-ID          PIC X(7).
             10 HL-TYPE        PIC X.
             10 HL-PLACED-DATE PIC X(8).
           05 HL-PLACED-BY     PIC X(8).
           05 HL-RELEASE-DATE  PIC X(8).
           05 HL-RELEASED-BY   PIC X(8).
           05 HL-REASON        PIC X(30).
