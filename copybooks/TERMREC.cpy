      *****************************************************************
      *TERMREC - TERM CALENDAR RECORD LAYOUT
      *ONE RECORD PER TERM ON TERMMST.DAT, KEYED ON TM-TERM (THE
      *YYYYNN STAMP - SEE HISTREC) AND MAINTAINED BY COBTRM00. THE
      *TERM-DRIVEN BATCH PROGRAMS TAKE THEIR TERM FROM HERE: A BLANK
      *COMMAND LINE MEANS THE CURRENT TERM - THE LATEST TERM WHOSE
      *TM-START-DATE HAS ARRIVED - AND A TERM NOT ON FILE IS REFUSED.
      *TM-STATUS IS 'O' (OPEN), 'G' (GRADING) OR 'C' (CLOSED).
      *COBGRD00 TAKES NO GRADE ADD, CHANGE OR DELETE FOR A CLOSED
      *TERM UNLESS THE TRANSACTION CARRIES THE TERM'S
      *TM-OVERRIDE-CODE - A BLANK CODE MEANS THE TERM CANNOT BE
      *OVERRIDDEN. DATES ARE YYYYMMDD.
      *COPY TERMREC.                               (TO USE TM- NAMES)
      *COPY TERMREC REPLACING ==TM-TERM==          BY ==xx-TERM==
      *                       ==TM-DESC==          BY ==xx-DESC==
      *                       ==TM-START-DATE==    BY ==xx-START-DATE==
      *                       ==TM-END-DATE==      BY ==xx-END-DATE==
      *                       ==TM-GRADE-DEADLINE== BY
      *                                          ==xx-GRADE-DEADLINE==
      *                       ==TM-STATUS==        BY ==xx-STATUS==
      *                       ==TM-IS-OPEN==       BY ==xx-IS-OPEN==
      *                       ==TM-IS-GRADING==    BY ==xx-IS-GRADING==
      *                       ==TM-IS-CLOSED==     BY ==xx-IS-CLOSED==
      *                       ==TM-OVERRIDE-CODE== BY
      *                                          ==xx-OVERRIDE-CODE==.
      *EACH FIELD NAME MUST BE REPLACED WHOLE - COPY REPLACING MATCHES
      *WHOLE PSEUDO-TEXT WORDS, SO A PREFIX-ONLY ==TM-== BY ==xx-==
      *DOES NOT MATCH INSIDE A SINGLE HYPHENATED TOKEN LIKE TM-TERM.
      *****************************************************************
           05 TM-TERM          PIC X(6).
           05 TM-DESC          PIC X(20).
           05 TM-START-DATE    PIC X(8).
           05 TM-END-DATE      PIC X(8).
           05 TM-GRADE-DEADLINE PIC X(8).
           05 TM-STATUS        PIC X.
             88 TM-IS-OPEN               VALUE 'O'.
             88 TM-IS-GRADING            VALUE 'G'.
             88 TM-IS-CLOSED             VALUE 'C'.
           05 TM-OVERRIDE-CODE PIC X(8).
