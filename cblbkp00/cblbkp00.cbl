       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBKP00.
       DATE-WRITTEN.   10/15 /26.
       AUTHOR.         TAYLOR MCGRANN.
       DATE-COMPILED.
      ************************************************************
      *MASTER FILE GENERATION BACKUP AND VERIFIED RESTORE. COBJRL00*
      *CAN ONLY BACK A COBMNT00 BATCH OUT OF STDNTMST.DAT - THIS*
      *UTILITY PROTECTS EVERY INDEXED MASTER. A BACKUP COPIES EACH*
      *MASTER TO A GENERATION FILE NAMED FOR THE MASTER AND A SLOT*
      *NUMBER (C:\COBOL\GRADEMST.G03), BETWEEN A HEADER CARRYING*
      *THE FILE NAME AND GENERATION STAMP AND A TRAILER CARRYING*
      *THE RECORD COUNT, AND CATALOGS THE GENERATION AND ITS COUNT*
      *ON BKPCAT.DAT (SEE BKUPREC). ONLY THE LAST N GENERATIONS OF*
      *EACH MASTER ARE KEPT - A NEW ONE TAKES OVER THE OLDEST ONE'S*
      *SLOT ONCE N ARE ON THE CATALOG.*
      *A RESTORE PUTS A CATALOGED GENERATION BACK. THE GENERATION*
      *FILE IS PROVED FIRST - HEADER, TRAILER AND CATALOG MUST ALL*
      *AGREE - BEFORE THE MASTER IS TOUCHED, AND THE RESTORED*
      *MASTER IS RECOUNTED AFTERWARDS AND MUST MATCH THE CATALOG.*
      *BKPRPT.PRT LISTS WHAT THIS RUN DID, THEN THE WHOLE CATALOG.*
      *COMMAND LINE:*
      *  BACKUP             EVERY MASTER*
      *  BACKUP GRADEMST    ONE MASTER*
      *  BACKUP COBARC00    THE MASTERS COBARC00 UPDATES - TAKE IT*
      *  BACKUP COBGPA00    THE MASTER COBGPA00 UPDATES - BEFORE*
      *                     THAT PROGRAM RUNS*
      *  RESTORE YYYYMMDDHHMM         EVERY MASTER IN THAT*
      *                               GENERATION*
      *  RESTORE YYYYMMDDHHMM GRADEMST (OR COBARC00 / COBGPA00)*
      *  LIST               THE CATALOG ONLY*
      *BKPCTL.DAT CARD, 3 BYTES: 'K' + GENERATIONS TO KEEP 99.*
      *DEFAULT IS 5.*
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STUDENT-MASTER
               ASSIGN TO 'C:\COBOL\STDNTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS I-ID
               FILE STATUS IS WS-MST-STATUS.

           SELECT GRADE-MASTER
               ASSIGN TO 'C:\COBOL\GRADEMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS G-KEY
               FILE STATUS IS WS-MST-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'C:\COBOL\STDNTHIS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS H-KEY
               FILE STATUS IS WS-MST-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO 'C:\COBOL\STDNTARC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS A-ID
               FILE STATUS IS WS-MST-STATUS.

           SELECT ADDR-MASTER
               ASSIGN TO 'C:\COBOL\ADDRMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-ID
               FILE STATUS IS WS-MST-STATUS.

           SELECT COURSE-MASTER
               ASSIGN TO 'C:\COBOL\CRSEMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-COURSE
               FILE STATUS IS WS-MST-STATUS.

           SELECT DEPT-MASTER
               ASSIGN TO 'C:\COBOL\DEPTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS D-CODE
               FILE STATUS IS WS-MST-STATUS.

           SELECT RANK-MASTER
               ASSIGN TO 'C:\COBOL\RANKMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS R-ID
               FILE STATUS IS WS-MST-STATUS.

           SELECT HOLD-MASTER
               ASSIGN TO 'C:\COBOL\HOLDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-MST-STATUS.

           SELECT LEDGER-MASTER
               ASSIGN TO 'C:\COBOL\LEDGMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-MST-STATUS.

           SELECT SECTION-MASTER
               ASSIGN TO 'C:\COBOL\SECTMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-MST-STATUS.

           SELECT REG-MASTER
               ASSIGN TO 'C:\COBOL\REGMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RG-KEY
               FILE STATUS IS WS-MST-STATUS.

           SELECT TERM-MASTER
               ASSIGN TO 'C:\COBOL\TERMMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-TERM
               FILE STATUS IS WS-MST-STATUS.

           SELECT BACKUP-CATALOG
               ASSIGN TO 'C:\COBOL\BKPCAT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-KEY
               FILE STATUS IS WS-CAT-STATUS.

      *THE GENERATION FILE NAME IS BUILT AT RUN TIME FROM THE MASTER
      *NAME AND SLOT - SEE 8100-BUILD-NAME.
           SELECT BACKUP-FILE
               ASSIGN TO WS-BKP-NAME
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.

           SELECT CTLFILE
               ASSIGN TO 'C:\COBOL\BKPCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\BKPRPT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 53 CHARACTERS.

       01 I-REC.
           COPY STDNTREC.

       FD  GRADE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS G-REC
           RECORD CONTAINS 25 CHARACTERS.

       01 G-REC.
           COPY GRADEREC.

       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS H-REC
           RECORD CONTAINS 67 CHARACTERS.

       01 H-REC.
           COPY HISTREC.

       FD  ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS A-REC
           RECORD CONTAINS 59 CHARACTERS.

       01 A-REC.
           COPY ARCREC.

       FD  ADDR-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS AD-REC
           RECORD CONTAINS 88 CHARACTERS.

       01 AD-REC.
           COPY ADDRREC.

       FD  COURSE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS CR-REC
           RECORD CONTAINS 45 CHARACTERS.

       01 CR-REC.
           COPY CRSEREC.

       FD  DEPT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS D-REC
           RECORD CONTAINS 35 CHARACTERS.

       01 D-REC.
           COPY DEPTREC.

       FD  RANK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS R-REC
           RECORD CONTAINS 37 CHARACTERS.

       01 R-REC.
           COPY RANKREC.

       FD  HOLD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS HL-REC
           RECORD CONTAINS 70 CHARACTERS.

       01 HL-REC.
           COPY HOLDREC.

       FD  LEDGER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS LG-REC
           RECORD CONTAINS 88 CHARACTERS.

       01 LG-REC.
           COPY LEDGREC.

       FD  SECTION-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SC-REC
           RECORD CONTAINS 31 CHARACTERS.

       01 SC-REC.
           COPY SECTREC.

       FD  REG-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS RG-REC
           RECORD CONTAINS 46 CHARACTERS.

       01 RG-REC.
           COPY REGREC.

       FD  TERM-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TM-REC
           RECORD CONTAINS 59 CHARACTERS.

       01 TM-REC.
           COPY TERMREC.

       FD  BACKUP-CATALOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS BC-REC
           RECORD CONTAINS 73 CHARACTERS.

       01 BC-REC.
           COPY BKUPREC.

      *ONE LAYOUT FOR EVERY MASTER - BK-DATA IS AS LONG AS THE
      *LONGEST MASTER RECORD (ADDRMST AND LEDGMST, 88 BYTES) AND A
      *SHORTER RECORD RIDES LEFT-JUSTIFIED IN IT.
       FD  BACKUP-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BK-REC
           RECORD CONTAINS 89 CHARACTERS.

       01 BK-REC.
         05 BK-TYPE         PIC X.
           88 BK-IS-HEADER            VALUE 'H'.
           88 BK-IS-DATA              VALUE 'D'.
           88 BK-IS-TRAILER           VALUE 'T'.
         05 BK-DATA         PIC X(88).
         05 BK-HEADER REDEFINES BK-DATA.
           10 BK-H-FILE     PIC X(8).
           10 BK-H-GEN      PIC X(12).
           10 FILLER        PIC X(68).
         05 BK-TRAILER REDEFINES BK-DATA.
           10 BK-T-COUNT    PIC 9(9).
           10 FILLER        PIC X(79).

       FD  CTLFILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CTL-REC
           RECORD CONTAINS 3 CHARACTERS.

       01 CTL-REC.
         05 CTL-CODE        PIC X.
         05 CTL-KEEP        PIC 99.

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS  60 WITH FOOTING AT 56.

       01 PRTLINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
         05 C-PCTR             PIC 99    VALUE ZERO.
         05 WS-MST-STATUS      PIC XX    VALUE SPACES.
         05 WS-CAT-STATUS      PIC XX    VALUE SPACES.
         05 WS-BKP-STATUS      PIC XX    VALUE SPACES.
         05 WS-CTL-STATUS      PIC XX    VALUE SPACES.
         05 WS-CTL-EOF-SW      PIC X     VALUE 'N'.
           88 CTL-EOF                    VALUE 'Y'.
         05 WS-MST-EOF-SW      PIC X     VALUE 'N'.
           88 MST-EOF                    VALUE 'Y'.
         05 WS-BKP-EOF-SW      PIC X     VALUE 'N'.
           88 BKP-EOF                    VALUE 'Y'.
         05 WS-CAT-EOF-SW      PIC X     VALUE 'N'.
           88 CAT-EOF                    VALUE 'Y'.
         05 WS-GOOD-SW         PIC X     VALUE 'N'.
           88 BACKUP-IS-GOOD             VALUE 'Y'.
         05 WS-MODE-SW         PIC X     VALUE 'L'.
           88 BACKUP-MODE                VALUE 'B'.
           88 RESTORE-MODE               VALUE 'R'.
           88 LIST-MODE                  VALUE 'L'.
         05 WS-PARM            PIC X(40) VALUE SPACES.
         05 WS-VERB            PIC X(10) VALUE SPACES.
         05 WS-ARG1            PIC X(12) VALUE SPACES.
         05 WS-ARG2            PIC X(12) VALUE SPACES.
         05 WS-PICK-ARG        PIC X(12) VALUE SPACES.
         05 WS-RUN-GEN         PIC X(12) VALUE SPACES.
         05 WS-RESTORE-GEN     PIC X(12) VALUE SPACES.
         05 WS-KEEP            PIC 99    VALUE 5.
         05 WS-NEW-SLOT        PIC 99    VALUE 0.
         05 WS-SLOT-TRY        PIC 99    VALUE 0.
         05 WS-DROP-CNT        PIC 99    VALUE 0.
         05 WS-BKP-NAME        PIC X(30) VALUE SPACES.
         05 WS-MST-DATA        PIC X(88) VALUE SPACES.
         05 C-PICK-CTR         PIC 99    VALUE 0.
         05 C-REC-CTR          PIC 9(9)  VALUE 0.
         05 C-RECOUNT-CTR      PIC 9(9)  VALUE 0.
         05 C-BAD-CTR          PIC 9(9)  VALUE 0.
         05 C-BKP-CTR          PIC 9(5)  VALUE 0.
         05 C-RST-CTR          PIC 9(5)  VALUE 0.
         05 C-SKIP-CTR         PIC 9(5)  VALUE 0.
         05 C-RETIRE-CTR       PIC 9(5)  VALUE 0.
         05 C-ERR-CTR          PIC 9(5)  VALUE 0.
         05 C-CAT-CTR          PIC 9(5)  VALUE 0.

      *THE MASTERS, IN THE ORDER THEY ARE BACKED UP AND RESTORED.
      *THE SUBSCRIPT PICKS THE FILE IN EVERY 8xxx I/O PARAGRAPH, SO
      *A NEW MASTER GOES ON THE END OF THE LIST AND INTO EACH OF
      *THEM. AFTER THE NAME: 'Y' IF COBARC00 UPDATES THE FILE, THEN
      *'Y' IF COBGPA00 DOES.
       01 WS-MST-VALUES.
         05 FILLER   PIC X(10) VALUE 'STDNTMSTYY'.
         05 FILLER   PIC X(10) VALUE 'GRADEMSTNN'.
         05 FILLER   PIC X(10) VALUE 'STDNTHISNN'.
         05 FILLER   PIC X(10) VALUE 'STDNTARCYN'.
         05 FILLER   PIC X(10) VALUE 'ADDRMST NN'.
         05 FILLER   PIC X(10) VALUE 'CRSEMST NN'.
         05 FILLER   PIC X(10) VALUE 'DEPTMST NN'.
         05 FILLER   PIC X(10) VALUE 'RANKMST NN'.
         05 FILLER   PIC X(10) VALUE 'HOLDMST NN'.
         05 FILLER   PIC X(10) VALUE 'LEDGMST NN'.
         05 FILLER   PIC X(10) VALUE 'SECTMST NN'.
         05 FILLER   PIC X(10) VALUE 'REGMST  NN'.
         05 FILLER   PIC X(10) VALUE 'TERMMST NN'.
       01 WS-MST-TABLE REDEFINES WS-MST-VALUES.
         05 WS-MST-ENTRY OCCURS 13 TIMES.
           10 WS-MST-NAME      PIC X(8).
           10 WS-MST-BY-ARC    PIC X.
           10 WS-MST-BY-GPA    PIC X.
       01 WS-MST-CTL.
         05 WS-MST-MAX         PIC 99   VALUE 13.
         05 WS-MST-IX          PIC 99   VALUE 0.
         05 WS-MST-PICK        PIC X    OCCURS 13 TIMES.

      *THE GENERATIONS OF ONE MASTER ALREADY ON THE CATALOG, OLDEST
      *FIRST (BC-GEN ORDER).
       01 WS-GEN-TABLE.
         05 WS-GEN-MAX         PIC 99   VALUE 99.
         05 WS-GEN-CNT         PIC 99   VALUE 0.
         05 WS-GEN-IX          PIC 99   VALUE 0.
         05 WS-GEN-ENTRY OCCURS 99 TIMES.
           10 WS-GEN-STAMP     PIC X(12).
           10 WS-GEN-SLOT      PIC 99.

       01 WS-GEN-IN            PIC X(12).
       01 WS-GEN-OUT.
           05 WS-GEN-OUT-MM    PIC XX.
           05 FILLER           PIC X      VALUE '/'.
           05 WS-GEN-OUT-DD    PIC XX.
           05 FILLER           PIC X      VALUE '/'.
           05 WS-GEN-OUT-YY    PIC X(4).
           05 FILLER           PIC X      VALUE SPACE.
           05 WS-GEN-OUT-HH    PIC XX.
           05 FILLER           PIC X      VALUE ':'.
           05 WS-GEN-OUT-MI    PIC XX.

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
           05 FILLER      PIC X(32)   VALUE SPACES.
           05 FILLER      PIC X(35)
                          VALUE 'MCGRAN''S MASTER FILE BACKUP CATALOG'.
           05 FILLER      PIC X(41)   VALUE SPACES.
           05 FILLER      PIC X(6)    VALUE 'PAGE:'.
           05 O-PCTR      PIC Z9.

       01 SECTION-LINE.
           05 O-SECTION    PIC X(30).
           05 FILLER       PIC X(102)  VALUE SPACES.

       01 HEADING-LINE2.
           05 FILLER       PIC X(10)   VALUE 'ACTION'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(8)    VALUE 'FILE'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(16)   VALUE 'GENERATION'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(5)    VALUE 'SLOT'.
           05 FILLER       PIC X(24)   VALUE 'BACKUP FILE'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(11)   VALUE '    RECORDS'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(11)   VALUE '    CATALOG'.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 FILLER       PIC X(30)   VALUE 'RESULT'.
           05 FILLER       PIC X(5)    VALUE SPACES.
       01 DETAIL-LINE.
           05 O-ACTION     PIC X(10).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-FILE       PIC X(8).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-GEN        PIC X(16).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-SLOT       PIC Z9.
           05 FILLER       PIC X(3)    VALUE SPACES.
           05 O-BKP-NAME   PIC X(24).
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-RECORDS    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-CATALOG    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER       PIC X(2)    VALUE SPACES.
           05 O-RESULT     PIC X(30).
           05 FILLER       PIC X(5)    VALUE SPACES.
       01 GT-LINE.
           05 FILLER       PIC X(54)   VALUE SPACES.
           05 GT-LABEL     PIC X(22).
           05 GT-COUNT     PIC ZZZZZ9.
           05 FILLER       PIC X(50)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           MOVE 0 TO WS-MST-IX.
           EVALUATE TRUE
               WHEN BACKUP-MODE
                   PERFORM 2000-BACKUP-NEXT
                       UNTIL WS-MST-IX >= WS-MST-MAX
               WHEN RESTORE-MODE
                   PERFORM 5000-RESTORE-NEXT
                       UNTIL WS-MST-IX >= WS-MST-MAX
                   IF C-RST-CTR = 0 AND C-ERR-CTR = 0
                       DISPLAY 'NOTHING ON THE CATALOG FOR GENERATION '
                           WS-RESTORE-GEN ' - NOTHING RESTORED.'
                           UPON CONSOLE
                       ADD 1 TO C-ERR-CTR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *EVERY FILE BACKED UP IN THIS RUN SHARES ONE GENERATION
      *STAMP, SO A RESTORE OF THAT STAMP PUTS BACK A MATCHED SET.
           MOVE I-DATE TO WS-RUN-GEN(1:8).
           MOVE I-TIME(1:4) TO WS-RUN-GEN(9:4).
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL ' '
               INTO WS-VERB WS-ARG1 WS-ARG2
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-VERB = 'BACKUP'
                   AND WS-ARG2 = SPACES
                   SET BACKUP-MODE TO TRUE
                   MOVE WS-ARG1 TO WS-PICK-ARG
                   PERFORM 1050-PICK-FILES
               WHEN WS-VERB = 'RESTORE'
                   AND WS-ARG1 IS NUMERIC
                   SET RESTORE-MODE TO TRUE
                   MOVE WS-ARG1 TO WS-RESTORE-GEN
                   MOVE WS-ARG2 TO WS-PICK-ARG
                   PERFORM 1050-PICK-FILES
               WHEN WS-VERB = 'LIST'
                   AND WS-ARG1 = SPACES
                   SET LIST-MODE TO TRUE
               WHEN OTHER
                   PERFORM 1900-BAD-PARM
           END-EVALUATE.

           PERFORM 1100-READ-CONTROL.

           OPEN I-O BACKUP-CATALOG.
           IF WS-CAT-STATUS = '35'
      *FIRST BACKUP EVER - CREATE AN EMPTY CATALOG AND REOPEN IT
      *FOR UPDATE.
               OPEN OUTPUT BACKUP-CATALOG
               CLOSE BACKUP-CATALOG
               OPEN I-O BACKUP-CATALOG
           END-IF.
           OPEN OUTPUT PRTOUT.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           IF BACKUP-MODE
               MOVE 'BACKUP RUN' TO O-SECTION
           ELSE
               MOVE 'RESTORE RUN' TO O-SECTION
           END-IF.
           IF NOT LIST-MODE
               PERFORM 9100-HDGS
           END-IF.

       1050-PICK-FILES.
      *A BLANK PICKS EVERY MASTER; A MASTER NAME PICKS THAT ONE;
      *COBARC00 OR COBGPA00 PICKS THE MASTERS THAT PROGRAM UPDATES.
           MOVE 0 TO C-PICK-CTR.
           MOVE 0 TO WS-MST-IX.
           PERFORM 1070-PICK-ONE
               UNTIL WS-MST-IX >= WS-MST-MAX.
           IF C-PICK-CTR = 0
               DISPLAY 'NO MASTER FILE CALLED ' WS-PICK-ARG
                   UPON CONSOLE
               PERFORM 1900-BAD-PARM
           END-IF.

       1070-PICK-ONE.
           ADD 1 TO WS-MST-IX.
           MOVE 'N' TO WS-MST-PICK(WS-MST-IX).
           EVALUATE TRUE
               WHEN WS-PICK-ARG = SPACES
               WHEN WS-PICK-ARG = WS-MST-NAME(WS-MST-IX)
               WHEN WS-PICK-ARG = 'COBARC00'
                   AND WS-MST-BY-ARC(WS-MST-IX) = 'Y'
               WHEN WS-PICK-ARG = 'COBGPA00'
                   AND WS-MST-BY-GPA(WS-MST-IX) = 'Y'
                   MOVE 'Y' TO WS-MST-PICK(WS-MST-IX)
                   ADD 1 TO C-PICK-CTR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-READ-CONTROL.
           OPEN INPUT CTLFILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'BKPCTL.DAT COULD NOT BE OPENED - STATUS '
                   WS-CTL-STATUS '. KEEPING ' WS-KEEP
                   ' GENERATIONS.' UPON CONSOLE
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
                       WHEN CTL-CODE = 'K'
                           AND CTL-KEEP IS NUMERIC
                           AND CTL-KEEP > 0
                           MOVE CTL-KEEP TO WS-KEEP
                       WHEN OTHER
                           DISPLAY 'BAD GENERATION CARD IGNORED: '
                               CTL-REC UPON CONSOLE
                   END-EVALUATE
           END-READ.

       1900-BAD-PARM.
           DISPLAY 'GIVE BACKUP, BACKUP <MASTER>, BACKUP COBARC00 OR '
               'BACKUP COBGPA00 TO TAKE A GENERATION,' UPON CONSOLE.
           DISPLAY 'RESTORE YYYYMMDDHHMM [<MASTER> | COBARC00 | '
               'COBGPA00] TO PUT ONE BACK, OR LIST.' UPON CONSOLE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2000-BACKUP-NEXT.
           ADD 1 TO WS-MST-IX.
           IF WS-MST-PICK(WS-MST-IX) = 'Y'
               PERFORM 2100-BACKUP-FILE
           END-IF.

       2100-BACKUP-FILE.
           PERFORM 8700-CLEAR-DETAIL.
           MOVE 'BACKUP' TO O-ACTION.
           MOVE WS-RUN-GEN TO WS-GEN-IN.
           PERFORM 8600-EDIT-GEN.
           MOVE WS-GEN-OUT TO O-GEN.
           PERFORM 8000-OPEN-MASTER-INPUT.
      *A MASTER THAT HAS NEVER BEEN BUILT HAS NOTHING TO PROTECT -
      *IT IS SKIPPED, NOT FAILED, AND NO GENERATION IS TAKEN.
           IF WS-MST-STATUS NOT = '00'
               ADD 1 TO C-SKIP-CTR
               STRING 'SKIPPED - NOT OPENED, STATUS '
                          DELIMITED BY SIZE
                      WS-MST-STATUS DELIMITED BY SIZE
                   INTO O-RESULT
               END-STRING
               DISPLAY WS-MST-NAME(WS-MST-IX) ' NOT OPENED - STATUS '
                   WS-MST-STATUS '. SKIPPED.' UPON CONSOLE
               PERFORM 2900-PRINT-DETAIL
           ELSE
               PERFORM 2200-PICK-SLOT
               PERFORM 2300-WRITE-GENERATION
               PERFORM 8300-CLOSE-MASTER
           END-IF.

       2200-PICK-SLOT.
      *COLLECT THIS MASTER'S GENERATIONS, OLDEST FIRST. UNDER THE
      *LIMIT THE NEW ONE TAKES THE LOWEST FREE SLOT; AT THE LIMIT
      *THE OLDEST ARE RETIRED AND THE NEW ONE TAKES OVER THE OLDEST
      *ONE'S SLOT. A SECOND BACKUP IN THE SAME MINUTE REPLACES THE
      *FIRST.
           MOVE 0 TO WS-GEN-CNT.
           MOVE 'N' TO WS-CAT-EOF-SW.
           MOVE WS-MST-NAME(WS-MST-IX) TO BC-FILE.
           MOVE LOW-VALUES TO BC-GEN.
           START BACKUP-CATALOG KEY NOT < BC-KEY
               INVALID KEY
                   SET CAT-EOF TO TRUE
           END-START.
           PERFORM 2250-LOAD-GEN
               UNTIL CAT-EOF.
           MOVE 0 TO WS-GEN-IX.
           EVALUATE TRUE
               WHEN WS-GEN-CNT > 0
                   AND WS-GEN-STAMP(WS-GEN-CNT) = WS-RUN-GEN
                   MOVE WS-GEN-SLOT(WS-GEN-CNT) TO WS-NEW-SLOT
                   MOVE WS-GEN-CNT TO WS-GEN-IX
                   SUBTRACT 1 FROM WS-GEN-IX
                   PERFORM 2280-RETIRE-GEN
               WHEN WS-GEN-CNT < WS-KEEP
                   MOVE 0 TO WS-NEW-SLOT
                   MOVE 0 TO WS-SLOT-TRY
                   PERFORM 2260-TRY-SLOT
                       UNTIL WS-NEW-SLOT > 0
               WHEN OTHER
                   MOVE WS-GEN-SLOT(1) TO WS-NEW-SLOT
                   COMPUTE WS-DROP-CNT = WS-GEN-CNT - WS-KEEP + 1
                   PERFORM 2280-RETIRE-GEN
                       UNTIL WS-GEN-IX >= WS-DROP-CNT
           END-EVALUATE.

       2250-LOAD-GEN.
           READ BACKUP-CATALOG NEXT RECORD
               AT END
                   SET CAT-EOF TO TRUE
               NOT AT END
                   IF BC-FILE NOT = WS-MST-NAME(WS-MST-IX)
                       OR WS-GEN-CNT >= WS-GEN-MAX
                       SET CAT-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-GEN-CNT
                       MOVE BC-GEN TO WS-GEN-STAMP(WS-GEN-CNT)
                       MOVE BC-SLOT TO WS-GEN-SLOT(WS-GEN-CNT)
                   END-IF
           END-READ.

       2260-TRY-SLOT.
           ADD 1 TO WS-SLOT-TRY.
           MOVE WS-SLOT-TRY TO WS-NEW-SLOT.
           MOVE 0 TO WS-GEN-IX.
           PERFORM 2270-CHECK-SLOT
               UNTIL WS-GEN-IX >= WS-GEN-CNT.

       2270-CHECK-SLOT.
           ADD 1 TO WS-GEN-IX.
           IF WS-GEN-SLOT(WS-GEN-IX) = WS-SLOT-TRY
               MOVE 0 TO WS-NEW-SLOT
           END-IF.

       2280-RETIRE-GEN.
      *THE CATALOG ENTRY GOES BEFORE ITS SLOT IS OVERWRITTEN, SO A
      *CRASH MID-BACKUP LEAVES NO ENTRY POINTING AT A HALF-WRITTEN
      *FILE.
           ADD 1 TO WS-GEN-IX.
           MOVE WS-MST-NAME(WS-MST-IX) TO BC-FILE.
           MOVE WS-GEN-STAMP(WS-GEN-IX) TO BC-GEN.
           READ BACKUP-CATALOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE BACKUP-CATALOG
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO C-RETIRE-CTR
                   PERFORM 2290-PRINT-RETIRED
           END-READ.

       2290-PRINT-RETIRED.
           MOVE 'RETIRED' TO O-ACTION.
           MOVE BC-GEN TO WS-GEN-IN.
           PERFORM 8600-EDIT-GEN.
           MOVE WS-GEN-OUT TO O-GEN.
           MOVE BC-SLOT TO O-SLOT.
           MOVE BC-BACKUP-NAME TO O-BKP-NAME.
           MOVE 0 TO O-RECORDS.
           MOVE BC-COUNT TO O-CATALOG.
           MOVE 'SLOT REUSED' TO O-RESULT.
           PERFORM 2900-PRINT-DETAIL.
      *PUT THE LINE BACK AS IT WAS FOR THE BACKUP ITSELF.
           PERFORM 8700-CLEAR-DETAIL.
           MOVE 'BACKUP' TO O-ACTION.
           MOVE WS-RUN-GEN TO WS-GEN-IN.
           PERFORM 8600-EDIT-GEN.
           MOVE WS-GEN-OUT TO O-GEN.

       2300-WRITE-GENERATION.
           PERFORM 8100-BUILD-NAME.
           MOVE WS-NEW-SLOT TO O-SLOT.
           MOVE WS-BKP-NAME TO O-BKP-NAME.
           OPEN OUTPUT BACKUP-FILE.
           IF WS-BKP-STATUS NOT = '00'
               ADD 1 TO C-ERR-CTR
               STRING 'FAILED - NOT OPENED, STATUS '
                          DELIMITED BY SIZE
                      WS-BKP-STATUS DELIMITED BY SIZE
                   INTO O-RESULT
               END-STRING
               DISPLAY WS-BKP-NAME ' COULD NOT BE OPENED - STATUS '
                   WS-BKP-STATUS '. NO BACKUP TAKEN.' UPON CONSOLE
               PERFORM 2900-PRINT-DETAIL
           ELSE
               MOVE SPACES TO BK-REC
               MOVE 'H' TO BK-TYPE
               MOVE WS-MST-NAME(WS-MST-IX) TO BK-H-FILE
               MOVE WS-RUN-GEN TO BK-H-GEN
               WRITE BK-REC
               MOVE 0 TO C-REC-CTR
               MOVE 'N' TO WS-MST-EOF-SW
               PERFORM 8200-READ-MASTER
               PERFORM 2350-COPY-RECORD
                   UNTIL MST-EOF
               MOVE SPACES TO BK-REC
               MOVE 'T' TO BK-TYPE
               MOVE C-REC-CTR TO BK-T-COUNT
               WRITE BK-REC
               CLOSE BACKUP-FILE
               PERFORM 2400-CATALOG-GEN
           END-IF.

       2350-COPY-RECORD.
           MOVE SPACES TO BK-REC.
           MOVE 'D' TO BK-TYPE.
           MOVE WS-MST-DATA TO BK-DATA.
           WRITE BK-REC.
           ADD 1 TO C-REC-CTR.
           PERFORM 8200-READ-MASTER.

       2400-CATALOG-GEN.
      *THE GENERATION ONLY GOES ON THE CATALOG ONCE ITS TRAILER IS
      *ON DISK.
           MOVE WS-MST-NAME(WS-MST-IX) TO BC-FILE.
           MOVE WS-RUN-GEN TO BC-GEN.
           MOVE WS-NEW-SLOT TO BC-SLOT.
           MOVE C-REC-CTR TO BC-COUNT.
           MOVE WS-BKP-NAME TO BC-BACKUP-NAME.
           MOVE SPACES TO BC-LAST-RESTORE.
           MOVE C-REC-CTR TO O-RECORDS.
           MOVE C-REC-CTR TO O-CATALOG.
           WRITE BC-REC
               INVALID KEY
                   ADD 1 TO C-ERR-CTR
                   MOVE 'FAILED - NOT CATALOGED' TO O-RESULT
                   DISPLAY 'CATALOG WRITE FAILED FOR ' BC-KEY
                       UPON CONSOLE
               NOT INVALID KEY
                   ADD 1 TO C-BKP-CTR
                   MOVE 'BACKED UP' TO O-RESULT
           END-WRITE.
           PERFORM 2900-PRINT-DETAIL.

       2900-PRINT-DETAIL.
           MOVE WS-MST-NAME(WS-MST-IX) TO O-FILE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       3000-CLOSING.
           IF NOT LIST-MODE
               MOVE 'FILES BACKED UP:' TO GT-LABEL
               MOVE C-BKP-CTR TO GT-COUNT
               WRITE PRTLINE FROM GT-LINE
                   AFTER ADVANCING 3 LINES
               MOVE 'GENERATIONS RETIRED:' TO GT-LABEL
               MOVE C-RETIRE-CTR TO GT-COUNT
               WRITE PRTLINE FROM GT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'FILES RESTORED:' TO GT-LABEL
               MOVE C-RST-CTR TO GT-COUNT
               WRITE PRTLINE FROM GT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'FILES SKIPPED:' TO GT-LABEL
               MOVE C-SKIP-CTR TO GT-COUNT
               WRITE PRTLINE FROM GT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'FAILURES:' TO GT-LABEL
               MOVE C-ERR-CTR TO GT-COUNT
               WRITE PRTLINE FROM GT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM 3100-LIST-CATALOG.

           DISPLAY 'BACKED UP: ' C-BKP-CTR '  RESTORED: ' C-RST-CTR
               '  SKIPPED: ' C-SKIP-CTR '  FAILED: ' C-ERR-CTR
               UPON CONSOLE.
           IF C-ERR-CTR > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE BACKUP-CATALOG, PRTOUT.

       3100-LIST-CATALOG.
           MOVE 'CATALOG AFTER THIS RUN' TO O-SECTION.
           PERFORM 9100-HDGS.
           MOVE 'N' TO WS-CAT-EOF-SW.
           MOVE LOW-VALUES TO BC-KEY.
           START BACKUP-CATALOG KEY NOT < BC-KEY
               INVALID KEY
                   SET CAT-EOF TO TRUE
           END-START.
           PERFORM 3150-LIST-GEN
               UNTIL CAT-EOF.
           MOVE 'GENERATIONS ON FILE:' TO GT-LABEL.
           MOVE C-CAT-CTR TO GT-COUNT.
           WRITE PRTLINE FROM GT-LINE
               AFTER ADVANCING 3 LINES.

       3150-LIST-GEN.
           READ BACKUP-CATALOG NEXT RECORD
               AT END
                   SET CAT-EOF TO TRUE
               NOT AT END
                   PERFORM 3200-PRINT-GEN
           END-READ.

       3200-PRINT-GEN.
           ADD 1 TO C-CAT-CTR.
           PERFORM 8700-CLEAR-DETAIL.
           MOVE 'ON FILE' TO O-ACTION.
           MOVE BC-FILE TO O-FILE.
           MOVE BC-GEN TO WS-GEN-IN.
           PERFORM 8600-EDIT-GEN.
           MOVE WS-GEN-OUT TO O-GEN.
           MOVE BC-SLOT TO O-SLOT.
           MOVE BC-BACKUP-NAME TO O-BKP-NAME.
           MOVE BC-COUNT TO O-CATALOG.
           IF BC-LAST-RESTORE NOT = SPACES
               MOVE BC-LAST-RESTORE TO WS-GEN-IN
               PERFORM 8600-EDIT-GEN
               STRING 'RESTORED ' DELIMITED BY SIZE
                      WS-GEN-OUT  DELIMITED BY SIZE
                   INTO O-RESULT
               END-STRING
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
               AT EOP
                   PERFORM 9100-HDGS
           END-WRITE.

       5000-RESTORE-NEXT.
           ADD 1 TO WS-MST-IX.
           IF WS-MST-PICK(WS-MST-IX) = 'Y'
               PERFORM 5100-RESTORE-FILE
           END-IF.

       5100-RESTORE-FILE.
      *A GENERATION TAKEN WITH BACKUP COBARC00 HOLDS ONLY TWO
      *MASTERS, SO A MASTER MISSING FROM IT IS PASSED BY QUIETLY -
      *UNLESS IT WAS NAMED ON THE COMMAND LINE.
           MOVE WS-MST-NAME(WS-MST-IX) TO BC-FILE.
           MOVE WS-RESTORE-GEN TO BC-GEN.
           READ BACKUP-CATALOG
               INVALID KEY
                   IF WS-PICK-ARG = WS-MST-NAME(WS-MST-IX)
                       ADD 1 TO C-ERR-CTR
                       PERFORM 8700-CLEAR-DETAIL
                       MOVE 'RESTORE' TO O-ACTION
                       MOVE WS-RESTORE-GEN TO WS-GEN-IN
                       PERFORM 8600-EDIT-GEN
                       MOVE WS-GEN-OUT TO O-GEN
                       MOVE 'FAILED - NOT ON CATALOG' TO O-RESULT
                       PERFORM 2900-PRINT-DETAIL
                   END-IF
               NOT INVALID KEY
                   PERFORM 5150-RESTORE-GEN
           END-READ.

       5150-RESTORE-GEN.
           PERFORM 8700-CLEAR-DETAIL.
           MOVE 'RESTORE' TO O-ACTION.
           MOVE BC-GEN TO WS-GEN-IN.
           PERFORM 8600-EDIT-GEN.
           MOVE WS-GEN-OUT TO O-GEN.
           MOVE BC-SLOT TO O-SLOT.
           MOVE BC-BACKUP-NAME TO O-BKP-NAME.
           MOVE BC-COUNT TO O-CATALOG.
           MOVE BC-BACKUP-NAME TO WS-BKP-NAME.
           PERFORM 5200-PROVE-BACKUP.
      *THE MASTER IS ONLY EMPTIED ONCE THE GENERATION FILE HAS
      *PROVED WHOLE - A BAD GENERATION LEAVES THE MASTER AS IT WAS.
           IF BACKUP-IS-GOOD
               PERFORM 5300-LOAD-MASTER
           ELSE
               ADD 1 TO C-ERR-CTR
               MOVE C-REC-CTR TO O-RECORDS
               DISPLAY WS-MST-NAME(WS-MST-IX) ' NOT RESTORED - '
                   O-RESULT UPON CONSOLE
           END-IF.
           PERFORM 2900-PRINT-DETAIL.

       5200-PROVE-BACKUP.
           MOVE 'N' TO WS-GOOD-SW.
           MOVE 'N' TO WS-BKP-EOF-SW.
           MOVE 0 TO C-REC-CTR.
           OPEN INPUT BACKUP-FILE.
           IF WS-BKP-STATUS NOT = '00'
               STRING 'FAILED - NOT OPENED, STATUS '
                          DELIMITED BY SIZE
                      WS-BKP-STATUS DELIMITED BY SIZE
                   INTO O-RESULT
               END-STRING
           ELSE
               PERFORM 9200-READ-BACKUP
      *A HEADER FOR ANOTHER FILE OR STAMP MEANS THE SLOT WAS
      *OVERWRITTEN SINCE THIS GENERATION WAS CATALOGED.
               IF BKP-EOF
                   OR NOT BK-IS-HEADER
                   OR BK-H-FILE NOT = BC-FILE
                   OR BK-H-GEN NOT = BC-GEN
                   MOVE 'FAILED - WRONG HEADER' TO O-RESULT
               ELSE
                   PERFORM 9200-READ-BACKUP
                   PERFORM 5250-COUNT-BACKUP
                       UNTIL BKP-EOF OR BK-IS-TRAILER
                   EVALUATE TRUE
                       WHEN BKP-EOF
                           MOVE 'FAILED - NO TRAILER' TO O-RESULT
                       WHEN BK-T-COUNT NOT = C-REC-CTR
                           MOVE 'FAILED - TRAILER COUNT OFF'
                               TO O-RESULT
                       WHEN C-REC-CTR NOT = BC-COUNT
                           MOVE 'FAILED - CATALOG COUNT OFF'
                               TO O-RESULT
                       WHEN OTHER
                           SET BACKUP-IS-GOOD TO TRUE
                   END-EVALUATE
               END-IF
               CLOSE BACKUP-FILE
           END-IF.

       5250-COUNT-BACKUP.
           IF BK-IS-DATA
               ADD 1 TO C-REC-CTR
           END-IF.
           PERFORM 9200-READ-BACKUP.

       5300-LOAD-MASTER.
           PERFORM 8500-OPEN-MASTER-OUTPUT.
           IF WS-MST-STATUS NOT = '00'
               ADD 1 TO C-ERR-CTR
               STRING 'FAILED - MASTER STATUS '
                          DELIMITED BY SIZE
                      WS-MST-STATUS DELIMITED BY SIZE
                   INTO O-RESULT
               END-STRING
               DISPLAY WS-MST-NAME(WS-MST-IX) ' COULD NOT BE OPENED '
                   'FOR OUTPUT - STATUS ' WS-MST-STATUS UPON CONSOLE
           ELSE
               MOVE 'N' TO WS-BKP-EOF-SW
               MOVE 0 TO C-BAD-CTR
               OPEN INPUT BACKUP-FILE
               PERFORM 9200-READ-BACKUP
               PERFORM 9200-READ-BACKUP
               PERFORM 5350-LOAD-RECORD
                   UNTIL BKP-EOF OR BK-IS-TRAILER
               CLOSE BACKUP-FILE
               PERFORM 8300-CLOSE-MASTER
               PERFORM 5400-RECOUNT-MASTER
               PERFORM 5500-CHECK-RESTORE
           END-IF.

       5350-LOAD-RECORD.
           IF BK-IS-DATA
               MOVE BK-DATA TO WS-MST-DATA
               PERFORM 8400-WRITE-MASTER
           END-IF.
           PERFORM 9200-READ-BACKUP.

       5400-RECOUNT-MASTER.
      *COUNT WHAT ACTUALLY LANDED ON THE MASTER, NOT WHAT WAS
      *WRITTEN TO IT.
           MOVE 0 TO C-RECOUNT-CTR.
           MOVE 'N' TO WS-MST-EOF-SW.
           PERFORM 8000-OPEN-MASTER-INPUT.
           IF WS-MST-STATUS = '00'
               PERFORM 8200-READ-MASTER
               PERFORM 5450-COUNT-MASTER
                   UNTIL MST-EOF
               PERFORM 8300-CLOSE-MASTER
           END-IF.

       5450-COUNT-MASTER.
           ADD 1 TO C-RECOUNT-CTR.
           PERFORM 8200-READ-MASTER.

       5500-CHECK-RESTORE.
           MOVE C-RECOUNT-CTR TO O-RECORDS.
           IF C-RECOUNT-CTR = BC-COUNT
               AND C-BAD-CTR = 0
               ADD 1 TO C-RST-CTR
               MOVE 'RESTORED - COUNT VERIFIED' TO O-RESULT
               MOVE WS-RUN-GEN TO BC-LAST-RESTORE
               REWRITE BC-REC
                   INVALID KEY
                       DISPLAY 'CATALOG REWRITE FAILED FOR ' BC-KEY
                           UPON CONSOLE
               END-REWRITE
           ELSE
               ADD 1 TO C-ERR-CTR
               MOVE 'FAILED - COUNT DISAGREES' TO O-RESULT
               DISPLAY WS-MST-NAME(WS-MST-IX) ' RESTORED '
                   C-RECOUNT-CTR ' RECORDS, CATALOG SAYS ' BC-COUNT
                   UPON CONSOLE
           END-IF.

       8000-OPEN-MASTER-INPUT.
           EVALUATE WS-MST-IX
               WHEN 1  OPEN INPUT STUDENT-MASTER
               WHEN 2  OPEN INPUT GRADE-MASTER
               WHEN 3  OPEN INPUT HISTORY-FILE
               WHEN 4  OPEN INPUT ARCHIVE-FILE
               WHEN 5  OPEN INPUT ADDR-MASTER
               WHEN 6  OPEN INPUT COURSE-MASTER
               WHEN 7  OPEN INPUT DEPT-MASTER
               WHEN 8  OPEN INPUT RANK-MASTER
               WHEN 9  OPEN INPUT HOLD-MASTER
               WHEN 10 OPEN INPUT LEDGER-MASTER
               WHEN 11 OPEN INPUT SECTION-MASTER
               WHEN 12 OPEN INPUT REG-MASTER
               WHEN 13 OPEN INPUT TERM-MASTER
           END-EVALUATE.

       8100-BUILD-NAME.
           MOVE SPACES TO WS-BKP-NAME.
           STRING 'C:\COBOL\'            DELIMITED BY SIZE
                  WS-MST-NAME(WS-MST-IX) DELIMITED BY SPACE
                  '.G'                   DELIMITED BY SIZE
                  WS-NEW-SLOT            DELIMITED BY SIZE
               INTO WS-BKP-NAME
           END-STRING.

       8200-READ-MASTER.
           EVALUATE WS-MST-IX
               WHEN 1
                   READ STUDENT-MASTER INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ GRADE-MASTER INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ HISTORY-FILE INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ ARCHIVE-FILE INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ ADDR-MASTER INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ COURSE-MASTER INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
               WHEN 7
                   READ DEPT-MASTER INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
               WHEN 8
                   READ RANK-MASTER INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
               WHEN 9
                   READ HOLD-MASTER INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
               WHEN 10
                   READ LEDGER-MASTER INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
               WHEN 11
                   READ SECTION-MASTER INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
               WHEN 12
                   READ REG-MASTER INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
               WHEN 13
                   READ TERM-MASTER INTO WS-MST-DATA
                       AT END SET MST-EOF TO TRUE
                   END-READ
           END-EVALUATE.

       8300-CLOSE-MASTER.
           EVALUATE WS-MST-IX
               WHEN 1  CLOSE STUDENT-MASTER
               WHEN 2  CLOSE GRADE-MASTER
               WHEN 3  CLOSE HISTORY-FILE
               WHEN 4  CLOSE ARCHIVE-FILE
               WHEN 5  CLOSE ADDR-MASTER
               WHEN 6  CLOSE COURSE-MASTER
               WHEN 7  CLOSE DEPT-MASTER
               WHEN 8  CLOSE RANK-MASTER
               WHEN 9  CLOSE HOLD-MASTER
               WHEN 10 CLOSE LEDGER-MASTER
               WHEN 11 CLOSE SECTION-MASTER
               WHEN 12 CLOSE REG-MASTER
               WHEN 13 CLOSE TERM-MASTER
           END-EVALUATE.

       8400-WRITE-MASTER.
      *THE GENERATION WAS READ IN KEY ORDER, SO A REJECTED WRITE
      *MEANS A DAMAGED GENERATION - IT IS COUNTED AND THE RECOUNT
      *WILL NOT MATCH.
           EVALUATE WS-MST-IX
               WHEN 1
                   WRITE I-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
               WHEN 2
                   WRITE G-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
               WHEN 3
                   WRITE H-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
               WHEN 4
                   WRITE A-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
               WHEN 5
                   WRITE AD-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
               WHEN 6
                   WRITE CR-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
               WHEN 7
                   WRITE D-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
               WHEN 8
                   WRITE R-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
               WHEN 9
                   WRITE HL-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
               WHEN 10
                   WRITE LG-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
               WHEN 11
                   WRITE SC-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
               WHEN 12
                   WRITE RG-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
               WHEN 13
                   WRITE TM-REC FROM WS-MST-DATA
                       INVALID KEY ADD 1 TO C-BAD-CTR
                   END-WRITE
           END-EVALUATE.

       8500-OPEN-MASTER-OUTPUT.
           EVALUATE WS-MST-IX
               WHEN 1  OPEN OUTPUT STUDENT-MASTER
               WHEN 2  OPEN OUTPUT GRADE-MASTER
               WHEN 3  OPEN OUTPUT HISTORY-FILE
               WHEN 4  OPEN OUTPUT ARCHIVE-FILE
               WHEN 5  OPEN OUTPUT ADDR-MASTER
               WHEN 6  OPEN OUTPUT COURSE-MASTER
               WHEN 7  OPEN OUTPUT DEPT-MASTER
               WHEN 8  OPEN OUTPUT RANK-MASTER
               WHEN 9  OPEN OUTPUT HOLD-MASTER
               WHEN 10 OPEN OUTPUT LEDGER-MASTER
               WHEN 11 OPEN OUTPUT SECTION-MASTER
               WHEN 12 OPEN OUTPUT REG-MASTER
               WHEN 13 OPEN OUTPUT TERM-MASTER
           END-EVALUATE.

       8600-EDIT-GEN.
           MOVE WS-GEN-IN(5:2)  TO WS-GEN-OUT-MM.
           MOVE WS-GEN-IN(7:2)  TO WS-GEN-OUT-DD.
           MOVE WS-GEN-IN(1:4)  TO WS-GEN-OUT-YY.
           MOVE WS-GEN-IN(9:2)  TO WS-GEN-OUT-HH.
           MOVE WS-GEN-IN(11:2) TO WS-GEN-OUT-MI.

       8700-CLEAR-DETAIL.
           MOVE SPACES TO O-ACTION.
           MOVE SPACES TO O-FILE.
           MOVE SPACES TO O-GEN.
           MOVE 0 TO O-SLOT.
           MOVE SPACES TO O-BKP-NAME.
           MOVE 0 TO O-RECORDS.
           MOVE 0 TO O-CATALOG.
           MOVE SPACES TO O-RESULT.

       9100-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM HEADING-LINE2
               AFTER ADVANCING 2 LINES.

       9200-READ-BACKUP.
           READ BACKUP-FILE
               AT END
                   SET BKP-EOF TO TRUE
           END-READ.
