       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2GLI.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * GENERAL LEDGER INTERFACE, RUN AT THE END OF THE NIGHTLY
      * BATCH. COLLECTS THE DAYS MOVEMENTS FROM THE SOURCE JOURNALS:
      *   OD  PAYMENTS RECEIVED           (PAYJRNL, ODEV2PAY)
      *   CT  PENALTY ACCRUED             (ACRJRNL AJR-TAHAKKUK > 0)
      *   CI  PENALTY REVERSED            (ACRJRNL AJR-TAHAKKUK < 0)
      *   TR  PRINCIPAL WRITTEN OFF       (MNTAUDIT "W", ODEV2WOA)
      *   IA  RETURNED PAYMENTS REVERSED  (REVJRNL, ODEV2REV)
      *   TT  RECOVERIES ON WRITTEN-OFF   (RCVJRNL, ODEV2PAY)
      * AND WRITES ONE BALANCED DEBIT/CREDIT ENTRY PER ACCT-SUBE AND
      * MOVEMENT TYPE TO GLFILE, WITH THE ACCOUNT CODES OF THE TYPE
      * TAKEN FROM THE GLACCT PARAMETER TABLE AND A CONTROL TRAILER.
      * BEFORE ANY ENTRY IS BUILT, EVERY SOURCE JOURNAL IS PROVED
      * AGAINST ITS OWN TRAILER; AFTERWARDS THE DEBITS ARE PROVED
      * AGAINST THE CREDITS AND AGAINST THE SOURCE TOTAL. EVERY
      * CHECK IS REPORTED ON GLRPT; ANY MISMATCH FAILS THE STEP WITH
      * RETURN CODE 16 SO THE FILE IS NOT SENT TO ACCOUNTING.
      * THE BRANCH OF A JOURNAL LINE WITHOUT ONE IS LOOKED UP ON
      * ACCTREC; AN ACCOUNT NO LONGER ON FILE IS POSTED TO THE
      * SUSPENSE BRANCH 999 AND COUNTED.
      * WRITE-OFFS ARE TAKEN FROM MNTAUDIT BY POSITION, NOT BY THE
      * SYSTEM DATE ODEV2WOA STAMPS: GLMARK HOLDS HOW MANY MNTAUDIT
      * RECORDS THE LAST CLEAN RUN HAD ALREADY POSTED, SO EVERY "W"
      * RECORD APPENDED SINCE THEN IS POSTED ONCE, WHENEVER IT WAS
      * APPLIED. A RERUN FOR THE SAME DATE STARTS AGAIN FROM WHERE
      * THAT DATE STARTED. GLMARK IS ONLY ADVANCED WHEN EVERY CHECK
      * TIES. WITHOUT GLMARK ONLY "W" RECORDS STAMPED ON OR AFTER
      * THE RUN DATE ARE POSTED.
      * STEP 10, THE LAST OF THE NIGHTLY ORDER KEPT ON STEPCTL:
      * BEFORE ANY FILE IS OPENED, EVERY EARLIER STEP MUST HAVE
      * COMPLETED FOR THE STEPDATE BUSINESS DATE AND GLPARM MUST
      * CARRY THAT DATE; START, COMPLETION AND RETURN CODE ARE
      * RECORDED (STATUS AND OVERRIDES: ODEV2STC).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-JOURNAL ASSIGN PAYJRNL
                              STATUS JRN-ST.
           SELECT ACR-JOURNAL ASSIGN ACRJRNL
                              STATUS AJR-ST.
           SELECT REV-JOURNAL ASSIGN REVJRNL
                              STATUS REV-ST.
           SELECT RCV-JOURNAL ASSIGN RCVJRNL
                              STATUS RJR-ST.
           SELECT AUDIT-FILE  ASSIGN MNTAUDIT
                              STATUS AUD-ST.
           SELECT ACCT-REC    ASSIGN ACCTREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY ACCT-SEQ
                              ALTERNATE RECORD KEY ACCT-SOYAD
                                  WITH DUPLICATES
                              STATUS ACCT-ST.
           SELECT GL-WORK     ASSIGN GLWORK
                              STATUS WRK-ST.
           SELECT GL-SORTED   ASSIGN GLSORTD
                              STATUS SRTD-ST.
           SELECT SORT-FILE   ASSIGN SORTWK.
           SELECT GL-FILE     ASSIGN GLFILE
                              STATUS GL-ST.
           SELECT GL-RPT      ASSIGN GLRPT
                              STATUS RPT-ST.
           SELECT ACC-FILE    ASSIGN GLACCT
                              STATUS ACC-ST.
           SELECT PARM-FILE   ASSIGN GLPARM
                              STATUS PARM-ST.
           SELECT MARK-FILE   ASSIGN GLMARK
                              STATUS MRK-ST.
           SELECT STEP-DATE   ASSIGN STEPDATE
                              STATUS STD-ST.
           SELECT STEP-CTL    ASSIGN STEPCTL
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY STC-KEY
                              STATUS STC-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PAY-JOURNAL RECORDING MODE F.
       01  JRN-REC.
           05  JRN-SEQ       PIC X(04).
           05  JRN-DATE      PIC 9(08).
           05  JRN-KANAL     PIC X(03).
           05  JRN-TUTAR     PIC 9(09)V99.
           05  JRN-ONCEKI    PIC 9(09)V99.
           05  JRN-KALAN     PIC 9(09)V99.
           05  JRN-DURUM     PIC X(08).
      *
       01  JRN-TRAILER-REC.
           05  JRT-LABEL     PIC X(05).
           05  JRT-LBL-ADET  PIC X(07).
           05  JRT-ADET      PIC ZZZZZZ9.
           05  JRT-LBL-TUT   PIC X(09).
           05  JRT-TUTAR     PIC ZZZZZZZZZZ9.99.
           05  JRT-FILL      PIC X(14).
      *
       FD  ACR-JOURNAL RECORDING MODE F.
       01  AJR-REC.
           05  AJR-SEQ       PIC X(04).
           05  AJR-DATE      PIC 9(08).
           05  AJR-BUCKET    PIC 9(01).
           05  AJR-GUN       PIC 9(05).
           05  AJR-ANAPARA   PIC 9(09)V99.
           05  AJR-ONCEKI    PIC 9(09)V99.
           05  AJR-TAHAKKUK  PIC S9(09)V99 SIGN LEADING SEPARATE.
           05  AJR-CEZA      PIC 9(09)V99.
      *
       01  AJR-TRAILER-REC.
           05  ATR-LABEL     PIC X(05).
           05  ATR-LBL-ADET  PIC X(07).
           05  ATR-ADET      PIC ZZZZZZ9.
           05  ATR-LBL-TAH   PIC X(10).
           05  ATR-TAHAKKUK  PIC -ZZZZZZZZ9.99.
           05  ATR-LBL-CEZA  PIC X(07).
           05  ATR-CEZA      PIC ZZZZZZZZZZ9.99.
      *
       FD  REV-JOURNAL RECORDING MODE F.
       01  REV-REC.
           05  REV-SEQ       PIC X(04).
           05  REV-DATE      PIC 9(08).
           05  REV-KANAL     PIC X(03).
           05  REV-TUTAR     PIC 9(09)V99.
           05  REV-IADE-DATE PIC 9(08).
           05  REV-ONCEKI    PIC 9(09)V99.
           05  REV-KALAN     PIC 9(09)V99.
           05  REV-DURUM     PIC X(08).
      *
       01  REV-TRAILER-REC.
           05  RVT-LABEL     PIC X(05).
           05  RVT-LBL-ADET  PIC X(07).
           05  RVT-ADET      PIC ZZZZZZ9.
           05  RVT-LBL-TUT   PIC X(09).
           05  RVT-TUTAR     PIC ZZZZZZZZZZ9.99.
           05  RVT-FILL      PIC X(22).
      *
       FD  RCV-JOURNAL RECORDING MODE F.
       01  RJR-REC.
           05  RJR-SEQ       PIC X(04).
           05  RJR-DATE      PIC 9(08).
           05  RJR-KANAL     PIC X(03).
           05  RJR-TUTAR     PIC 9(09)V99.
           05  RJR-SUBE      PIC X(03).
           05  RJR-TERKIN    PIC 9(09)V99.
           05  RJR-TAHSIL    PIC 9(09)V99.
           05  RJR-KALAN     PIC 9(09)V99.
           05  RJR-DURUM     PIC X(08).
      *
       01  RJR-TRAILER-REC.
           05  RJT-LABEL     PIC X(05).
           05  RJT-LBL-ADET  PIC X(07).
           05  RJT-ADET      PIC ZZZZZZ9.
           05  RJT-LBL-TUT   PIC X(09).
           05  RJT-TUTAR     PIC ZZZZZZZZZZ9.99.
           05  RJT-FILL      PIC X(28).
      *
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
           05  AUD-DATE      PIC 9(08).
           05  AUD-TIME      PIC 9(06).
           05  AUD-USER      PIC X(08).
           05  AUD-CODE      PIC X(01).
           05  AUD-SEQ       PIC X(04).
           05  AUD-BEFORE    PIC X(65).
           05  AUD-AFTER     PIC X(65).
           05  AUD-ONAY-USER PIC X(08).
      *
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           05  ACCT-SEQ   PIC X(04).
           05  ACCT-AD    PIC X(15).
           05  ACCT-SOYAD PIC X(15).
           05  ACCT-DTAR  PIC 9(08).
           05  ACCT-TODAY PIC 9(08).
           05  ACCT-TUTAR PIC 9(09)V99.
           05  ACCT-SUBE  PIC X(03).
           05  ACCT-DURUM PIC X(01).
               88  ACCT-ACIK            VALUE "A" " ".
               88  ACCT-KAPALI          VALUE "K".
               88  ACCT-TERKIN          VALUE "T".
      *
       FD  GL-WORK RECORDING MODE F.
       01  WORK-REC.
           05  WRK-SUBE      PIC X(03).
           05  WRK-TIP       PIC X(02).
           05  WRK-TUTAR     PIC 9(11)V99.
      *
       FD  GL-SORTED RECORDING MODE F.
       01  SORTED-REC.
           05  SRT-SUBE      PIC X(03).
           05  SRT-TIP       PIC X(02).
           05  SRT-TUTAR     PIC 9(11)V99.
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-SUBE     PIC X(03).
           05  SORT-TIP      PIC X(02).
           05  FILLER        PIC X(13).
      *
       FD  GL-FILE RECORDING MODE F.
       01  GL-REC.
           05  GL-DATE       PIC 9(08).
           05  GL-SUBE       PIC X(03).
           05  GL-TIP        PIC X(02).
           05  GL-HESAP      PIC X(10).
           05  GL-BA         PIC X(01).
           05  GL-TUTAR      PIC 9(11)V99.
           05  GL-ADET       PIC 9(07).
           05  GL-ACIKLAMA   PIC X(20).
      *
       01  GL-TRAILER-REC.
           05  GLT-LABEL     PIC X(05).
           05  GLT-LBL-SAT   PIC X(08).
           05  GLT-SATIR     PIC ZZZZZZ9.
           05  GLT-LBL-BRC   PIC X(07).
           05  GLT-BORC      PIC ZZZZZZZZZZ9.99.
           05  GLT-LBL-ALC   PIC X(09).
           05  GLT-ALACAK    PIC ZZZZZZZZZZ9.99.
      *
       FD  GL-RPT RECORDING MODE F.
       01  GL-CHECK-REC.
           05  GCK-TAG       PIC X(10).
           05  GCK-TEXT      PIC X(24).
           05  GCK-LBL-ADET  PIC X(07).
           05  GCK-ADET1     PIC ZZZZZZ9.
           05  GCK-SEP1      PIC X(01).
           05  GCK-ADET2     PIC ZZZZZZ9.
           05  GCK-LBL-TUT   PIC X(08).
           05  GCK-TUT1      PIC -ZZZZZZZZZZ9.99.
           05  GCK-SEP2      PIC X(01).
           05  GCK-TUT2      PIC -ZZZZZZZZZZ9.99.
           05  GCK-FILL      PIC X(05).
      *
       01  GL-RPT-TRAILER-REC.
           05  GRT-LABEL     PIC X(05).
           05  GRT-LBL-CHK   PIC X(10).
           05  GRT-CHK-CNT   PIC ZZZZZZ9.
           05  GRT-LBL-BAD   PIC X(11).
           05  GRT-BAD-CNT   PIC ZZZZZZ9.
           05  GRT-FILL      PIC X(60).
      *
       FD  ACC-FILE RECORDING MODE F.
       01  ACC-REC.
           05  ACC-TIP       PIC X(02).
           05  ACC-BORC      PIC X(10).
           05  ACC-ALACAK    PIC X(10).
           05  ACC-ACIKLAMA  PIC X(20).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-DATE PIC 9(08).
      *
       FD  MARK-FILE RECORDING MODE F.
       01  MRK-REC.
           05  MRK-DATE      PIC 9(08).
           05  MRK-ONCEKI-CNT PIC 9(09).
           05  MRK-CNT       PIC 9(09).
      *
       FD  STEP-DATE RECORDING MODE F.
       01  STD-REC.
           05  STD-BUS-DATE  PIC 9(08).
      *
       FD  STEP-CTL RECORDING MODE F.
       01  STC-REC.
           05  STC-KEY.
               10  STC-DATE      PIC 9(08).
               10  STC-STEP      PIC X(08).
           05  STC-DURUM     PIC X(01).
               88  STC-BASLADI          VALUE "B".
               88  STC-TAMAM            VALUE "T".
               88  STC-HATA             VALUE "H".
               88  STC-ATLANDI          VALUE "A".
           05  STC-RC        PIC 9(02).
           05  STC-BAS-DATE  PIC 9(08).
           05  STC-BAS-TIME  PIC 9(06).
           05  STC-BIT-DATE  PIC 9(08).
           05  STC-BIT-TIME  PIC 9(06).
           05  STC-RUN-CNT   PIC 9(03).
           05  STC-OVR-USER  PIC X(08).
           05  STC-OVR-REASON PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 JRN-ST           PIC 9(02).
           88 JRN-SUCCES               VALUE 00 97.
           88 JRN-EOF                  VALUE 10.
         05 AJR-ST           PIC 9(02).
           88 AJR-SUCCES               VALUE 00 97.
           88 AJR-EOF                  VALUE 10.
         05 REV-ST           PIC 9(02).
           88 REV-SUCCES               VALUE 00 97.
           88 REV-EOF                  VALUE 10.
           88 REV-NOT-FOUND            VALUE 35.
         05 RJR-ST           PIC 9(02).
           88 RJR-SUCCES               VALUE 00 97.
           88 RJR-EOF                  VALUE 10.
           88 RJR-NOT-FOUND            VALUE 35.
         05 AUD-ST           PIC 9(02).
           88 AUD-SUCCES               VALUE 00 97.
           88 AUD-EOF                  VALUE 10.
           88 AUD-NOT-FOUND            VALUE 35.
         05 ACCT-ST          PIC 9(02).
           88 ACCT-SUCCESS             VALUE 00 97.
           88 ACCT-NOTFND              VALUE 23.
         05 WRK-ST           PIC 9(02).
           88 WRK-SUCCES               VALUE 00 97.
         05 SRTD-ST          PIC 9(02).
           88 SRTD-SUCCES              VALUE 00 97.
           88 SRTD-EOF                 VALUE 10.
         05 GL-ST            PIC 9(02).
           88 GL-SUCCES                VALUE 00 97.
         05 RPT-ST           PIC 9(02).
           88 RPT-SUCCES               VALUE 00 97.
         05 ACC-ST           PIC 9(02).
           88 ACC-SUCCES               VALUE 00 97.
           88 ACC-EOF                  VALUE 10.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 MRK-ST           PIC 9(02).
           88 MRK-SUCCES               VALUE 00 97.
           88 MRK-NOT-FOUND            VALUE 35.
         05 WS-REV-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-REV-OPENED            VALUE "Y".
         05 WS-RJR-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-RJR-OPENED            VALUE "Y".
         05 WS-AUD-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-AUD-OPENED            VALUE "Y".
         05 WS-GLW-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-GLW-OPENED            VALUE "Y".
         05 WS-MRK-SW        PIC X(01) VALUE "N".
           88 WS-MRK-FOUND             VALUE "Y".
         05 WS-AUD-READ-CNT  PIC 9(09) VALUE ZEROS.
         05 WS-AUD-BASLA-CNT PIC 9(09) VALUE ZEROS.
         05 WS-RUN-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-SUSPENSE-SUBE PIC X(03) VALUE "999".
         05 WS-LKP-SEQ       PIC X(04).
         05 WS-LKP-SUBE      PIC X(03).
         05 WS-WRK-SUBE      PIC X(03).
         05 WS-WRK-TIP       PIC X(02).
         05 WS-WRK-TUTAR     PIC 9(11)V99.
         05 WS-CUR-SUBE      PIC X(03).
         05 WS-CUR-TIP       PIC X(02).
         05 WS-ENT-TUTAR     PIC 9(11)V99.
         05 WS-ENT-ADET      PIC 9(07).
         05 WS-TIP-IX        PIC 9(01).
         05 WS-FOUND-IX      PIC 9(01).
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
      *
      * DETAIL AND TRAILER FIGURES OF EVERY SOURCE JOURNAL; A
      * TRAILER SWITCH STAYS "N" WHEN A JOURNAL CAME WITHOUT ONE.
       01 WS-SOURCE-AREA.
         05 WS-PAY-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-PAY-TUT       PIC 9(11)V99 VALUE ZEROS.
         05 WS-PAY-TRL-CNT   PIC 9(07) VALUE ZEROS.
         05 WS-PAY-TRL-TUT   PIC 9(11)V99 VALUE ZEROS.
         05 WS-PAY-TRL-SW    PIC X(01) VALUE "N".
           88 WS-PAY-TRL-SEEN          VALUE "Y".
         05 WS-ACR-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-ACR-TUT       PIC S9(11)V99 VALUE ZEROS.
         05 WS-ACR-TRL-CNT   PIC 9(07) VALUE ZEROS.
         05 WS-ACR-TRL-TUT   PIC S9(11)V99 VALUE ZEROS.
         05 WS-ACR-TRL-SW    PIC X(01) VALUE "N".
           88 WS-ACR-TRL-SEEN          VALUE "Y".
         05 WS-CT-TUT        PIC 9(11)V99 VALUE ZEROS.
         05 WS-CI-TUT        PIC 9(11)V99 VALUE ZEROS.
         05 WS-REV-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-REV-TUT       PIC 9(11)V99 VALUE ZEROS.
         05 WS-REV-TRL-CNT   PIC 9(07) VALUE ZEROS.
         05 WS-REV-TRL-TUT   PIC 9(11)V99 VALUE ZEROS.
         05 WS-REV-TRL-SW    PIC X(01) VALUE "N".
           88 WS-REV-TRL-SEEN          VALUE "Y".
         05 WS-RCV-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-RCV-TUT       PIC 9(11)V99 VALUE ZEROS.
         05 WS-RCV-TRL-CNT   PIC 9(07) VALUE ZEROS.
         05 WS-RCV-TRL-TUT   PIC 9(11)V99 VALUE ZEROS.
         05 WS-RCV-TRL-SW    PIC X(01) VALUE "N".
           88 WS-RCV-TRL-SEEN          VALUE "Y".
         05 WS-WOF-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-WOF-TUT       PIC 9(11)V99 VALUE ZEROS.
         05 WS-SUSPENSE-CNT  PIC 9(07) VALUE ZEROS.
         05 WS-SRC-TUT       PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOTALS-AREA.
         05 WS-GL-LINE-CNT   PIC 9(07) VALUE ZEROS.
         05 WS-GL-ENTRY-CNT  PIC 9(07) VALUE ZEROS.
         05 WS-GL-BORC       PIC 9(11)V99 VALUE ZEROS.
         05 WS-GL-ALACAK     PIC 9(11)V99 VALUE ZEROS.
         05 WS-BORC-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-ALACAK-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-CHECK-CNT     PIC 9(07) VALUE ZEROS.
         05 WS-BAD-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-CHK-CNT1      PIC 9(07).
         05 WS-CHK-CNT2      PIC 9(07).
         05 WS-CHK-TUT1      PIC S9(11)V99.
         05 WS-CHK-TUT2      PIC S9(11)V99.
       01 WS-TIP-AREA.
         05 FILLER           PIC X(12) VALUE "ODCTCITRIATT".
       01 WS-TIP-TBL REDEFINES WS-TIP-AREA.
         05 WS-TIP-KOD       PIC X(02) OCCURS 6 TIMES.
       01 WS-ACC-TABLE.
         05 WS-ACC-ROW OCCURS 6 TIMES.
           10 WS-ACC-BORC     PIC X(10).
           10 WS-ACC-ALACAK   PIC X(10).
           10 WS-ACC-ACIKLAMA PIC X(20).
           10 WS-ACC-LOAD-SW  PIC X(01).
             88 WS-ACC-LOADED          VALUE "Y".
       01 WS-IMAGE-AREA.
         05 WS-B-IMAGE       PIC X(65).
         05 WS-B-R REDEFINES WS-B-IMAGE.
           10 WS-B-SEQ       PIC X(04).
           10 WS-B-AD        PIC X(15).
           10 WS-B-SOYAD     PIC X(15).
           10 WS-B-DTAR      PIC 9(08).
           10 WS-B-TODAY     PIC 9(08).
           10 WS-B-TUTAR     PIC 9(09)V99.
           10 WS-B-SUBE      PIC X(03).
           10 WS-B-DURUM     PIC X(01).
       01 WS-DATE-CHECK-AREA.
         05 WS-CHK-DATE      PIC 9(08).
         05 WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
           10 WS-CHK-YYYY    PIC 9(04).
           10 WS-CHK-MM      PIC 9(02).
           10 WS-CHK-DD      PIC 9(02).
         05 WS-MAX-DAY       PIC 9(02).
         05 WS-DATE-STATUS   PIC X(01).
           88 WS-DATE-OK               VALUE "Y".
           88 WS-DATE-BAD              VALUE "N".
      * NIGHTLY STEP CONTROL. THE TABLE IS THE NIGHTLY ORDER WITH
      * THE HIGHEST RETURN CODE A PREDECESSOR MAY END WITH FOR THIS
      * STEP TO RUN; AN OVERRIDDEN ("A") STEP ALWAYS COUNTS AS DONE.
       01 WS-STEP-AREA.
         05 STD-ST           PIC 9(02).
           88 STD-SUCCES               VALUE 00 97.
         05 STC-ST           PIC 9(02).
           88 STC-SUCCES               VALUE 00 97.
           88 STC-NOTFND               VALUE 23.
           88 STC-NOT-FOUND            VALUE 35.
         05 WS-STEP-NAME     PIC X(08) VALUE "ODEV2GLI".
         05 WS-STEP-OWN-IX   PIC 9(02) VALUE 10.
         05 WS-STEP-IX       PIC 9(02).
         05 WS-STEP-DATE     PIC 9(08) VALUE ZEROS.
         05 WS-STEP-RC       PIC 9(02).
         05 WS-STEP-STAMP-DATE PIC 9(08).
         05 WS-STEP-STAMP-TIME PIC 9(08).
         05 WS-STEP-STAMP-R REDEFINES WS-STEP-STAMP-TIME.
           10 WS-STEP-HHMMSS PIC 9(06).
           10 FILLER         PIC 9(02).
         05 WS-STEP-SW       PIC X(01) VALUE "N".
           88 WS-STEP-STARTED          VALUE "Y".
       01 WS-STEP-LIST-AREA.
         05 FILLER           PIC X(10) VALUE "ODEV2PAY08".
         05 FILLER           PIC X(10) VALUE "ODEV2ACR08".
         05 FILLER           PIC X(10) VALUE "ODEV2C  08".
         05 FILLER           PIC X(10) VALUE "ODEV2BAL08".
         05 FILLER           PIC X(10) VALUE "ODEV2RCN08".
         05 FILLER           PIC X(10) VALUE "ODEV2PRM08".
         05 FILLER           PIC X(10) VALUE "ODEV2ASG08".
         05 FILLER           PIC X(10) VALUE "ODEV2LGL08".
         05 FILLER           PIC X(10) VALUE "ODEV2GEN08".
         05 FILLER           PIC X(10) VALUE "ODEV2GLI08".
       01 WS-STEP-LIST-TBL REDEFINES WS-STEP-LIST-AREA.
         05 WS-STEP-ENTRY OCCURS 10 TIMES.
           10 WS-STEP-LIST-NAME  PIC X(08).
           10 WS-STEP-LIST-MAXRC PIC 9(02).
      *------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-STEP-START.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-READ-PAYMENTS.
           PERFORM H300-READ-ACCRUALS.
           PERFORM H400-READ-REVERSALS.
           PERFORM H500-READ-RECOVERIES.
           PERFORM H600-READ-WRITE-OFFS.
           PERFORM H700-CHECK-SOURCES.
           IF WS-BAD-CNT = ZEROS
               PERFORM H800-BUILD-ENTRIES
           END-IF.
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H130-READ-PARAMETERS
           PERFORM H140-LOAD-ACCOUNT-TABLE
           OPEN INPUT ACCT-REC
           IF NOT ACCT-SUCCESS
               MOVE "ACCT-REC ACILAMADI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT GL-WORK
           IF NOT WRK-SUCCES
               MOVE "GLWORK ACILAMADI" TO WS-ABEND-MSG
               MOVE WRK-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           SET WS-GLW-OPENED TO TRUE
           OPEN OUTPUT GL-FILE
           IF NOT GL-SUCCES
               MOVE "GLFILE ACILAMADI" TO WS-ABEND-MSG
               MOVE GL-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT GL-RPT
           IF NOT RPT-SUCCES
               MOVE "GLRPT ACILAMADI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H100-END. EXIT.
      *
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "GLPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "GLPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "GLPARM GECERSIZ RUN DATE" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF WS-RUN-DATE NOT = WS-STEP-DATE
               MOVE "GLPARM STEPDATE ILE FARKLI" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           CLOSE PARM-FILE
           PERFORM H135-READ-MARKER.
       H130-END. EXIT.
      *
      * A RERUN FOR THE DATE OF THE MARKER STARTS WHERE THAT DATE
      * STARTED; A NEW DATE STARTS WHERE THE LAST CLEAN RUN ENDED.
       H135-READ-MARKER.
           OPEN INPUT MARK-FILE
           IF MRK-NOT-FOUND
               MOVE ZEROS TO WS-AUD-BASLA-CNT
           ELSE
               IF NOT MRK-SUCCES
                   MOVE "GLMARK ACILAMADI" TO WS-ABEND-MSG
                   MOVE MRK-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               READ MARK-FILE
               IF NOT MRK-SUCCES
                   MOVE "GLMARK OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE MRK-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               SET WS-MRK-FOUND TO TRUE
               EVALUATE TRUE
                   WHEN MRK-DATE > WS-RUN-DATE
                       MOVE "GLMARK ILERI TARIHLI" TO WS-ABEND-MSG
                       MOVE ZEROS TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   WHEN MRK-DATE = WS-RUN-DATE
                       MOVE MRK-ONCEKI-CNT TO WS-AUD-BASLA-CNT
                   WHEN OTHER
                       MOVE MRK-CNT TO WS-AUD-BASLA-CNT
               END-EVALUATE
               CLOSE MARK-FILE
           END-IF.
       H135-END. EXIT.
      *
      * EVERY MOVEMENT TYPE MUST HAVE ITS DEBIT AND CREDIT ACCOUNT ON
      * GLACCT; AN UNKNOWN OR MISSING TYPE STOPS THE RUN BEFORE ANY
      * JOURNAL IS READ.
       H140-LOAD-ACCOUNT-TABLE.
           INITIALIZE WS-ACC-TABLE
           OPEN INPUT ACC-FILE
           IF NOT ACC-SUCCES
               MOVE "GLACCT ACILAMADI" TO WS-ABEND-MSG
               MOVE ACC-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ ACC-FILE
           IF NOT ACC-SUCCES AND NOT ACC-EOF
               MOVE "GLACCT ILK OKUMA HATASI" TO WS-ABEND-MSG
               MOVE ACC-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H141-LOAD-ONE-ACCOUNT UNTIL ACC-EOF
           CLOSE ACC-FILE
           PERFORM H143-CHECK-ONE-TYPE
               VARYING WS-TIP-IX FROM 1 BY 1 UNTIL WS-TIP-IX > 6.
       H140-END. EXIT.
      *
       H141-LOAD-ONE-ACCOUNT.
           MOVE ACC-TIP TO WS-CUR-TIP
           PERFORM H145-FIND-TYPE
           IF WS-FOUND-IX = ZEROS
              OR ACC-BORC = SPACES OR ACC-ALACAK = SPACES
               MOVE "GLACCT GECERSIZ KAYIT" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE ACC-BORC     TO WS-ACC-BORC(WS-FOUND-IX)
           MOVE ACC-ALACAK   TO WS-ACC-ALACAK(WS-FOUND-IX)
           MOVE ACC-ACIKLAMA TO WS-ACC-ACIKLAMA(WS-FOUND-IX)
           MOVE "Y"          TO WS-ACC-LOAD-SW(WS-FOUND-IX)
           READ ACC-FILE
           IF NOT ACC-SUCCES AND NOT ACC-EOF
               MOVE "GLACCT OKUMA HATASI" TO WS-ABEND-MSG
               MOVE ACC-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H141-END. EXIT.
      *
       H143-CHECK-ONE-TYPE.
           IF NOT WS-ACC-LOADED(WS-TIP-IX)
               DISPLAY "ODEV2GLI: GLACCT HAREKET TIPI EKSIK: "
                       WS-TIP-KOD(WS-TIP-IX)
               MOVE "GLACCT EKSIK HAREKET TIPI" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H143-END. EXIT.
      *
       H145-FIND-TYPE.
           MOVE ZEROS TO WS-FOUND-IX
           PERFORM H146-CHECK-ONE-CODE
               VARYING WS-TIP-IX FROM 1 BY 1
               UNTIL WS-TIP-IX > 6 OR WS-FOUND-IX > 0.
       H145-END. EXIT.
      *
       H146-CHECK-ONE-CODE.
           IF WS-TIP-KOD(WS-TIP-IX) = WS-CUR-TIP
               MOVE WS-TIP-IX TO WS-FOUND-IX
           END-IF.
       H146-END. EXIT.
      *
       H200-READ-PAYMENTS.
           OPEN INPUT PAY-JOURNAL
           IF NOT JRN-SUCCES
               MOVE "PAYJRNL ACILAMADI" TO WS-ABEND-MSG
               MOVE JRN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H215-READ-PAYJRNL
           PERFORM H210-ONE-PAYMENT UNTIL JRN-EOF
           CLOSE PAY-JOURNAL.
       H200-END. EXIT.
      *
       H210-ONE-PAYMENT.
           IF JRT-LABEL = "TRLR:"
               SET WS-PAY-TRL-SEEN TO TRUE
               COMPUTE WS-PAY-TRL-CNT = FUNCTION NUMVAL(JRT-ADET)
               COMPUTE WS-PAY-TRL-TUT = FUNCTION NUMVAL(JRT-TUTAR)
           ELSE
               ADD 1         TO WS-PAY-CNT
               ADD JRN-TUTAR TO WS-PAY-TUT
               MOVE JRN-SEQ  TO WS-LKP-SEQ
               PERFORM H250-LOOKUP-SUBE
               MOVE WS-LKP-SUBE TO WS-WRK-SUBE
               MOVE "OD"        TO WS-WRK-TIP
               MOVE JRN-TUTAR   TO WS-WRK-TUTAR
               PERFORM H260-WRITE-WORK
           END-IF
           PERFORM H215-READ-PAYJRNL.
       H210-END. EXIT.
      *
       H215-READ-PAYJRNL.
           READ PAY-JOURNAL
           IF NOT JRN-SUCCES AND NOT JRN-EOF
               MOVE "PAYJRNL OKUMA HATASI" TO WS-ABEND-MSG
               MOVE JRN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H215-END. EXIT.
      *
       H250-LOOKUP-SUBE.
           MOVE WS-LKP-SEQ TO ACCT-SEQ
           READ ACCT-REC
           IF ACCT-SUCCESS
               MOVE ACCT-SUBE TO WS-LKP-SUBE
           ELSE
               IF ACCT-NOTFND
                   MOVE WS-SUSPENSE-SUBE TO WS-LKP-SUBE
                   ADD 1 TO WS-SUSPENSE-CNT
               ELSE
                   MOVE "ACCT-REC OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE ACCT-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H250-END. EXIT.
      *
       H260-WRITE-WORK.
           IF WS-WRK-TUTAR > ZEROS
               INITIALIZE WORK-REC
               MOVE WS-WRK-SUBE  TO WRK-SUBE
               MOVE WS-WRK-TIP   TO WRK-TIP
               MOVE WS-WRK-TUTAR TO WRK-TUTAR
               WRITE WORK-REC
               IF NOT WRK-SUCCES
                   MOVE "GLWORK YAZMA HATASI" TO WS-ABEND-MSG
                   MOVE WRK-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               ADD WS-WRK-TUTAR TO WS-SRC-TUT
           END-IF.
       H260-END. EXIT.
      *
       H300-READ-ACCRUALS.
           OPEN INPUT ACR-JOURNAL
           IF NOT AJR-SUCCES
               MOVE "ACRJRNL ACILAMADI" TO WS-ABEND-MSG
               MOVE AJR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H315-READ-ACRJRNL
           PERFORM H310-ONE-ACCRUAL UNTIL AJR-EOF
           CLOSE ACR-JOURNAL.
       H300-END. EXIT.
      *
      * A POSITIVE AJR-TAHAKKUK IS PENALTY ACCRUED, A NEGATIVE ONE IS
      * PENALTY REVERSED; THEY ARE SEPARATE MOVEMENT TYPES SO EACH
      * CARRIES ITS OWN DEBIT/CREDIT ACCOUNTS.
       H310-ONE-ACCRUAL.
           IF ATR-LABEL = "TRLR:"
               SET WS-ACR-TRL-SEEN TO TRUE
               COMPUTE WS-ACR-TRL-CNT = FUNCTION NUMVAL(ATR-ADET)
               COMPUTE WS-ACR-TRL-TUT = FUNCTION NUMVAL(ATR-TAHAKKUK)
           ELSE
               ADD 1            TO WS-ACR-CNT
               ADD AJR-TAHAKKUK TO WS-ACR-TUT
               MOVE AJR-SEQ     TO WS-LKP-SEQ
               PERFORM H250-LOOKUP-SUBE
               MOVE WS-LKP-SUBE TO WS-WRK-SUBE
               IF AJR-TAHAKKUK < ZEROS
                   MOVE "CI" TO WS-WRK-TIP
                   COMPUTE WS-WRK-TUTAR = ZEROS - AJR-TAHAKKUK
                   ADD WS-WRK-TUTAR TO WS-CI-TUT
               ELSE
                   MOVE "CT" TO WS-WRK-TIP
                   MOVE AJR-TAHAKKUK TO WS-WRK-TUTAR
                   ADD WS-WRK-TUTAR TO WS-CT-TUT
               END-IF
               PERFORM H260-WRITE-WORK
           END-IF
           PERFORM H315-READ-ACRJRNL.
       H310-END. EXIT.
      *
       H315-READ-ACRJRNL.
           READ ACR-JOURNAL
           IF NOT AJR-SUCCES AND NOT AJR-EOF
               MOVE "ACRJRNL OKUMA HATASI" TO WS-ABEND-MSG
               MOVE AJR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H315-END. EXIT.
      *
      * REVJRNL AND RCVJRNL ONLY EXIST ON DAYS THERE WAS SOMETHING TO
      * REVERSE OR RECOVER.
       H400-READ-REVERSALS.
           OPEN INPUT REV-JOURNAL
           IF REV-SUCCES
               SET WS-REV-OPENED TO TRUE
               PERFORM H415-READ-REVJRNL
           ELSE
               IF REV-NOT-FOUND
                   MOVE 10 TO REV-ST
               ELSE
                   MOVE "REVJRNL ACILAMADI" TO WS-ABEND-MSG
                   MOVE REV-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           PERFORM H410-ONE-REVERSAL UNTIL REV-EOF
           IF WS-REV-OPENED
               CLOSE REV-JOURNAL
           END-IF.
       H400-END. EXIT.
      *
       H410-ONE-REVERSAL.
           IF RVT-LABEL = "TRLR:"
               SET WS-REV-TRL-SEEN TO TRUE
               COMPUTE WS-REV-TRL-CNT = FUNCTION NUMVAL(RVT-ADET)
               COMPUTE WS-REV-TRL-TUT = FUNCTION NUMVAL(RVT-TUTAR)
           ELSE
               ADD 1         TO WS-REV-CNT
               ADD REV-TUTAR TO WS-REV-TUT
               MOVE REV-SEQ  TO WS-LKP-SEQ
               PERFORM H250-LOOKUP-SUBE
               MOVE WS-LKP-SUBE TO WS-WRK-SUBE
               MOVE "IA"        TO WS-WRK-TIP
               MOVE REV-TUTAR   TO WS-WRK-TUTAR
               PERFORM H260-WRITE-WORK
           END-IF
           PERFORM H415-READ-REVJRNL.
       H410-END. EXIT.
      *
       H415-READ-REVJRNL.
           READ REV-JOURNAL
           IF NOT REV-SUCCES AND NOT REV-EOF
               MOVE "REVJRNL OKUMA HATASI" TO WS-ABEND-MSG
               MOVE REV-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H415-END. EXIT.
      *
       H500-READ-RECOVERIES.
           OPEN INPUT RCV-JOURNAL
           IF RJR-SUCCES
               SET WS-RJR-OPENED TO TRUE
               PERFORM H515-READ-RCVJRNL
           ELSE
               IF RJR-NOT-FOUND
                   MOVE 10 TO RJR-ST
               ELSE
                   MOVE "RCVJRNL ACILAMADI" TO WS-ABEND-MSG
                   MOVE RJR-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           PERFORM H510-ONE-RECOVERY UNTIL RJR-EOF
           IF WS-RJR-OPENED
               CLOSE RCV-JOURNAL
           END-IF.
       H500-END. EXIT.
      *
       H510-ONE-RECOVERY.
           IF RJT-LABEL = "TRLR:"
               SET WS-RCV-TRL-SEEN TO TRUE
               COMPUTE WS-RCV-TRL-CNT = FUNCTION NUMVAL(RJT-ADET)
               COMPUTE WS-RCV-TRL-TUT = FUNCTION NUMVAL(RJT-TUTAR)
           ELSE
               ADD 1            TO WS-RCV-CNT
               ADD RJR-TUTAR    TO WS-RCV-TUT
               MOVE RJR-SUBE    TO WS-WRK-SUBE
               MOVE "TT"        TO WS-WRK-TIP
               MOVE RJR-TUTAR   TO WS-WRK-TUTAR
               PERFORM H260-WRITE-WORK
           END-IF
           PERFORM H515-READ-RCVJRNL.
       H510-END. EXIT.
      *
       H515-READ-RCVJRNL.
           READ RCV-JOURNAL
           IF NOT RJR-SUCCES AND NOT RJR-EOF
               MOVE "RCVJRNL OKUMA HATASI" TO WS-ABEND-MSG
               MOVE RJR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H515-END. EXIT.
      *
      * THE AMOUNT WRITTEN OFF IS THE BALANCE IN THE BEFORE-IMAGE OF
      * THE ODEV2WOA "W" AUDIT RECORD; ONLY RECORDS PAST THE GLMARK
      * POSITION ARE POSTED, EARLIER ONES WERE POSTED BY THEIR RUN.
       H600-READ-WRITE-OFFS.
           OPEN INPUT AUDIT-FILE
           IF AUD-SUCCES
               SET WS-AUD-OPENED TO TRUE
               PERFORM H615-READ-AUDIT
           ELSE
               IF AUD-NOT-FOUND
                   MOVE 10 TO AUD-ST
               ELSE
                   MOVE "MNTAUDIT ACILAMADI" TO WS-ABEND-MSG
                   MOVE AUD-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           PERFORM H610-ONE-AUDIT UNTIL AUD-EOF
           IF WS-AUD-OPENED
               CLOSE AUDIT-FILE
           END-IF
           IF WS-AUD-READ-CNT < WS-AUD-BASLA-CNT
               MOVE "MNTAUDIT GLMARK KAYDINDAN KISA" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H600-END. EXIT.
      *
       H610-ONE-AUDIT.
           ADD 1 TO WS-AUD-READ-CNT
           IF AUD-CODE = "W"
              AND WS-AUD-READ-CNT > WS-AUD-BASLA-CNT
              AND (WS-MRK-FOUND OR AUD-DATE NOT < WS-RUN-DATE)
               MOVE AUD-BEFORE TO WS-B-IMAGE
               ADD 1          TO WS-WOF-CNT
               ADD WS-B-TUTAR TO WS-WOF-TUT
               MOVE WS-B-SUBE   TO WS-WRK-SUBE
               MOVE "TR"        TO WS-WRK-TIP
               MOVE WS-B-TUTAR  TO WS-WRK-TUTAR
               PERFORM H260-WRITE-WORK
           END-IF
           PERFORM H615-READ-AUDIT.
       H610-END. EXIT.
      *
       H615-READ-AUDIT.
           READ AUDIT-FILE
           IF NOT AUD-SUCCES AND NOT AUD-EOF
               MOVE "MNTAUDIT OKUMA HATASI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H615-END. EXIT.
      *
      * A JOURNAL WITHOUT A TRAILER NEVER TIES; ITS TRAILER FIGURES
      * STAY ZERO AND THE CHECK FAILS UNLESS THE JOURNAL IS EMPTY
      * TOO. A MISSING REVJRNL OR RCVJRNL IS ZERO AGAINST ZERO.
       H700-CHECK-SOURCES.
           MOVE "PAYJRNL ODEME"     TO GCK-TEXT
           MOVE WS-PAY-CNT          TO WS-CHK-CNT1
           MOVE WS-PAY-TRL-CNT      TO WS-CHK-CNT2
           MOVE WS-PAY-TUT          TO WS-CHK-TUT1
           MOVE WS-PAY-TRL-TUT      TO WS-CHK-TUT2
           PERFORM H710-JUDGE-ONE-SOURCE
           IF NOT WS-PAY-TRL-SEEN
               PERFORM H740-REPORT-NO-TRAILER
           END-IF
           MOVE "ACRJRNL TAHAKKUK"  TO GCK-TEXT
           MOVE WS-ACR-CNT          TO WS-CHK-CNT1
           MOVE WS-ACR-TRL-CNT      TO WS-CHK-CNT2
           MOVE WS-ACR-TUT          TO WS-CHK-TUT1
           MOVE WS-ACR-TRL-TUT      TO WS-CHK-TUT2
           PERFORM H710-JUDGE-ONE-SOURCE
           IF NOT WS-ACR-TRL-SEEN
               PERFORM H740-REPORT-NO-TRAILER
           END-IF
           MOVE "REVJRNL IADE"      TO GCK-TEXT
           MOVE WS-REV-CNT          TO WS-CHK-CNT1
           MOVE WS-REV-TRL-CNT      TO WS-CHK-CNT2
           MOVE WS-REV-TUT          TO WS-CHK-TUT1
           MOVE WS-REV-TRL-TUT      TO WS-CHK-TUT2
           PERFORM H710-JUDGE-ONE-SOURCE
           IF WS-REV-OPENED AND NOT WS-REV-TRL-SEEN
               PERFORM H740-REPORT-NO-TRAILER
           END-IF
           MOVE "RCVJRNL TAHSILAT"  TO GCK-TEXT
           MOVE WS-RCV-CNT          TO WS-CHK-CNT1
           MOVE WS-RCV-TRL-CNT      TO WS-CHK-CNT2
           MOVE WS-RCV-TUT          TO WS-CHK-TUT1
           MOVE WS-RCV-TRL-TUT      TO WS-CHK-TUT2
           PERFORM H710-JUDGE-ONE-SOURCE
           IF WS-RJR-OPENED AND NOT WS-RCV-TRL-SEEN
               PERFORM H740-REPORT-NO-TRAILER
           END-IF.
       H700-END. EXIT.
      *
       H710-JUDGE-ONE-SOURCE.
           MOVE " ADET= "  TO GCK-LBL-ADET
           MOVE WS-CHK-CNT1 TO GCK-ADET1
           MOVE "/"        TO GCK-SEP1
           MOVE WS-CHK-CNT2 TO GCK-ADET2
           MOVE " TUTAR= " TO GCK-LBL-TUT
           MOVE WS-CHK-TUT1 TO GCK-TUT1
           MOVE "/"        TO GCK-SEP2
           MOVE WS-CHK-TUT2 TO GCK-TUT2
           IF WS-CHK-CNT1 = WS-CHK-CNT2
              AND WS-CHK-TUT1 = WS-CHK-TUT2
               PERFORM H720-WRITE-GOOD
           ELSE
               PERFORM H730-WRITE-BAD
           END-IF.
       H710-END. EXIT.
      *
       H720-WRITE-GOOD.
           ADD 1 TO WS-CHECK-CNT
           MOVE "UYUMLU:   " TO GCK-TAG
           PERFORM H750-WRITE-CHECK-LINE.
       H720-END. EXIT.
      *
       H730-WRITE-BAD.
           ADD 1 TO WS-CHECK-CNT
           ADD 1 TO WS-BAD-CNT
           MOVE "UYUMSUZ:  " TO GCK-TAG
           PERFORM H750-WRITE-CHECK-LINE.
       H730-END. EXIT.
      *
       H740-REPORT-NO-TRAILER.
           INITIALIZE GL-CHECK-REC
           MOVE "  TRAILER KAYDI YOK" TO GCK-TEXT
           PERFORM H730-WRITE-BAD.
       H740-END. EXIT.
      *
       H750-WRITE-CHECK-LINE.
           MOVE SPACES TO GCK-FILL
           WRITE GL-CHECK-REC
           IF NOT RPT-SUCCES
               MOVE "GLRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H750-END. EXIT.
      *
       H800-BUILD-ENTRIES.
           CLOSE GL-WORK
           MOVE "N" TO WS-GLW-OPEN-SW
           SORT SORT-FILE ON ASCENDING KEY SORT-SUBE SORT-TIP
               USING GL-WORK GIVING GL-SORTED
           IF SORT-RETURN NOT = 0
               MOVE "GLWORK SIRALAMA BASARISIZ" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT GL-SORTED
           IF NOT SRTD-SUCCES
               MOVE "GLSORTD ACILAMADI" TO WS-ABEND-MSG
               MOVE SRTD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H815-READ-SORTED
           PERFORM H810-BUILD-ONE-ENTRY UNTIL SRTD-EOF
           CLOSE GL-SORTED
           PERFORM H830-WRITE-GL-TRAILER
           PERFORM H840-CHECK-BALANCE.
       H800-END. EXIT.
      *
       H810-BUILD-ONE-ENTRY.
           MOVE SRT-SUBE TO WS-CUR-SUBE
           MOVE SRT-TIP  TO WS-CUR-TIP
           MOVE ZEROS    TO WS-ENT-TUTAR WS-ENT-ADET
           PERFORM H811-ADD-ONE-MOVEMENT
               UNTIL SRTD-EOF
                  OR SRT-SUBE NOT = WS-CUR-SUBE
                  OR SRT-TIP  NOT = WS-CUR-TIP
           PERFORM H145-FIND-TYPE
           IF WS-FOUND-IX = ZEROS
               MOVE "GLWORK GECERSIZ HAREKET TIPI" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H820-WRITE-ENTRY.
       H810-END. EXIT.
      *
       H811-ADD-ONE-MOVEMENT.
           ADD 1         TO WS-ENT-ADET
           ADD SRT-TUTAR TO WS-ENT-TUTAR
           PERFORM H815-READ-SORTED.
       H811-END. EXIT.
      *
       H815-READ-SORTED.
           READ GL-SORTED
           IF NOT SRTD-SUCCES AND NOT SRTD-EOF
               MOVE "GLSORTD OKUMA HATASI" TO WS-ABEND-MSG
               MOVE SRTD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H815-END. EXIT.
      *
      * ONE ENTRY IS ONE DEBIT LINE AND ONE CREDIT LINE FOR THE SAME
      * AMOUNT, SO EVERY ENTRY BALANCES ON ITS OWN.
       H820-WRITE-ENTRY.
           INITIALIZE GL-REC
           MOVE WS-RUN-DATE                  TO GL-DATE
           MOVE WS-CUR-SUBE                  TO GL-SUBE
           MOVE WS-CUR-TIP                   TO GL-TIP
           MOVE WS-ACC-BORC(WS-FOUND-IX)     TO GL-HESAP
           MOVE "B"                          TO GL-BA
           MOVE WS-ENT-TUTAR                 TO GL-TUTAR
           MOVE WS-ENT-ADET                  TO GL-ADET
           MOVE WS-ACC-ACIKLAMA(WS-FOUND-IX) TO GL-ACIKLAMA
           PERFORM H825-WRITE-GL-LINE
           ADD 1            TO WS-BORC-CNT
           ADD WS-ENT-TUTAR TO WS-GL-BORC
           MOVE WS-ACC-ALACAK(WS-FOUND-IX)   TO GL-HESAP
           MOVE "A"                          TO GL-BA
           PERFORM H825-WRITE-GL-LINE
           ADD 1            TO WS-ALACAK-CNT
           ADD WS-ENT-TUTAR TO WS-GL-ALACAK
           ADD 1            TO WS-GL-ENTRY-CNT.
       H820-END. EXIT.
      *
       H825-WRITE-GL-LINE.
           WRITE GL-REC
           IF NOT GL-SUCCES
               MOVE "GLFILE YAZMA HATASI" TO WS-ABEND-MSG
               MOVE GL-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-GL-LINE-CNT.
       H825-END. EXIT.
      *
       H830-WRITE-GL-TRAILER.
           INITIALIZE GL-TRAILER-REC
           MOVE "TRLR:"        TO GLT-LABEL
           MOVE " SATIR= "     TO GLT-LBL-SAT
           MOVE WS-GL-LINE-CNT TO GLT-SATIR
           MOVE " BORC= "      TO GLT-LBL-BRC
           MOVE WS-GL-BORC     TO GLT-BORC
           MOVE " ALACAK= "    TO GLT-LBL-ALC
           MOVE WS-GL-ALACAK   TO GLT-ALACAK
           WRITE GL-TRAILER-REC
           IF NOT GL-SUCCES
               MOVE "GLFILE YAZMA HATASI" TO WS-ABEND-MSG
               MOVE GL-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H830-END. EXIT.
      *
       H840-CHECK-BALANCE.
           INITIALIZE GL-CHECK-REC
           MOVE "GLFILE BORC / ALACAK"   TO GCK-TEXT
           MOVE WS-BORC-CNT              TO WS-CHK-CNT1
           MOVE WS-ALACAK-CNT            TO WS-CHK-CNT2
           MOVE WS-GL-BORC               TO WS-CHK-TUT1
           MOVE WS-GL-ALACAK             TO WS-CHK-TUT2
           PERFORM H710-JUDGE-ONE-SOURCE
           INITIALIZE GL-CHECK-REC
           MOVE "GLFILE BORC / KAYNAK"   TO GCK-TEXT
           MOVE WS-GL-ENTRY-CNT          TO WS-CHK-CNT1
           MOVE WS-GL-ENTRY-CNT          TO WS-CHK-CNT2
           MOVE WS-GL-BORC               TO WS-CHK-TUT1
           COMPUTE WS-CHK-TUT2 = WS-PAY-TUT + WS-CT-TUT + WS-CI-TUT
                               + WS-WOF-TUT + WS-REV-TUT + WS-RCV-TUT
           PERFORM H710-JUDGE-ONE-SOURCE.
       H840-END. EXIT.
      *
       H850-WRITE-RPT-TRAILER.
           INITIALIZE GL-RPT-TRAILER-REC
           MOVE "TRLR:"       TO GRT-LABEL
           MOVE " KONTROL=  " TO GRT-LBL-CHK
           MOVE WS-CHECK-CNT  TO GRT-CHK-CNT
           MOVE " UYUMSUZ=  " TO GRT-LBL-BAD
           MOVE WS-BAD-CNT    TO GRT-BAD-CNT
           WRITE GL-RPT-TRAILER-REC
           IF NOT RPT-SUCCES
               MOVE "GLRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H850-END. EXIT.
      *
      * GLMARK MOVES ON ONLY AFTER A RUN WHOSE CHECKS ALL TIED.
       H860-WRITE-MARKER.
           OPEN OUTPUT MARK-FILE
           IF NOT MRK-SUCCES
               MOVE "GLMARK ACILAMADI (OUTPUT)" TO WS-ABEND-MSG
               MOVE MRK-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           INITIALIZE MRK-REC
           MOVE WS-RUN-DATE      TO MRK-DATE
           MOVE WS-AUD-BASLA-CNT TO MRK-ONCEKI-CNT
           MOVE WS-AUD-READ-CNT  TO MRK-CNT
           WRITE MRK-REC
           IF NOT MRK-SUCCES
               MOVE "GLMARK YAZMA HATASI" TO WS-ABEND-MSG
               MOVE MRK-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           CLOSE MARK-FILE.
       H860-END. EXIT.
      *
       H207-VALIDATE-ONE-DATE.
           MOVE "Y" TO WS-DATE-STATUS
           IF WS-CHK-DATE IS NOT NUMERIC OR WS-CHK-DATE = ZEROS
               MOVE "N" TO WS-DATE-STATUS
           ELSE
               IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   MOVE "N" TO WS-DATE-STATUS
               ELSE
                   PERFORM H208-COMPUTE-MAX-DAY
                   IF WS-CHK-DD < 1 OR WS-CHK-DD > WS-MAX-DAY
                       MOVE "N" TO WS-DATE-STATUS
                   END-IF
               END-IF
           END-IF.
       H207-END. EXIT.
      *
       H208-COMPUTE-MAX-DAY.
           EVALUATE WS-CHK-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MAX-DAY
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-MAX-DAY
               WHEN 02
                   IF (FUNCTION MOD(WS-CHK-YYYY, 4) = 0 AND
                       FUNCTION MOD(WS-CHK-YYYY, 100) NOT = 0)
                      OR FUNCTION MOD(WS-CHK-YYYY, 400) = 0
                       MOVE 29 TO WS-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 00 TO WS-MAX-DAY
           END-EVALUATE.
       H208-END. EXIT.
      *
      * RUNS BEFORE ANY FILE OF THE STEP IS OPENED: EVERY EARLIER
      * STEP OF THE NIGHTLY ORDER MUST HAVE COMPLETED FOR THE SAME
      * BUSINESS DATE (STEPDATE) WITHIN ITS RETURN CODE LIMIT, OR
      * HAVE BEEN OVERRIDDEN ON ODEV2STC. THE START IS THEN RECORDED
      * ON STEPCTL.
       H050-STEP-START.
           OPEN INPUT STEP-DATE
           IF NOT STD-SUCCES
               MOVE "STEPDATE ACILAMADI" TO WS-ABEND-MSG
               MOVE STD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ STEP-DATE
           IF NOT STD-SUCCES
               MOVE "STEPDATE OKUMA HATASI" TO WS-ABEND-MSG
               MOVE STD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF STD-BUS-DATE IS NOT NUMERIC OR STD-BUS-DATE = ZEROS
               MOVE "STEPDATE GECERSIZ TARIH" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE STD-BUS-DATE TO WS-STEP-DATE
           CLOSE STEP-DATE
           OPEN I-O STEP-CTL
           IF STC-NOT-FOUND
               OPEN OUTPUT STEP-CTL
               CLOSE STEP-CTL
               OPEN I-O STEP-CTL
           END-IF
           IF NOT STC-SUCCES
               MOVE "STEPCTL ACILAMADI" TO WS-ABEND-MSG
               MOVE STC-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H052-CHECK-PREDECESSOR
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX >= WS-STEP-OWN-IX
           PERFORM H054-MARK-START.
       H050-END. EXIT.
      *
       H052-CHECK-PREDECESSOR.
           MOVE SPACES TO WS-ABEND-MSG
           MOVE WS-STEP-DATE TO STC-DATE
           MOVE WS-STEP-LIST-NAME(WS-STEP-IX) TO STC-STEP
           READ STEP-CTL
           IF NOT STC-SUCCES AND NOT STC-NOTFND
               MOVE "STEPCTL OKUMA HATASI" TO WS-ABEND-MSG
               MOVE STC-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           EVALUATE TRUE
               WHEN STC-NOTFND
                   MOVE "ONCEKI ADIM CALISMAMIS" TO WS-ABEND-MSG
                   MOVE ZEROS TO WS-ABEND-STATUS
               WHEN STC-ATLANDI
                   CONTINUE
               WHEN STC-BASLADI
                   MOVE "ONCEKI ADIM TAMAMLANMAMIS" TO WS-ABEND-MSG
                   MOVE STC-RC TO WS-ABEND-STATUS
               WHEN STC-TAMAM
                   IF STC-RC > WS-STEP-LIST-MAXRC(WS-STEP-IX)
                       MOVE "ONCEKI ADIM RC UYGUN DEGIL"
                         TO WS-ABEND-MSG
                       MOVE STC-RC TO WS-ABEND-STATUS
                   END-IF
               WHEN OTHER
                   MOVE "ONCEKI ADIM HATALI BITMIS" TO WS-ABEND-MSG
                   MOVE STC-RC TO WS-ABEND-STATUS
           END-EVALUATE
           IF WS-ABEND-MSG NOT = SPACES
               DISPLAY "ODEV2GLI: ADIM KONTROLU - TARIH=" WS-STEP-DATE
                       " ONCEKI ADIM=" WS-STEP-LIST-NAME(WS-STEP-IX)
                       " DURUM=" STC-DURUM " RC=" STC-RC
               PERFORM H995-ABEND-JOB
           END-IF.
       H052-END. EXIT.
      *
       H054-MARK-START.
           ACCEPT WS-STEP-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-STAMP-TIME FROM TIME
           MOVE WS-STEP-DATE TO STC-DATE
           MOVE WS-STEP-NAME TO STC-STEP
           READ STEP-CTL
           IF NOT STC-SUCCES AND NOT STC-NOTFND
               MOVE "STEPCTL OKUMA HATASI" TO WS-ABEND-MSG
               MOVE STC-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF STC-NOTFND
               INITIALIZE STC-REC
               MOVE WS-STEP-DATE TO STC-DATE
               MOVE WS-STEP-NAME TO STC-STEP
           END-IF
           MOVE "B"                TO STC-DURUM
           MOVE ZEROS              TO STC-RC
           MOVE WS-STEP-STAMP-DATE TO STC-BAS-DATE
           MOVE WS-STEP-HHMMSS     TO STC-BAS-TIME
           MOVE ZEROS              TO STC-BIT-DATE STC-BIT-TIME
           ADD 1                   TO STC-RUN-CNT
           MOVE SPACES             TO STC-OVR-USER STC-OVR-REASON
           IF STC-NOTFND
               WRITE STC-REC
           ELSE
               REWRITE STC-REC
           END-IF
           IF NOT STC-SUCCES
               MOVE "STEPCTL YAZMA HATASI" TO WS-ABEND-MSG
               MOVE STC-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           SET WS-STEP-STARTED TO TRUE.
       H054-END. EXIT.
      *
      * COMPLETION WITH THE RETURN CODE OF THE RUN; AN ABEND (RC 16)
      * LEAVES THE STEP IN ERROR SO ITS SUCCESSORS WILL NOT RUN.
       H970-STEP-END.
           IF WS-STEP-STARTED
               MOVE "N" TO WS-STEP-SW
               MOVE RETURN-CODE TO WS-STEP-RC
               ACCEPT WS-STEP-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STEP-STAMP-TIME FROM TIME
               MOVE WS-STEP-DATE TO STC-DATE
               MOVE WS-STEP-NAME TO STC-STEP
               READ STEP-CTL
               IF NOT STC-SUCCES
                   MOVE "STEPCTL OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE STC-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               IF WS-STEP-RC < 16
                   MOVE "T" TO STC-DURUM
               ELSE
                   MOVE "H" TO STC-DURUM
               END-IF
               MOVE WS-STEP-RC         TO STC-RC
               MOVE WS-STEP-STAMP-DATE TO STC-BIT-DATE
               MOVE WS-STEP-HHMMSS     TO STC-BIT-TIME
               REWRITE STC-REC
               IF NOT STC-SUCCES
                   MOVE "STEPCTL YAZMA HATASI" TO WS-ABEND-MSG
                   MOVE STC-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               CLOSE STEP-CTL
               MOVE WS-STEP-RC TO RETURN-CODE
           END-IF.
       H970-END. EXIT.
      *
       H995-ABEND-JOB.
           DISPLAY "ODEV2GLI: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM H970-STEP-END
           STOP RUN.
       H995-END. EXIT.
      *
      * A FAILED CHECK LEAVES GLFILE WITHOUT ENTRIES (SOURCE CHECKS)
      * OR UNBALANCED (BALANCE CHECKS); EITHER WAY THE STEP ENDS
      * WITH RETURN CODE 16 AND THE FILE MUST NOT BE TRANSMITTED.
       H900-FINISH.
           PERFORM H850-WRITE-RPT-TRAILER.
           IF WS-GLW-OPENED
               CLOSE GL-WORK
           END-IF
           IF WS-BAD-CNT = ZEROS
               PERFORM H860-WRITE-MARKER
           END-IF
           CLOSE ACCT-REC
                 GL-FILE
                 GL-RPT.
           DISPLAY "ODEV2GLI: ODEME=" WS-PAY-CNT
                   " TAHAKKUK=" WS-ACR-CNT
                   " IADE=" WS-REV-CNT
                   " TAHSILAT=" WS-RCV-CNT
                   " TERKIN=" WS-WOF-CNT
                   " ASKI SUBE=" WS-SUSPENSE-CNT.
           DISPLAY "ODEV2GLI: KAYIT=" WS-GL-ENTRY-CNT
                   " BORC=" WS-GL-BORC
                   " ALACAK=" WS-GL-ALACAK
                   " KONTROL=" WS-CHECK-CNT
                   " UYUMSUZ=" WS-BAD-CNT.
           EVALUATE TRUE
               WHEN WS-BAD-CNT > 0
                   DISPLAY "ODEV2GLI: GL DOSYASI KAYNAKLA UYUMSUZ -"
                           " GONDERILMEYECEK"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SUSPENSE-CNT > 0
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM H970-STEP-END
           STOP RUN.
       H900-END. EXIT.
