       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2LGL.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * LEGAL REFERRAL OF ACCOUNTS PAST THE FINAL NOTICE. THE FIRST
      * BUCKET-4 LETTER ("SON IHTAR") ON LTRFILE OPENS A FINAL-NOTICE
      * RECORD ON IHTREC (KEYED BY ACCT-SEQ, DATED WITH THE RUN DATE);
      * ANY PAYMENT ON PAYJRNL DATED ON OR AFTER THAT DATE CLOSES IT
      * AGAIN. A NOTICE THAT IS LGLPARM N DAYS OLD (DEFAULT 15) WITH
      * NO PAYMENT IS REFERRED TO THE LAW FIRM UNLESS THE CUSTOMER
      * HAS AN UNEXPIRED PROMISE ON PROMNEW OR AN ACTIVE DISPUTE HOLD
      * ON HOLDREC (THE NOTICE WAITS), OR THE ACCOUNT IS CLOSED,
      * WRITTEN OFF OR ALREADY WITH THE LAW FIRM (THE NOTICE IS
      * DROPPED).
      * A REFERRAL WRITES LGLREF FOR THE LAW FIRM - ONE "H" RECORD
      * WITH NAME, ADDRESS FROM ADDRREC, BRANCH, PRINCIPAL
      * (ACCT-TUTAR) AND PENALTY (PENNEW), ONE "D" RECORD PER UNPAID
      * INSTFILE INSTALLMENT AND A TRLR: TRAILER - AND OPENS THE
      * ACCOUNT ON THE LEGAL-STATUS MASTER LEGALREC AS "S" (SEVK).
      * ODEV2LGM APPLIES THE LAW FIRM'S LATER STATUS CHANGES (DAVA,
      * UZLASMA, IADE); EVERY CHANGE IS AUDITED ON LGLAUDIT. WHILE
      * AN ACCOUNT IS SEVK, DAVA OR UZLASMA ODEV2C KEEPS IT OFF
      * COLLEXT AND WORKLIST. LGLRPT LISTS THE DAYS REFERRALS; A
      * REFERRAL WITH NO ADDRESS ON FILE IS FLAGGED AND ENDS THE RUN
      * WITH RC 8.
      * STEP 8 OF THE NIGHTLY ORDER KEPT ON STEPCTL: BEFORE ANY FILE
      * IS OPENED, EVERY EARLIER STEP MUST HAVE COMPLETED FOR THE
      * STEPDATE BUSINESS DATE; START, COMPLETION AND RETURN CODE
      * ARE RECORDED (STATUS AND OVERRIDES: ODEV2STC).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-JOURNAL ASSIGN PAYJRNL
                              STATUS JRN-ST.
           SELECT LETTER-FILE ASSIGN LTRFILE
                              STATUS LTR-ST.
           SELECT NOTICE-REC  ASSIGN IHTREC
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY IHT-SEQ
                              STATUS IHT-ST.
           SELECT ACCT-REC    ASSIGN ACCTREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY ACCT-SEQ
                              ALTERNATE RECORD KEY ACCT-SOYAD
                                  WITH DUPLICATES
                              STATUS ACCT-ST.
           SELECT ADDR-REC    ASSIGN ADDRREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY ADR-SEQ
                              STATUS ADR-ST.
           SELECT HOLD-REC    ASSIGN HOLDREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY HLD-SEQ
                              STATUS HLD-ST.
           SELECT LEGAL-REC   ASSIGN LEGALREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY LGL-SEQ
                              STATUS LGL-ST.
           SELECT PROM-NEW    ASSIGN PROMNEW
                              STATUS PRN-ST.
           SELECT INST-FILE   ASSIGN INSTFILE
                              STATUS INST-ST.
           SELECT PEN-FILE    ASSIGN PENNEW
                              STATUS PEN-ST.
           SELECT REF-FILE    ASSIGN LGLREF
                              STATUS REF-ST.
           SELECT AUDIT-FILE  ASSIGN LGLAUDIT
                              STATUS AUD-ST.
           SELECT LGL-RPT     ASSIGN LGLRPT
                              STATUS RPT-ST.
           SELECT PARM-FILE   ASSIGN LGLPARM
                              STATUS PARM-ST.
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
       FD  LETTER-FILE RECORDING MODE F.
       01  LETTER-REC.
           05  LTR-SEQ     PIC X(04).
           05  LTR-AD      PIC X(15).
           05  LTR-SOYAD   PIC X(15).
           05  LTR-DTAR    PIC 9(08).
           05  LTR-FARK    PIC S9(05) SIGN LEADING SEPARATE.
           05  LTR-TUTAR   PIC 9(09)V99.
           05  LTR-CEZA    PIC 9(09)V99.
           05  LTR-BUCKET  PIC 9(01).
           05  LTR-SUBE    PIC X(03).
           05  LTR-TEXT    PIC X(40).
           05  LTR-ADR1    PIC X(30).
           05  LTR-ADR2    PIC X(30).
           05  LTR-IL      PIC X(15).
           05  LTR-TEL     PIC X(11).
      *
      * FINAL-NOTICE REGISTER: DATE OF THE FIRST BUCKET-4 LETTER NOT
      * YET FOLLOWED BY A PAYMENT.
       FD  NOTICE-REC RECORDING MODE F.
       01  NOTICE-FIELDS.
           05  IHT-SEQ       PIC X(04).
           05  IHT-DATE      PIC 9(08).
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
       FD  ADDR-REC RECORDING MODE F.
       01  ADDR-FIELDS.
           05  ADR-SEQ    PIC X(04).
           05  ADR-LINE1  PIC X(30).
           05  ADR-LINE2  PIC X(30).
           05  ADR-IL     PIC X(15).
           05  ADR-TEL    PIC X(11).
           05  ADR-DNC    PIC X(01).
               88  ADR-ARANMAZ          VALUE "Y".
           05  ADR-DNC-REASON PIC X(25).
      *
       FD  HOLD-REC RECORDING MODE F.
       01  HOLD-FIELDS.
           05  HLD-SEQ       PIC X(04).
           05  HLD-REASON    PIC X(30).
           05  HLD-USER      PIC X(08).
           05  HLD-BAS-DATE  PIC 9(08).
           05  HLD-BIT-DATE  PIC 9(08).
           05  HLD-DURUM     PIC X(01).
               88  HLD-AKTIF            VALUE "A".
           05  HLD-KAL-USER  PIC X(08).
           05  HLD-KAL-DATE  PIC 9(08).
      *
      * LEGAL-STATUS MASTER, ONE RECORD PER ACCOUNT EVER REFERRED.
      * S = SEVK EDILDI, D = DAVA ACILDI, U = UZLASILDI (THE LAW
      * FIRM STILL FOLLOWS THE ACCOUNT), I = IADE (RETURNED TO
      * COLLECTIONS, MAY BE REFERRED AGAIN).
       FD  LEGAL-REC RECORDING MODE F.
       01  LEGAL-FIELDS.
           05  LGL-SEQ       PIC X(04).
           05  LGL-SUBE      PIC X(03).
           05  LGL-DURUM     PIC X(01).
               88  LGL-HUKUKTA          VALUE "S" "D" "U".
           05  LGL-SEVK-DATE PIC 9(08).
           05  LGL-IHTAR-DATE PIC 9(08).
           05  LGL-ANAPARA   PIC 9(09)V99.
           05  LGL-CEZA      PIC 9(09)V99.
           05  LGL-DRM-DATE  PIC 9(08).
           05  LGL-USER      PIC X(08).
           05  LGL-NOTE      PIC X(30).
      *
       FD  PROM-NEW RECORDING MODE F.
       01  PRN-REC.
           05  PRN-SEQ       PIC X(04).
           05  PRN-PROM-DATE PIC 9(08).
           05  PRN-TUTAR     PIC 9(09)V99.
           05  PRN-RESP-DATE PIC 9(08).
      *
       FD  INST-FILE RECORDING MODE F.
       01  INST-REC.
           05  INST-SEQ    PIC X(04).
           05  INST-NO     PIC 9(03).
           05  INST-DTAR   PIC 9(08).
           05  INST-TUTAR  PIC 9(09)V99.
           05  INST-PAID   PIC X(01).
               88  INST-ODENDI          VALUE "Y".
      *
       FD  PEN-FILE RECORDING MODE F.
       01  PEN-REC.
           05  PEN-SEQ     PIC X(04).
           05  PEN-TUTAR   PIC 9(09)V99.
           05  PEN-ASKI-GUN PIC 9(05).
           05  PEN-DATE    PIC 9(08).
      *
       FD  REF-FILE RECORDING MODE F.
       01  REF-HDR-REC.
           05  RFH-TIP       PIC X(01).
           05  RFH-SEQ       PIC X(04).
           05  RFH-AD        PIC X(15).
           05  RFH-SOYAD     PIC X(15).
           05  RFH-ADR1      PIC X(30).
           05  RFH-ADR2      PIC X(30).
           05  RFH-IL        PIC X(15).
           05  RFH-TEL       PIC X(11).
           05  RFH-SUBE      PIC X(03).
           05  RFH-ANAPARA   PIC 9(09)V99.
           05  RFH-CEZA      PIC 9(09)V99.
           05  RFH-IHTAR-DATE PIC 9(08).
           05  RFH-SEVK-DATE PIC 9(08).
           05  RFH-FILL      PIC X(03).
      *
       01  REF-INST-REC.
           05  RFD-TIP       PIC X(01).
           05  RFD-SEQ       PIC X(04).
           05  RFD-NO        PIC 9(03).
           05  RFD-DTAR      PIC 9(08).
           05  RFD-TUTAR     PIC 9(09)V99.
           05  RFD-FILL      PIC X(138).
      *
       01  REF-TRAILER-REC.
           05  RFT-LABEL     PIC X(05).
           05  RFT-LBL-DOSYA PIC X(08).
           05  RFT-DOSYA     PIC ZZZZZZ9.
           05  RFT-LBL-TAK   PIC X(09).
           05  RFT-TAK       PIC ZZZZZZ9.
           05  RFT-LBL-TUT   PIC X(09).
           05  RFT-TUTAR     PIC ZZZZZZZZZZ9.99.
           05  RFT-FILL      PIC X(106).
      *
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
           05  AUD-DATE      PIC 9(08).
           05  AUD-TIME      PIC 9(06).
           05  AUD-USER      PIC X(08).
           05  AUD-CODE      PIC X(01).
           05  AUD-SEQ       PIC X(04).
           05  AUD-BEFORE    PIC X(92).
           05  AUD-AFTER     PIC X(92).
      *
       FD  LGL-RPT RECORDING MODE F.
       01  LRP-HDR-REC.
           05  LRH-TAG       PIC X(08).
           05  LRH-TEXT      PIC X(30).
           05  LRH-DATE      PIC 9(08).
           05  LRH-GUN-LBL   PIC X(07).
           05  LRH-GUN       PIC ZZ9.
           05  LRH-FILL      PIC X(77).
      *
       01  LRP-DETAIL-REC.
           05  LRD-TAG       PIC X(08).
           05  LRD-SEQ       PIC X(04).
           05  LRD-SP1       PIC X(01).
           05  LRD-AD        PIC X(15).
           05  LRD-SP2       PIC X(01).
           05  LRD-SOYAD     PIC X(15).
           05  LRD-SUBE-LBL  PIC X(06).
           05  LRD-SUBE      PIC X(03).
           05  LRD-ANA-LBL   PIC X(09).
           05  LRD-ANAPARA   PIC ZZZZZZZZ9.99.
           05  LRD-CEZA-LBL  PIC X(06).
           05  LRD-CEZA      PIC ZZZZZZZZ9.99.
           05  LRD-IHT-LBL   PIC X(07).
           05  LRD-IHT-DATE  PIC 9(08).
           05  LRD-TAK-LBL   PIC X(08).
           05  LRD-TAK-CNT   PIC ZZ9.
           05  LRD-ADR-FLAG  PIC X(10).
           05  LRD-FILL      PIC X(05).
      *
       01  LRP-TRAILER-REC.
           05  LRT-LABEL     PIC X(05).
           05  LRT-LBL-YENI  PIC X(08).
           05  LRT-YENI-CNT  PIC ZZZZZZ9.
           05  LRT-LBL-ODE   PIC X(08).
           05  LRT-ODE-CNT   PIC ZZZZZZ9.
           05  LRT-LBL-SOZ   PIC X(06).
           05  LRT-SOZ-CNT   PIC ZZZZZZ9.
           05  LRT-LBL-ITR   PIC X(10).
           05  LRT-ITR-CNT   PIC ZZZZZZ9.
           05  LRT-LBL-SEVK  PIC X(07).
           05  LRT-SEVK-CNT  PIC ZZZZZZ9.
           05  LRT-LBL-IPT   PIC X(08).
           05  LRT-IPT-CNT   PIC ZZZZZZ9.
           05  LRT-LBL-BEK   PIC X(11).
           05  LRT-BEK-CNT   PIC ZZZZZZ9.
           05  LRT-FILL      PIC X(21).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-DATE PIC 9(08).
           05  PARM-GUN      PIC 9(03).
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
         05 LTR-ST           PIC 9(02).
           88 LTR-SUCCES               VALUE 00 97.
           88 LTR-EOF                  VALUE 10.
         05 IHT-ST           PIC 9(02).
           88 IHT-SUCCES               VALUE 00 97.
           88 IHT-EOF                  VALUE 10.
           88 IHT-NOTFND               VALUE 23.
           88 IHT-NOT-FOUND            VALUE 35.
         05 ACCT-ST          PIC 9(02).
           88 ACCT-SUCCES              VALUE 00 97.
           88 ACCT-NOTFND              VALUE 23.
         05 ADR-ST           PIC 9(02).
           88 ADR-SUCCES               VALUE 00 97.
           88 ADR-NOTFND               VALUE 23.
         05 HLD-ST           PIC 9(02).
           88 HLD-SUCCES               VALUE 00 97.
           88 HLD-NOTFND               VALUE 23.
           88 HLD-NOT-FOUND            VALUE 35.
         05 LGL-ST           PIC 9(02).
           88 LGL-SUCCES               VALUE 00 97.
           88 LGL-NOTFND               VALUE 23.
           88 LGL-NOT-FOUND            VALUE 35.
         05 PRN-ST           PIC 9(02).
           88 PRN-SUCCES               VALUE 00 97.
           88 PRN-EOF                  VALUE 10.
           88 PRN-NOT-FOUND            VALUE 35.
         05 INST-ST          PIC 9(02).
           88 INST-SUCCES              VALUE 00 97.
           88 INST-EOF                 VALUE 10.
           88 INST-NOT-FOUND           VALUE 35.
         05 PEN-ST           PIC 9(02).
           88 PEN-SUCCES               VALUE 00 97.
           88 PEN-EOF                  VALUE 10.
           88 PEN-NOT-FOUND            VALUE 35.
         05 REF-ST           PIC 9(02).
           88 REF-SUCCES               VALUE 00 97.
         05 AUD-ST           PIC 9(02).
           88 AUD-SUCCES               VALUE 00 97.
           88 AUD-NOT-FOUND            VALUE 35.
         05 RPT-ST           PIC 9(02).
           88 RPT-SUCCES               VALUE 00 97.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 WS-HLD-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-HLD-OPENED            VALUE "Y".
         05 WS-PRN-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-PRN-OPENED            VALUE "Y".
         05 WS-INST-OPEN-SW  PIC X(01) VALUE "N".
           88 WS-INST-OPENED           VALUE "Y".
         05 WS-PEN-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-PEN-OPENED            VALUE "Y".
         05 WS-PRN-KEY       PIC X(04) VALUE HIGH-VALUES.
         05 WS-INST-KEY      PIC X(04) VALUE HIGH-VALUES.
         05 WS-PEN-KEY       PIC X(04) VALUE HIGH-VALUES.
         05 WS-RUN-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-BEKLEME-GUN   PIC 9(03) VALUE 015.
         05 WS-INT-T         PIC 9(07).
         05 WS-GUN-FARK      PIC S9(07).
         05 WS-AUDIT-USER    PIC X(08) VALUE "ODEV2LGL".
         05 WS-BEFORE-IMAGE  PIC X(92).
         05 WS-CUR-CEZA      PIC 9(09)V99.
         05 WS-ACC-INST-CNT  PIC 9(03).
         05 WS-ACCT-FOUND-SW PIC X(01).
           88 WS-ACCT-FOUND            VALUE "Y".
         05 WS-LGL-FOUND-SW  PIC X(01).
           88 WS-LGL-FOUND             VALUE "Y".
         05 WS-ACC-LGL-SW    PIC X(01).
           88 WS-ACCT-LEGAL            VALUE "Y".
         05 WS-ACC-HOLD-SW   PIC X(01).
           88 WS-ACCT-HELD             VALUE "Y".
         05 WS-PROM-SW       PIC X(01).
           88 WS-PROMISE-OPEN          VALUE "Y".
         05 WS-ADR-SW        PIC X(01).
           88 WS-ADDR-MISSING          VALUE "Y".
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
       01 WS-TOTALS-AREA.
         05 WS-JRN-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-LTR-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-NEW-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-PAID-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-PROM-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-HOLD-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-REF-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-DROP-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-WAIT-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-NOADR-CNT     PIC 9(07) VALUE ZEROS.
         05 WS-REF-INST-CNT  PIC 9(07) VALUE ZEROS.
         05 WS-REF-TUTAR     PIC 9(11)V99 VALUE ZEROS.
       01 WS-STAMP-AREA.
         05 WS-STAMP-DATE    PIC 9(08).
         05 WS-STAMP-TIME    PIC 9(08).
         05 WS-STAMP-TIME-R REDEFINES WS-STAMP-TIME.
           10 WS-STAMP-HHMMSS PIC 9(06).
           10 FILLER          PIC 9(02).
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
         05 WS-STEP-NAME     PIC X(08) VALUE "ODEV2LGL".
         05 WS-STEP-OWN-IX   PIC 9(02) VALUE 08.
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
           PERFORM H200-CHECK-PAYMENT UNTIL JRN-EOF.
           PERFORM H300-CHECK-LETTER UNTIL LTR-EOF.
           PERFORM H400-SCAN-NOTICES.
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H130-READ-PARAMETERS
           OPEN INPUT PAY-JOURNAL
           IF NOT JRN-SUCCES
               MOVE "PAYJRNL ACILAMADI" TO WS-ABEND-MSG
               MOVE JRN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT LETTER-FILE
           IF NOT LTR-SUCCES
               MOVE "LTRFILE ACILAMADI" TO WS-ABEND-MSG
               MOVE LTR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN I-O NOTICE-REC
           IF IHT-NOT-FOUND
               OPEN OUTPUT NOTICE-REC
               CLOSE NOTICE-REC
               OPEN I-O NOTICE-REC
           END-IF
           IF NOT IHT-SUCCES
               MOVE "IHTREC ACILAMADI" TO WS-ABEND-MSG
               MOVE IHT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT ACCT-REC
           IF NOT ACCT-SUCCES
               MOVE "ACCTREC ACILAMADI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT ADDR-REC
           IF NOT ADR-SUCCES
               MOVE "ADDRREC ACILAMADI" TO WS-ABEND-MSG
               MOVE ADR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT HOLD-REC
           IF HLD-SUCCES
               SET WS-HLD-OPENED TO TRUE
           ELSE
               IF NOT HLD-NOT-FOUND
                   MOVE "HOLDREC ACILAMADI" TO WS-ABEND-MSG
                   MOVE HLD-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           OPEN I-O LEGAL-REC
           IF LGL-NOT-FOUND
               OPEN OUTPUT LEGAL-REC
               CLOSE LEGAL-REC
               OPEN I-O LEGAL-REC
           END-IF
           IF NOT LGL-SUCCES
               MOVE "LEGALREC ACILAMADI" TO WS-ABEND-MSG
               MOVE LGL-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H150-OPEN-CARRY-FILES
           OPEN OUTPUT REF-FILE
           IF NOT REF-SUCCES
               MOVE "LGLREF ACILAMADI" TO WS-ABEND-MSG
               MOVE REF-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF AUD-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUD-SUCCES
               MOVE "LGLAUDIT ACILAMADI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT LGL-RPT
           IF NOT RPT-SUCCES
               MOVE "LGLRPT ACILAMADI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           INITIALIZE LRP-HDR-REC
           MOVE "LGLRPT: "                       TO LRH-TAG
           MOVE "HUKUKI TAKIP SEVKLERI   TARIH=" TO LRH-TEXT
           MOVE WS-RUN-DATE                      TO LRH-DATE
           MOVE " SURE= "                        TO LRH-GUN-LBL
           MOVE WS-BEKLEME-GUN                   TO LRH-GUN
           WRITE LRP-HDR-REC
           IF NOT RPT-SUCCES
               MOVE "LGLRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H210-READ-JOURNAL
           PERFORM H310-READ-LETTER.
       H100-END. EXIT.
      *
      * A ZERO OR MISSING WAITING PERIOD MEANS THE STANDARD 15 DAYS.
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "LGLPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "LGLPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "LGLPARM GECERSIZ RUN DATE" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF WS-RUN-DATE NOT = WS-STEP-DATE
               MOVE "LGLPARM STEPDATE ILE FARKLI" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF PARM-GUN IS NUMERIC AND PARM-GUN > ZEROS
               MOVE PARM-GUN TO WS-BEKLEME-GUN
           END-IF
           COMPUTE WS-INT-T = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           CLOSE PARM-FILE.
       H130-END. EXIT.
      *
      * PROMNEW (ODEV2PRM), INSTFILE AND PENNEW (ODEV2ACR) ARE ALL IN
      * SEQ ORDER AND ARE MERGED AGAINST THE NOTICE REGISTER, WHICH
      * IS READ IN KEY ORDER. A MISSING FILE SIMPLY HAS NO RECORDS.
       H150-OPEN-CARRY-FILES.
           OPEN INPUT PROM-NEW
           IF PRN-SUCCES
               SET WS-PRN-OPENED TO TRUE
               PERFORM H451-READ-PROMISE
           ELSE
               IF NOT PRN-NOT-FOUND
                   MOVE "PROMNEW ACILAMADI" TO WS-ABEND-MSG
                   MOVE PRN-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           OPEN INPUT INST-FILE
           IF INST-SUCCES
               SET WS-INST-OPENED TO TRUE
               PERFORM H471-READ-INST
           ELSE
               IF NOT INST-NOT-FOUND
                   MOVE "INSTFILE ACILAMADI" TO WS-ABEND-MSG
                   MOVE INST-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           OPEN INPUT PEN-FILE
           IF PEN-SUCCES
               SET WS-PEN-OPENED TO TRUE
               PERFORM H466-READ-PENALTY
           ELSE
               IF NOT PEN-NOT-FOUND
                   MOVE "PENNEW ACILAMADI" TO WS-ABEND-MSG
                   MOVE PEN-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H150-END. EXIT.
      *
      * A PAYMENT DATED ON OR AFTER THE NOTICE DATE CLOSES THE
      * NOTICE; THE NEXT BUCKET-4 LETTER OPENS A NEW ONE. THE
      * JOURNAL TRAILER ("TRLR:") IS NOT A PAYMENT.
       H200-CHECK-PAYMENT.
           IF JRN-SEQ NOT = "TRLR"
               ADD 1 TO WS-JRN-CNT
               MOVE JRN-SEQ TO IHT-SEQ
               READ NOTICE-REC
               IF IHT-SUCCES
                   IF JRN-DATE NOT < IHT-DATE
                       PERFORM H220-DELETE-NOTICE
                       ADD 1 TO WS-PAID-CNT
                   END-IF
               ELSE
                   IF NOT IHT-NOTFND
                       MOVE "IHTREC OKUMA HATASI" TO WS-ABEND-MSG
                       MOVE IHT-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
               END-IF
           END-IF
           PERFORM H210-READ-JOURNAL.
       H200-END. EXIT.
      *
       H210-READ-JOURNAL.
           READ PAY-JOURNAL
           IF NOT JRN-SUCCES AND NOT JRN-EOF
               MOVE "PAYJRNL OKUMA HATASI" TO WS-ABEND-MSG
               MOVE JRN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H210-END. EXIT.
      *
       H220-DELETE-NOTICE.
           DELETE NOTICE-REC
           IF NOT IHT-SUCCES
               MOVE "IHTREC SILME HATASI" TO WS-ABEND-MSG
               MOVE IHT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H220-END. EXIT.
      *
      * ONLY THE FIRST FINAL NOTICE OF AN UNPAID SPELL IS REGISTERED;
      * LATER BUCKET-4 LETTERS KEEP THE ORIGINAL NOTICE DATE.
       H300-CHECK-LETTER.
           ADD 1 TO WS-LTR-CNT
           IF LTR-BUCKET = 4
               MOVE LTR-SEQ TO IHT-SEQ
               READ NOTICE-REC
               IF IHT-NOTFND
                   MOVE LTR-SEQ TO LGL-SEQ
                   PERFORM H430-READ-LEGAL
                   IF NOT WS-ACCT-LEGAL
                       MOVE LTR-SEQ     TO IHT-SEQ
                       MOVE WS-RUN-DATE TO IHT-DATE
                       WRITE NOTICE-FIELDS
                       IF NOT IHT-SUCCES
                           MOVE "IHTREC YAZMA HATASI" TO WS-ABEND-MSG
                           MOVE IHT-ST TO WS-ABEND-STATUS
                           PERFORM H995-ABEND-JOB
                       END-IF
                       ADD 1 TO WS-NEW-CNT
                   END-IF
               ELSE
                   IF NOT IHT-SUCCES
                       MOVE "IHTREC OKUMA HATASI" TO WS-ABEND-MSG
                       MOVE IHT-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
               END-IF
           END-IF
           PERFORM H310-READ-LETTER.
       H300-END. EXIT.
      *
       H310-READ-LETTER.
           READ LETTER-FILE
           IF NOT LTR-SUCCES AND NOT LTR-EOF
               MOVE "LTRFILE OKUMA HATASI" TO WS-ABEND-MSG
               MOVE LTR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H310-END. EXIT.
      *
      * EVERY NOTICE AT LEAST N DAYS OLD IS DECIDED HERE; YOUNGER
      * NOTICES KEEP WAITING FOR A PAYMENT.
       H400-SCAN-NOTICES.
           MOVE LOW-VALUES TO IHT-SEQ
           START NOTICE-REC KEY NOT < IHT-SEQ
           IF IHT-SUCCES
               PERFORM H411-READ-NEXT-NOTICE
               PERFORM H410-CHECK-ONE-NOTICE UNTIL IHT-EOF
           ELSE
               IF NOT IHT-NOTFND
                   MOVE "IHTREC START HATASI" TO WS-ABEND-MSG
                   MOVE IHT-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H400-END. EXIT.
      *
       H410-CHECK-ONE-NOTICE.
           COMPUTE WS-GUN-FARK =
               WS-INT-T - FUNCTION INTEGER-OF-DATE(IHT-DATE)
           IF WS-GUN-FARK < WS-BEKLEME-GUN
               ADD 1 TO WS-WAIT-CNT
           ELSE
               PERFORM H420-DECIDE-NOTICE
           END-IF
           PERFORM H411-READ-NEXT-NOTICE.
       H410-END. EXIT.
      *
       H411-READ-NEXT-NOTICE.
           READ NOTICE-REC NEXT RECORD
           IF NOT IHT-SUCCES AND NOT IHT-EOF
               MOVE "IHTREC OKUMA HATASI" TO WS-ABEND-MSG
               MOVE IHT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H411-END. EXIT.
      *
      * A CLOSED, WRITTEN-OFF OR UNKNOWN ACCOUNT, OR ONE ALREADY WITH
      * THE LAW FIRM, NEEDS NO REFERRAL: THE NOTICE IS DROPPED. A
      * HOLD OR AN UNEXPIRED PROMISE ONLY POSTPONES IT.
       H420-DECIDE-NOTICE.
           MOVE "N" TO WS-ACCT-FOUND-SW
           MOVE IHT-SEQ TO ACCT-SEQ
           READ ACCT-REC
           IF ACCT-SUCCES
               MOVE "Y" TO WS-ACCT-FOUND-SW
           ELSE
               IF NOT ACCT-NOTFND
                   MOVE "ACCTREC OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE ACCT-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           MOVE IHT-SEQ TO LGL-SEQ
           PERFORM H430-READ-LEGAL
           PERFORM H440-CHECK-HOLD
           PERFORM H450-CHECK-PROMISE
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
               WHEN ACCT-KAPALI
               WHEN ACCT-TERKIN
               WHEN WS-ACCT-LEGAL
                   PERFORM H220-DELETE-NOTICE
                   ADD 1 TO WS-DROP-CNT
               WHEN WS-ACCT-HELD
                   ADD 1 TO WS-HOLD-CNT
               WHEN WS-PROMISE-OPEN
                   ADD 1 TO WS-PROM-CNT
               WHEN OTHER
                   PERFORM H460-REFER-ACCOUNT
           END-EVALUATE.
       H420-END. EXIT.
      *
      * LGL-SEQ IS SET BY THE CALLER.
       H430-READ-LEGAL.
           MOVE "N" TO WS-LGL-FOUND-SW WS-ACC-LGL-SW
           MOVE SPACES TO WS-BEFORE-IMAGE
           READ LEGAL-REC
           IF LGL-SUCCES
               MOVE "Y" TO WS-LGL-FOUND-SW
               MOVE LEGAL-FIELDS TO WS-BEFORE-IMAGE
               IF LGL-HUKUKTA
                   MOVE "Y" TO WS-ACC-LGL-SW
               END-IF
           ELSE
               IF NOT LGL-NOTFND
                   MOVE "LEGALREC OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE LGL-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H430-END. EXIT.
      *
       H440-CHECK-HOLD.
           MOVE "N" TO WS-ACC-HOLD-SW
           IF WS-HLD-OPENED
               MOVE IHT-SEQ TO HLD-SEQ
               READ HOLD-REC
               IF HLD-SUCCES
                   IF HLD-AKTIF
                      AND HLD-BAS-DATE NOT > WS-RUN-DATE
                      AND HLD-BIT-DATE NOT < WS-RUN-DATE
                       MOVE "Y" TO WS-ACC-HOLD-SW
                   END-IF
               ELSE
                   IF NOT HLD-NOTFND
                       MOVE "HOLDREC OKUMA HATASI" TO WS-ABEND-MSG
                       MOVE HLD-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
               END-IF
           END-IF.
       H440-END. EXIT.
      *
       H450-CHECK-PROMISE.
           MOVE "N" TO WS-PROM-SW
           PERFORM H451-READ-PROMISE
               UNTIL WS-PRN-KEY >= IHT-SEQ
           PERFORM H452-EVAL-ONE-PROMISE
               UNTIL WS-PRN-KEY > IHT-SEQ.
       H450-END. EXIT.
      *
       H451-READ-PROMISE.
           READ PROM-NEW
           IF PRN-SUCCES
               MOVE PRN-SEQ TO WS-PRN-KEY
           ELSE
               IF PRN-EOF
                   MOVE HIGH-VALUES TO WS-PRN-KEY
               ELSE
                   MOVE "PROMNEW OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE PRN-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H451-END. EXIT.
      *
       H452-EVAL-ONE-PROMISE.
           IF PRN-PROM-DATE NOT < WS-RUN-DATE
               MOVE "Y" TO WS-PROM-SW
           END-IF
           PERFORM H451-READ-PROMISE.
       H452-END. EXIT.
      *
      * REFERRAL: LGLREF "H" RECORD, ONE "D" RECORD PER UNPAID
      * INSTALLMENT, THE LEGALREC RECORD (A RETURNED ACCOUNT IS
      * REOPENED AS SEVK), ITS AUDIT IMAGE AND THE LGLRPT LINE. THE
      * NOTICE HAS DONE ITS WORK AND IS REMOVED.
       H460-REFER-ACCOUNT.
           PERFORM H465-GET-PENALTY
           PERFORM H480-GET-ADDRESS
           INITIALIZE REF-HDR-REC
           MOVE "H"          TO RFH-TIP
           MOVE ACCT-SEQ     TO RFH-SEQ
           MOVE ACCT-AD      TO RFH-AD
           MOVE ACCT-SOYAD   TO RFH-SOYAD
           IF NOT WS-ADDR-MISSING
               MOVE ADR-LINE1 TO RFH-ADR1
               MOVE ADR-LINE2 TO RFH-ADR2
               MOVE ADR-IL    TO RFH-IL
               MOVE ADR-TEL   TO RFH-TEL
           END-IF
           MOVE ACCT-SUBE    TO RFH-SUBE
           MOVE ACCT-TUTAR   TO RFH-ANAPARA
           MOVE WS-CUR-CEZA  TO RFH-CEZA
           MOVE IHT-DATE     TO RFH-IHTAR-DATE
           MOVE WS-RUN-DATE  TO RFH-SEVK-DATE
           WRITE REF-HDR-REC
           IF NOT REF-SUCCES
               MOVE "LGLREF YAZMA HATASI" TO WS-ABEND-MSG
               MOVE REF-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE ZEROS TO WS-ACC-INST-CNT
           PERFORM H471-READ-INST
               UNTIL WS-INST-KEY >= IHT-SEQ
           PERFORM H472-WRITE-ONE-INST
               UNTIL WS-INST-KEY > IHT-SEQ
           ADD 1          TO WS-REF-CNT
           ADD ACCT-TUTAR TO WS-REF-TUTAR
           PERFORM H490-WRITE-LEGAL
           PERFORM H220-DELETE-NOTICE
           PERFORM H495-WRITE-REPORT-LINE.
       H460-END. EXIT.
      *
       H465-GET-PENALTY.
           PERFORM H466-READ-PENALTY
               UNTIL WS-PEN-KEY >= IHT-SEQ
           IF WS-PEN-KEY = IHT-SEQ
               MOVE PEN-TUTAR TO WS-CUR-CEZA
           ELSE
               MOVE ZEROS TO WS-CUR-CEZA
           END-IF.
       H465-END. EXIT.
      *
       H466-READ-PENALTY.
           READ PEN-FILE
           IF PEN-SUCCES
               MOVE PEN-SEQ TO WS-PEN-KEY
           ELSE
               IF PEN-EOF
                   MOVE HIGH-VALUES TO WS-PEN-KEY
               ELSE
                   MOVE "PENNEW OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE PEN-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H466-END. EXIT.
      *
       H471-READ-INST.
           READ INST-FILE
           IF INST-SUCCES
               MOVE INST-SEQ TO WS-INST-KEY
           ELSE
               IF INST-EOF
                   MOVE HIGH-VALUES TO WS-INST-KEY
               ELSE
                   MOVE "INSTFILE OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE INST-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H471-END. EXIT.
      *
       H472-WRITE-ONE-INST.
           IF NOT INST-ODENDI
               INITIALIZE REF-INST-REC
               MOVE "D"        TO RFD-TIP
               MOVE INST-SEQ   TO RFD-SEQ
               MOVE INST-NO    TO RFD-NO
               MOVE INST-DTAR  TO RFD-DTAR
               MOVE INST-TUTAR TO RFD-TUTAR
               WRITE REF-INST-REC
               IF NOT REF-SUCCES
                   MOVE "LGLREF YAZMA HATASI" TO WS-ABEND-MSG
                   MOVE REF-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               ADD 1 TO WS-ACC-INST-CNT WS-REF-INST-CNT
           END-IF
           PERFORM H471-READ-INST.
       H472-END. EXIT.
      *
       H480-GET-ADDRESS.
           MOVE "N" TO WS-ADR-SW
           MOVE ACCT-SEQ TO ADR-SEQ
           READ ADDR-REC
           IF NOT ADR-SUCCES
               IF ADR-NOTFND
                   MOVE "Y" TO WS-ADR-SW
                   ADD 1 TO WS-NOADR-CNT
               ELSE
                   MOVE "ADDRREC OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE ADR-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H480-END. EXIT.
      *
       H490-WRITE-LEGAL.
           INITIALIZE LEGAL-FIELDS
           MOVE ACCT-SEQ      TO LGL-SEQ
           MOVE ACCT-SUBE     TO LGL-SUBE
           MOVE "S"           TO LGL-DURUM
           MOVE WS-RUN-DATE   TO LGL-SEVK-DATE
           MOVE IHT-DATE      TO LGL-IHTAR-DATE
           MOVE ACCT-TUTAR    TO LGL-ANAPARA
           MOVE WS-CUR-CEZA   TO LGL-CEZA
           MOVE WS-RUN-DATE   TO LGL-DRM-DATE
           MOVE WS-AUDIT-USER TO LGL-USER
           MOVE SPACES        TO LGL-NOTE
           IF WS-LGL-FOUND
               REWRITE LEGAL-FIELDS
           ELSE
               WRITE LEGAL-FIELDS
           END-IF
           IF NOT LGL-SUCCES
               MOVE "LEGALREC YAZMA HATASI" TO WS-ABEND-MSG
               MOVE LGL-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE WS-STAMP-DATE   TO AUD-DATE
           MOVE WS-STAMP-HHMMSS TO AUD-TIME
           MOVE WS-AUDIT-USER   TO AUD-USER
           MOVE LGL-DURUM       TO AUD-CODE
           MOVE LGL-SEQ         TO AUD-SEQ
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
           MOVE LEGAL-FIELDS    TO AUD-AFTER
           WRITE AUDIT-REC
           IF NOT AUD-SUCCES
               MOVE "LGLAUDIT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H490-END. EXIT.
      *
       H495-WRITE-REPORT-LINE.
           INITIALIZE LRP-DETAIL-REC
           MOVE "SEVK:   "      TO LRD-TAG
           MOVE ACCT-SEQ        TO LRD-SEQ
           MOVE ACCT-AD         TO LRD-AD
           MOVE ACCT-SOYAD      TO LRD-SOYAD
           MOVE " SUBE="        TO LRD-SUBE-LBL
           MOVE ACCT-SUBE       TO LRD-SUBE
           MOVE " ANAPARA="     TO LRD-ANA-LBL
           MOVE ACCT-TUTAR      TO LRD-ANAPARA
           MOVE " CEZA="        TO LRD-CEZA-LBL
           MOVE WS-CUR-CEZA     TO LRD-CEZA
           MOVE " IHTAR="       TO LRD-IHT-LBL
           MOVE IHT-DATE        TO LRD-IHT-DATE
           MOVE " TAKSIT="      TO LRD-TAK-LBL
           MOVE WS-ACC-INST-CNT TO LRD-TAK-CNT
           IF WS-ADDR-MISSING
               MOVE " ADRES YOK" TO LRD-ADR-FLAG
           END-IF
           WRITE LRP-DETAIL-REC
           IF NOT RPT-SUCCES
               MOVE "LGLRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H495-END. EXIT.
      *
       H500-WRITE-TRAILERS.
           INITIALIZE REF-TRAILER-REC
           MOVE "TRLR:"         TO RFT-LABEL
           MOVE " DOSYA= "      TO RFT-LBL-DOSYA
           MOVE WS-REF-CNT      TO RFT-DOSYA
           MOVE " TAKSIT= "     TO RFT-LBL-TAK
           MOVE WS-REF-INST-CNT TO RFT-TAK
           MOVE " TOPLAM= "     TO RFT-LBL-TUT
           MOVE WS-REF-TUTAR    TO RFT-TUTAR
           WRITE REF-TRAILER-REC
           IF NOT REF-SUCCES
               MOVE "LGLREF YAZMA HATASI" TO WS-ABEND-MSG
               MOVE REF-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           INITIALIZE LRP-TRAILER-REC
           MOVE "TRLR:"         TO LRT-LABEL
           MOVE " IHTAR= "      TO LRT-LBL-YENI
           MOVE WS-NEW-CNT      TO LRT-YENI-CNT
           MOVE " ODEME= "      TO LRT-LBL-ODE
           MOVE WS-PAID-CNT     TO LRT-ODE-CNT
           MOVE " SOZ= "        TO LRT-LBL-SOZ
           MOVE WS-PROM-CNT     TO LRT-SOZ-CNT
           MOVE " ITIRAZLI="    TO LRT-LBL-ITR
           MOVE WS-HOLD-CNT     TO LRT-ITR-CNT
           MOVE " SEVK= "       TO LRT-LBL-SEVK
           MOVE WS-REF-CNT      TO LRT-SEVK-CNT
           MOVE " IPTAL= "      TO LRT-LBL-IPT
           MOVE WS-DROP-CNT     TO LRT-IPT-CNT
           MOVE " BEKLEYEN= "   TO LRT-LBL-BEK
           MOVE WS-WAIT-CNT     TO LRT-BEK-CNT
           WRITE LRP-TRAILER-REC
           IF NOT RPT-SUCCES
               MOVE "LGLRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H500-END. EXIT.
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
               DISPLAY "ODEV2LGL: ADIM KONTROLU - TARIH=" WS-STEP-DATE
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
           DISPLAY "ODEV2LGL: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM H970-STEP-END
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           PERFORM H500-WRITE-TRAILERS
           CLOSE PAY-JOURNAL
                 LETTER-FILE
                 NOTICE-REC
                 ACCT-REC
                 ADDR-REC
                 LEGAL-REC
                 REF-FILE
                 AUDIT-FILE
                 LGL-RPT.
           IF WS-HLD-OPENED
               CLOSE HOLD-REC
           END-IF
           IF WS-PRN-OPENED
               CLOSE PROM-NEW
           END-IF
           IF WS-INST-OPENED
               CLOSE INST-FILE
           END-IF
           IF WS-PEN-OPENED
               CLOSE PEN-FILE
           END-IF
           DISPLAY "ODEV2LGL: ODEME=" WS-JRN-CNT
                   " MEKTUP=" WS-LTR-CNT
                   " YENI IHTAR=" WS-NEW-CNT
                   " ODENEN=" WS-PAID-CNT
                   " SEVK=" WS-REF-CNT
                   " SOZ=" WS-PROM-CNT
                   " ITIRAZLI=" WS-HOLD-CNT
                   " IPTAL=" WS-DROP-CNT
                   " BEKLEYEN=" WS-WAIT-CNT
                   " ADRESSIZ=" WS-NOADR-CNT.
           IF WS-NOADR-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM H970-STEP-END
           STOP RUN.
       H900-END. EXIT.
