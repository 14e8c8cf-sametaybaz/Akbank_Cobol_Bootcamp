       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2ASG.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * COLLECTOR ASSIGNMENT FOR THE WORKLIST. COLLTBL IS THE
      * COLLECTOR TABLE (BRANCH, COLLECTOR, NAME, CAPACITY, "A"
      * ACTIVE); ASGREC, KEYED BY ACCT-SEQ, HOLDS THE CURRENT OR
      * LAST ASSIGNMENT OF EVERY ACCOUNT. AN ACCOUNT ON THE RUN'S
      * WORKLIST (ODEV2C) STAYS WITH ITS COLLECTOR WHILE IT IS ON
      * THE LIST AND THE COLLECTOR IS STILL ACTIVE IN THE ACCOUNT'S
      * BRANCH, EVEN ABOVE CAPACITY; EVERY OTHER LISTED ACCOUNT GOES
      * TO THE LEAST LOADED ACTIVE COLLECTOR OF ITS BRANCH WHO IS
      * BELOW CAPACITY, OR IS LEFT UNASSIGNED AND REPORTED (RC 8).
      * AN ACCOUNT THAT HAS LEFT THE LIST IS RELEASED. THE COLLECTOR
      * OF EVERY ASSIGNED ACCOUNT IS STAMPED ON COLLEXT SO THE
      * COLLECTIONS SYSTEM ROUTES THE CALL TO THAT PERSON.
      * BEFORE THE LIST IS WORKED THE DAYS ACTIVITY IS WRITTEN TO THE
      * COLLECTOR ACTIVITY LOG (CLTOLD COPIED TO CLTNEW, GENERATION
      * ROTATED BY ODEV2GEN) FOR THE MONTHLY REPORT ODEV2CPR:
      * CONTACTS AND PROMISES ON COLLRESP, KEPT AND BROKEN PROMISES
      * ON PRMSONUC (ODEV2PRM) AND PAYMENTS ON PAYJRNL GO TO THE
      * ACCOUNT'S COLLECTOR, OR TO THE LAST ONE IF THE ACCOUNT WAS
      * RELEASED WITHIN ASGPARM N DAYS (DEFAULT 30). EACH ASSIGNED
      * ACCOUNT IS LOGGED ONCE A DAY, AND A RELEASED ACCOUNT STANDING
      * AT BUCKET 0 ON SNAPNEW IS LOGGED AS CURED. LOG RECORDS OLDER
      * THAN ASGPARM M DAYS (DEFAULT 400) ARE DROPPED; A RERUN FOR
      * THE SAME DATE REPLACES THAT DATE'S RECORDS AND CREDITS AN
      * ACCOUNT GIVEN OUT BY THE FIRST RUN TO THE COLLECTOR KEPT AS
      * ITS PREVIOUS ASSIGNMENT ON ASGREC. ASGRPT LISTS THE
      * DAYS ASSIGNMENTS AND EVERY COLLECTOR'S LOAD AND CAPACITY.
      * STEP 7 OF THE NIGHTLY ORDER KEPT ON STEPCTL: BEFORE ANY FILE
      * IS OPENED, EVERY EARLIER STEP MUST HAVE COMPLETED FOR THE
      * STEPDATE BUSINESS DATE; START, COMPLETION AND RETURN CODE
      * ARE RECORDED (STATUS AND OVERRIDES: ODEV2STC).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-LIST   ASSIGN WORKLIST
                              STATUS WKL-ST.
           SELECT COLL-TBL    ASSIGN COLLTBL
                              STATUS CLT-ST.
           SELECT ASG-REC     ASSIGN ASGREC
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY ASG-SEQ
                              STATUS ASG-ST.
           SELECT COLL-EXTRACT ASSIGN COLLEXT
                              STATUS CEXT-ST.
           SELECT RESP-FILE   ASSIGN COLLRESP
                              STATUS RESP-ST.
           SELECT PRM-SONUC   ASSIGN PRMSONUC
                              STATUS PRS-ST.
           SELECT PAY-JOURNAL ASSIGN PAYJRNL
                              STATUS JRN-ST.
           SELECT SNAP-NEW    ASSIGN SNAPNEW
                              STATUS SNAP-ST.
           SELECT ACT-OLD     ASSIGN CLTOLD
                              STATUS AOL-ST.
           SELECT ACT-NEW     ASSIGN CLTNEW
                              STATUS ACT-ST.
           SELECT ASG-RPT     ASSIGN ASGRPT
                              STATUS RPT-ST.
           SELECT PARM-FILE   ASSIGN ASGPARM
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
       FD  WORK-LIST RECORDING MODE F.
       01  WKL-REC.
           05  WKL-RANK       PIC ZZZZ9.
           05  WKL-SP1        PIC X(01).
           05  WKL-SEQ        PIC X(04).
           05  WKL-SP2        PIC X(01).
           05  WKL-AD         PIC X(15).
           05  WKL-SOYAD      PIC X(15).
           05  WKL-VADE-LBL   PIC X(06).
           05  WKL-DTAR       PIC 9(08).
           05  WKL-FARK-LBL   PIC X(06).
           05  WKL-FARK       PIC S9(05) SIGN LEADING SEPARATE.
           05  WKL-TUT-LBL    PIC X(07).
           05  WKL-TUTAR      PIC ZZZZZZZZ9.99.
           05  WKL-SUBE-LBL   PIC X(06).
           05  WKL-SUBE       PIC X(03).
           05  WKL-SP3        PIC X(01).
           05  WKL-BUCKET-LBL PIC X(20).
           05  WKL-BRK-LBL    PIC X(12).
      *
       FD  COLL-TBL RECORDING MODE F.
       01  CLT-REC.
           05  CLT-SUBE      PIC X(03).
           05  CLT-TOPLAYICI PIC X(08).
           05  CLT-AD        PIC X(20).
           05  CLT-KAPASITE  PIC 9(03).
           05  CLT-DURUM     PIC X(01).
               88  CLT-AKTIF            VALUE "A".
      *
      * ASSIGNMENT MASTER: "A" WHILE THE ACCOUNT IS ASSIGNED, "B"
      * (BIRAKILDI) WITH THE RELEASE DATE ONCE IT LEFT THE LIST.
      * ASG-SON-DATE IS THE LAST RUN THAT HAD IT ON THE WORKLIST.
      * THE ONCEKI FIELDS KEEP THE ASSIGNMENT THE ACCOUNT HAD BEFORE
      * IT WAS LAST GIVEN OUT, SO A RERUN OF THAT DATE STILL CREDITS
      * THE DAY'S ACTIVITY TO THE COLLECTOR WHO WORKED IT.
       FD  ASG-REC RECORDING MODE F.
       01  ASG-FIELDS.
           05  ASG-SEQ       PIC X(04).
           05  ASG-SUBE      PIC X(03).
           05  ASG-TOPLAYICI PIC X(08).
           05  ASG-BAS-DATE  PIC 9(08).
           05  ASG-SON-DATE  PIC 9(08).
           05  ASG-DURUM     PIC X(01).
               88  ASG-AKTIF            VALUE "A".
               88  ASG-BIRAKILDI        VALUE "B".
           05  ASG-BIT-DATE  PIC 9(08).
           05  ASG-ONCEKI-TOPLAYICI PIC X(08).
           05  ASG-ONCEKI-SUBE      PIC X(03).
           05  ASG-ONCEKI-BIT-DATE  PIC 9(08).
      *
       FD  COLL-EXTRACT RECORDING MODE F.
       01  EXTRACT-REC.
           05  EXTR-SEQ    PIC X(04).
           05  EXTR-AD     PIC X(15).
           05  EXTR-SOYAD  PIC X(15).
           05  EXTR-DTAR   PIC 9(08).
           05  EXTR-FARK   PIC S9(05) SIGN LEADING SEPARATE.
           05  EXTR-TUTAR  PIC 9(09)V99.
           05  EXTR-CEZA   PIC 9(09)V99.
           05  EXTR-SUBE   PIC X(03).
           05  EXTR-TEL    PIC X(11).
           05  EXTR-DNC    PIC X(01).
           05  EXTR-TOPLAYICI PIC X(08).
      *
       FD  RESP-FILE RECORDING MODE F.
       01  RESP-REC.
           05  RESP-SEQ    PIC X(04).
           05  RESP-ACTION PIC X(02).
               88  RESP-SOZ             VALUE "PP".
           05  RESP-DATE   PIC 9(08).
           05  RESP-PROM-TUTAR PIC 9(09)V99.
           05  RESP-PROM-DATE  PIC 9(08).
      *
       FD  PRM-SONUC RECORDING MODE F.
       01  PRS-REC.
           05  PRS-SEQ       PIC X(04).
           05  PRS-SONUC     PIC X(01).
               88  PRS-TUTULDU          VALUE "T".
               88  PRS-IHLAL            VALUE "I".
           05  PRS-PROM-DATE PIC 9(08).
           05  PRS-TUTAR     PIC 9(09)V99.
           05  PRS-RESP-DATE PIC 9(08).
           05  PRS-RUN-DATE  PIC 9(08).
      *
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
       FD  SNAP-NEW RECORDING MODE F.
       01  SNAP-REC.
           05  SNAP-SEQ    PIC X(04).
           05  SNAP-BUCKET PIC 9(01).
           05  SNAP-FILL   PIC X(12).
      *
       01  SNAP-HDR-REC.
           05  SH-TAG      PIC X(04).
           05  SH-DATE     PIC 9(08).
           05  SH-RUNSEQ   PIC 9(05).
      *
       FD  ACT-OLD RECORDING MODE F.
       01  AOL-REC.
           05  AOL-DATE      PIC 9(08).
           05  FILLER        PIC X(27).
      *
      * COLLECTOR ACTIVITY LOG. ACT-TIP: G ASSIGNED THAT DAY,
      * R CONTACT (COLLRESP), P PROMISE TAKEN, T PROMISE KEPT,
      * I PROMISE BROKEN, O PAYMENT (PAYJRNL), C CURED TO BUCKET 0.
       FD  ACT-NEW RECORDING MODE F.
       01  ACT-REC.
           05  ACT-DATE      PIC 9(08).
           05  ACT-TOPLAYICI PIC X(08).
           05  ACT-SUBE      PIC X(03).
           05  ACT-SEQ       PIC X(04).
           05  ACT-TIP       PIC X(01).
           05  ACT-TUTAR     PIC 9(09)V99.
      *
       FD  ASG-RPT RECORDING MODE F.
       01  ARP-HDR-REC.
           05  ARH-TAG       PIC X(08).
           05  ARH-TEXT      PIC X(30).
           05  ARH-DATE      PIC 9(08).
           05  ARH-GUN-LBL   PIC X(07).
           05  ARH-GUN       PIC ZZ9.
           05  ARH-FILL      PIC X(77).
      *
       01  ARP-DETAIL-REC.
           05  ARD-TAG       PIC X(08).
           05  ARD-SEQ       PIC X(04).
           05  ARD-SP1       PIC X(01).
           05  ARD-AD        PIC X(15).
           05  ARD-SP2       PIC X(01).
           05  ARD-SOYAD     PIC X(15).
           05  ARD-SUBE-LBL  PIC X(06).
           05  ARD-SUBE      PIC X(03).
           05  ARD-TOP-LBL   PIC X(11).
           05  ARD-TOPLAYICI PIC X(08).
           05  ARD-ONC-LBL   PIC X(08).
           05  ARD-ONCEKI    PIC X(08).
           05  ARD-FARK-LBL  PIC X(06).
           05  ARD-FARK      PIC S9(05) SIGN LEADING SEPARATE.
           05  ARD-FILL      PIC X(33).
      *
       01  ARP-LOAD-REC.
           05  ARY-TAG       PIC X(08).
           05  ARY-SUBE-LBL  PIC X(05).
           05  ARY-SUBE      PIC X(03).
           05  ARY-SP1       PIC X(01).
           05  ARY-TOPLAYICI PIC X(08).
           05  ARY-SP2       PIC X(01).
           05  ARY-AD        PIC X(20).
           05  ARY-YUK-LBL   PIC X(05).
           05  ARY-YUK       PIC ZZZ9.
           05  ARY-KAP-LBL   PIC X(10).
           05  ARY-KAP       PIC ZZ9.
           05  ARY-YENI-LBL  PIC X(06).
           05  ARY-YENI      PIC ZZZ9.
           05  ARY-FLAG      PIC X(16).
           05  ARY-FILL      PIC X(39).
      *
       01  ARP-TRAILER-REC.
           05  ART-LABEL     PIC X(05).
           05  ART-LBL-LST   PIC X(07).
           05  ART-LST-CNT   PIC ZZZZZZ9.
           05  ART-LBL-KOR   PIC X(09).
           05  ART-KOR-CNT   PIC ZZZZZZ9.
           05  ART-LBL-YENI  PIC X(06).
           05  ART-YENI-CNT  PIC ZZZZZZ9.
           05  ART-LBL-KAP   PIC X(09).
           05  ART-KAP-CNT   PIC ZZZZZZ9.
           05  ART-LBL-BRK   PIC X(11).
           05  ART-BRK-CNT   PIC ZZZZZZ9.
           05  ART-LBL-IYI   PIC X(10).
           05  ART-IYI-CNT   PIC ZZZZZZ9.
           05  ART-LBL-DMG   PIC X(07).
           05  ART-DMG-CNT   PIC ZZZZZZ9.
           05  ART-FILL      PIC X(20).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-DATE PIC 9(08).
           05  PARM-GUN      PIC 9(03).
           05  PARM-SAKLA    PIC 9(03).
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
         05 WKL-ST           PIC 9(02).
           88 WKL-SUCCES               VALUE 00 97.
           88 WKL-EOF                  VALUE 10.
         05 CLT-ST           PIC 9(02).
           88 CLT-SUCCES               VALUE 00 97.
           88 CLT-EOF                  VALUE 10.
         05 ASG-ST           PIC 9(02).
           88 ASG-SUCCES               VALUE 00 97.
           88 ASG-EOF                  VALUE 10.
           88 ASG-NOTFND               VALUE 23.
           88 ASG-NOT-FOUND            VALUE 35.
         05 CEXT-ST          PIC 9(02).
           88 CEXT-SUCCES              VALUE 00 97.
           88 CEXT-EOF                 VALUE 10.
         05 RESP-ST          PIC 9(02).
           88 RESP-SUCCES              VALUE 00 97.
           88 RESP-EOF                 VALUE 10.
           88 RESP-NOT-FOUND           VALUE 35.
         05 PRS-ST           PIC 9(02).
           88 PRS-SUCCES               VALUE 00 97.
           88 PRS-EOF                  VALUE 10.
           88 PRS-NOT-FOUND            VALUE 35.
         05 JRN-ST           PIC 9(02).
           88 JRN-SUCCES               VALUE 00 97.
           88 JRN-EOF                  VALUE 10.
         05 SNAP-ST          PIC 9(02).
           88 SNAP-SUCCES              VALUE 00 97.
           88 SNAP-EOF                 VALUE 10.
         05 AOL-ST           PIC 9(02).
           88 AOL-SUCCES               VALUE 00 97.
           88 AOL-EOF                  VALUE 10.
           88 AOL-NOT-FOUND            VALUE 35.
         05 ACT-ST           PIC 9(02).
           88 ACT-SUCCES               VALUE 00 97.
         05 RPT-ST           PIC 9(02).
           88 RPT-SUCCES               VALUE 00 97.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 WS-RESP-OPEN-SW  PIC X(01) VALUE "N".
           88 WS-RESP-OPENED           VALUE "Y".
         05 WS-PRS-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-PRS-OPENED            VALUE "Y".
         05 WS-AOL-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-AOL-OPENED            VALUE "Y".
         05 WS-SNAP-KEY      PIC X(04) VALUE HIGH-VALUES.
         05 WS-RUN-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-ATF-GUN       PIC 9(03) VALUE 030.
         05 WS-SAKLA-GUN     PIC 9(03) VALUE 400.
         05 WS-INT-T         PIC 9(07).
         05 WS-GUN-FARK      PIC S9(07).
         05 WS-ACT-SEQ       PIC X(04).
         05 WS-ACT-TIP       PIC X(01).
         05 WS-ACT-TUTAR     PIC 9(09)V99.
         05 WS-ONCEKI        PIC X(08).
         05 WS-ASG-FOUND-SW  PIC X(01).
           88 WS-ASG-FOUND             VALUE "Y".
         05 WS-OWNER-SW      PIC X(01).
           88 WS-OWNER-FOUND           VALUE "Y".
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
       01 WS-TOTALS-AREA.
         05 WS-HIST-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-HIST-DROP-CNT PIC 9(07) VALUE ZEROS.
         05 WS-RESP-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-PRS-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-JRN-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-ACT-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-ORPHAN-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-LIST-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-KEPT-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-NEW-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-NOCAP-CNT     PIC 9(07) VALUE ZEROS.
         05 WS-REL-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-CURE-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-STAMP-CNT     PIC 9(07) VALUE ZEROS.
         05 WS-EXT-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-CLT-READ-CNT  PIC 9(07) VALUE ZEROS.
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
      *
      * THE COLLECTOR TABLE IS HELD IN STORAGE WITH EACH COLLECTOR'S
      * LOAD FOR THE RUN (ACCOUNTS KEPT PLUS ACCOUNTS GIVEN TODAY).
       01 WS-CLT-TABLE.
         05 WS-CLT-CNT       PIC 9(04) VALUE ZEROS.
         05 WS-CLT-IX        PIC 9(04).
         05 WS-FOUND-IX      PIC 9(04).
         05 WS-CLT-ENTRY OCCURS 300 TIMES.
           10 WS-CLT-SUBE     PIC X(03).
           10 WS-CLT-ID       PIC X(08).
           10 WS-CLT-AD       PIC X(20).
           10 WS-CLT-KAP      PIC 9(03).
           10 WS-CLT-DURUM    PIC X(01).
             88 WS-CLT-AKTIF           VALUE "A".
           10 WS-CLT-YUK      PIC 9(04).
           10 WS-CLT-YENI     PIC 9(04).
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
         05 WS-STEP-NAME     PIC X(08) VALUE "ODEV2ASG".
         05 WS-STEP-OWN-IX   PIC 9(02) VALUE 07.
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
           PERFORM H200-COPY-HISTORY.
           PERFORM H300-RECORD-RESPONSES.
           PERFORM H310-RECORD-PROMISES.
           PERFORM H320-RECORD-PAYMENTS.
           PERFORM H500-KEEP-PASS.
           PERFORM H600-ASSIGN-PASS.
           PERFORM H700-RELEASE-SCAN.
           PERFORM H750-STAMP-EXTRACT.
           PERFORM H800-WRITE-LOAD-LINES
               VARYING WS-CLT-IX FROM 1 BY 1
               UNTIL WS-CLT-IX > WS-CLT-CNT.
           PERFORM H850-WRITE-TRAILER.
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H130-READ-PARAMETERS
           PERFORM H110-LOAD-COLLECTORS
           OPEN I-O ASG-REC
           IF ASG-NOT-FOUND
               OPEN OUTPUT ASG-REC
               CLOSE ASG-REC
               OPEN I-O ASG-REC
           END-IF
           IF NOT ASG-SUCCES
               MOVE "ASGREC ACILAMADI" TO WS-ABEND-MSG
               MOVE ASG-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT ACT-NEW
           IF NOT ACT-SUCCES
               MOVE "CLTNEW ACILAMADI" TO WS-ABEND-MSG
               MOVE ACT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT ASG-RPT
           IF NOT RPT-SUCCES
               MOVE "ASGRPT ACILAMADI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           INITIALIZE ARP-HDR-REC
           MOVE "ASGRPT: "                       TO ARH-TAG
           MOVE "TOPLAYICI ATAMALARI     TARIH=" TO ARH-TEXT
           MOVE WS-RUN-DATE                      TO ARH-DATE
           MOVE " SURE= "                        TO ARH-GUN-LBL
           MOVE WS-ATF-GUN                       TO ARH-GUN
           WRITE ARP-HDR-REC
           PERFORM H990-CHECK-RPT.
       H100-END. EXIT.
      *
      * COLLTBL IS REQUIRED. A RECORD WITHOUT A BRANCH OR COLLECTOR
      * IS IGNORED; A NON-NUMERIC CAPACITY TAKES NO NEW ACCOUNTS.
       H110-LOAD-COLLECTORS.
           OPEN INPUT COLL-TBL
           IF NOT CLT-SUCCES
               MOVE "COLLTBL ACILAMADI" TO WS-ABEND-MSG
               MOVE CLT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H115-READ-COLLTBL
           PERFORM H111-LOAD-ONE-COLLECTOR UNTIL CLT-EOF
           CLOSE COLL-TBL.
       H110-END. EXIT.
      *
       H111-LOAD-ONE-COLLECTOR.
           ADD 1 TO WS-CLT-READ-CNT
           IF CLT-SUBE NOT = SPACES AND CLT-TOPLAYICI NOT = SPACES
               IF WS-CLT-CNT >= 300
                   MOVE "COLLTBL TABLO TASMASI" TO WS-ABEND-MSG
                   MOVE ZEROS TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               ADD 1 TO WS-CLT-CNT
               MOVE CLT-SUBE      TO WS-CLT-SUBE(WS-CLT-CNT)
               MOVE CLT-TOPLAYICI TO WS-CLT-ID(WS-CLT-CNT)
               MOVE CLT-AD        TO WS-CLT-AD(WS-CLT-CNT)
               MOVE CLT-DURUM     TO WS-CLT-DURUM(WS-CLT-CNT)
               IF CLT-KAPASITE IS NUMERIC
                   MOVE CLT-KAPASITE TO WS-CLT-KAP(WS-CLT-CNT)
               ELSE
                   MOVE ZEROS        TO WS-CLT-KAP(WS-CLT-CNT)
               END-IF
               MOVE ZEROS TO WS-CLT-YUK(WS-CLT-CNT)
                             WS-CLT-YENI(WS-CLT-CNT)
           END-IF
           PERFORM H115-READ-COLLTBL.
       H111-END. EXIT.
      *
       H115-READ-COLLTBL.
           READ COLL-TBL
           IF NOT CLT-SUCCES AND NOT CLT-EOF
               MOVE "COLLTBL OKUMA HATASI" TO WS-ABEND-MSG
               MOVE CLT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H115-END. EXIT.
      *
      * ZERO OR MISSING PERIODS MEAN THE STANDARD 30 DAYS OF CREDIT
      * AFTER A RELEASE AND 400 DAYS OF ACTIVITY HISTORY.
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "ASGPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "ASGPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "ASGPARM GECERSIZ RUN DATE" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF WS-RUN-DATE NOT = WS-STEP-DATE
               MOVE "ASGPARM STEPDATE ILE FARKLI" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF PARM-GUN IS NUMERIC AND PARM-GUN > ZEROS
               MOVE PARM-GUN TO WS-ATF-GUN
           END-IF
           IF PARM-SAKLA IS NUMERIC AND PARM-SAKLA > ZEROS
               MOVE PARM-SAKLA TO WS-SAKLA-GUN
           END-IF
           COMPUTE WS-INT-T = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           CLOSE PARM-FILE.
       H130-END. EXIT.
      *
      * THE LOG UP TO THE PREVIOUS RUN IS CARRIED FROM CLTOLD; A
      * MISSING CLTOLD IS AN EMPTY LOG. RECORDS OF THIS RUN DATE OR
      * LATER (AN EARLIER ATTEMPT OF THE SAME DATE) AND RECORDS PAST
      * THE RETENTION PERIOD ARE NOT CARRIED.
       H200-COPY-HISTORY.
           OPEN INPUT ACT-OLD
           IF AOL-SUCCES
               SET WS-AOL-OPENED TO TRUE
               PERFORM H215-READ-OLD
               PERFORM H210-COPY-ONE-OLD UNTIL AOL-EOF
           ELSE
               IF NOT AOL-NOT-FOUND
                   MOVE "CLTOLD ACILAMADI" TO WS-ABEND-MSG
                   MOVE AOL-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H200-END. EXIT.
      *
       H210-COPY-ONE-OLD.
           COMPUTE WS-GUN-FARK =
               WS-INT-T - FUNCTION INTEGER-OF-DATE(AOL-DATE)
           IF WS-GUN-FARK > 0 AND WS-GUN-FARK <= WS-SAKLA-GUN
               MOVE AOL-REC TO ACT-REC
               WRITE ACT-REC
               IF NOT ACT-SUCCES
                   MOVE "CLTNEW YAZMA HATASI" TO WS-ABEND-MSG
                   MOVE ACT-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               ADD 1 TO WS-HIST-CNT
           ELSE
               ADD 1 TO WS-HIST-DROP-CNT
           END-IF
           PERFORM H215-READ-OLD.
       H210-END. EXIT.
      *
       H215-READ-OLD.
           READ ACT-OLD
           IF NOT AOL-SUCCES AND NOT AOL-EOF
               MOVE "CLTOLD OKUMA HATASI" TO WS-ABEND-MSG
               MOVE AOL-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H215-END. EXIT.
      *
      * EVERY COLLRESP RESPONSE IS A CONTACT; A "PP" RESPONSE IS ALSO
      * A PROMISE TAKEN FOR THE PROMISED AMOUNT. A MISSING COLLRESP
      * SIMPLY HAS NO RESPONSES.
       H300-RECORD-RESPONSES.
           OPEN INPUT RESP-FILE
           IF RESP-SUCCES
               SET WS-RESP-OPENED TO TRUE
               PERFORM H305-READ-RESPONSE
               PERFORM H301-RECORD-ONE-RESPONSE UNTIL RESP-EOF
           ELSE
               IF NOT RESP-NOT-FOUND
                   MOVE "COLLRESP ACILAMADI" TO WS-ABEND-MSG
                   MOVE RESP-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H300-END. EXIT.
      *
       H301-RECORD-ONE-RESPONSE.
           ADD 1 TO WS-RESP-CNT
           MOVE RESP-SEQ TO WS-ACT-SEQ
           MOVE "R"      TO WS-ACT-TIP
           MOVE ZEROS    TO WS-ACT-TUTAR
           PERFORM H350-CREDIT-OWNER
           IF RESP-SOZ AND WS-OWNER-FOUND
               MOVE "P"             TO WS-ACT-TIP
               MOVE RESP-PROM-TUTAR TO WS-ACT-TUTAR
               PERFORM H360-WRITE-ACTIVITY
           END-IF
           PERFORM H305-READ-RESPONSE.
       H301-END. EXIT.
      *
       H305-READ-RESPONSE.
           READ RESP-FILE
           IF NOT RESP-SUCCES AND NOT RESP-EOF
               MOVE "COLLRESP OKUMA HATASI" TO WS-ABEND-MSG
               MOVE RESP-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H305-END. EXIT.
      *
      * KEPT AND BROKEN PROMISES DECIDED BY ODEV2PRM TONIGHT.
       H310-RECORD-PROMISES.
           OPEN INPUT PRM-SONUC
           IF PRS-SUCCES
               SET WS-PRS-OPENED TO TRUE
               PERFORM H315-READ-SONUC
               PERFORM H311-RECORD-ONE-SONUC UNTIL PRS-EOF
           ELSE
               IF NOT PRS-NOT-FOUND
                   MOVE "PRMSONUC ACILAMADI" TO WS-ABEND-MSG
                   MOVE PRS-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H310-END. EXIT.
      *
       H311-RECORD-ONE-SONUC.
           ADD 1 TO WS-PRS-CNT
           IF PRS-TUTULDU OR PRS-IHLAL
               MOVE PRS-SEQ   TO WS-ACT-SEQ
               MOVE PRS-SONUC TO WS-ACT-TIP
               MOVE PRS-TUTAR TO WS-ACT-TUTAR
               PERFORM H350-CREDIT-OWNER
           END-IF
           PERFORM H315-READ-SONUC.
       H311-END. EXIT.
      *
       H315-READ-SONUC.
           READ PRM-SONUC
           IF NOT PRS-SUCCES AND NOT PRS-EOF
               MOVE "PRMSONUC OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PRS-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H315-END. EXIT.
      *
      * EVERY PAYMENT POSTED TONIGHT; THE JOURNAL TRAILER IS SKIPPED.
       H320-RECORD-PAYMENTS.
           OPEN INPUT PAY-JOURNAL
           IF NOT JRN-SUCCES
               MOVE "PAYJRNL ACILAMADI" TO WS-ABEND-MSG
               MOVE JRN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H325-READ-JOURNAL
           PERFORM H321-RECORD-ONE-PAYMENT UNTIL JRN-EOF
           CLOSE PAY-JOURNAL.
       H320-END. EXIT.
      *
       H321-RECORD-ONE-PAYMENT.
           IF JRN-SEQ NOT = "TRLR"
               ADD 1 TO WS-JRN-CNT
               MOVE JRN-SEQ   TO WS-ACT-SEQ
               MOVE "O"       TO WS-ACT-TIP
               MOVE JRN-TUTAR TO WS-ACT-TUTAR
               PERFORM H350-CREDIT-OWNER
           END-IF
           PERFORM H325-READ-JOURNAL.
       H321-END. EXIT.
      *
       H325-READ-JOURNAL.
           READ PAY-JOURNAL
           IF NOT JRN-SUCCES AND NOT JRN-EOF
               MOVE "PAYJRNL OKUMA HATASI" TO WS-ABEND-MSG
               MOVE JRN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H325-END. EXIT.
      *
      * THE ACTIVITY BELONGS TO THE COLLECTOR WHO HELD THE ACCOUNT
      * BEFORE TONIGHT'S ASSIGNMENT, OR TO THE LAST ONE WHILE THE
      * RELEASE IS NO OLDER THAN THE CREDIT PERIOD. ON A RERUN AN
      * ACCOUNT ALREADY GIVEN OUT TONIGHT IS CREDITED TO ITS ONCEKI
      * ASSIGNMENT ON THE SAME TERMS. ACTIVITY ON AN ACCOUNT NOBODY
      * WORKED IS ONLY COUNTED.
       H350-CREDIT-OWNER.
           MOVE "N" TO WS-OWNER-SW
           MOVE WS-ACT-SEQ TO ASG-SEQ
           PERFORM H530-READ-ASSIGNMENT
           IF WS-ASG-FOUND
               EVALUATE TRUE
                   WHEN ASG-AKTIF AND ASG-BAS-DATE < WS-RUN-DATE
                       SET WS-OWNER-FOUND TO TRUE
                   WHEN ASG-AKTIF
                       IF ASG-ONCEKI-TOPLAYICI NOT = SPACES
                           MOVE ASG-ONCEKI-TOPLAYICI TO ASG-TOPLAYICI
                           MOVE ASG-ONCEKI-SUBE      TO ASG-SUBE
                           MOVE ASG-ONCEKI-BIT-DATE  TO ASG-BIT-DATE
                           PERFORM H355-CHECK-CREDIT-PERIOD
                       END-IF
                   WHEN ASG-BIRAKILDI
                       PERFORM H355-CHECK-CREDIT-PERIOD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-OWNER-FOUND
               PERFORM H360-WRITE-ACTIVITY
           ELSE
               ADD 1 TO WS-ORPHAN-CNT
           END-IF.
       H350-END. EXIT.
      *
      * ASG-FIELDS IS ONLY READ HERE, NEVER REWRITTEN.
       H355-CHECK-CREDIT-PERIOD.
           COMPUTE WS-GUN-FARK = WS-INT-T -
               FUNCTION INTEGER-OF-DATE(ASG-BIT-DATE)
           IF WS-GUN-FARK <= WS-ATF-GUN
               SET WS-OWNER-FOUND TO TRUE
           END-IF.
       H355-END. EXIT.
      *
      * WRITES ONE LOG RECORD FOR THE ASSIGNMENT NOW IN ASG-FIELDS.
       H360-WRITE-ACTIVITY.
           INITIALIZE ACT-REC
           MOVE WS-RUN-DATE   TO ACT-DATE
           MOVE ASG-TOPLAYICI TO ACT-TOPLAYICI
           MOVE ASG-SUBE      TO ACT-SUBE
           MOVE ASG-SEQ       TO ACT-SEQ
           MOVE WS-ACT-TIP    TO ACT-TIP
           MOVE WS-ACT-TUTAR  TO ACT-TUTAR
           WRITE ACT-REC
           IF NOT ACT-SUCCES
               MOVE "CLTNEW YAZMA HATASI" TO WS-ABEND-MSG
               MOVE ACT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-ACT-CNT.
       H360-END. EXIT.
      *
      * FIRST PASS OVER THE WORKLIST: AN ACCOUNT ALREADY ASSIGNED TO
      * A COLLECTOR STILL ACTIVE IN ITS BRANCH STAYS THERE. AN
      * ASSIGNMENT THAT CANNOT BE KEPT IS RELEASED HERE SO THE
      * ACCOUNT IS GIVEN OUT AGAIN IN THE SECOND PASS, ONCE THE
      * LOADS OF ALL KEPT ACCOUNTS ARE KNOWN.
       H500-KEEP-PASS.
           OPEN INPUT WORK-LIST
           IF NOT WKL-SUCCES
               MOVE "WORKLIST ACILAMADI" TO WS-ABEND-MSG
               MOVE WKL-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H520-READ-WORKLIST
           PERFORM H510-KEEP-ONE UNTIL WKL-EOF
           CLOSE WORK-LIST.
       H500-END. EXIT.
      *
       H510-KEEP-ONE.
           ADD 1 TO WS-LIST-CNT
           MOVE WKL-SEQ TO ASG-SEQ
           PERFORM H530-READ-ASSIGNMENT
           IF WS-ASG-FOUND AND ASG-AKTIF
               PERFORM H540-FIND-COLLECTOR
               IF WS-FOUND-IX > ZEROS
                   MOVE WS-RUN-DATE TO ASG-SON-DATE
                   PERFORM H550-REWRITE-ASSIGNMENT
                   ADD 1 TO WS-CLT-YUK(WS-FOUND-IX)
                   ADD 1 TO WS-KEPT-CNT
                   MOVE SPACES TO WS-ONCEKI
                   MOVE "KORUNAN:" TO ARD-TAG
                   PERFORM H650-WRITE-DETAIL
                   MOVE "G"   TO WS-ACT-TIP
                   MOVE ZEROS TO WS-ACT-TUTAR
                   PERFORM H360-WRITE-ACTIVITY
               ELSE
                   MOVE "B"         TO ASG-DURUM
                   MOVE WS-RUN-DATE TO ASG-BIT-DATE
                   PERFORM H550-REWRITE-ASSIGNMENT
               END-IF
           END-IF
           PERFORM H520-READ-WORKLIST.
       H510-END. EXIT.
      *
       H520-READ-WORKLIST.
           READ WORK-LIST
           IF NOT WKL-SUCCES AND NOT WKL-EOF
               MOVE "WORKLIST OKUMA HATASI" TO WS-ABEND-MSG
               MOVE WKL-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H520-END. EXIT.
      *
       H530-READ-ASSIGNMENT.
           MOVE "N" TO WS-ASG-FOUND-SW
           READ ASG-REC
           IF ASG-SUCCES
               SET WS-ASG-FOUND TO TRUE
           ELSE
               IF NOT ASG-NOTFND
                   MOVE "ASGREC OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE ASG-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H530-END. EXIT.
      *
      * THE ASSIGNED COLLECTOR MUST BE ACTIVE IN THE ACCOUNT'S
      * CURRENT BRANCH; WS-FOUND-IX STAYS ZERO OTHERWISE.
       H540-FIND-COLLECTOR.
           MOVE ZEROS TO WS-FOUND-IX
           PERFORM H541-CHECK-COLLECTOR
               VARYING WS-CLT-IX FROM 1 BY 1
               UNTIL WS-CLT-IX > WS-CLT-CNT.
       H540-END. EXIT.
      *
       H541-CHECK-COLLECTOR.
           IF WS-CLT-ID(WS-CLT-IX) = ASG-TOPLAYICI
              AND WS-CLT-SUBE(WS-CLT-IX) = WKL-SUBE
              AND WS-CLT-AKTIF(WS-CLT-IX)
               MOVE WS-CLT-IX TO WS-FOUND-IX
           END-IF.
       H541-END. EXIT.
      *
       H550-REWRITE-ASSIGNMENT.
           REWRITE ASG-FIELDS
           IF NOT ASG-SUCCES
               MOVE "ASGREC YAZMA HATASI" TO WS-ABEND-MSG
               MOVE ASG-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H550-END. EXIT.
      *
      * SECOND PASS: EVERY LISTED ACCOUNT WITHOUT AN ACTIVE
      * ASSIGNMENT GOES TO THE LEAST LOADED ACTIVE COLLECTOR OF ITS
      * BRANCH BELOW CAPACITY (THE FIRST IN COLLTBL ORDER ON A TIE).
       H600-ASSIGN-PASS.
           OPEN INPUT WORK-LIST
           IF NOT WKL-SUCCES
               MOVE "WORKLIST ACILAMADI" TO WS-ABEND-MSG
               MOVE WKL-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H520-READ-WORKLIST
           PERFORM H610-ASSIGN-ONE UNTIL WKL-EOF
           CLOSE WORK-LIST.
       H600-END. EXIT.
      *
       H610-ASSIGN-ONE.
           MOVE WKL-SEQ TO ASG-SEQ
           PERFORM H530-READ-ASSIGNMENT
           IF WS-ASG-FOUND AND ASG-AKTIF
               CONTINUE
           ELSE
               MOVE SPACES TO WS-ONCEKI
               IF WS-ASG-FOUND AND ASG-BIT-DATE = WS-RUN-DATE
                   MOVE ASG-TOPLAYICI TO WS-ONCEKI
               END-IF
               MOVE ZEROS TO WS-FOUND-IX
               PERFORM H621-CHECK-CANDIDATE
                   VARYING WS-CLT-IX FROM 1 BY 1
                   UNTIL WS-CLT-IX > WS-CLT-CNT
               IF WS-FOUND-IX = ZEROS
                   PERFORM H630-NO-CAPACITY
               ELSE
                   PERFORM H620-GIVE-ACCOUNT
               END-IF
           END-IF
           PERFORM H520-READ-WORKLIST.
       H610-END. EXIT.
      *
       H620-GIVE-ACCOUNT.
           IF WS-ASG-FOUND
               MOVE ASG-TOPLAYICI         TO ASG-ONCEKI-TOPLAYICI
               MOVE ASG-SUBE              TO ASG-ONCEKI-SUBE
               MOVE ASG-BIT-DATE          TO ASG-ONCEKI-BIT-DATE
           ELSE
               MOVE SPACES                TO ASG-ONCEKI-TOPLAYICI
                                             ASG-ONCEKI-SUBE
               MOVE ZEROS                 TO ASG-ONCEKI-BIT-DATE
           END-IF
           MOVE WKL-SEQ                   TO ASG-SEQ
           MOVE WKL-SUBE                  TO ASG-SUBE
           MOVE WS-CLT-ID(WS-FOUND-IX)    TO ASG-TOPLAYICI
           MOVE WS-RUN-DATE               TO ASG-BAS-DATE
                                             ASG-SON-DATE
           MOVE "A"                       TO ASG-DURUM
           MOVE ZEROS                     TO ASG-BIT-DATE
           IF WS-ASG-FOUND
               PERFORM H550-REWRITE-ASSIGNMENT
           ELSE
               WRITE ASG-FIELDS
               IF NOT ASG-SUCCES
                   MOVE "ASGREC YAZMA HATASI" TO WS-ABEND-MSG
                   MOVE ASG-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           ADD 1 TO WS-CLT-YUK(WS-FOUND-IX)
           ADD 1 TO WS-CLT-YENI(WS-FOUND-IX)
           ADD 1 TO WS-NEW-CNT
           IF WS-ONCEKI = SPACES
               MOVE "YENI:   " TO ARD-TAG
           ELSE
               MOVE "DEGISEN:" TO ARD-TAG
           END-IF
           PERFORM H650-WRITE-DETAIL
           MOVE "G"   TO WS-ACT-TIP
           MOVE ZEROS TO WS-ACT-TUTAR
           PERFORM H360-WRITE-ACTIVITY.
       H620-END. EXIT.
      *
       H621-CHECK-CANDIDATE.
           IF WS-CLT-SUBE(WS-CLT-IX) = WKL-SUBE
              AND WS-CLT-AKTIF(WS-CLT-IX)
              AND WS-CLT-YUK(WS-CLT-IX) < WS-CLT-KAP(WS-CLT-IX)
               IF WS-FOUND-IX = ZEROS
                   MOVE WS-CLT-IX TO WS-FOUND-IX
               ELSE
                   IF WS-CLT-YUK(WS-CLT-IX) <
                      WS-CLT-YUK(WS-FOUND-IX)
                       MOVE WS-CLT-IX TO WS-FOUND-IX
                   END-IF
               END-IF
           END-IF.
       H621-END. EXIT.
      *
       H630-NO-CAPACITY.
           ADD 1 TO WS-NOCAP-CNT
           MOVE WKL-SEQ  TO ASG-SEQ
           MOVE WKL-SUBE TO ASG-SUBE
           MOVE SPACES   TO ASG-TOPLAYICI
           MOVE "KAP.YOK:" TO ARD-TAG
           PERFORM H650-WRITE-DETAIL.
       H630-END. EXIT.
      *
       H650-WRITE-DETAIL.
           INITIALIZE ARP-DETAIL-REC
           MOVE WKL-SEQ        TO ARD-SEQ
           MOVE WKL-AD         TO ARD-AD
           MOVE WKL-SOYAD      TO ARD-SOYAD
           MOVE " SUBE="       TO ARD-SUBE-LBL
           MOVE WKL-SUBE       TO ARD-SUBE
           MOVE " TOPLAYICI="  TO ARD-TOP-LBL
           MOVE ASG-TOPLAYICI  TO ARD-TOPLAYICI
           MOVE " ONCEKI="     TO ARD-ONC-LBL
           MOVE WS-ONCEKI      TO ARD-ONCEKI
           MOVE " FARK="       TO ARD-FARK-LBL
           MOVE WKL-FARK       TO ARD-FARK
           WRITE ARP-DETAIL-REC
           PERFORM H990-CHECK-RPT.
       H650-END. EXIT.
      *
      * AN ACTIVE ASSIGNMENT NOT SEEN ON TONIGHT'S WORKLIST IS
      * RELEASED. AN ACCOUNT RELEASED TONIGHT (HERE OR IN THE
      * PASSES ABOVE) THAT STANDS AT BUCKET 0 ON SNAPNEW IS LOGGED AS
      * CURED FOR ITS LAST COLLECTOR. SNAPNEW IS IN SEQ ORDER BEHIND
      * ITS "*HDR" RECORD AND IS MERGED AGAINST ASGREC IN KEY ORDER.
       H700-RELEASE-SCAN.
           OPEN INPUT SNAP-NEW
           IF NOT SNAP-SUCCES
               MOVE "SNAPNEW ACILAMADI" TO WS-ABEND-MSG
               MOVE SNAP-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H715-READ-SNAP
           IF WS-SNAP-KEY = "*HDR"
               PERFORM H715-READ-SNAP
           END-IF
           MOVE LOW-VALUES TO ASG-SEQ
           START ASG-REC KEY NOT < ASG-SEQ
           IF ASG-SUCCES
               PERFORM H711-READ-NEXT-ASSIGNMENT
               PERFORM H710-CHECK-ONE-ASSIGNMENT UNTIL ASG-EOF
           ELSE
               IF NOT ASG-NOTFND
                   MOVE "ASGREC START HATASI" TO WS-ABEND-MSG
                   MOVE ASG-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           CLOSE SNAP-NEW.
       H700-END. EXIT.
      *
       H710-CHECK-ONE-ASSIGNMENT.
           IF ASG-AKTIF AND ASG-SON-DATE < WS-RUN-DATE
               MOVE "B"         TO ASG-DURUM
               MOVE WS-RUN-DATE TO ASG-BIT-DATE
               PERFORM H550-REWRITE-ASSIGNMENT
               ADD 1 TO WS-REL-CNT
           END-IF
           IF ASG-BIRAKILDI AND ASG-BIT-DATE = WS-RUN-DATE
               PERFORM H715-READ-SNAP
                   UNTIL WS-SNAP-KEY >= ASG-SEQ
               IF WS-SNAP-KEY = ASG-SEQ AND SNAP-BUCKET = 0
                   ADD 1 TO WS-CURE-CNT
                   MOVE "C"   TO WS-ACT-TIP
                   MOVE ZEROS TO WS-ACT-TUTAR
                   PERFORM H360-WRITE-ACTIVITY
               END-IF
           END-IF
           PERFORM H711-READ-NEXT-ASSIGNMENT.
       H710-END. EXIT.
      *
       H711-READ-NEXT-ASSIGNMENT.
           READ ASG-REC NEXT RECORD
           IF NOT ASG-SUCCES AND NOT ASG-EOF
               MOVE "ASGREC OKUMA HATASI" TO WS-ABEND-MSG
               MOVE ASG-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H711-END. EXIT.
      *
       H715-READ-SNAP.
           READ SNAP-NEW
           IF SNAP-SUCCES
               MOVE SNAP-SEQ TO WS-SNAP-KEY
           ELSE
               IF SNAP-EOF
                   MOVE HIGH-VALUES TO WS-SNAP-KEY
               ELSE
                   MOVE "SNAPNEW OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE SNAP-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H715-END. EXIT.
      *
      * EVERY EXTRACTED ACCOUNT CARRIES ITS ACTIVE COLLECTOR, OR
      * SPACES WHEN IT IS NOT ASSIGNED.
       H750-STAMP-EXTRACT.
           OPEN I-O COLL-EXTRACT
           IF NOT CEXT-SUCCES
               MOVE "COLLEXT ACILAMADI" TO WS-ABEND-MSG
               MOVE CEXT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H755-READ-EXTRACT
           PERFORM H751-STAMP-ONE UNTIL CEXT-EOF
           CLOSE COLL-EXTRACT.
       H750-END. EXIT.
      *
       H751-STAMP-ONE.
           ADD 1 TO WS-EXT-CNT
           MOVE EXTR-SEQ TO ASG-SEQ
           PERFORM H530-READ-ASSIGNMENT
           IF WS-ASG-FOUND AND ASG-AKTIF
               MOVE ASG-TOPLAYICI TO EXTR-TOPLAYICI
               ADD 1 TO WS-STAMP-CNT
           ELSE
               MOVE SPACES TO EXTR-TOPLAYICI
           END-IF
           REWRITE EXTRACT-REC
           IF NOT CEXT-SUCCES
               MOVE "COLLEXT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE CEXT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H755-READ-EXTRACT.
       H751-END. EXIT.
      *
       H755-READ-EXTRACT.
           READ COLL-EXTRACT
           IF NOT CEXT-SUCCES AND NOT CEXT-EOF
               MOVE "COLLEXT OKUMA HATASI" TO WS-ABEND-MSG
               MOVE CEXT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H755-END. EXIT.
      *
       H800-WRITE-LOAD-LINES.
           INITIALIZE ARP-LOAD-REC
           MOVE "YUK:    "                TO ARY-TAG
           MOVE "SUBE="                   TO ARY-SUBE-LBL
           MOVE WS-CLT-SUBE(WS-CLT-IX)    TO ARY-SUBE
           MOVE WS-CLT-ID(WS-CLT-IX)      TO ARY-TOPLAYICI
           MOVE WS-CLT-AD(WS-CLT-IX)      TO ARY-AD
           MOVE " YUK="                   TO ARY-YUK-LBL
           MOVE WS-CLT-YUK(WS-CLT-IX)     TO ARY-YUK
           MOVE " KAPASITE="              TO ARY-KAP-LBL
           MOVE WS-CLT-KAP(WS-CLT-IX)     TO ARY-KAP
           MOVE " YENI="                  TO ARY-YENI-LBL
           MOVE WS-CLT-YENI(WS-CLT-IX)    TO ARY-YENI
           EVALUATE TRUE
               WHEN NOT WS-CLT-AKTIF(WS-CLT-IX)
                   MOVE " PASIF"          TO ARY-FLAG
               WHEN WS-CLT-YUK(WS-CLT-IX) > WS-CLT-KAP(WS-CLT-IX)
                   MOVE " KAPASITE ASIMI" TO ARY-FLAG
               WHEN OTHER
                   MOVE SPACES            TO ARY-FLAG
           END-EVALUATE
           WRITE ARP-LOAD-REC
           PERFORM H990-CHECK-RPT.
       H800-END. EXIT.
      *
       H850-WRITE-TRAILER.
           INITIALIZE ARP-TRAILER-REC
           MOVE "TRLR:"         TO ART-LABEL
           MOVE " LISTE="       TO ART-LBL-LST
           MOVE WS-LIST-CNT     TO ART-LST-CNT
           MOVE " KORUNAN="     TO ART-LBL-KOR
           MOVE WS-KEPT-CNT     TO ART-KOR-CNT
           MOVE " YENI="        TO ART-LBL-YENI
           MOVE WS-NEW-CNT      TO ART-YENI-CNT
           MOVE " KAP.YOK="     TO ART-LBL-KAP
           MOVE WS-NOCAP-CNT    TO ART-KAP-CNT
           MOVE " BIRAKILAN="   TO ART-LBL-BRK
           MOVE WS-REL-CNT      TO ART-BRK-CNT
           MOVE " IYILESEN="    TO ART-LBL-IYI
           MOVE WS-CURE-CNT     TO ART-IYI-CNT
           MOVE " DAMGA="       TO ART-LBL-DMG
           MOVE WS-STAMP-CNT    TO ART-DMG-CNT
           WRITE ARP-TRAILER-REC
           PERFORM H990-CHECK-RPT.
       H850-END. EXIT.
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
               DISPLAY "ODEV2ASG: ADIM KONTROLU - TARIH=" WS-STEP-DATE
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
       H990-CHECK-RPT.
           IF NOT RPT-SUCCES
               MOVE "ASGRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H990-END. EXIT.
      *
       H995-ABEND-JOB.
           DISPLAY "ODEV2ASG: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM H970-STEP-END
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           CLOSE ASG-REC
                 ACT-NEW
                 ASG-RPT.
           IF WS-AOL-OPENED
               CLOSE ACT-OLD
           END-IF
           IF WS-RESP-OPENED
               CLOSE RESP-FILE
           END-IF
           IF WS-PRS-OPENED
               CLOSE PRM-SONUC
           END-IF
           DISPLAY "ODEV2ASG: LISTE=" WS-LIST-CNT
                   " KORUNAN=" WS-KEPT-CNT
                   " YENI=" WS-NEW-CNT
                   " KAP.YOK=" WS-NOCAP-CNT
                   " BIRAKILAN=" WS-REL-CNT
                   " IYILESEN=" WS-CURE-CNT
           DISPLAY "ODEV2ASG: TOPLAYICI=" WS-CLT-CNT
                   " COLLEXT=" WS-EXT-CNT
                   " DAMGA=" WS-STAMP-CNT
                   " GECMIS=" WS-HIST-CNT
                   " SILINEN=" WS-HIST-DROP-CNT
                   " AKTIVITE=" WS-ACT-CNT
                   " SAHIPSIZ=" WS-ORPHAN-CNT.
           IF WS-NOCAP-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM H970-STEP-END
           STOP RUN.
       H900-END. EXIT.
