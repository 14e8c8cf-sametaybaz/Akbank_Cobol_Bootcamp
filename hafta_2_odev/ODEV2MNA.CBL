       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2MNA.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * APPROVAL RUN FOR THE HIGH-RISK ACCTREC CHANGES THAT ODEV2MNT
      * PARKS ON THE PENDING-APPROVAL MASTER MNTPEND (DELETES, ACCT-
      * SUBE CHANGES AND BALANCE REDUCTIONS ABOVE THE MNTPARM LIMIT).
      * MNATRAN CARRIES "O" (ONAY - APPROVE) AND "R" (RED - REJECT)
      * DECISIONS BY ACCT-SEQ. AN ITEM IS APPLIED ONLY WHEN IT IS
      * APPROVED BY A USER OTHER THAN THE ONE WHO ENTERED IT AND THE
      * ACCOUNT IS STILL AS IT WAS WHEN THE ITEM WAS PARKED; OTHERWISE
      * THE ITEM IS CLOSED AS REJECTED. AN APPLIED CHANGE WRITES THE
      * USUAL MNTAUDIT BEFORE/AFTER RECORD WITH THE ENTERING USER IN
      * AUD-USER AND THE APPROVING USER IN AUD-ONAY-USER. A REJECT
      * MAY COME FROM ANY USER, INCLUDING THE ONE WHO ENTERED THE
      * ITEM. BAD DECISIONS GO TO MNAEXCPT.
      * AFTER THE DECISIONS, ITEMS PENDING FOR MORE THAN MNAPARM
      * PARM-GUN DAYS (DEFAULT 005) ARE CLOSED AS "S" (SURESI DOLDU).
      * THE DAILY LIST MNARPT SHOWS, BY BRANCH, EVERY ITEM STILL
      * PENDING AND EVERY ITEM APPROVED, REJECTED OR EXPIRED TODAY.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE   ASSIGN MNATRAN
                              STATUS TRAN-ST.
           SELECT PEND-FILE   ASSIGN MNTPEND
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY PND-SEQ
                              STATUS PND-ST.
           SELECT ACCT-REC    ASSIGN ACCTREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY ACCT-SEQ
                              ALTERNATE RECORD KEY ACCT-SOYAD
                                  WITH DUPLICATES
                              STATUS ACCT-ST.
           SELECT APPR-EXCEPT ASSIGN MNAEXCPT
                              STATUS AEX-ST.
           SELECT AUDIT-FILE  ASSIGN MNTAUDIT
                              STATUS AUD-ST.
           SELECT MNA-WORK    ASSIGN MNAWORK
                              STATUS WRK-ST.
           SELECT MNA-SORTED  ASSIGN MNASORTD
                              STATUS SRTD-ST.
           SELECT SORT-FILE   ASSIGN SORTWK.
           SELECT MNA-RPT     ASSIGN MNARPT
                              STATUS RPT-ST.
           SELECT PARM-FILE   ASSIGN MNAPARM
                              STATUS PARM-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
           05  TRAN-CODE     PIC X(01).
               88  TRAN-ONAY            VALUE "O".
               88  TRAN-RED             VALUE "R".
           05  TRAN-USER     PIC X(08).
           05  TRAN-SEQ      PIC X(04).
           05  TRAN-NOTE     PIC X(25).
      *
       FD  PEND-FILE RECORDING MODE F.
       01  PEND-FIELDS.
           05  PND-SEQ       PIC X(04).
           05  PND-SUBE      PIC X(03).
           05  PND-DURUM     PIC X(01).
               88  PND-BEKLIYOR         VALUE "B".
               88  PND-ONAYLANDI        VALUE "O".
               88  PND-REDDEDILDI       VALUE "R".
               88  PND-SURESI-DOLDU     VALUE "S".
           05  PND-NEDEN     PIC X(01).
               88  PND-SILME            VALUE "D".
               88  PND-TUTAR-AZALMA     VALUE "T".
               88  PND-SUBE-DEGIS       VALUE "S".
           05  PND-CODE      PIC X(01).
               88  PND-UPDATE           VALUE "U".
               88  PND-DELETE           VALUE "D".
           05  PND-MAKER     PIC X(08).
           05  PND-AD        PIC X(15).
           05  PND-SOYAD     PIC X(15).
           05  PND-DTAR      PIC 9(08).
           05  PND-TODAY     PIC 9(08).
           05  PND-TUTAR     PIC 9(09)V99.
           05  PND-YENI-SUBE PIC X(03).
           05  PND-BEFORE    PIC X(65).
           05  PND-GIRIS-DATE PIC 9(08).
           05  PND-CHECKER   PIC X(08).
           05  PND-KARAR-DATE PIC 9(08).
           05  PND-RED-NEDEN PIC X(25).
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
       FD  APPR-EXCEPT RECORDING MODE F.
       01  AEX-REC.
           05  AEX-CODE      PIC X(01).
           05  AEX-USER      PIC X(08).
           05  AEX-SEQ       PIC X(04).
           05  AEX-NOTE      PIC X(25).
           05  AEX-REASON    PIC X(25).
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
       FD  MNA-WORK RECORDING MODE F.
       01  WORK-REC.
           05  WRK-SUBE      PIC X(03).
           05  WRK-SEQ       PIC X(04).
           05  WRK-DURUM     PIC X(01).
           05  WRK-NEDEN     PIC X(01).
           05  WRK-MAKER     PIC X(08).
           05  WRK-CHECKER   PIC X(08).
           05  WRK-GIRIS-DATE PIC 9(08).
           05  WRK-ESKI-TUTAR PIC 9(09)V99.
           05  WRK-YENI-TUTAR PIC 9(09)V99.
           05  WRK-YENI-SUBE PIC X(03).
           05  WRK-RED-NEDEN PIC X(25).
      *
       FD  MNA-SORTED RECORDING MODE F.
       01  SORTED-REC.
           05  SRT-SUBE      PIC X(03).
           05  SRT-SEQ       PIC X(04).
           05  SRT-DURUM     PIC X(01).
               88  SRT-BEKLIYOR         VALUE "B".
               88  SRT-ONAYLANDI        VALUE "O".
               88  SRT-REDDEDILDI       VALUE "R".
               88  SRT-SURESI-DOLDU     VALUE "S".
           05  SRT-NEDEN     PIC X(01).
               88  SRT-SILME            VALUE "D".
               88  SRT-TUTAR-AZALMA     VALUE "T".
               88  SRT-SUBE-DEGIS       VALUE "S".
           05  SRT-MAKER     PIC X(08).
           05  SRT-CHECKER   PIC X(08).
           05  SRT-GIRIS-DATE PIC 9(08).
           05  SRT-ESKI-TUTAR PIC 9(09)V99.
           05  SRT-YENI-TUTAR PIC 9(09)V99.
           05  SRT-YENI-SUBE PIC X(03).
           05  SRT-RED-NEDEN PIC X(25).
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-SUBE     PIC X(03).
           05  SORT-SEQ      PIC X(04).
           05  FILLER        PIC X(76).
      *
       FD  MNA-RPT RECORDING MODE F.
       01  MNA-HDR-REC.
           05  MHD-TAG       PIC X(08).
           05  MHD-TEXT      PIC X(30).
           05  MHD-DATE      PIC 9(08).
           05  MHD-FILL      PIC X(87).
      *
       01  MNA-BRANCH-HDR-REC.
           05  MBH-TAG       PIC X(09).
           05  MBH-SUBE      PIC X(03).
           05  MBH-FILL      PIC X(121).
      *
       01  MNA-DETAIL-REC.
           05  MDT-SEQ       PIC X(04).
           05  MDT-SP1       PIC X(01).
           05  MDT-DURUM     PIC X(10).
           05  MDT-NDN-LBL   PIC X(07).
           05  MDT-NEDEN     PIC X(12).
           05  MDT-MKR-LBL   PIC X(07).
           05  MDT-MAKER     PIC X(08).
           05  MDT-CHK-LBL   PIC X(06).
           05  MDT-CHECKER   PIC X(08).
           05  MDT-GRS-LBL   PIC X(07).
           05  MDT-GIRIS-DATE PIC 9(08).
           05  MDT-ESK-LBL   PIC X(06).
           05  MDT-ESKI-TUTAR PIC ZZZZZZZZ9.99.
           05  MDT-YEN-LBL   PIC X(06).
           05  MDT-YENI-TUTAR PIC ZZZZZZZZ9.99.
           05  MDT-SUB-LBL   PIC X(06).
           05  MDT-YENI-SUBE PIC X(03).
           05  MDT-FILL      PIC X(10).
      *
       01  MNA-REASON-REC.
           05  MRN-SP1       PIC X(15).
           05  MRN-LBL       PIC X(12).
           05  MRN-TEXT      PIC X(25).
           05  MRN-FILL      PIC X(81).
      *
       01  MNA-TOTAL-REC.
           05  MTO-TAG       PIC X(13).
           05  MTO-SUBE      PIC X(03).
           05  MTO-BKL-LBL   PIC X(10).
           05  MTO-BKL-CNT   PIC ZZZZ9.
           05  MTO-ONY-LBL   PIC X(11).
           05  MTO-ONY-CNT   PIC ZZZZ9.
           05  MTO-RED-LBL   PIC X(12).
           05  MTO-RED-CNT   PIC ZZZZ9.
           05  MTO-SDL-LBL   PIC X(14).
           05  MTO-SDL-CNT   PIC ZZZZ9.
           05  MTO-FILL      PIC X(50).
      *
       01  MNA-TRAILER-REC.
           05  MTR-LABEL     PIC X(05).
           05  MTR-LBL-OKU   PIC X(07).
           05  MTR-OKU-CNT   PIC ZZZZZZ9.
           05  MTR-LBL-ONY   PIC X(06).
           05  MTR-ONY-CNT   PIC ZZZZZZ9.
           05  MTR-LBL-RED   PIC X(05).
           05  MTR-RED-CNT   PIC ZZZZZZ9.
           05  MTR-LBL-SDL   PIC X(14).
           05  MTR-SDL-CNT   PIC ZZZZZZ9.
           05  MTR-LBL-HAT   PIC X(09).
           05  MTR-HAT-CNT   PIC ZZZZZZ9.
           05  MTR-LBL-BKL   PIC X(10).
           05  MTR-BKL-CNT   PIC ZZZZZZ9.
           05  MTR-FILL      PIC X(35).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-DATE PIC 9(08).
           05  PARM-GUN      PIC 9(03).
      *
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 TRAN-ST          PIC 9(02).
           88 TRAN-EOF                 VALUE 10.
           88 TRAN-SUCCESS             VALUE 00 97.
         05 PND-ST           PIC 9(02).
           88 PND-SUCCES               VALUE 00 97.
           88 PND-EOF                  VALUE 10.
           88 PND-NOTFND               VALUE 23.
           88 PND-NOT-FOUND            VALUE 35.
         05 ACCT-ST          PIC 9(02).
           88 ACCT-SUCCESS             VALUE 00 97.
           88 ACCT-NOTFND              VALUE 23.
         05 AEX-ST           PIC 9(02).
           88 AEX-SUCCES               VALUE 00 97.
         05 AUD-ST           PIC 9(02).
           88 AUD-SUCCES               VALUE 00 97.
           88 AUD-NOT-FOUND            VALUE 35.
         05 WRK-ST           PIC 9(02).
           88 WRK-SUCCES               VALUE 00 97.
         05 SRTD-ST          PIC 9(02).
           88 SRTD-SUCCES              VALUE 00 97.
           88 SRTD-EOF                 VALUE 10.
         05 RPT-ST           PIC 9(02).
           88 RPT-SUCCES               VALUE 00 97.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 WS-RUN-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-GUN           PIC 9(03) VALUE 005.
         05 WS-INT-T         PIC 9(07).
         05 WS-YAS           PIC S9(07).
         05 WS-AUDIT-USER    PIC X(08) VALUE "ODEV2MNA".
         05 WS-CUR-SUBE      PIC X(03).
         05 WS-EXCEPT-REASON PIC X(25).
         05 WS-TRAN-STATUS   PIC X(01).
           88 WS-TRAN-OK               VALUE "Y".
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
       01 WS-BEFORE-IMAGE.
         05 WS-B-SEQ         PIC X(04).
         05 WS-B-AD          PIC X(15).
         05 WS-B-SOYAD       PIC X(15).
         05 WS-B-DTAR        PIC 9(08).
         05 WS-B-TODAY       PIC 9(08).
         05 WS-B-TUTAR       PIC 9(09)V99.
         05 WS-B-SUBE        PIC X(03).
         05 WS-B-DURUM       PIC X(01).
       01 WS-TOTALS-AREA.
         05 WS-READ-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-ONAY-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-RED-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-SDL-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-BKL-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-EXCEPT-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-BR-BKL        PIC 9(05).
         05 WS-BR-ONY        PIC 9(05).
         05 WS-BR-RED        PIC 9(05).
         05 WS-BR-SDL        PIC 9(05).
         05 WS-GT-BKL        PIC 9(05) VALUE ZEROS.
         05 WS-GT-ONY        PIC 9(05) VALUE ZEROS.
         05 WS-GT-RED        PIC 9(05) VALUE ZEROS.
         05 WS-GT-SDL        PIC 9(05) VALUE ZEROS.
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
      *------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-APPLY-DECISION UNTIL TRAN-EOF.
           PERFORM H300-SCAN-PENDING.
           PERFORM H380-PRINT-REPORT.
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H130-READ-PARAMETERS
           OPEN INPUT TRAN-FILE
           IF NOT TRAN-SUCCESS
               MOVE "MNATRAN ACILAMADI" TO WS-ABEND-MSG
               MOVE TRAN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN I-O PEND-FILE
           IF PND-NOT-FOUND
               OPEN OUTPUT PEND-FILE
               CLOSE PEND-FILE
               OPEN I-O PEND-FILE
           END-IF
           IF NOT PND-SUCCES
               MOVE "MNTPEND ACILAMADI" TO WS-ABEND-MSG
               MOVE PND-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN I-O ACCT-REC
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC ACILAMADI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT APPR-EXCEPT
           IF NOT AEX-SUCCES
               MOVE "MNAEXCPT ACILAMADI" TO WS-ABEND-MSG
               MOVE AEX-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF AUD-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUD-SUCCES
               MOVE "MNTAUDIT ACILAMADI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT MNA-WORK
           IF NOT WRK-SUCCES
               MOVE "MNAWORK ACILAMADI" TO WS-ABEND-MSG
               MOVE WRK-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT MNA-RPT
           IF NOT RPT-SUCCES
               MOVE "MNARPT ACILAMADI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           INITIALIZE MNA-HDR-REC
           MOVE "MNARPT: "                       TO MHD-TAG
           MOVE "ONAY BEKLEYEN ISLEMLER  TARIH=" TO MHD-TEXT
           MOVE WS-RUN-DATE                      TO MHD-DATE
           WRITE MNA-HDR-REC
           IF NOT RPT-SUCCES
               MOVE "MNARPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ TRAN-FILE
           IF NOT TRAN-SUCCESS AND NOT TRAN-EOF
               MOVE "MNATRAN ILK OKUMA HATASI" TO WS-ABEND-MSG
               MOVE TRAN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H100-END. EXIT.
      *
      * A ZERO OR NON-NUMERIC PARM-GUN KEEPS THE DEFAULT OF 005 DAYS.
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "MNAPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "MNAPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "MNAPARM GECERSIZ RUN DATE" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF PARM-GUN IS NUMERIC AND PARM-GUN > ZEROS
               MOVE PARM-GUN TO WS-GUN
           END-IF
           COMPUTE WS-INT-T = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           CLOSE PARM-FILE.
       H130-END. EXIT.
      *
       H200-APPLY-DECISION.
           ADD 1 TO WS-READ-CNT
           EVALUATE TRUE
               WHEN TRAN-ONAY
                   PERFORM H210-APPLY-APPROVE
               WHEN TRAN-RED
                   PERFORM H220-APPLY-REJECT
               WHEN OTHER
                   MOVE "GECERSIZ ISLEM KODU" TO WS-EXCEPT-REASON
                   PERFORM H260-WRITE-EXCEPTION
           END-EVALUATE
           READ TRAN-FILE
           IF NOT TRAN-SUCCESS AND NOT TRAN-EOF
               MOVE "MNATRAN OKUMA HATASI" TO WS-ABEND-MSG
               MOVE TRAN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H200-END. EXIT.
      *
      * COMMON CHECKS FOR BOTH DECISIONS; ON SUCCESS PEND-FIELDS
      * HOLDS THE PENDING ITEM OF THE ACCOUNT.
       H205-VALIDATE-DECISION.
           MOVE "Y" TO WS-TRAN-STATUS
           EVALUATE TRUE
               WHEN TRAN-SEQ = SPACES
                   MOVE "GECERSIZ SIRA NO" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
               WHEN TRAN-USER = SPACES
                   MOVE "KULLANICI EKSIK" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
           END-EVALUATE
           IF WS-TRAN-OK
               MOVE TRAN-SEQ TO PND-SEQ
               READ PEND-FILE
               IF PND-SUCCES
                   IF NOT PND-BEKLIYOR
                       MOVE "BEKLEYEN ISLEM YOK" TO WS-EXCEPT-REASON
                       MOVE "N" TO WS-TRAN-STATUS
                   END-IF
               ELSE
                   IF PND-NOTFND
                       MOVE "ONAY KAYDI BULUNAMADI" TO
                            WS-EXCEPT-REASON
                       MOVE "N" TO WS-TRAN-STATUS
                   ELSE
                       MOVE "MNTPEND OKUMA HATASI" TO WS-ABEND-MSG
                       MOVE PND-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
               END-IF
           END-IF.
       H205-END. EXIT.
      *
      * AN ITEM OLDER THAN THE LIMIT CAN NO LONGER BE APPROVED; IT
      * IS CLOSED BY THE EXPIRY SCAN BELOW.
       H210-APPLY-APPROVE.
           PERFORM H205-VALIDATE-DECISION
           IF WS-TRAN-OK
               COMPUTE WS-YAS = WS-INT-T -
                       FUNCTION INTEGER-OF-DATE(PND-GIRIS-DATE)
               EVALUATE TRUE
                   WHEN TRAN-USER = PND-MAKER
                       MOVE "ONAYLAYAN GIRENLE AYNI" TO
                            WS-EXCEPT-REASON
                       MOVE "N" TO WS-TRAN-STATUS
                   WHEN WS-YAS > WS-GUN
                       MOVE "ONAY SURESI DOLMUS" TO WS-EXCEPT-REASON
                       MOVE "N" TO WS-TRAN-STATUS
               END-EVALUATE
           END-IF
           IF NOT WS-TRAN-OK
               PERFORM H260-WRITE-EXCEPTION
           ELSE
               PERFORM H230-APPLY-PENDING
           END-IF.
       H210-END. EXIT.
      *
       H220-APPLY-REJECT.
           PERFORM H205-VALIDATE-DECISION
           IF NOT WS-TRAN-OK
               PERFORM H260-WRITE-EXCEPTION
           ELSE
               MOVE "R"         TO PND-DURUM
               MOVE TRAN-USER   TO PND-CHECKER
               MOVE WS-RUN-DATE TO PND-KARAR-DATE
               MOVE TRAN-NOTE   TO PND-RED-NEDEN
               IF PND-RED-NEDEN = SPACES
                   MOVE "ONAYLAYAN REDDETTI" TO PND-RED-NEDEN
               END-IF
               PERFORM H240-REWRITE-PENDING
               ADD 1 TO WS-RED-CNT
           END-IF.
       H220-END. EXIT.
      *
      * THE ACCOUNT MUST STILL MATCH THE IMAGE TAKEN WHEN THE ITEM
      * WAS PARKED; IF IT WAS CHANGED OR DELETED SINCE, THE ITEM IS
      * CLOSED AS REJECTED AND THE DECISION IS REPORTED ON MNAEXCPT.
       H230-APPLY-PENDING.
           MOVE PND-BEFORE TO WS-BEFORE-IMAGE
           MOVE PND-SEQ    TO ACCT-SEQ
           READ ACCT-REC
           IF NOT ACCT-SUCCESS AND NOT ACCT-NOTFND
               MOVE "ACCTREC OKUMA HATASI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           EVALUATE TRUE
               WHEN ACCT-NOTFND
                   MOVE "HESAP BULUNAMADI" TO WS-EXCEPT-REASON
               WHEN ACCT-FIELDS NOT = WS-BEFORE-IMAGE
                   MOVE "HESAP DEGISMIS" TO WS-EXCEPT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-EXCEPT-REASON
           END-EVALUATE
           IF WS-EXCEPT-REASON NOT = SPACES
               MOVE "R"              TO PND-DURUM
               MOVE TRAN-USER        TO PND-CHECKER
               MOVE WS-RUN-DATE      TO PND-KARAR-DATE
               MOVE WS-EXCEPT-REASON TO PND-RED-NEDEN
               PERFORM H240-REWRITE-PENDING
               ADD 1 TO WS-RED-CNT
               PERFORM H260-WRITE-EXCEPTION
           ELSE
               IF PND-DELETE
                   DELETE ACCT-REC
                   IF NOT ACCT-SUCCESS
                       MOVE "ACCTREC SILME HATASI" TO WS-ABEND-MSG
                       MOVE ACCT-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
                   MOVE SPACES  TO ACCT-FIELDS
                   MOVE PND-SEQ TO ACCT-SEQ
               ELSE
                   MOVE PND-AD        TO ACCT-AD
                   MOVE PND-SOYAD     TO ACCT-SOYAD
                   MOVE PND-DTAR      TO ACCT-DTAR
                   MOVE PND-TODAY     TO ACCT-TODAY
                   MOVE PND-TUTAR     TO ACCT-TUTAR
                   MOVE PND-YENI-SUBE TO ACCT-SUBE
                   REWRITE ACCT-FIELDS
                   IF NOT ACCT-SUCCESS
                       MOVE "ACCTREC REWRITE HATASI" TO WS-ABEND-MSG
                       MOVE ACCT-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
               END-IF
               PERFORM H250-WRITE-AUDIT
               MOVE "O"         TO PND-DURUM
               MOVE TRAN-USER   TO PND-CHECKER
               MOVE WS-RUN-DATE TO PND-KARAR-DATE
               PERFORM H240-REWRITE-PENDING
               ADD 1 TO WS-ONAY-CNT
           END-IF.
       H230-END. EXIT.
      *
       H240-REWRITE-PENDING.
           REWRITE PEND-FIELDS
           IF NOT PND-SUCCES
               MOVE "MNTPEND REWRITE HATASI" TO WS-ABEND-MSG
               MOVE PND-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H240-END. EXIT.
      *
      * SAME RECORD ODEV2MNT WRITES; THE ENTERING USER STAYS IN
      * AUD-USER AND THE APPROVING USER GOES TO AUD-ONAY-USER.
       H250-WRITE-AUDIT.
           INITIALIZE AUDIT-REC
           MOVE WS-STAMP-DATE   TO AUD-DATE
           MOVE WS-STAMP-HHMMSS TO AUD-TIME
           MOVE PND-MAKER       TO AUD-USER
           MOVE PND-CODE        TO AUD-CODE
           MOVE PND-SEQ         TO AUD-SEQ
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
           MOVE ACCT-FIELDS     TO AUD-AFTER
           MOVE TRAN-USER       TO AUD-ONAY-USER
           WRITE AUDIT-REC
           IF NOT AUD-SUCCES
               MOVE "MNTAUDIT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H250-END. EXIT.
      *
       H260-WRITE-EXCEPTION.
           INITIALIZE AEX-REC
           MOVE TRAN-CODE     TO AEX-CODE
           MOVE TRAN-USER     TO AEX-USER
           MOVE TRAN-SEQ      TO AEX-SEQ
           MOVE TRAN-NOTE     TO AEX-NOTE
           MOVE WS-EXCEPT-REASON TO AEX-REASON
           WRITE AEX-REC
           IF NOT AEX-SUCCES
               MOVE "MNAEXCPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE AEX-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-EXCEPT-CNT.
       H260-END. EXIT.
      *
      * DAILY SCAN OF MNTPEND: PENDING ITEMS OLDER THAN THE LIMIT
      * ARE CLOSED AS "S"; ITEMS STILL PENDING AND ITEMS DECIDED
      * TODAY GO TO THE WORK FILE FOR THE BRANCH LIST.
       H300-SCAN-PENDING.
           MOVE LOW-VALUES TO PND-SEQ
           START PEND-FILE KEY NOT < PND-SEQ
           IF PND-SUCCES
               PERFORM H311-READ-NEXT-PENDING
               PERFORM H310-CHECK-ONE-PENDING UNTIL PND-EOF
           ELSE
               IF NOT PND-NOTFND
                   MOVE "MNTPEND START HATASI" TO WS-ABEND-MSG
                   MOVE PND-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H300-END. EXIT.
      *
       H310-CHECK-ONE-PENDING.
           IF PND-BEKLIYOR
               COMPUTE WS-YAS = WS-INT-T -
                       FUNCTION INTEGER-OF-DATE(PND-GIRIS-DATE)
               IF WS-YAS > WS-GUN
                   MOVE "S"            TO PND-DURUM
                   MOVE WS-AUDIT-USER  TO PND-CHECKER
                   MOVE WS-RUN-DATE    TO PND-KARAR-DATE
                   MOVE "SURESI DOLDU" TO PND-RED-NEDEN
                   PERFORM H240-REWRITE-PENDING
                   ADD 1 TO WS-SDL-CNT
               ELSE
                   ADD 1 TO WS-BKL-CNT
               END-IF
           END-IF
           IF PND-BEKLIYOR OR PND-KARAR-DATE = WS-RUN-DATE
               PERFORM H320-WRITE-WORK
           END-IF
           PERFORM H311-READ-NEXT-PENDING.
       H310-END. EXIT.
      *
       H311-READ-NEXT-PENDING.
           READ PEND-FILE NEXT RECORD
           IF NOT PND-SUCCES AND NOT PND-EOF
               MOVE "MNTPEND OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PND-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H311-END. EXIT.
      *
       H320-WRITE-WORK.
           MOVE PND-BEFORE TO WS-BEFORE-IMAGE
           INITIALIZE WORK-REC
           MOVE PND-SUBE       TO WRK-SUBE
           MOVE PND-SEQ        TO WRK-SEQ
           MOVE PND-DURUM      TO WRK-DURUM
           MOVE PND-NEDEN      TO WRK-NEDEN
           MOVE PND-MAKER      TO WRK-MAKER
           MOVE PND-CHECKER    TO WRK-CHECKER
           MOVE PND-GIRIS-DATE TO WRK-GIRIS-DATE
           MOVE WS-B-TUTAR     TO WRK-ESKI-TUTAR
           IF PND-UPDATE
               MOVE PND-TUTAR     TO WRK-YENI-TUTAR
               MOVE PND-YENI-SUBE TO WRK-YENI-SUBE
           END-IF
           MOVE PND-RED-NEDEN  TO WRK-RED-NEDEN
           WRITE WORK-REC
           IF NOT WRK-SUCCES
               MOVE "MNAWORK YAZMA HATASI" TO WS-ABEND-MSG
               MOVE WRK-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H320-END. EXIT.
      *
       H380-PRINT-REPORT.
           CLOSE MNA-WORK
           SORT SORT-FILE ON ASCENDING KEY SORT-SUBE SORT-SEQ
               USING MNA-WORK GIVING MNA-SORTED
           IF SORT-RETURN NOT = 0
               MOVE "MNAWORK SIRALAMA BASARISIZ" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT MNA-SORTED
           IF NOT SRTD-SUCCES
               MOVE "MNASORTD ACILAMADI" TO WS-ABEND-MSG
               MOVE SRTD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H387-READ-SORTED
           PERFORM H388-PRINT-ONE-BRANCH UNTIL SRTD-EOF
           PERFORM H395-WRITE-GRAND-TOTAL
           PERFORM H396-WRITE-TRAILER
           CLOSE MNA-SORTED.
       H380-END. EXIT.
      *
       H387-READ-SORTED.
           READ MNA-SORTED
           IF NOT SRTD-SUCCES AND NOT SRTD-EOF
               MOVE "MNASORTD OKUMA HATASI" TO WS-ABEND-MSG
               MOVE SRTD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H387-END. EXIT.
      *
       H388-PRINT-ONE-BRANCH.
           MOVE SRT-SUBE TO WS-CUR-SUBE
           INITIALIZE MNA-BRANCH-HDR-REC
           MOVE "** SUBE: " TO MBH-TAG
           MOVE WS-CUR-SUBE TO MBH-SUBE
           WRITE MNA-BRANCH-HDR-REC
           IF NOT RPT-SUCCES
               MOVE "MNARPT YAZMA HATASI (SUBE)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE ZEROS TO WS-BR-BKL WS-BR-ONY WS-BR-RED WS-BR-SDL
           PERFORM H383-WRITE-DETAIL
               UNTIL SRTD-EOF
                  OR SRT-SUBE NOT = WS-CUR-SUBE
           PERFORM H389-WRITE-BRANCH-TOTAL.
       H388-END. EXIT.
      *
      * REJECTED AND EXPIRED ITEMS CARRY THEIR REASON ON A SECOND
      * LINE.
       H383-WRITE-DETAIL.
           INITIALIZE MNA-DETAIL-REC
           MOVE SRT-SEQ        TO MDT-SEQ
           EVALUATE TRUE
               WHEN SRT-BEKLIYOR
                   MOVE "BEKLIYOR"   TO MDT-DURUM
                   ADD 1 TO WS-BR-BKL
               WHEN SRT-ONAYLANDI
                   MOVE "ONAYLANDI"  TO MDT-DURUM
                   ADD 1 TO WS-BR-ONY
               WHEN SRT-REDDEDILDI
                   MOVE "REDDEDILDI" TO MDT-DURUM
                   ADD 1 TO WS-BR-RED
               WHEN SRT-SURESI-DOLDU
                   MOVE "SURE DOLDU" TO MDT-DURUM
                   ADD 1 TO WS-BR-SDL
           END-EVALUATE
           MOVE " NEDEN="      TO MDT-NDN-LBL
           EVALUATE TRUE
               WHEN SRT-SILME
                   MOVE "SILME"        TO MDT-NEDEN
               WHEN SRT-TUTAR-AZALMA
                   MOVE "TUTAR AZALMA" TO MDT-NEDEN
               WHEN SRT-SUBE-DEGIS
                   MOVE "SUBE DEGIS"   TO MDT-NEDEN
           END-EVALUATE
           MOVE " GIREN="      TO MDT-MKR-LBL
           MOVE SRT-MAKER      TO MDT-MAKER
           MOVE " ONAY="       TO MDT-CHK-LBL
           MOVE SRT-CHECKER    TO MDT-CHECKER
           MOVE " GIRIS="      TO MDT-GRS-LBL
           MOVE SRT-GIRIS-DATE TO MDT-GIRIS-DATE
           MOVE " ESKI="       TO MDT-ESK-LBL
           MOVE SRT-ESKI-TUTAR TO MDT-ESKI-TUTAR
           MOVE " YENI="       TO MDT-YEN-LBL
           MOVE SRT-YENI-TUTAR TO MDT-YENI-TUTAR
           MOVE " SUBE="       TO MDT-SUB-LBL
           MOVE SRT-YENI-SUBE  TO MDT-YENI-SUBE
           WRITE MNA-DETAIL-REC
           IF NOT RPT-SUCCES
               MOVE "MNARPT YAZMA HATASI (DETAY)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF SRT-REDDEDILDI OR SRT-SURESI-DOLDU
               INITIALIZE MNA-REASON-REC
               MOVE "RED NEDENI: " TO MRN-LBL
               MOVE SRT-RED-NEDEN  TO MRN-TEXT
               WRITE MNA-REASON-REC
               IF NOT RPT-SUCCES
                   MOVE "MNARPT YAZMA HATASI (DETAY)" TO WS-ABEND-MSG
                   MOVE RPT-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           PERFORM H387-READ-SORTED.
       H383-END. EXIT.
      *
       H389-WRITE-BRANCH-TOTAL.
           INITIALIZE MNA-TOTAL-REC
           MOVE "** SUBE TOP: " TO MTO-TAG
           MOVE WS-CUR-SUBE     TO MTO-SUBE
           MOVE WS-BR-BKL       TO MTO-BKL-CNT
           MOVE WS-BR-ONY       TO MTO-ONY-CNT
           MOVE WS-BR-RED       TO MTO-RED-CNT
           MOVE WS-BR-SDL       TO MTO-SDL-CNT
           PERFORM H390-WRITE-TOTAL-LINE
           ADD WS-BR-BKL TO WS-GT-BKL
           ADD WS-BR-ONY TO WS-GT-ONY
           ADD WS-BR-RED TO WS-GT-RED
           ADD WS-BR-SDL TO WS-GT-SDL.
       H389-END. EXIT.
      *
       H390-WRITE-TOTAL-LINE.
           MOVE " BEKLEYEN="     TO MTO-BKL-LBL
           MOVE " ONAYLANAN="    TO MTO-ONY-LBL
           MOVE " REDDEDILEN="   TO MTO-RED-LBL
           MOVE " SURESI DOLAN=" TO MTO-SDL-LBL
           WRITE MNA-TOTAL-REC
           IF NOT RPT-SUCCES
               MOVE "MNARPT YAZMA HATASI (TOPLAM)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H390-END. EXIT.
      *
       H395-WRITE-GRAND-TOTAL.
           INITIALIZE MNA-TOTAL-REC
           MOVE "** GENEL TOP:" TO MTO-TAG
           MOVE SPACES          TO MTO-SUBE
           MOVE WS-GT-BKL       TO MTO-BKL-CNT
           MOVE WS-GT-ONY       TO MTO-ONY-CNT
           MOVE WS-GT-RED       TO MTO-RED-CNT
           MOVE WS-GT-SDL       TO MTO-SDL-CNT
           PERFORM H390-WRITE-TOTAL-LINE.
       H395-END. EXIT.
      *
       H396-WRITE-TRAILER.
           INITIALIZE MNA-TRAILER-REC
           MOVE "TRLR:"          TO MTR-LABEL
           MOVE " ISLEM="        TO MTR-LBL-OKU
           MOVE WS-READ-CNT      TO MTR-OKU-CNT
           MOVE " ONAY="         TO MTR-LBL-ONY
           MOVE WS-ONAY-CNT      TO MTR-ONY-CNT
           MOVE " RED="          TO MTR-LBL-RED
           MOVE WS-RED-CNT       TO MTR-RED-CNT
           MOVE " SURESI DOLAN=" TO MTR-LBL-SDL
           MOVE WS-SDL-CNT       TO MTR-SDL-CNT
           MOVE " HATALI= "      TO MTR-LBL-HAT
           MOVE WS-EXCEPT-CNT    TO MTR-HAT-CNT
           MOVE " BEKLEYEN="     TO MTR-LBL-BKL
           MOVE WS-BKL-CNT       TO MTR-BKL-CNT
           WRITE MNA-TRAILER-REC
           IF NOT RPT-SUCCES
               MOVE "MNARPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H396-END. EXIT.
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
       H995-ABEND-JOB.
           DISPLAY "ODEV2MNA: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           CLOSE TRAN-FILE
                 PEND-FILE
                 ACCT-REC
                 APPR-EXCEPT
                 AUDIT-FILE
                 MNA-RPT.
           DISPLAY "ODEV2MNA: OKUNAN=" WS-READ-CNT
                   " ONAYLANAN=" WS-ONAY-CNT
                   " REDDEDILEN=" WS-RED-CNT
                   " SURESI DOLAN=" WS-SDL-CNT
                   " BEKLEYEN=" WS-BKL-CNT
                   " ISTISNA=" WS-EXCEPT-CNT.
           IF WS-EXCEPT-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       H900-END. EXIT.
