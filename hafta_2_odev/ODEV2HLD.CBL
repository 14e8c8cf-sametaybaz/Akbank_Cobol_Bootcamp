       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2HLD.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * BATCH MAINTENANCE OF THE INDEXED DISPUTE/COLLECTIONS HOLD
      * MASTER (HOLDREC, KEYED BY ACCT-SEQ) FOR THE SUPPORT DESK.
      * HLDTRAN CARRIES "A" (ADD A HOLD: REASON, USER, START AND
      * EXPIRY DATE) AND "R" (RELEASE THE ACTIVE HOLD) TRANSACTIONS;
      * BAD ONES GO TO HLDEXCPT AND EVERY APPLIED CHANGE WRITES A
      * BEFORE/AFTER IMAGE TO HLDAUDIT, AS ODEV2ADR DOES FOR ADDRREC.
      * AFTER THE TRANSACTIONS THE WHOLE MASTER IS SCANNED: ACTIVE
      * HOLDS WHOSE EXPIRY DATE IS BEFORE THE HLDPARM RUN DATE ARE
      * CLOSED AS "S" (SURESI DOLDU), AUDITED AND LISTED ON THE DAILY
      * EXPIRY LIST HLDRPT.
      * A HOLD IS ACTIVE WHEN HLD-DURUM IS "A" AND THE RUN DATE FALLS
      * BETWEEN ITS START AND EXPIRY DATES. WHILE IT IS ACTIVE ODEV2C
      * AGES THE ACCOUNT BUT DOES NOT LETTER, EXTRACT OR RANK IT,
      * ODEV2ACR SUSPENDS ITS PENALTY ACCRUAL AND ODEV2WOC DOES NOT
      * PROPOSE IT FOR WRITE-OFF.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE   ASSIGN HLDTRAN
                              STATUS TRAN-ST.
           SELECT HOLD-REC    ASSIGN HOLDREC
                              ORGANIZATION INDEXED
                              ACCESS MODE DYNAMIC
                              RECORD KEY HLD-SEQ
                              STATUS HLD-ST.
           SELECT ACCT-REC    ASSIGN ACCTREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY ACCT-SEQ
                              ALTERNATE RECORD KEY ACCT-SOYAD
                                  WITH DUPLICATES
                              STATUS ACCT-ST.
           SELECT HOLD-EXCEPT ASSIGN HLDEXCPT
                              STATUS HEX-ST.
           SELECT AUDIT-FILE  ASSIGN HLDAUDIT
                              STATUS AUD-ST.
           SELECT HOLD-RPT    ASSIGN HLDRPT
                              STATUS RPT-ST.
           SELECT PARM-FILE   ASSIGN HLDPARM
                              STATUS PARM-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
           05  TRAN-CODE     PIC X(01).
               88  TRAN-ADD             VALUE "A".
               88  TRAN-RELEASE         VALUE "R".
           05  TRAN-USER     PIC X(08).
           05  TRAN-SEQ      PIC X(04).
           05  TRAN-REASON   PIC X(30).
           05  TRAN-BAS-DATE PIC 9(08).
           05  TRAN-BIT-DATE PIC 9(08).
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
               88  HLD-KALDIRILDI       VALUE "K".
               88  HLD-SURESI-DOLDU     VALUE "S".
           05  HLD-KAL-USER  PIC X(08).
           05  HLD-KAL-DATE  PIC 9(08).
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
       FD  HOLD-EXCEPT RECORDING MODE F.
       01  HEX-REC.
           05  HEX-CODE      PIC X(01).
           05  HEX-USER      PIC X(08).
           05  HEX-SEQ       PIC X(04).
           05  HEX-TRAN-REASON PIC X(30).
           05  HEX-BAS-DATE  PIC 9(08).
           05  HEX-BIT-DATE  PIC 9(08).
           05  HEX-REASON    PIC X(25).
      *
       FD  AUDIT-FILE RECORDING MODE F.
       01  AUDIT-REC.
           05  AUD-DATE      PIC 9(08).
           05  AUD-TIME      PIC 9(06).
           05  AUD-USER      PIC X(08).
           05  AUD-CODE      PIC X(01).
           05  AUD-SEQ       PIC X(04).
           05  AUD-BEFORE    PIC X(75).
           05  AUD-AFTER     PIC X(75).
      *
       FD  HOLD-RPT RECORDING MODE F.
       01  HRP-HDR-REC.
           05  HHD-TAG       PIC X(08).
           05  HHD-TEXT      PIC X(30).
           05  HHD-DATE      PIC 9(08).
           05  HHD-FILL      PIC X(87).
      *
       01  HRP-DETAIL-REC.
           05  HRD-TAG       PIC X(08).
           05  HRD-SEQ       PIC X(04).
           05  HRD-SP1       PIC X(01).
           05  HRD-REASON    PIC X(30).
           05  HRD-USER-LBL  PIC X(11).
           05  HRD-USER      PIC X(08).
           05  HRD-BAS-LBL   PIC X(05).
           05  HRD-BAS-DATE  PIC 9(08).
           05  HRD-BIT-LBL   PIC X(05).
           05  HRD-BIT-DATE  PIC 9(08).
           05  HRD-FILL      PIC X(45).
      *
       01  HRP-TRAILER-REC.
           05  HTR-LABEL     PIC X(05).
           05  HTR-LBL-ADD   PIC X(09).
           05  HTR-ADD-CNT   PIC ZZZZZZ9.
           05  HTR-LBL-REL   PIC X(12).
           05  HTR-REL-CNT   PIC ZZZZZZ9.
           05  HTR-LBL-EXP   PIC X(14).
           05  HTR-EXP-CNT   PIC ZZZZZZ9.
           05  HTR-LBL-RED   PIC X(05).
           05  HTR-RED-CNT   PIC ZZZZZZ9.
           05  HTR-LBL-ACT   PIC X(07).
           05  HTR-ACT-CNT   PIC ZZZZZZ9.
           05  HTR-FILL      PIC X(46).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-DATE PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 TRAN-ST          PIC 9(02).
           88 TRAN-EOF                 VALUE 10.
           88 TRAN-SUCCESS             VALUE 00 97.
         05 HLD-ST           PIC 9(02).
           88 HLD-SUCCESS              VALUE 00 97.
           88 HLD-EOF                  VALUE 10.
           88 HLD-NOTFND               VALUE 23.
           88 HLD-NOT-FOUND            VALUE 35.
         05 ACCT-ST          PIC 9(02).
           88 ACCT-SUCCESS             VALUE 00 97.
           88 ACCT-NOTFND              VALUE 23.
         05 HEX-ST           PIC 9(02).
           88 HEX-SUCCES               VALUE 00 97.
         05 AUD-ST           PIC 9(02).
           88 AUD-SUCCES               VALUE 00 97.
           88 AUD-NOT-FOUND            VALUE 35.
         05 RPT-ST           PIC 9(02).
           88 RPT-SUCCES               VALUE 00 97.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 WS-RUN-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-BAS-DATE      PIC 9(08).
         05 WS-AUDIT-USER    PIC X(08) VALUE "ODEV2HLD".
         05 WS-READ-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-ADD-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-REL-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-EXP-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-ACT-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-EXCEPT-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-EXCEPT-REASON PIC X(25).
         05 WS-BEFORE-IMAGE  PIC X(75).
         05 WS-TRAN-STATUS   PIC X(01).
           88 WS-TRAN-OK               VALUE "Y".
         05 WS-HOLD-FOUND-SW PIC X(01).
           88 WS-HOLD-FOUND            VALUE "Y".
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
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
           PERFORM H200-APPLY-TRAN UNTIL TRAN-EOF.
           PERFORM H300-EXPIRE-HOLDS.
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H130-READ-PARAMETERS
           OPEN INPUT TRAN-FILE
           IF NOT TRAN-SUCCESS
               MOVE "HLDTRAN ACILAMADI" TO WS-ABEND-MSG
               MOVE TRAN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN I-O HOLD-REC
           IF HLD-NOT-FOUND
               OPEN OUTPUT HOLD-REC
               CLOSE HOLD-REC
               OPEN I-O HOLD-REC
           END-IF
           IF NOT HLD-SUCCESS
               MOVE "HOLDREC ACILAMADI" TO WS-ABEND-MSG
               MOVE HLD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT ACCT-REC
           IF NOT ACCT-SUCCESS
               MOVE "ACCTREC ACILAMADI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT HOLD-EXCEPT
           IF NOT HEX-SUCCES
               MOVE "HLDEXCPT ACILAMADI" TO WS-ABEND-MSG
               MOVE HEX-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF AUD-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUD-SUCCES
               MOVE "HLDAUDIT ACILAMADI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT HOLD-RPT
           IF NOT RPT-SUCCES
               MOVE "HLDRPT ACILAMADI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           INITIALIZE HRP-HDR-REC
           MOVE "HLDRPT: "                      TO HHD-TAG
           MOVE "SURESI DOLAN ITIRAZLAR  TARIH=" TO HHD-TEXT
           MOVE WS-RUN-DATE                     TO HHD-DATE
           WRITE HRP-HDR-REC
           IF NOT RPT-SUCCES
               MOVE "HLDRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ TRAN-FILE
           IF NOT TRAN-SUCCESS AND NOT TRAN-EOF
               MOVE "HLDTRAN ILK OKUMA HATASI" TO WS-ABEND-MSG
               MOVE TRAN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H100-END. EXIT.
      *
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "HLDPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "HLDPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "HLDPARM GECERSIZ RUN DATE" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           CLOSE PARM-FILE.
       H130-END. EXIT.
      *
       H200-APPLY-TRAN.
           ADD 1 TO WS-READ-CNT
           EVALUATE TRUE
               WHEN TRAN-ADD
                   PERFORM H210-APPLY-ADD
               WHEN TRAN-RELEASE
                   PERFORM H220-APPLY-RELEASE
               WHEN OTHER
                   MOVE "GECERSIZ ISLEM KODU" TO WS-EXCEPT-REASON
                   PERFORM H260-WRITE-EXCEPTION
           END-EVALUATE
           READ TRAN-FILE
           IF NOT TRAN-SUCCESS AND NOT TRAN-EOF
               MOVE "HLDTRAN OKUMA HATASI" TO WS-ABEND-MSG
               MOVE TRAN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H200-END. EXIT.
      *
      * A MISSING START DATE MEANS THE HOLD STARTS ON THE RUN DATE.
       H205-VALIDATE-ADD.
           MOVE "Y" TO WS-TRAN-STATUS
           MOVE TRAN-BAS-DATE TO WS-BAS-DATE
           IF WS-BAS-DATE IS NUMERIC AND WS-BAS-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-BAS-DATE
           END-IF
           MOVE WS-BAS-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           EVALUATE TRUE
               WHEN TRAN-SEQ = SPACES
                   MOVE "GECERSIZ SIRA NO" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
               WHEN TRAN-USER = SPACES
                   MOVE "KULLANICI EKSIK" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
               WHEN TRAN-REASON = SPACES
                   MOVE "ITIRAZ NEDENI EKSIK" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
               WHEN WS-DATE-BAD
                   MOVE "GECERSIZ BASLANGIC TARIHI" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
           END-EVALUATE
           IF WS-TRAN-OK
               MOVE TRAN-BIT-DATE TO WS-CHK-DATE
               PERFORM H207-VALIDATE-ONE-DATE
               EVALUATE TRUE
                   WHEN WS-DATE-BAD
                       MOVE "GECERSIZ BITIS TARIHI" TO WS-EXCEPT-REASON
                       MOVE "N" TO WS-TRAN-STATUS
                   WHEN TRAN-BIT-DATE < WS-BAS-DATE
                       MOVE "BITIS BASLANGICTAN ONCE" TO
                            WS-EXCEPT-REASON
                       MOVE "N" TO WS-TRAN-STATUS
                   WHEN TRAN-BIT-DATE < WS-RUN-DATE
                       MOVE "BITIS TARIHI GECMIS" TO WS-EXCEPT-REASON
                       MOVE "N" TO WS-TRAN-STATUS
               END-EVALUATE
           END-IF
           IF WS-TRAN-OK
               PERFORM H206-CHECK-ACCOUNT
           END-IF.
       H205-END. EXIT.
      *
       H206-CHECK-ACCOUNT.
           MOVE TRAN-SEQ TO ACCT-SEQ
           READ ACCT-REC
           IF ACCT-SUCCESS
               EVALUATE TRUE
                   WHEN ACCT-KAPALI
                       MOVE "HESAP KAPALI" TO WS-EXCEPT-REASON
                       MOVE "N" TO WS-TRAN-STATUS
                   WHEN ACCT-TERKIN
                       MOVE "HESAP TERKIN EDILMIS" TO WS-EXCEPT-REASON
                       MOVE "N" TO WS-TRAN-STATUS
               END-EVALUATE
           ELSE
               IF ACCT-NOTFND
                   MOVE "HESAP BULUNAMADI" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
               ELSE
                   MOVE "ACCTREC OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE ACCT-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H206-END. EXIT.
      *
      * AN ACCOUNT CARRIES ONE HOLD RECORD; A RELEASED OR EXPIRED
      * HOLD IS REPLACED BY THE NEW ONE (THE OLD IMAGE STAYS ON
      * HLDAUDIT). AN ACTIVE HOLD MUST BE RELEASED FIRST.
       H210-APPLY-ADD.
           PERFORM H205-VALIDATE-ADD
           IF NOT WS-TRAN-OK
               PERFORM H260-WRITE-EXCEPTION
           ELSE
               PERFORM H230-READ-HOLD
               IF WS-HOLD-FOUND AND HLD-AKTIF
                  AND HLD-BIT-DATE NOT < WS-RUN-DATE
                   MOVE "AKTIF ITIRAZ MEVCUT" TO WS-EXCEPT-REASON
                   PERFORM H260-WRITE-EXCEPTION
               ELSE
                   PERFORM H240-MOVE-TRAN-TO-HOLD
                   IF WS-HOLD-FOUND
                       REWRITE HOLD-FIELDS
                   ELSE
                       WRITE HOLD-FIELDS
                   END-IF
                   IF NOT HLD-SUCCESS
                       MOVE "HOLDREC YAZMA HATASI" TO WS-ABEND-MSG
                       MOVE HLD-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-ADD-CNT
                   MOVE TRAN-USER TO AUD-USER
                   PERFORM H250-WRITE-AUDIT
               END-IF
           END-IF.
       H210-END. EXIT.
      *
       H220-APPLY-RELEASE.
           EVALUATE TRUE
               WHEN TRAN-SEQ = SPACES
                   MOVE "GECERSIZ SIRA NO" TO WS-EXCEPT-REASON
                   PERFORM H260-WRITE-EXCEPTION
               WHEN TRAN-USER = SPACES
                   MOVE "KULLANICI EKSIK" TO WS-EXCEPT-REASON
                   PERFORM H260-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM H230-READ-HOLD
                   IF NOT WS-HOLD-FOUND
                       MOVE "ITIRAZ KAYDI BULUNAMADI" TO
                            WS-EXCEPT-REASON
                       PERFORM H260-WRITE-EXCEPTION
                   ELSE
                       IF NOT HLD-AKTIF
                           MOVE "AKTIF ITIRAZ YOK" TO WS-EXCEPT-REASON
                           PERFORM H260-WRITE-EXCEPTION
                       ELSE
                           MOVE HOLD-FIELDS TO WS-BEFORE-IMAGE
                           MOVE "K"         TO HLD-DURUM
                           MOVE TRAN-USER   TO HLD-KAL-USER
                           MOVE WS-RUN-DATE TO HLD-KAL-DATE
                           REWRITE HOLD-FIELDS
                           IF NOT HLD-SUCCESS
                               MOVE "HOLDREC REWRITE HATASI" TO
                                    WS-ABEND-MSG
                               MOVE HLD-ST TO WS-ABEND-STATUS
                               PERFORM H995-ABEND-JOB
                           END-IF
                           ADD 1 TO WS-REL-CNT
                           MOVE TRAN-USER TO AUD-USER
                           PERFORM H250-WRITE-AUDIT
                       END-IF
                   END-IF
           END-EVALUATE.
       H220-END. EXIT.
      *
       H230-READ-HOLD.
           MOVE "N" TO WS-HOLD-FOUND-SW
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE TRAN-SEQ TO HLD-SEQ
           READ HOLD-REC
           IF HLD-SUCCESS
               MOVE "Y" TO WS-HOLD-FOUND-SW
               MOVE HOLD-FIELDS TO WS-BEFORE-IMAGE
           ELSE
               IF NOT HLD-NOTFND
                   MOVE "HOLDREC OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE HLD-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H230-END. EXIT.
      *
       H240-MOVE-TRAN-TO-HOLD.
           INITIALIZE HOLD-FIELDS
           MOVE TRAN-SEQ      TO HLD-SEQ
           MOVE TRAN-REASON   TO HLD-REASON
           MOVE TRAN-USER     TO HLD-USER
           MOVE WS-BAS-DATE   TO HLD-BAS-DATE
           MOVE TRAN-BIT-DATE TO HLD-BIT-DATE
           MOVE "A"           TO HLD-DURUM
           MOVE SPACES        TO HLD-KAL-USER
           MOVE ZEROS         TO HLD-KAL-DATE.
       H240-END. EXIT.
      *
      * AUD-USER IS SET BY THE CALLER (TRANSACTION USER, OR THE
      * PROGRAM NAME FOR AN EXPIRY).
       H250-WRITE-AUDIT.
           MOVE WS-STAMP-DATE   TO AUD-DATE
           MOVE WS-STAMP-HHMMSS TO AUD-TIME
           MOVE HLD-DURUM       TO AUD-CODE
           IF HLD-AKTIF
               MOVE "A" TO AUD-CODE
           END-IF
           IF HLD-KALDIRILDI
               MOVE "R" TO AUD-CODE
           END-IF
           MOVE HLD-SEQ         TO AUD-SEQ
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
           MOVE HOLD-FIELDS     TO AUD-AFTER
           WRITE AUDIT-REC
           IF NOT AUD-SUCCES
               MOVE "HLDAUDIT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H250-END. EXIT.
      *
       H260-WRITE-EXCEPTION.
           INITIALIZE HEX-REC
           MOVE TRAN-CODE     TO HEX-CODE
           MOVE TRAN-USER     TO HEX-USER
           MOVE TRAN-SEQ      TO HEX-SEQ
           MOVE TRAN-REASON   TO HEX-TRAN-REASON
           MOVE TRAN-BAS-DATE TO HEX-BAS-DATE
           MOVE TRAN-BIT-DATE TO HEX-BIT-DATE
           MOVE WS-EXCEPT-REASON TO HEX-REASON
           WRITE HEX-REC
           IF NOT HEX-SUCCES
               MOVE "HLDEXCPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE HEX-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-EXCEPT-CNT.
       H260-END. EXIT.
      *
      * DAILY EXPIRY: EVERY ACTIVE HOLD WHOSE EXPIRY DATE IS BEFORE
      * THE RUN DATE IS CLOSED AS "S" AND LISTED ON HLDRPT.
       H300-EXPIRE-HOLDS.
           MOVE LOW-VALUES TO HLD-SEQ
           START HOLD-REC KEY NOT < HLD-SEQ
           IF HLD-SUCCESS
               PERFORM H311-READ-NEXT-HOLD
               PERFORM H310-CHECK-ONE-HOLD UNTIL HLD-EOF
           ELSE
               IF NOT HLD-NOTFND
                   MOVE "HOLDREC START HATASI" TO WS-ABEND-MSG
                   MOVE HLD-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H300-END. EXIT.
      *
       H310-CHECK-ONE-HOLD.
           IF HLD-AKTIF
               IF HLD-BIT-DATE < WS-RUN-DATE
                   MOVE HOLD-FIELDS   TO WS-BEFORE-IMAGE
                   MOVE "S"           TO HLD-DURUM
                   MOVE WS-AUDIT-USER TO HLD-KAL-USER
                   MOVE WS-RUN-DATE   TO HLD-KAL-DATE
                   REWRITE HOLD-FIELDS
                   IF NOT HLD-SUCCESS
                       MOVE "HOLDREC REWRITE HATASI" TO WS-ABEND-MSG
                       MOVE HLD-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
                   ADD 1 TO WS-EXP-CNT
                   MOVE WS-AUDIT-USER TO AUD-USER
                   PERFORM H250-WRITE-AUDIT
                   PERFORM H320-WRITE-EXPIRY-LINE
               ELSE
                   ADD 1 TO WS-ACT-CNT
               END-IF
           END-IF
           PERFORM H311-READ-NEXT-HOLD.
       H310-END. EXIT.
      *
       H311-READ-NEXT-HOLD.
           READ HOLD-REC NEXT RECORD
           IF NOT HLD-SUCCESS AND NOT HLD-EOF
               MOVE "HOLDREC OKUMA HATASI" TO WS-ABEND-MSG
               MOVE HLD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H311-END. EXIT.
      *
       H320-WRITE-EXPIRY-LINE.
           INITIALIZE HRP-DETAIL-REC
           MOVE "DOLDU:  "    TO HRD-TAG
           MOVE HLD-SEQ       TO HRD-SEQ
           MOVE HLD-REASON    TO HRD-REASON
           MOVE " KULLANICI=" TO HRD-USER-LBL
           MOVE HLD-USER      TO HRD-USER
           MOVE " BAS="       TO HRD-BAS-LBL
           MOVE HLD-BAS-DATE  TO HRD-BAS-DATE
           MOVE " BIT="       TO HRD-BIT-LBL
           MOVE HLD-BIT-DATE  TO HRD-BIT-DATE
           WRITE HRP-DETAIL-REC
           IF NOT RPT-SUCCES
               MOVE "HLDRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H320-END. EXIT.
      *
       H330-WRITE-TRAILER.
           INITIALIZE HRP-TRAILER-REC
           MOVE "TRLR:"          TO HTR-LABEL
           MOVE " EKLENEN="      TO HTR-LBL-ADD
           MOVE WS-ADD-CNT       TO HTR-ADD-CNT
           MOVE " KALDIRILAN="   TO HTR-LBL-REL
           MOVE WS-REL-CNT       TO HTR-REL-CNT
           MOVE " SURESI DOLAN=" TO HTR-LBL-EXP
           MOVE WS-EXP-CNT       TO HTR-EXP-CNT
           MOVE " RED="          TO HTR-LBL-RED
           MOVE WS-EXCEPT-CNT    TO HTR-RED-CNT
           MOVE " AKTIF="        TO HTR-LBL-ACT
           MOVE WS-ACT-CNT       TO HTR-ACT-CNT
           WRITE HRP-TRAILER-REC
           IF NOT RPT-SUCCES
               MOVE "HLDRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H330-END. EXIT.
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
           DISPLAY "ODEV2HLD: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           PERFORM H330-WRITE-TRAILER
           CLOSE TRAN-FILE
                 HOLD-REC
                 ACCT-REC
                 HOLD-EXCEPT
                 AUDIT-FILE
                 HOLD-RPT.
           DISPLAY "ODEV2HLD: OKUNAN=" WS-READ-CNT
                   " EKLENEN=" WS-ADD-CNT
                   " KALDIRILAN=" WS-REL-CNT
                   " SURESI DOLAN=" WS-EXP-CNT
                   " AKTIF=" WS-ACT-CNT
                   " ISTISNA=" WS-EXCEPT-CNT.
           IF WS-EXCEPT-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       H900-END. EXIT.
