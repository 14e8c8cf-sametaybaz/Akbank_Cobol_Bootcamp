      * ODEV2LKP READ, REJECTS BAD TRANSACTIONS TO MNTEXCPT AND
      * WRITES A BEFORE/AFTER AUDIT RECORD TO MNTAUDIT FOR EVERY
      * APPLIED CHANGE.
      * HIGH-RISK TRANSACTIONS ARE NOT APPLIED HERE: EVERY DELETE,
      * EVERY UPDATE THAT CHANGES ACCT-SUBE AND EVERY UPDATE THAT
      * REDUCES ACCT-TUTAR BY MORE THAN THE MNTPARM LIMIT IS PARKED
      * ON THE PENDING-APPROVAL MASTER MNTPEND (ONE ITEM PER ACCOUNT,
      * WITH THE ACCOUNT IMAGE AT PARKING TIME). ODEV2MNA APPLIES IT
      * ONLY WHEN A SECOND, DIFFERENT USER APPROVES IT. A NEW HIGH-
      * RISK TRANSACTION FOR AN ACCOUNT THAT ALREADY HAS A PENDING
      * ITEM IS REJECTED TO MNTEXCPT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                              STATUS MEX-ST.
           SELECT AUDIT-FILE  ASSIGN MNTAUDIT
                              STATUS AUD-ST.
           SELECT PEND-FILE   ASSIGN MNTPEND
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY PND-SEQ
                              STATUS PND-ST.
           SELECT PARM-FILE   ASSIGN MNTPARM
                              STATUS PARM-ST.
      *-------------
       DATA DIVISION.
      *-------------
           05  AUD-SEQ       PIC X(04).
           05  AUD-BEFORE    PIC X(65).
           05  AUD-AFTER     PIC X(65).
           05  AUD-ONAY-USER PIC X(08).
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
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-DATE PIC 9(08).
           05  PARM-LIMIT    PIC 9(09)V99.
      *
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 AUD-ST           PIC 9(02).
           88 AUD-SUCCES               VALUE 00 97.
           88 AUD-NOT-FOUND            VALUE 35.
         05 PND-ST           PIC 9(02).
           88 PND-SUCCES               VALUE 00 97.
           88 PND-NOTFND               VALUE 23.
           88 PND-NOT-FOUND            VALUE 35.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 WS-RUN-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-LIMIT         PIC 9(09)V99 VALUE ZEROS.
         05 WS-AZALMA        PIC 9(09)V99 VALUE ZEROS.
         05 WS-PARK-NEDEN    PIC X(01).
           88 WS-PARK-YOK              VALUE SPACE.
         05 WS-PND-FOUND-SW  PIC X(01).
           88 WS-PND-FOUND             VALUE "Y".
         05 WS-READ-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-PND-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-ADD-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-UPD-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-PND-DEL-CNT   PIC 9(07) VALUE ZEROS.
         05 WS-EXCEPT-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-EXCEPT-REASON PIC X(25).
         05 WS-BEFORE-IMAGE  PIC X(65).
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H130-READ-PARAMETERS
           OPEN INPUT TRAN-FILE
           IF NOT TRAN-SUCCESS
               MOVE "MNTTRAN ACILAMADI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
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
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           READ TRAN-FILE
               PERFORM H995-ABEND-JOB
           END-IF.
       H100-END. EXIT.
      *
      * A ZERO LIMIT PARKS EVERY BALANCE REDUCTION.
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "MNTPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "MNTPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "MNTPARM GECERSIZ RUN DATE" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF PARM-LIMIT IS NOT NUMERIC
               MOVE "MNTPARM GECERSIZ LIMIT" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-LIMIT TO WS-LIMIT
           CLOSE PARM-FILE.
       H130-END. EXIT.
      *
       H200-APPLY-TRAN.
           ADD 1 TO WS-READ-CNT
               READ ACCT-REC
               IF ACCT-SUCCESS
                   MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
                   PERFORM H270-CHECK-UPDATE-RISK
                   IF WS-PARK-YOK
                       PERFORM H240-MOVE-TRAN-TO-ACCT
                       REWRITE ACCT-FIELDS
                       IF NOT ACCT-SUCCESS
                           MOVE "ACCT-REC REWRITE HATASI" TO
                                WS-ABEND-MSG
                           MOVE ACCT-ST TO WS-ABEND-STATUS
                           PERFORM H995-ABEND-JOB
                       END-IF
                       ADD 1 TO WS-UPD-CNT
                       PERFORM H250-WRITE-AUDIT
                   ELSE
                       PERFORM H280-PARK-TRAN
                   END-IF
               ELSE
                   IF ACCT-NOTFND
                       MOVE "KAYIT BULUNAMADI" TO WS-EXCEPT-REASON
           READ ACCT-REC
           IF ACCT-SUCCESS
               MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
               MOVE "D" TO WS-PARK-NEDEN
               PERFORM H280-PARK-TRAN
           ELSE
               IF ACCT-NOTFND
                   MOVE "KAYIT BULUNAMADI" TO WS-EXCEPT-REASON
           END-IF
           ADD 1 TO WS-EXCEPT-CNT.
       H260-END. EXIT.
      *
      * AN UPDATE IS HIGH-RISK WHEN IT MOVES THE ACCOUNT TO ANOTHER
      * BRANCH OR CUTS THE BALANCE BY MORE THAN THE MNTPARM LIMIT.
       H270-CHECK-UPDATE-RISK.
           MOVE SPACE TO WS-PARK-NEDEN
           IF TRAN-SUBE NOT = ACCT-SUBE
               MOVE "S" TO WS-PARK-NEDEN
           ELSE
               IF TRAN-TUTAR < ACCT-TUTAR
                   COMPUTE WS-AZALMA = ACCT-TUTAR - TRAN-TUTAR
                   IF WS-AZALMA > WS-LIMIT
                       MOVE "T" TO WS-PARK-NEDEN
                   END-IF
               END-IF
           END-IF.
       H270-END. EXIT.
      *
      * THE ACCOUNT KEEPS ONE ITEM ON MNTPEND; A DECIDED OR EXPIRED
      * ITEM IS REPLACED BY THE NEW ONE, A PENDING ONE MUST BE
      * DECIDED FIRST. WS-BEFORE-IMAGE HOLDS THE ACCOUNT AS READ.
       H280-PARK-TRAN.
           MOVE "N" TO WS-PND-FOUND-SW
           MOVE TRAN-SEQ TO PND-SEQ
           READ PEND-FILE
           IF PND-SUCCES
               MOVE "Y" TO WS-PND-FOUND-SW
           ELSE
               IF NOT PND-NOTFND
                   MOVE "MNTPEND OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE PND-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           IF WS-PND-FOUND AND PND-BEKLIYOR
               MOVE "ONAY BEKLEYEN ISLEM VAR" TO WS-EXCEPT-REASON
               PERFORM H260-WRITE-EXCEPTION
           ELSE
               INITIALIZE PEND-FIELDS
               MOVE TRAN-SEQ        TO PND-SEQ
               MOVE ACCT-SUBE       TO PND-SUBE
               MOVE "B"             TO PND-DURUM
               MOVE WS-PARK-NEDEN   TO PND-NEDEN
               MOVE TRAN-CODE       TO PND-CODE
               MOVE TRAN-USER       TO PND-MAKER
               MOVE TRAN-AD         TO PND-AD
               MOVE TRAN-SOYAD      TO PND-SOYAD
               MOVE TRAN-DTAR       TO PND-DTAR
               MOVE TRAN-TODAY      TO PND-TODAY
               MOVE TRAN-TUTAR      TO PND-TUTAR
               MOVE TRAN-SUBE       TO PND-YENI-SUBE
               MOVE WS-BEFORE-IMAGE TO PND-BEFORE
               MOVE WS-RUN-DATE     TO PND-GIRIS-DATE
               MOVE SPACES          TO PND-CHECKER
               MOVE ZEROS           TO PND-KARAR-DATE
               IF WS-PND-FOUND
                   REWRITE PEND-FIELDS
               ELSE
                   WRITE PEND-FIELDS
               END-IF
               IF NOT PND-SUCCES
                   MOVE "MNTPEND YAZMA HATASI" TO WS-ABEND-MSG
                   MOVE PND-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               ADD 1 TO WS-PND-CNT
               IF WS-PARK-NEDEN = "D"
                   ADD 1 TO WS-PND-DEL-CNT
               END-IF
           END-IF.
       H280-END. EXIT.
      *
       H995-ABEND-JOB.
           DISPLAY "ODEV2MNT: FATAL HATA - " WS-ABEND-MSG
           CLOSE TRAN-FILE
                 ACCT-REC
                 MAINT-EXCEPT
                 AUDIT-FILE
                 PEND-FILE.
           DISPLAY "ODEV2MNT: OKUNAN=" WS-READ-CNT
                   " EKLENEN=" WS-ADD-CNT
                   " GUNCELLENEN=" WS-UPD-CNT
                   " ONAYA GIDEN=" WS-PND-CNT
                   " (SILME=" WS-PND-DEL-CNT ")"
                   " ISTISNA=" WS-EXCEPT-CNT.
           IF WS-EXCEPT-CNT > 0
               MOVE 8 TO RETURN-CODE
