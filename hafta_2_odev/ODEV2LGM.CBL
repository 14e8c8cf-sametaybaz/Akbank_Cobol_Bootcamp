       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2LGM.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * BATCH MAINTENANCE OF THE LEGAL-STATUS MASTER (LEGALREC, KEYED
      * BY ACCT-SEQ) FROM THE LAW FIRM'S STATUS REPORTS. ODEV2LGL
      * OPENS AN ACCOUNT AS "S" (SEVK) WHEN IT IS REFERRED; LGMTRAN
      * THEN CARRIES "D" (DAVA ACILDI), "U" (UZLASILDI) AND "I" (IADE,
      * THE ACCOUNT IS RETURNED TO COLLECTIONS) WITH THE EVENT DATE,
      * THE USER AND A NOTE. ALLOWED MOVES ARE S->D, S/D->U AND
      * S/D/U->I; ANYTHING ELSE, AN UNKNOWN ACCOUNT OR A BAD DATE GOES
      * TO LGMEXCPT AND THE RUN ENDS WITH RC 8. EVERY APPLIED CHANGE
      * WRITES A BEFORE/AFTER IMAGE TO LGLAUDIT, AS ODEV2HLD DOES FOR
      * HOLDREC. A MISSING EVENT DATE MEANS THE LGMPARM RUN DATE.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE   ASSIGN LGMTRAN
                              STATUS TRAN-ST.
           SELECT LEGAL-REC   ASSIGN LEGALREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY LGL-SEQ
                              STATUS LGL-ST.
           SELECT LGL-EXCEPT  ASSIGN LGMEXCPT
                              STATUS LEX-ST.
           SELECT AUDIT-FILE  ASSIGN LGLAUDIT
                              STATUS AUD-ST.
           SELECT PARM-FILE   ASSIGN LGMPARM
                              STATUS PARM-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
           05  TRAN-CODE     PIC X(01).
               88  TRAN-DAVA            VALUE "D".
               88  TRAN-UZLASMA         VALUE "U".
               88  TRAN-IADE            VALUE "I".
           05  TRAN-USER     PIC X(08).
           05  TRAN-SEQ      PIC X(04).
           05  TRAN-DATE     PIC 9(08).
           05  TRAN-NOTE     PIC X(30).
      *
       FD  LEGAL-REC RECORDING MODE F.
       01  LEGAL-FIELDS.
           05  LGL-SEQ       PIC X(04).
           05  LGL-SUBE      PIC X(03).
           05  LGL-DURUM     PIC X(01).
               88  LGL-SEVK             VALUE "S".
               88  LGL-DAVA             VALUE "D".
               88  LGL-UZLASMA          VALUE "U".
               88  LGL-IADE             VALUE "I".
           05  LGL-SEVK-DATE PIC 9(08).
           05  LGL-IHTAR-DATE PIC 9(08).
           05  LGL-ANAPARA   PIC 9(09)V99.
           05  LGL-CEZA      PIC 9(09)V99.
           05  LGL-DRM-DATE  PIC 9(08).
           05  LGL-USER      PIC X(08).
           05  LGL-NOTE      PIC X(30).
      *
       FD  LGL-EXCEPT RECORDING MODE F.
       01  LEX-REC.
           05  LEX-CODE      PIC X(01).
           05  LEX-USER      PIC X(08).
           05  LEX-SEQ       PIC X(04).
           05  LEX-DATE      PIC 9(08).
           05  LEX-NOTE      PIC X(30).
           05  LEX-DURUM     PIC X(01).
           05  LEX-REASON    PIC X(25).
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
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-DATE PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 TRAN-ST          PIC 9(02).
           88 TRAN-EOF                 VALUE 10.
           88 TRAN-SUCCESS             VALUE 00 97.
         05 LGL-ST           PIC 9(02).
           88 LGL-SUCCESS              VALUE 00 97.
           88 LGL-NOTFND               VALUE 23.
           88 LGL-NOT-FOUND            VALUE 35.
         05 LEX-ST           PIC 9(02).
           88 LEX-SUCCES               VALUE 00 97.
         05 AUD-ST           PIC 9(02).
           88 AUD-SUCCES               VALUE 00 97.
           88 AUD-NOT-FOUND            VALUE 35.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 WS-RUN-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-EVENT-DATE    PIC 9(08).
         05 WS-READ-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-DAVA-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-UZL-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-IADE-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-EXCEPT-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-EXCEPT-REASON PIC X(25).
         05 WS-BEFORE-IMAGE  PIC X(92).
         05 WS-TRAN-STATUS   PIC X(01).
           88 WS-TRAN-OK               VALUE "Y".
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
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H130-READ-PARAMETERS
           OPEN INPUT TRAN-FILE
           IF NOT TRAN-SUCCESS
               MOVE "LGMTRAN ACILAMADI" TO WS-ABEND-MSG
               MOVE TRAN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN I-O LEGAL-REC
           IF LGL-NOT-FOUND
               OPEN OUTPUT LEGAL-REC
               CLOSE LEGAL-REC
               OPEN I-O LEGAL-REC
           END-IF
           IF NOT LGL-SUCCESS
               MOVE "LEGALREC ACILAMADI" TO WS-ABEND-MSG
               MOVE LGL-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT LGL-EXCEPT
           IF NOT LEX-SUCCES
               MOVE "LGMEXCPT ACILAMADI" TO WS-ABEND-MSG
               MOVE LEX-ST TO WS-ABEND-STATUS
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
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           READ TRAN-FILE
           IF NOT TRAN-SUCCESS AND NOT TRAN-EOF
               MOVE "LGMTRAN ILK OKUMA HATASI" TO WS-ABEND-MSG
               MOVE TRAN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H100-END. EXIT.
      *
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "LGMPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "LGMPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "LGMPARM GECERSIZ RUN DATE" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           CLOSE PARM-FILE.
       H130-END. EXIT.
      *
       H200-APPLY-TRAN.
           ADD 1 TO WS-READ-CNT
           PERFORM H205-VALIDATE-TRAN
           IF WS-TRAN-OK
               PERFORM H210-READ-LEGAL
           END-IF
           IF WS-TRAN-OK
               PERFORM H220-CHECK-TRANSITION
           END-IF
           IF WS-TRAN-OK
               PERFORM H230-APPLY-CHANGE
           ELSE
               PERFORM H260-WRITE-EXCEPTION
           END-IF
           READ TRAN-FILE
           IF NOT TRAN-SUCCESS AND NOT TRAN-EOF
               MOVE "LGMTRAN OKUMA HATASI" TO WS-ABEND-MSG
               MOVE TRAN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H200-END. EXIT.
      *
       H205-VALIDATE-TRAN.
           MOVE "Y" TO WS-TRAN-STATUS
           MOVE SPACES TO LGL-DURUM
           MOVE TRAN-DATE TO WS-EVENT-DATE
           IF WS-EVENT-DATE IS NUMERIC AND WS-EVENT-DATE = ZEROS
               MOVE WS-RUN-DATE TO WS-EVENT-DATE
           END-IF
           MOVE WS-EVENT-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           EVALUATE TRUE
               WHEN NOT TRAN-DAVA AND NOT TRAN-UZLASMA
                    AND NOT TRAN-IADE
                   MOVE "GECERSIZ ISLEM KODU" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
               WHEN TRAN-SEQ = SPACES
                   MOVE "GECERSIZ SIRA NO" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
               WHEN TRAN-USER = SPACES
                   MOVE "KULLANICI EKSIK" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
               WHEN WS-DATE-BAD
                   MOVE "GECERSIZ ISLEM TARIHI" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
               WHEN WS-EVENT-DATE > WS-RUN-DATE
                   MOVE "ISLEM TARIHI ILERIDE" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
           END-EVALUATE.
       H205-END. EXIT.
      *
       H210-READ-LEGAL.
           MOVE TRAN-SEQ TO LGL-SEQ
           READ LEGAL-REC
           IF LGL-SUCCESS
               MOVE LEGAL-FIELDS TO WS-BEFORE-IMAGE
           ELSE
               IF LGL-NOTFND
                   MOVE SPACES TO LGL-DURUM
                   MOVE "HUKUK KAYDI BULUNAMADI" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
               ELSE
                   MOVE "LEGALREC OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE LGL-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H210-END. EXIT.
      *
      * AN EVENT CANNOT PREDATE THE LAST STATUS CHANGE, AND A
      * RETURNED ACCOUNT CAN ONLY COME BACK THROUGH A NEW REFERRAL.
       H220-CHECK-TRANSITION.
           EVALUATE TRUE
               WHEN TRAN-DAVA AND LGL-SEVK
                   CONTINUE
               WHEN TRAN-UZLASMA AND (LGL-SEVK OR LGL-DAVA)
                   CONTINUE
               WHEN TRAN-IADE AND (LGL-SEVK OR LGL-DAVA OR LGL-UZLASMA)
                   CONTINUE
               WHEN OTHER
                   MOVE "GECERSIZ DURUM GECISI" TO WS-EXCEPT-REASON
                   MOVE "N" TO WS-TRAN-STATUS
           END-EVALUATE
           IF WS-TRAN-OK AND WS-EVENT-DATE < LGL-DRM-DATE
               MOVE "TARIH SON DURUMDAN ONCE" TO WS-EXCEPT-REASON
               MOVE "N" TO WS-TRAN-STATUS
           END-IF.
       H220-END. EXIT.
      *
       H230-APPLY-CHANGE.
           MOVE TRAN-CODE     TO LGL-DURUM
           MOVE WS-EVENT-DATE TO LGL-DRM-DATE
           MOVE TRAN-USER     TO LGL-USER
           MOVE TRAN-NOTE     TO LGL-NOTE
           REWRITE LEGAL-FIELDS
           IF NOT LGL-SUCCESS
               MOVE "LEGALREC REWRITE HATASI" TO WS-ABEND-MSG
               MOVE LGL-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           EVALUATE TRUE
               WHEN LGL-DAVA
                   ADD 1 TO WS-DAVA-CNT
               WHEN LGL-UZLASMA
                   ADD 1 TO WS-UZL-CNT
               WHEN LGL-IADE
                   ADD 1 TO WS-IADE-CNT
           END-EVALUATE
           PERFORM H250-WRITE-AUDIT.
       H230-END. EXIT.
      *
       H250-WRITE-AUDIT.
           MOVE WS-STAMP-DATE   TO AUD-DATE
           MOVE WS-STAMP-HHMMSS TO AUD-TIME
           MOVE TRAN-USER       TO AUD-USER
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
       H250-END. EXIT.
      *
       H260-WRITE-EXCEPTION.
           INITIALIZE LEX-REC
           MOVE TRAN-CODE        TO LEX-CODE
           MOVE TRAN-USER        TO LEX-USER
           MOVE TRAN-SEQ         TO LEX-SEQ
           MOVE TRAN-DATE        TO LEX-DATE
           MOVE TRAN-NOTE        TO LEX-NOTE
           MOVE LGL-DURUM        TO LEX-DURUM
           MOVE WS-EXCEPT-REASON TO LEX-REASON
           WRITE LEX-REC
           IF NOT LEX-SUCCES
               MOVE "LGMEXCPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE LEX-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-EXCEPT-CNT.
       H260-END. EXIT.
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
           DISPLAY "ODEV2LGM: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           CLOSE TRAN-FILE
                 LEGAL-REC
                 LGL-EXCEPT
                 AUDIT-FILE.
           DISPLAY "ODEV2LGM: OKUNAN=" WS-READ-CNT
                   " DAVA=" WS-DAVA-CNT
                   " UZLASMA=" WS-UZL-CNT
                   " IADE=" WS-IADE-CNT
                   " ISTISNA=" WS-EXCEPT-CNT.
           IF WS-EXCEPT-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       H900-END. EXIT.
