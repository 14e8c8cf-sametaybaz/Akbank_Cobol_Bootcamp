       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2LGP.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * WEEKLY LEGAL-PIPELINE REPORT BY BRANCH. READS THE LEGAL-STATUS
      * MASTER (LEGALREC, KEPT BY ODEV2LGL AND ODEV2LGM) AND LISTS BY
      * LGL-SUBE EVERY ACCOUNT STILL WITH THE LAW FIRM (SEVK, DAVA,
      * UZLASMA) AND EVERY ACCOUNT RETURNED (IADE) DURING THE WEEK,
      * WITH ITS REFERRAL AND LAST STATUS DATES, PRINCIPAL AND
      * PENALTY AT REFERRAL. REFERRALS AND STATUS CHANGES OF THE WEEK
      * (THE SEVEN DAYS ENDING ON THE LGPPARM RUN DATE) ARE MARKED.
      * EACH BRANCH AND THE WHOLE BOOK CLOSE WITH THE COUNT PER STATE,
      * THE NEW REFERRALS OF THE WEEK AND THE PRINCIPAL AND PENALTY
      * STILL WITH THE LAW FIRM.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-REC   ASSIGN LEGALREC
                              ORGANIZATION INDEXED
                              ACCESS MODE SEQUENTIAL
                              RECORD KEY LGL-SEQ
                              STATUS LGL-ST.
           SELECT LGP-WORK    ASSIGN LGPWORK
                              STATUS WRK-ST.
           SELECT LGP-SORTED  ASSIGN LGPSORTD
                              STATUS SRTD-ST.
           SELECT SORT-FILE   ASSIGN SORTWK.
           SELECT LGP-RPT     ASSIGN LGPRPT
                              STATUS RPT-ST.
           SELECT PARM-FILE   ASSIGN LGPPARM
                              STATUS PARM-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LEGAL-REC RECORDING MODE F.
       01  LEGAL-FIELDS.
           05  LGL-SEQ       PIC X(04).
           05  LGL-SUBE      PIC X(03).
           05  LGL-DURUM     PIC X(01).
               88  LGL-HUKUKTA          VALUE "S" "D" "U".
               88  LGL-IADE             VALUE "I".
           05  LGL-SEVK-DATE PIC 9(08).
           05  LGL-IHTAR-DATE PIC 9(08).
           05  LGL-ANAPARA   PIC 9(09)V99.
           05  LGL-CEZA      PIC 9(09)V99.
           05  LGL-DRM-DATE  PIC 9(08).
           05  LGL-USER      PIC X(08).
           05  LGL-NOTE      PIC X(30).
      *
       FD  LGP-WORK RECORDING MODE F.
       01  WORK-REC.
           05  WRK-SUBE      PIC X(03).
           05  WRK-SEQ       PIC X(04).
           05  WRK-DURUM     PIC X(01).
           05  WRK-SEVK-DATE PIC 9(08).
           05  WRK-DRM-DATE  PIC 9(08).
           05  WRK-ANAPARA   PIC 9(09)V99.
           05  WRK-CEZA      PIC 9(09)V99.
           05  WRK-HAFTA-SW  PIC X(01).
      *
       FD  LGP-SORTED RECORDING MODE F.
       01  SORTED-REC.
           05  SRT-SUBE      PIC X(03).
           05  SRT-SEQ       PIC X(04).
           05  SRT-DURUM     PIC X(01).
               88  SRT-SEVK             VALUE "S".
               88  SRT-DAVA             VALUE "D".
               88  SRT-UZLASMA          VALUE "U".
               88  SRT-IADE             VALUE "I".
           05  SRT-SEVK-DATE PIC 9(08).
           05  SRT-DRM-DATE  PIC 9(08).
           05  SRT-ANAPARA   PIC 9(09)V99.
           05  SRT-CEZA      PIC 9(09)V99.
           05  SRT-HAFTA-SW  PIC X(01).
               88  SRT-YENI-SEVK        VALUE "Y".
               88  SRT-DEGISTI          VALUE "D".
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-SUBE     PIC X(03).
           05  SORT-SEQ      PIC X(04).
           05  FILLER        PIC X(40).
      *
       FD  LGP-RPT RECORDING MODE F.
       01  LGP-HDR-REC.
           05  LHD-TAG       PIC X(08).
           05  LHD-TEXT      PIC X(30).
           05  LHD-DATE      PIC 9(08).
           05  LHD-FILL      PIC X(87).
      *
       01  LGP-BRANCH-HDR-REC.
           05  LBH-TAG       PIC X(09).
           05  LBH-SUBE      PIC X(03).
           05  LBH-FILL      PIC X(121).
      *
       01  LGP-DETAIL-REC.
           05  LDT-SEQ       PIC X(04).
           05  LDT-SP1       PIC X(01).
           05  LDT-DURUM     PIC X(10).
           05  LDT-SVK-LBL   PIC X(06).
           05  LDT-SEVK-DATE PIC 9(08).
           05  LDT-DRM-LBL   PIC X(07).
           05  LDT-DRM-DATE  PIC 9(08).
           05  LDT-ANA-LBL   PIC X(09).
           05  LDT-ANAPARA   PIC ZZZZZZZZ9.99.
           05  LDT-CEZA-LBL  PIC X(06).
           05  LDT-CEZA      PIC ZZZZZZZZ9.99.
           05  LDT-HAFTA     PIC X(10).
           05  LDT-FILL      PIC X(40).
      *
       01  LGP-TOTAL-REC.
           05  LTO-TAG       PIC X(13).
           05  LTO-SUBE      PIC X(03).
           05  LTO-SVK-LBL   PIC X(06).
           05  LTO-SEVK-CNT  PIC ZZZZ9.
           05  LTO-DAV-LBL   PIC X(06).
           05  LTO-DAVA-CNT  PIC ZZZZ9.
           05  LTO-UZL-LBL   PIC X(09).
           05  LTO-UZL-CNT   PIC ZZZZ9.
           05  LTO-IAD-LBL   PIC X(06).
           05  LTO-IADE-CNT  PIC ZZZZ9.
           05  LTO-YEN-LBL   PIC X(06).
           05  LTO-YENI-CNT  PIC ZZZZ9.
           05  LTO-ANA-LBL   PIC X(09).
           05  LTO-ANAPARA   PIC ZZZZZZZZZZ9.99.
           05  LTO-CEZA-LBL  PIC X(06).
           05  LTO-CEZA      PIC ZZZZZZZZZZ9.99.
           05  LTO-FILL      PIC X(16).
      *
       01  LGP-TRAILER-REC.
           05  LTR-LABEL     PIC X(05).
           05  LTR-LBL-OKU   PIC X(08).
           05  LTR-OKU-CNT   PIC ZZZZZZ9.
           05  LTR-LBL-LST   PIC X(13).
           05  LTR-LST-CNT   PIC ZZZZZZ9.
           05  LTR-FILL      PIC X(93).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-DATE PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 LGL-ST           PIC 9(02).
           88 LGL-SUCCES               VALUE 00 97.
           88 LGL-EOF                  VALUE 10.
           88 LGL-NOT-FOUND            VALUE 35.
         05 WRK-ST           PIC 9(02).
           88 WRK-SUCCES               VALUE 00 97.
         05 SRTD-ST          PIC 9(02).
           88 SRTD-SUCCES              VALUE 00 97.
           88 SRTD-EOF                 VALUE 10.
         05 RPT-ST           PIC 9(02).
           88 RPT-SUCCES               VALUE 00 97.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 WS-LGL-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-LGL-OPENED            VALUE "Y".
         05 WS-CUR-SUBE      PIC X(03).
         05 WS-RUN-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-INT-T         PIC 9(07).
         05 WS-HAFTA-BAS     PIC 9(07).
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
       01 WS-TOTALS-AREA.
         05 WS-READ-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-LIST-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-BR-SEVK       PIC 9(05).
         05 WS-BR-DAVA       PIC 9(05).
         05 WS-BR-UZL        PIC 9(05).
         05 WS-BR-IADE       PIC 9(05).
         05 WS-BR-YENI       PIC 9(05).
         05 WS-BR-ANAPARA    PIC 9(11)V99.
         05 WS-BR-CEZA       PIC 9(11)V99.
         05 WS-GT-SEVK       PIC 9(05) VALUE ZEROS.
         05 WS-GT-DAVA       PIC 9(05) VALUE ZEROS.
         05 WS-GT-UZL        PIC 9(05) VALUE ZEROS.
         05 WS-GT-IADE       PIC 9(05) VALUE ZEROS.
         05 WS-GT-YENI       PIC 9(05) VALUE ZEROS.
         05 WS-GT-ANAPARA    PIC 9(11)V99 VALUE ZEROS.
         05 WS-GT-CEZA       PIC 9(11)V99 VALUE ZEROS.
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
           PERFORM H200-SELECT-ACCOUNT UNTIL LGL-EOF.
           PERFORM H280-PRINT-REPORT.
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H130-READ-PARAMETERS
           OPEN INPUT LEGAL-REC
           IF LGL-SUCCES
               SET WS-LGL-OPENED TO TRUE
           ELSE
               IF LGL-NOT-FOUND
                   MOVE 10 TO LGL-ST
               ELSE
                   MOVE "LEGALREC ACILAMADI" TO WS-ABEND-MSG
                   MOVE LGL-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           OPEN OUTPUT LGP-WORK
           IF NOT WRK-SUCCES
               MOVE "LGPWORK ACILAMADI" TO WS-ABEND-MSG
               MOVE WRK-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT LGP-RPT
           IF NOT RPT-SUCCES
               MOVE "LGPRPT ACILAMADI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           INITIALIZE LGP-HDR-REC
           MOVE "LGPRPT: "                       TO LHD-TAG
           MOVE "HUKUKI TAKIP HAFTALIK   TARIH=" TO LHD-TEXT
           MOVE WS-RUN-DATE                      TO LHD-DATE
           WRITE LGP-HDR-REC
           IF NOT RPT-SUCCES
               MOVE "LGPRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF NOT LGL-EOF
               PERFORM H210-READ-LEGAL
           END-IF.
       H100-END. EXIT.
      *
      * THE REPORT WEEK IS THE SEVEN DAYS ENDING ON THE RUN DATE.
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "LGPPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "LGPPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "LGPPARM GECERSIZ RUN DATE" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           COMPUTE WS-INT-T = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-HAFTA-BAS = WS-INT-T - 6
           CLOSE PARM-FILE.
       H130-END. EXIT.
      *
      * A RETURNED ACCOUNT IS BACK WITH COLLECTIONS AND IS ONLY
      * LISTED IN THE WEEK IT WAS RETURNED.
       H200-SELECT-ACCOUNT.
           ADD 1 TO WS-READ-CNT
           IF LGL-HUKUKTA
              OR (LGL-IADE AND
                  FUNCTION INTEGER-OF-DATE(LGL-DRM-DATE)
                      NOT < WS-HAFTA-BAS)
               INITIALIZE WORK-REC
               MOVE LGL-SUBE      TO WRK-SUBE
               MOVE LGL-SEQ       TO WRK-SEQ
               MOVE LGL-DURUM     TO WRK-DURUM
               MOVE LGL-SEVK-DATE TO WRK-SEVK-DATE
               MOVE LGL-DRM-DATE  TO WRK-DRM-DATE
               MOVE LGL-ANAPARA   TO WRK-ANAPARA
               MOVE LGL-CEZA      TO WRK-CEZA
               EVALUATE TRUE
                   WHEN FUNCTION INTEGER-OF-DATE(LGL-SEVK-DATE)
                            NOT < WS-HAFTA-BAS
                       MOVE "Y" TO WRK-HAFTA-SW
                   WHEN FUNCTION INTEGER-OF-DATE(LGL-DRM-DATE)
                            NOT < WS-HAFTA-BAS
                       MOVE "D" TO WRK-HAFTA-SW
                   WHEN OTHER
                       MOVE SPACE TO WRK-HAFTA-SW
               END-EVALUATE
               WRITE WORK-REC
               IF NOT WRK-SUCCES
                   MOVE "LGPWORK YAZMA HATASI" TO WS-ABEND-MSG
                   MOVE WRK-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           PERFORM H210-READ-LEGAL.
       H200-END. EXIT.
      *
       H210-READ-LEGAL.
           READ LEGAL-REC NEXT RECORD
           IF NOT LGL-SUCCES AND NOT LGL-EOF
               MOVE "LEGALREC OKUMA HATASI" TO WS-ABEND-MSG
               MOVE LGL-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H210-END. EXIT.
      *
       H280-PRINT-REPORT.
           CLOSE LGP-WORK
           SORT SORT-FILE ON ASCENDING KEY SORT-SUBE SORT-SEQ
               USING LGP-WORK GIVING LGP-SORTED
           IF SORT-RETURN NOT = 0
               MOVE "LGPWORK SIRALAMA BASARISIZ" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT LGP-SORTED
           IF NOT SRTD-SUCCES
               MOVE "LGPSORTD ACILAMADI" TO WS-ABEND-MSG
               MOVE SRTD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H287-READ-SORTED
           PERFORM H288-PRINT-ONE-BRANCH UNTIL SRTD-EOF
           PERFORM H295-WRITE-GRAND-TOTAL
           PERFORM H296-WRITE-TRAILER
           CLOSE LGP-SORTED.
       H280-END. EXIT.
      *
       H287-READ-SORTED.
           READ LGP-SORTED
           IF NOT SRTD-SUCCES AND NOT SRTD-EOF
               MOVE "LGPSORTD OKUMA HATASI" TO WS-ABEND-MSG
               MOVE SRTD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H287-END. EXIT.
      *
       H288-PRINT-ONE-BRANCH.
           MOVE SRT-SUBE TO WS-CUR-SUBE
           INITIALIZE LGP-BRANCH-HDR-REC
           MOVE "** SUBE: " TO LBH-TAG
           MOVE WS-CUR-SUBE TO LBH-SUBE
           WRITE LGP-BRANCH-HDR-REC
           IF NOT RPT-SUCCES
               MOVE "LGPRPT YAZMA HATASI (SUBE)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE ZEROS TO WS-BR-SEVK WS-BR-DAVA WS-BR-UZL WS-BR-IADE
                         WS-BR-YENI WS-BR-ANAPARA WS-BR-CEZA
           PERFORM H283-WRITE-DETAIL
               UNTIL SRTD-EOF
                  OR SRT-SUBE NOT = WS-CUR-SUBE
           PERFORM H289-WRITE-BRANCH-TOTAL.
       H288-END. EXIT.
      *
      * PRINCIPAL AND PENALTY ARE TOTALLED ONLY FOR ACCOUNTS STILL
      * WITH THE LAW FIRM.
       H283-WRITE-DETAIL.
           INITIALIZE LGP-DETAIL-REC
           MOVE SRT-SEQ        TO LDT-SEQ
           EVALUATE TRUE
               WHEN SRT-SEVK
                   MOVE "SEVK"    TO LDT-DURUM
                   ADD 1 TO WS-BR-SEVK
               WHEN SRT-DAVA
                   MOVE "DAVA"    TO LDT-DURUM
                   ADD 1 TO WS-BR-DAVA
               WHEN SRT-UZLASMA
                   MOVE "UZLASMA" TO LDT-DURUM
                   ADD 1 TO WS-BR-UZL
               WHEN SRT-IADE
                   MOVE "IADE"    TO LDT-DURUM
                   ADD 1 TO WS-BR-IADE
           END-EVALUATE
           MOVE " SEVK="       TO LDT-SVK-LBL
           MOVE SRT-SEVK-DATE  TO LDT-SEVK-DATE
           MOVE " DURUM="      TO LDT-DRM-LBL
           MOVE SRT-DRM-DATE   TO LDT-DRM-DATE
           MOVE " ANAPARA="    TO LDT-ANA-LBL
           MOVE SRT-ANAPARA    TO LDT-ANAPARA
           MOVE " CEZA="       TO LDT-CEZA-LBL
           MOVE SRT-CEZA       TO LDT-CEZA
           IF SRT-YENI-SEVK
               MOVE " YENI SEVK" TO LDT-HAFTA
               ADD 1 TO WS-BR-YENI
           END-IF
           IF SRT-DEGISTI
               MOVE " DEGISTI"   TO LDT-HAFTA
           END-IF
           WRITE LGP-DETAIL-REC
           IF NOT RPT-SUCCES
               MOVE "LGPRPT YAZMA HATASI (DETAY)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-LIST-CNT
           IF NOT SRT-IADE
               ADD SRT-ANAPARA TO WS-BR-ANAPARA
               ADD SRT-CEZA    TO WS-BR-CEZA
           END-IF
           PERFORM H287-READ-SORTED.
       H283-END. EXIT.
      *
       H289-WRITE-BRANCH-TOTAL.
           INITIALIZE LGP-TOTAL-REC
           MOVE "** SUBE TOP: " TO LTO-TAG
           MOVE WS-CUR-SUBE     TO LTO-SUBE
           MOVE WS-BR-SEVK      TO LTO-SEVK-CNT
           MOVE WS-BR-DAVA      TO LTO-DAVA-CNT
           MOVE WS-BR-UZL       TO LTO-UZL-CNT
           MOVE WS-BR-IADE      TO LTO-IADE-CNT
           MOVE WS-BR-YENI      TO LTO-YENI-CNT
           MOVE WS-BR-ANAPARA   TO LTO-ANAPARA
           MOVE WS-BR-CEZA      TO LTO-CEZA
           PERFORM H290-WRITE-TOTAL-LINE
           ADD WS-BR-SEVK    TO WS-GT-SEVK
           ADD WS-BR-DAVA    TO WS-GT-DAVA
           ADD WS-BR-UZL     TO WS-GT-UZL
           ADD WS-BR-IADE    TO WS-GT-IADE
           ADD WS-BR-YENI    TO WS-GT-YENI
           ADD WS-BR-ANAPARA TO WS-GT-ANAPARA
           ADD WS-BR-CEZA    TO WS-GT-CEZA.
       H289-END. EXIT.
      *
       H290-WRITE-TOTAL-LINE.
           MOVE " SEVK="        TO LTO-SVK-LBL
           MOVE " DAVA="        TO LTO-DAV-LBL
           MOVE " UZLASMA="     TO LTO-UZL-LBL
           MOVE " IADE="        TO LTO-IAD-LBL
           MOVE " YENI="        TO LTO-YEN-LBL
           MOVE " ANAPARA="     TO LTO-ANA-LBL
           MOVE " CEZA="        TO LTO-CEZA-LBL
           WRITE LGP-TOTAL-REC
           IF NOT RPT-SUCCES
               MOVE "LGPRPT YAZMA HATASI (TOPLAM)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H290-END. EXIT.
      *
       H295-WRITE-GRAND-TOTAL.
           INITIALIZE LGP-TOTAL-REC
           MOVE "** GENEL TOP:" TO LTO-TAG
           MOVE SPACES          TO LTO-SUBE
           MOVE WS-GT-SEVK      TO LTO-SEVK-CNT
           MOVE WS-GT-DAVA      TO LTO-DAVA-CNT
           MOVE WS-GT-UZL       TO LTO-UZL-CNT
           MOVE WS-GT-IADE      TO LTO-IADE-CNT
           MOVE WS-GT-YENI      TO LTO-YENI-CNT
           MOVE WS-GT-ANAPARA   TO LTO-ANAPARA
           MOVE WS-GT-CEZA      TO LTO-CEZA
           PERFORM H290-WRITE-TOTAL-LINE.
       H295-END. EXIT.
      *
       H296-WRITE-TRAILER.
           INITIALIZE LGP-TRAILER-REC
           MOVE "TRLR:"         TO LTR-LABEL
           MOVE " KAYIT= "      TO LTR-LBL-OKU
           MOVE WS-READ-CNT     TO LTR-OKU-CNT
           MOVE " LISTELENEN= " TO LTR-LBL-LST
           MOVE WS-LIST-CNT     TO LTR-LST-CNT
           WRITE LGP-TRAILER-REC
           IF NOT RPT-SUCCES
               MOVE "LGPRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H296-END. EXIT.
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
           DISPLAY "ODEV2LGP: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           CLOSE LGP-RPT.
           IF WS-LGL-OPENED
               CLOSE LEGAL-REC
           END-IF
           DISPLAY "ODEV2LGP: KAYIT=" WS-READ-CNT
                   " LISTELENEN=" WS-LIST-CNT
                   " SEVK=" WS-GT-SEVK
                   " DAVA=" WS-GT-DAVA
                   " UZLASMA=" WS-GT-UZL
                   " IADE=" WS-GT-IADE
                   " YENI=" WS-GT-YENI.
           STOP RUN.
       H900-END. EXIT.
