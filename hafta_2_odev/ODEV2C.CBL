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
           SELECT WOF-REGISTER ASSIGN WOFREG
                              STATUS WOFR-ST.
           SELECT SNAP-NEW    ASSIGN SNAPNEW
                              STATUS RNKD-ST.
           SELECT WORK-LIST   ASSIGN WORKLIST
                              STATUS WKL-ST.
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
           05  EXTR-SUBE   PIC X(03).
           05  EXTR-TEL    PIC X(11).
           05  EXTR-DNC    PIC X(01).
           05  EXTR-TOPLAYICI PIC X(08).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
       01  PEN-REC.
           05  PEN-SEQ     PIC X(04).
           05  PEN-TUTAR   PIC 9(09)V99.
           05  PEN-ASKI-GUN PIC 9(05).
           05  PEN-DATE    PIC 9(08).
      *
       FD  BRK-PROM RECORDING MODE F.
       01  BRK-REC.
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
       FD  WOF-REGISTER RECORDING MODE F.
       01  WOFR-REC.
           05  WRK-GECIKEN PIC 9(09)V99.
           05  WRK-CEZA    PIC 9(09)V99.
           05  WRK-BRK-SW  PIC X(01).
           05  WRK-HOLD-SW PIC X(01).
           05  WRK-LGL-SW  PIC X(01).
      *
       FD  RPT-SORTED RECORDING MODE F.
       01  SORTED-REC.
           05  SRT-GECIKEN PIC 9(09)V99.
           05  SRT-CEZA    PIC 9(09)V99.
           05  SRT-BRK-SW  PIC X(01).
           05  SRT-HOLD-SW PIC X(01).
           05  SRT-LGL-SW  PIC X(01).
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-FARK   PIC S9(05) SIGN LEADING SEPARATE.
           05  FILLER      PIC X(48).
           05  SORT-BRK-SW PIC X(01).
           05  SORT-HOLD-SW PIC X(01).
           05  SORT-LGL-SW PIC X(01).
      *
       FD  RNK-SORTED RECORDING MODE F.
       01  RANKED-REC.
           05  RNK-GECIKEN PIC 9(09)V99.
           05  RNK-CEZA    PIC 9(09)V99.
           05  RNK-BRK-SW  PIC X(01).
           05  RNK-HOLD-SW PIC X(01).
           05  RNK-LGL-SW  PIC X(01).
      *
       FD  WORK-LIST RECORDING MODE F.
       01  WKL-REC.
           05  REG-RC        PIC 9(02).
           05  REG-DNC-CNT   PIC 9(07).
           05  REG-ADREX-CNT PIC 9(07).
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
           88 ADR-NOTFND               VALUE 23.
         05 WOFR-ST          PIC 9(02).
           88 WOFR-SUCCES              VALUE 00 97.
         05 HLD-ST           PIC 9(02).
           88 HLD-SUCCES               VALUE 00 97.
           88 HLD-NOTFND               VALUE 23.
           88 HLD-NOT-FOUND            VALUE 35.
         05 LGL-ST           PIC 9(02).
           88 LGL-SUCCES               VALUE 00 97.
           88 LGL-NOTFND               VALUE 23.
           88 LGL-NOT-FOUND            VALUE 35.
         05 WS-WOF-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-ABEND-MSG      PIC X(30).
         05 WS-ABEND-STATUS   PIC 9(02).
         05 WS-RNK-CUR-BRK   PIC X(01).
         05 WS-RNK-DONE-SW   PIC X(01).
           88 WS-RNK-DONE              VALUE "Y".
       01 WS-HOLD-WORK-AREA.
         05 WS-HLD-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-HLD-OPENED            VALUE "Y".
         05 WS-ACC-HOLD-SW   PIC X(01).
           88 WS-ACCT-HELD             VALUE "Y".
         05 WS-LGL-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-LGL-OPENED            VALUE "Y".
         05 WS-ACC-LGL-SW    PIC X(01).
           88 WS-ACCT-LEGAL            VALUE "Y".
       01 WS-ADR-WORK-AREA.
         05 WS-EXT-TEL       PIC X(11).
         05 WS-EXT-DNC       PIC X(01).
         05 WS-BR-SUM         PIC S9(09).
         05 WS-BR-TUT         PIC 9(11)V99.
         05 WS-BR-LTR-CNT     PIC 9(07).
         05 WS-BR-HLD-CNT     PIC 9(07).
         05 WS-BR-HLD-SUM     PIC S9(09).
         05 WS-BR-HLD-TUT     PIC 9(11)V99.
       01 WS-RESTART-AREA.
         05 WS-CKPT-INTERVAL     PIC 9(05) VALUE 1000.
         05 WS-RESTART-SEQ       PIC X(04) VALUE LOW-VALUES.
         05 WS-SEQ-STATUS       PIC X(01) VALUE "Y".
           88 WS-SEQ-OK                    VALUE "Y".
           88 WS-SEQ-BAD                   VALUE "N".
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
         05 WS-STEP-NAME     PIC X(08) VALUE "ODEV2C".
         05 WS-STEP-OWN-IX   PIC 9(02) VALUE 03.
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
           PERFORM H200-PROCESS UNTIL ACCT-EOF.
           PERFORM H280-PRINT-REPORT.
           PERFORM H150-OPEN-INSTALLMENTS.
           PERFORM H160-OPEN-PENALTY.
           PERFORM H170-OPEN-BROKEN.
           PERFORM H180-OPEN-HOLDS.
           PERFORM H190-OPEN-LEGAL.
           OPEN INPUT ADDR-REC
           IF NOT ADR-SUCCESS
               MOVE "ADDRREC ACILAMADI" TO WS-ABEND-MSG
                           MOVE ZEROS TO WS-ABEND-STATUS
                           PERFORM H995-ABEND-JOB
                       END-IF
                       IF WS-RUN-DATE NOT = WS-STEP-DATE
                           MOVE "PARM-FILE STEPDATE ILE FARKLI" TO
                                WS-ABEND-MSG
                           MOVE ZEROS TO WS-ABEND-STATUS
                           PERFORM H995-ABEND-JOB
                       END-IF
                   END-IF
                   IF PARM-MIN-FARK-SET
                       MOVE PARM-MIN-FARK TO WS-EXTRACT-MIN-FARK
                       " COLLEXT MUKERRER GONDERILMESIN DIYE"
                       " CALISMA DURDURULDU"
               MOVE 8 TO RETURN-CODE
               PERFORM H970-STEP-END
               STOP RUN
           END-IF
           READ RUN-REGISTER
               END-IF
           END-IF.
       H170-END. EXIT.
      *
      * HOLDREC IS THE DISPUTE/COLLECTIONS HOLD MASTER KEPT BY
      * ODEV2HLD. A HELD ACCOUNT IS STILL AGED AND SNAPSHOTTED BUT IS
      * NOT LETTERED, EXTRACTED TO COLLEXT OR RANKED ON WORKLIST; ITS
      * LINES ARE SHOWN AGAIN UNDER "** ITIRAZLI:" IN THE BRANCH
      * TOTALS.
       H180-OPEN-HOLDS.
           OPEN INPUT HOLD-REC
           IF HLD-SUCCES
               SET WS-HLD-OPENED TO TRUE
           ELSE
               IF NOT HLD-NOT-FOUND
                   MOVE "HOLDREC ACILAMADI" TO WS-ABEND-MSG
                   MOVE HLD-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H180-END. EXIT.
      *
      * LEGALREC IS THE LEGAL-STATUS MASTER KEPT BY ODEV2LGL AND
      * ODEV2LGM. AN ACCOUNT WITH THE LAW FIRM (SEVK, DAVA OR
      * UZLASMA) IS NO LONGER WORKED BY THE COLLECTORS: IT IS AGED,
      * PRINTED AND LETTERED AS BEFORE BUT NOT EXTRACTED TO COLLEXT
      * OR RANKED ON WORKLIST. A RETURNED (IADE) ACCOUNT IS WORKED
      * AGAIN.
       H190-OPEN-LEGAL.
           OPEN INPUT LEGAL-REC
           IF LGL-SUCCES
               SET WS-LGL-OPENED TO TRUE
           ELSE
               IF NOT LGL-NOT-FOUND
                   MOVE "LEGALREC ACILAMADI" TO WS-ABEND-MSG
                   MOVE LGL-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H190-END. EXIT.
      *
       H200-PROCESS.
           ADD 1 TO WS-READ-CNT
           PERFORM H218-GET-PENALTY
           PERFORM H213-GET-BROKEN
           PERFORM H212-GET-ADDRESS
           PERFORM H211-GET-HOLD
           PERFORM H209-GET-LEGAL
           PERFORM H215-GATHER-INSTALLMENTS
           EVALUATE TRUE
               WHEN WS-INST-OVERFLOW
           PERFORM H226-DETERMINE-BUCKET
           PERFORM H227-WRITE-SNAPSHOT
           IF PRINT-FARK > WS-EXTRACT-MIN-FARK
              AND NOT WS-ACCT-HELD
              AND NOT WS-ACCT-LEGAL
               MOVE PRINT-FARK TO WS-EXT-FARK
               MOVE ACCT-TUTAR TO WS-EXT-TUTAR
               MOVE ACCT-DTAR  TO WS-EXT-DTAR
               PERFORM H225-WRITE-WORK-LINE
           END-IF.
       H221-END. EXIT.
      *
      * A HOLD IS ACTIVE WHEN IT IS STILL "A" AND THE AGING DATE
      * FALLS BETWEEN ITS START AND EXPIRY DATES.
       H211-GET-HOLD.
           MOVE "N" TO WS-ACC-HOLD-SW
           IF WS-HLD-OPENED
               MOVE ACCT-SEQ TO HLD-SEQ
               READ HOLD-REC
               IF HLD-SUCCES
                   IF HLD-AKTIF
                      AND HLD-BAS-DATE NOT > WS-EFF-TODAY
                      AND HLD-BIT-DATE NOT < WS-EFF-TODAY
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
       H211-END. EXIT.
      *
       H209-GET-LEGAL.
           MOVE "N" TO WS-ACC-LGL-SW
           IF WS-LGL-OPENED
               MOVE ACCT-SEQ TO LGL-SEQ
               READ LEGAL-REC
               IF LGL-SUCCES
                   IF LGL-HUKUKTA
                       MOVE "Y" TO WS-ACC-LGL-SW
                   END-IF
               ELSE
                   IF NOT LGL-NOTFND
                       MOVE "LEGALREC OKUMA HATASI" TO WS-ABEND-MSG
                       MOVE LGL-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
               END-IF
           END-IF.
       H209-END. EXIT.
      *
       H215-GATHER-INSTALLMENTS.
           MOVE ZEROS TO WS-INST-CNT WS-ACC-TOTAL-CNT
               PERFORM H227-WRITE-SNAPSHOT
               IF WS-ACC-UNPAID-CNT > 0
                  AND WS-ACC-WORST-FARK > WS-EXTRACT-MIN-FARK
                  AND NOT WS-ACCT-HELD
                  AND NOT WS-ACCT-LEGAL
                   MOVE WS-ACC-WORST-FARK  TO WS-EXT-FARK
                   MOVE WS-ACC-GEC-TUT     TO WS-EXT-TUTAR
                   MOVE WS-ACC-OLDEST-DTAR TO WS-EXT-DTAR
           MOVE WS-CUR-GECIKEN TO WRK-GECIKEN
           MOVE WS-CUR-CEZA    TO WRK-CEZA
           MOVE WS-ACC-BRK-SW  TO WRK-BRK-SW
           MOVE WS-ACC-HOLD-SW TO WRK-HOLD-SW
           MOVE WS-ACC-LGL-SW  TO WRK-LGL-SW
           WRITE WORK-REC
           IF NOT WRK-SUCCES
               MOVE "RPTWORK YAZMA HATASI" TO WS-ABEND-MSG
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE ZEROS TO WS-BR-CNT WS-BR-SUM WS-BR-TUT WS-BR-LTR-CNT
                         WS-BR-HLD-CNT WS-BR-HLD-SUM WS-BR-HLD-TUT
           INITIALIZE WS-LETTER-CNT-AREA
           PERFORM H281-PRINT-ONE-BUCKET
               VARYING WS-BUCKET-NO FROM 0 BY 1
               UNTIL WS-BUCKET-NO > 4
           PERFORM H289-WRITE-BRANCH-TOTAL
           IF WS-BR-HLD-CNT > 0
               PERFORM H279-WRITE-BRANCH-HOLD
           END-IF.
       H288-END. EXIT.
      *
       H289-WRITE-BRANCH-TOTAL.
               PERFORM H995-ABEND-JOB
           END-IF.
       H289-END. EXIT.
      *
      * THE HELD LINES ARE ALREADY INSIDE THE SUBE TOTAL; THIS LINE
      * SHOWS HOW MUCH OF IT IS UNDER DISPUTE AND NOT BEING CHASED.
       H279-WRITE-BRANCH-HOLD.
           INITIALIZE PRINT-BRANCH-TOT-REC
           MOVE "** ITIRAZLI:" TO BRT-TAG
           MOVE " "            TO BRT-SP
           MOVE WS-CUR-SUBE    TO BRT-SUBE
           MOVE " ADET=  "     TO BRT-CNT-LBL
           MOVE WS-BR-HLD-CNT  TO BRT-CNT
           MOVE " TOPLAM="     TO BRT-SUM-LBL
           MOVE WS-BR-HLD-SUM  TO BRT-SUM
           MOVE " TUTAR= "     TO BRT-TUT-LBL
           MOVE WS-BR-HLD-TUT  TO BRT-TUT
           MOVE " MEKTUP="     TO BRT-LTR-LBL
           MOVE ZEROS          TO BRT-LTR-CNT
           WRITE PRINT-BRANCH-TOT-REC
           IF NOT PRT-SUCCES
               MOVE "PRTLINE YAZMA HATASI (ITIRAZ)" TO WS-ABEND-MSG
               MOVE PRT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H279-END. EXIT.
      *
       H281-PRINT-ONE-BUCKET.
           PERFORM H282-WRITE-BUCKET-HEADER
      * ONLY THE LETTER-CARRIER LINE (WRK-LTR-SW "Y") FEEDS THE
      * RANKING - IT IS EXACTLY THE ACCOUNT'S WORST-FARK LINE, SO AN
      * ACCOUNT WITH SEVERAL OVERDUE INSTALLMENTS STILL TAKES ONLY
      * ONE OF THE TOP-N COLLECTOR SLOTS. A HELD ACCOUNT, OR ONE
      * WITH THE LAW FIRM, IS NOT RANKED AT ALL.
       H292-READ-RANKED.
           MOVE "N" TO WS-RNK-DONE-SW
           PERFORM H294-READ-ONE-RANKED UNTIL WS-RNK-DONE.
       H294-READ-ONE-RANKED.
           READ RNK-SORTED
           IF RNKD-SUCCES
               IF RNK-LTR-SW = "Y" AND RNK-HOLD-SW NOT = "Y"
                  AND RNK-LGL-SW NOT = "Y"
                   SET WS-RNK-DONE TO TRUE
                   MOVE RNK-FARK   TO WS-RNK-CUR-FARK
                   MOVE RNK-BRK-SW TO WS-RNK-CUR-BRK
               ADD SRT-FARK  TO WS-NEG-SUM
               ADD SRT-TUTAR TO WS-NEG-TUT
           END-IF
           IF SRT-HOLD-SW = "Y"
               ADD 1         TO WS-BR-HLD-CNT
               ADD SRT-FARK  TO WS-BR-HLD-SUM
               ADD SRT-TUTAR TO WS-BR-HLD-TUT
           ELSE
               IF WS-BUCKET-NO >= 1 AND SRT-LTR-SW = "Y"
                   PERFORM H286-WRITE-LETTER
               END-IF
           END-IF
           PERFORM H287-READ-SORTED.
       H283-END. EXIT.
           IF WS-BRK-OPENED
               CLOSE BRK-PROM
           END-IF
           IF WS-HLD-OPENED
               CLOSE HOLD-REC
           END-IF
           IF WS-LGL-OPENED
               CLOSE LEGAL-REC
           END-IF
           CLOSE ADDR-REC
                 WOF-REGISTER.
       H300-END. EXIT.
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
               DISPLAY "ODEV2C: ADIM KONTROLU - TARIH=" WS-STEP-DATE
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
           DISPLAY "ODEV2C: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM H970-STEP-END
           STOP RUN.
       H995-END. EXIT.
      *
           PERFORM H297-WRITE-RUN-REGISTER.
           PERFORM H296-CLEAR-CHECKPOINT.
           PERFORM H300-CLOSE-FILES.
           PERFORM H970-STEP-END.
           STOP RUN.
       H999-END. EXIT.
