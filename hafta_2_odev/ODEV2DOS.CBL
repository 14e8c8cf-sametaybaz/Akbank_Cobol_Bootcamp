      * ONE ACCT-SEQ; THE REPORT (DOSRPT) PULLS TOGETHER EVERYTHING
      * KNOWN ABOUT IT IN ONE PASS: THE CURRENT ACCTREC RECORD, THE
      * LATEST SNAPNEW BUCKET WITH ITS LABEL, THE UNWRKNEW UNWORKED
      * COUNTER, EVERY MNTAUDIT CHANGE (WITH THE APPROVING USER FOR
      * CHANGES APPLIED BY ODEV2MNA), EVERY REMINDER LETTER ON
      * LTRFILE AND THE LAST COLLECTIONS RESPONSE ON COLLRESP.
      * INSTALLMENTS CLOSED ("S") OR GENERATED ("N") BY AN ODEV2RST
      * RESTRUCTURING SHOW THEIR NUMBER, DUE DATE AND AMOUNT ON THE
      * CHANGE LINE, SO THE PLAN BEFORE THE RESTRUCTURING IS VISIBLE.
      * AN ACCOUNT EVER REFERRED TO THE LAW FIRM SHOWS ITS LEGALREC
      * STATUS (SEVK, DAVA, UZLASMA, IADE) WITH THE NOTICE, REFERRAL
      * AND LAST STATUS DATES AND THE PRINCIPAL REFERRED.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                              STATUS LTR-ST.
           SELECT RESP-FILE   ASSIGN COLLRESP
                              STATUS RESP-ST.
           SELECT LEGAL-REC   ASSIGN LEGALREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY LGL-SEQ
                              STATUS LGL-ST.
           SELECT DOS-RPT     ASSIGN DOSRPT
                              STATUS RPT-ST.
           SELECT PARM-FILE   ASSIGN DOSPARM
           05  AUD-SEQ       PIC X(04).
           05  AUD-BEFORE    PIC X(65).
           05  AUD-AFTER     PIC X(65).
           05  AUD-ONAY-USER PIC X(08).
      *
       FD  LETTER-FILE RECORDING MODE F.
       01  LETTER-REC.
           05  RESP-DATE   PIC 9(08).
           05  RESP-PROM-TUTAR PIC 9(09)V99.
           05  RESP-PROM-DATE  PIC 9(08).
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
       FD  DOS-RPT RECORDING MODE F.
       01  DOS-ACCT-REC.
           05  DAU-CODE-LBL  PIC X(08).
           05  DAU-CODE      PIC X(01).
           05  DAU-FILL      PIC X(63).
           05  DAU-INST REDEFINES DAU-FILL.
               10  DAU-NO-LBL    PIC X(05).
               10  DAU-NO        PIC X(03).
               10  DAU-VADE-LBL  PIC X(06).
               10  DAU-VADE      PIC X(08).
               10  DAU-TUT-LBL   PIC X(07).
               10  DAU-TUTAR     PIC ZZZZZZZZ9.99.
               10  DAU-SP2       PIC X(01).
               10  DAU-DURUM     PIC X(07).
               10  FILLER        PIC X(14).
           05  DAU-ONAY REDEFINES DAU-FILL.
               10  DAU-ONAY-LBL  PIC X(07).
               10  DAU-ONAY-USER PIC X(08).
               10  FILLER        PIC X(48).
      *
       01  DOS-LETTER-REC.
           05  DLT-TAG       PIC X(08).
           05  DRS-PRD-LBL   PIC X(08).
           05  DRS-PRM-DATE  PIC 9(08).
           05  DRS-FILL      PIC X(40).
      *
       01  DOS-LEGAL-REC.
           05  DLG-TAG       PIC X(08).
           05  DLG-DURUM     PIC X(10).
           05  DLG-IHT-LBL   PIC X(07).
           05  DLG-IHT-DATE  PIC 9(08).
           05  DLG-SVK-LBL   PIC X(06).
           05  DLG-SEVK-DATE PIC 9(08).
           05  DLG-DRM-LBL   PIC X(07).
           05  DLG-DRM-DATE  PIC 9(08).
           05  DLG-ANA-LBL   PIC X(09).
           05  DLG-ANAPARA   PIC ZZZZZZZZ9.99.
           05  DLG-FILL      PIC X(27).
      *
       01  DOS-MSG-REC.
           05  DMS-TAG       PIC X(08).
           88 RESP-SUCCES              VALUE 00 97.
           88 RESP-EOF                 VALUE 10.
           88 RESP-NOT-FOUND           VALUE 35.
         05 LGL-ST           PIC 9(02).
           88 LGL-SUCCES               VALUE 00 97.
           88 LGL-NOTFND               VALUE 23.
           88 LGL-NOT-FOUND            VALUE 35.
         05 RPT-ST           PIC 9(02).
           88 RPT-SUCCES               VALUE 00 97.
         05 PARM-ST          PIC 9(02).
         05 WS-UNWRK-CNT     PIC 9(03).
         05 WS-RESP-FOUND-SW PIC X(01) VALUE "N".
           88 WS-RESP-FOUND            VALUE "Y".
         05 WS-LGL-FOUND-SW  PIC X(01) VALUE "N".
           88 WS-LGL-FOUND             VALUE "Y".
         05 WS-LAST-RESP     PIC X(33).
         05 WS-LAST-RESP-R REDEFINES WS-LAST-RESP.
           10 WS-LR-SEQ      PIC X(04).
         05 WS-RESP-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
       01 WS-INST-AREA.
         05 WS-INST-IMAGE    PIC X(65).
         05 WS-INST-R REDEFINES WS-INST-IMAGE.
           10 WS-I-SEQ       PIC X(04).
           10 WS-I-NO        PIC X(03).
           10 WS-I-DTAR      PIC X(08).
           10 WS-I-TUTAR     PIC 9(09)V99.
           10 WS-I-PAID      PIC X(01).
           10 FILLER         PIC X(38).
       01 WS-BUCKET-LABEL-AREA.
         05 FILLER PIC X(20) VALUE "VADESI GELMEDI".
         05 FILLER PIC X(20) VALUE "0-30 GUN GECIKME".
           PERFORM H500-SHOW-AUDIT.
           PERFORM H600-SHOW-LETTERS.
           PERFORM H700-SHOW-RESPONSE.
           PERFORM H750-SHOW-LEGAL.
           PERFORM H800-WRITE-TRAILER.
           PERFORM H900-FINISH.
      *------------------
               MOVE AUD-USER   TO DAU-USER
               MOVE " ISLEM= " TO DAU-CODE-LBL
               MOVE AUD-CODE   TO DAU-CODE
               IF AUD-CODE = "S" OR AUD-CODE = "N"
                   PERFORM H515-INSTALLMENT-DETAIL
               ELSE
                   IF AUD-ONAY-USER NOT = SPACES
                       MOVE " ONAY= "     TO DAU-ONAY-LBL
                       MOVE AUD-ONAY-USER TO DAU-ONAY-USER
                   END-IF
               END-IF
               WRITE DOS-AUDIT-REC
               PERFORM H990-CHECK-RPT
           END-IF
           READ AUDIT-FILE.
       H510-END. EXIT.
      *
       H515-INSTALLMENT-DETAIL.
           IF AUD-CODE = "S"
               MOVE AUD-BEFORE TO WS-INST-IMAGE
               MOVE "KAPANDI"  TO DAU-DURUM
           ELSE
               MOVE AUD-AFTER  TO WS-INST-IMAGE
               MOVE "YENI"     TO DAU-DURUM
           END-IF
           MOVE " TKS="    TO DAU-NO-LBL
           MOVE WS-I-NO    TO DAU-NO
           MOVE " VADE="   TO DAU-VADE-LBL
           MOVE WS-I-DTAR  TO DAU-VADE
           MOVE " TUTAR="  TO DAU-TUT-LBL
           MOVE WS-I-TUTAR TO DAU-TUTAR
           MOVE " "        TO DAU-SP2.
       H515-END. EXIT.
      *
       H600-SHOW-LETTERS.
           OPEN INPUT LETTER-FILE
           END-IF
           READ RESP-FILE.
       H710-END. EXIT.
      *
       H750-SHOW-LEGAL.
           MOVE "N" TO WS-LGL-FOUND-SW
           OPEN INPUT LEGAL-REC
           IF LGL-SUCCES
               MOVE WS-LKP-SEQ TO LGL-SEQ
               READ LEGAL-REC
               IF LGL-SUCCES
                   SET WS-LGL-FOUND TO TRUE
               ELSE
                   IF NOT LGL-NOTFND
                       MOVE "LEGALREC OKUMA HATASI" TO WS-ABEND-MSG
                       MOVE LGL-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
               END-IF
               CLOSE LEGAL-REC
           ELSE
               IF NOT LGL-NOT-FOUND
                   MOVE "LEGALREC ACILAMADI" TO WS-ABEND-MSG
                   MOVE LGL-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           IF WS-LGL-FOUND
               INITIALIZE DOS-LEGAL-REC
               MOVE "HUKUK:  "      TO DLG-TAG
               EVALUATE TRUE
                   WHEN LGL-SEVK
                       MOVE "SEVK"    TO DLG-DURUM
                   WHEN LGL-DAVA
                       MOVE "DAVA"    TO DLG-DURUM
                   WHEN LGL-UZLASMA
                       MOVE "UZLASMA" TO DLG-DURUM
                   WHEN LGL-IADE
                       MOVE "IADE"    TO DLG-DURUM
                   WHEN OTHER
                       MOVE LGL-DURUM TO DLG-DURUM
               END-EVALUATE
               MOVE " IHTAR="       TO DLG-IHT-LBL
               MOVE LGL-IHTAR-DATE  TO DLG-IHT-DATE
               MOVE " SEVK="        TO DLG-SVK-LBL
               MOVE LGL-SEVK-DATE   TO DLG-SEVK-DATE
               MOVE " DEGIS="       TO DLG-DRM-LBL
               MOVE LGL-DRM-DATE    TO DLG-DRM-DATE
               MOVE " ANAPARA="     TO DLG-ANA-LBL
               MOVE LGL-ANAPARA     TO DLG-ANAPARA
               WRITE DOS-LEGAL-REC
               PERFORM H990-CHECK-RPT
           ELSE
               MOVE "HUKUK:  " TO DMS-TAG
               MOVE "HUKUKI TAKIP KAYDI YOK" TO DMS-TEXT
               PERFORM H210-WRITE-MESSAGE
           END-IF.
       H750-END. EXIT.
      *
       H800-WRITE-TRAILER.
           INITIALIZE DOS-TRAILER-REC
