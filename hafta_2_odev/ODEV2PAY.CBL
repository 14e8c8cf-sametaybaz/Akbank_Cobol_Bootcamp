      * NO LONGER EXTRACTS OR LETTERS IT. UNKNOWN SIRA NO, CLOSED
      * ACCOUNTS AND OVERPAYMENTS ARE REJECTED TO PAYEXCPT; EVERY
      * POSTED PAYMENT IS JOURNALED TO PAYJRNL WITH A TRAILER TOTAL
      * THAT TIES BACK TO THE BANK SETTLEMENT FIGURE. A PAYMENT ON A
      * WRITTEN-OFF ACCOUNT (ACCT-DURUM = "T") IS A RECOVERY: IT IS
      * POSTED TO THE RECOVERY LEDGER (RCVLEDG, KEYED BY ACCT-SEQ)
      * AND JOURNALED TO RCVJRNL, THE ACCOUNT ITSELF STAYS WRITTEN
      * OFF. PAYJRNL PLUS RCVJRNL TIE TO THE SETTLEMENT FIGURE.
      * FIRST STEP OF THE NIGHTLY ORDER KEPT ON STEPCTL: START,
      * COMPLETION AND RETURN CODE ARE RECORDED FOR THE STEPDATE
      * BUSINESS DATE (STATUS AND OVERRIDES: ODEV2STC).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                              STATUS PEX-ST.
           SELECT PAY-JOURNAL ASSIGN PAYJRNL
                              STATUS JRN-ST.
           SELECT RCV-LEDGER  ASSIGN RCVLEDG
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY RCV-SEQ
                              STATUS RCV-ST.
           SELECT RCV-JOURNAL ASSIGN RCVJRNL
                              STATUS RJR-ST.
           SELECT AUDIT-FILE  ASSIGN MNTAUDIT
                              STATUS AUD-ST.
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
           05  JRT-LBL-TUT   PIC X(09).
           05  JRT-TUTAR     PIC ZZZZZZZZZZ9.99.
           05  JRT-FILL      PIC X(14).
      *
      * RECOVERY LEDGER: THE WRITTEN-OFF AMOUNT IS THE BALANCE THE
      * ACCOUNT CARRIED WHEN ODEV2WOA MARKED IT "T", TAKEN FROM THE
      * BEFORE-IMAGE OF THE LATEST MNTAUDIT "W" RECORD OF THE ACCOUNT
      * SO LATER CHANGES TO ACCT-TUTAR DO NOT MOVE IT.
       FD  RCV-LEDGER RECORDING MODE F.
       01  RCV-FIELDS.
           05  RCV-SEQ          PIC X(04).
           05  RCV-SUBE         PIC X(03).
           05  RCV-TERKIN-TUTAR PIC 9(09)V99.
           05  RCV-TAHSIL-TUTAR PIC 9(09)V99.
           05  RCV-KALAN        PIC 9(09)V99.
           05  RCV-ILK-DATE     PIC 9(08).
           05  RCV-SON-DATE     PIC 9(08).
           05  RCV-AY           PIC 9(06).
           05  RCV-AY-TUTAR     PIC 9(09)V99.
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
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           88 PEX-SUCCES               VALUE 00 97.
         05 JRN-ST           PIC 9(02).
           88 JRN-SUCCES               VALUE 00 97.
         05 RCV-ST           PIC 9(02).
           88 RCV-SUCCESS              VALUE 00 97.
           88 RCV-NOTFND               VALUE 23.
           88 RCV-NOT-FOUND            VALUE 35.
         05 RJR-ST           PIC 9(02).
           88 RJR-SUCCES               VALUE 00 97.
         05 AUD-ST           PIC 9(02).
           88 AUD-SUCCES               VALUE 00 97.
           88 AUD-EOF                  VALUE 10.
           88 AUD-NOT-FOUND            VALUE 35.
         05 WS-WOF-SW        PIC X(01).
           88 WS-WOF-FOUND             VALUE "Y".
         05 WS-READ-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-POST-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-KAPANAN-CNT   PIC 9(07) VALUE ZEROS.
         05 WS-EXCEPT-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-POST-TUT      PIC 9(11)V99 VALUE ZEROS.
         05 WS-RCV-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-RCV-TUT       PIC 9(11)V99 VALUE ZEROS.
         05 WS-WOF-YOK-CNT   PIC 9(07) VALUE ZEROS.
         05 WS-PAY-AY        PIC 9(06).
         05 WS-EXCEPT-REASON PIC X(25).
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
         05 WS-DATE-STATUS   PIC X(01).
           88 WS-DATE-OK               VALUE "Y".
           88 WS-DATE-BAD              VALUE "N".
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
         05 WS-STEP-NAME     PIC X(08) VALUE "ODEV2PAY".
         05 WS-STEP-OWN-IX   PIC 9(02) VALUE 01.
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
           PERFORM H200-POST-PAYMENT UNTIL PAY-EOF.
           PERFORM H900-FINISH.
               MOVE JRN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN I-O RCV-LEDGER
           IF RCV-NOT-FOUND
               OPEN OUTPUT RCV-LEDGER
               CLOSE RCV-LEDGER
               OPEN I-O RCV-LEDGER
           END-IF
           IF NOT RCV-SUCCESS
               MOVE "RCVLEDG ACILAMADI" TO WS-ABEND-MSG
               MOVE RCV-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT RCV-JOURNAL
           IF NOT RJR-SUCCES
               MOVE "RCVJRNL ACILAMADI" TO WS-ABEND-MSG
               MOVE RJR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PAY-FILE
           IF NOT PAY-SUCCES AND NOT PAY-EOF
               MOVE "PAYFILE ILK OKUMA HATASI" TO WS-ABEND-MSG
                   WHEN ACCT-KAPALI
                       MOVE "HESAP KAPALI" TO WS-EXCEPT-REASON
                       PERFORM H260-WRITE-EXCEPTION
                   WHEN ACCT-TUTAR IS NOT NUMERIC
                       MOVE "GECERSIZ HESAP TUTARI"
                            TO WS-EXCEPT-REASON
                       PERFORM H260-WRITE-EXCEPTION
                   WHEN ACCT-TERKIN
                       PERFORM H230-POST-RECOVERY
                   WHEN PAY-TUTAR > ACCT-TUTAR
                       MOVE "FAZLA ODEME" TO WS-EXCEPT-REASON
                       PERFORM H260-WRITE-EXCEPTION
           ADD 1         TO WS-POST-CNT
           ADD PAY-TUTAR TO WS-POST-TUT.
       H220-END. EXIT.
      *
      * THE FIRST RECOVERY ON A WRITTEN-OFF ACCOUNT OPENS ITS LEDGER
      * RECORD; ACCTREC IS NOT CHANGED, THE ACCOUNT STAYS "T".
       H230-POST-RECOVERY.
           MOVE ACCT-SEQ TO RCV-SEQ
           READ RCV-LEDGER
           IF RCV-SUCCESS
               CONTINUE
           ELSE
               IF RCV-NOTFND
                   PERFORM H235-OPEN-LEDGER-RECORD
               ELSE
                   MOVE "RCVLEDG OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE RCV-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           IF PAY-TUTAR > RCV-KALAN
               MOVE "FAZLA TAHSILAT" TO WS-EXCEPT-REASON
               PERFORM H260-WRITE-EXCEPTION
           ELSE
               PERFORM H240-UPDATE-LEDGER
           END-IF.
       H230-END. EXIT.
      *
      * AN ACCOUNT WRITTEN OFF WITHOUT A "W" AUDIT RECORD OPENS ON
      * ITS CURRENT BALANCE AND IS COUNTED.
       H235-OPEN-LEDGER-RECORD.
           PERFORM H236-FIND-WRITE-OFF
           INITIALIZE RCV-FIELDS
           MOVE ACCT-SEQ   TO RCV-SEQ
           MOVE ACCT-SUBE  TO RCV-SUBE
           IF WS-WOF-FOUND
               MOVE WS-B-TUTAR TO RCV-TERKIN-TUTAR
                                  RCV-KALAN
           ELSE
               ADD 1 TO WS-WOF-YOK-CNT
               MOVE ACCT-TUTAR TO RCV-TERKIN-TUTAR
                                  RCV-KALAN
           END-IF
           MOVE PAY-DATE   TO RCV-ILK-DATE
           WRITE RCV-FIELDS
           IF NOT RCV-SUCCESS
               MOVE "RCVLEDG YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RCV-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H235-END. EXIT.
      *
      * ONLY THE FIRST RECOVERY OF AN ACCOUNT EVER GETS HERE, SO THE
      * AUDIT TRAIL IS READ THROUGH ONCE PER NEW LEDGER RECORD.
       H236-FIND-WRITE-OFF.
           MOVE "N" TO WS-WOF-SW
           OPEN INPUT AUDIT-FILE
           IF AUD-SUCCES
               PERFORM H238-READ-AUDIT
               PERFORM H237-CHECK-ONE-AUDIT UNTIL AUD-EOF
               CLOSE AUDIT-FILE
           ELSE
               IF NOT AUD-NOT-FOUND
                   MOVE "MNTAUDIT ACILAMADI" TO WS-ABEND-MSG
                   MOVE AUD-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H236-END. EXIT.
      *
       H237-CHECK-ONE-AUDIT.
           IF AUD-CODE = "W" AND AUD-SEQ = ACCT-SEQ
               MOVE AUD-BEFORE TO WS-B-IMAGE
               MOVE "Y" TO WS-WOF-SW
           END-IF
           PERFORM H238-READ-AUDIT.
       H237-END. EXIT.
      *
       H238-READ-AUDIT.
           READ AUDIT-FILE
           IF NOT AUD-SUCCES AND NOT AUD-EOF
               MOVE "MNTAUDIT OKUMA HATASI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H238-END. EXIT.
      *
       H240-UPDATE-LEDGER.
           MOVE PAY-DATE(1:6) TO WS-PAY-AY
           IF RCV-AY NOT = WS-PAY-AY
               MOVE WS-PAY-AY TO RCV-AY
               MOVE ZEROS     TO RCV-AY-TUTAR
           END-IF
           ADD PAY-TUTAR      TO RCV-TAHSIL-TUTAR
                                 RCV-AY-TUTAR
           SUBTRACT PAY-TUTAR FROM RCV-KALAN
           MOVE PAY-DATE      TO RCV-SON-DATE
           REWRITE RCV-FIELDS
           IF NOT RCV-SUCCESS
               MOVE "RCVLEDG REWRITE HATASI" TO WS-ABEND-MSG
               MOVE RCV-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           INITIALIZE RJR-REC
           MOVE ACCT-SEQ         TO RJR-SEQ
           MOVE PAY-DATE         TO RJR-DATE
           MOVE PAY-KANAL        TO RJR-KANAL
           MOVE PAY-TUTAR        TO RJR-TUTAR
           MOVE RCV-SUBE         TO RJR-SUBE
           MOVE RCV-TERKIN-TUTAR TO RJR-TERKIN
           MOVE RCV-TAHSIL-TUTAR TO RJR-TAHSIL
           MOVE RCV-KALAN        TO RJR-KALAN
           IF RCV-KALAN = ZEROS
               MOVE "TAMAM"      TO RJR-DURUM
           ELSE
               MOVE "TAHSIL"     TO RJR-DURUM
           END-IF
           WRITE RJR-REC
           IF NOT RJR-SUCCES
               MOVE "RCVJRNL YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RJR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1         TO WS-RCV-CNT
           ADD PAY-TUTAR TO WS-RCV-TUT.
       H240-END. EXIT.
      *
       H207-VALIDATE-ONE-DATE.
           MOVE "Y" TO WS-DATE-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H270-END. EXIT.
      *
       H275-WRITE-RCV-TRAILER.
           INITIALIZE RJR-TRAILER-REC
           MOVE "TRLR:"      TO RJT-LABEL
           MOVE " ADET= "    TO RJT-LBL-ADET
           MOVE WS-RCV-CNT   TO RJT-ADET
           MOVE " TOPLAM= "  TO RJT-LBL-TUT
           MOVE WS-RCV-TUT   TO RJT-TUTAR
           WRITE RJR-TRAILER-REC
           IF NOT RJR-SUCCES
               MOVE "RCVJRNL YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RJR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H275-END. EXIT.
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
               DISPLAY "ODEV2PAY: ADIM KONTROLU - TARIH=" WS-STEP-DATE
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
           DISPLAY "ODEV2PAY: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM H970-STEP-END
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           PERFORM H270-WRITE-TRAILER.
           PERFORM H275-WRITE-RCV-TRAILER.
           CLOSE PAY-FILE
                 ACCT-REC
                 PAY-EXCEPT
                 PAY-JOURNAL
                 RCV-LEDGER
                 RCV-JOURNAL.
           DISPLAY "ODEV2PAY: OKUNAN=" WS-READ-CNT
                   " ISLENEN=" WS-POST-CNT
                   " KAPANAN=" WS-KAPANAN-CNT
                   " ISTISNA=" WS-EXCEPT-CNT
                   " TOPLAM=" WS-POST-TUT.
           DISPLAY "ODEV2PAY: TERKIN TAHSILAT=" WS-RCV-CNT
                   " TUTAR=" WS-RCV-TUT
                   " TERKIN KAYDI YOK=" WS-WOF-YOK-CNT.
           IF WS-EXCEPT-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM H970-STEP-END
           STOP RUN.
       H900-END. EXIT.
