      * EVERY CHECK IS REPORTED ON BALRPT; ANY MISMATCH ENDS WITH
      * RETURN CODE 8 SO THE SCHEDULER HOLDS THE COLLECTIONS
      * TRANSMISSION.
      * STEP 4 OF THE NIGHTLY ORDER KEPT ON STEPCTL: BEFORE ANY FILE
      * IS OPENED, EVERY EARLIER STEP MUST HAVE COMPLETED FOR THE
      * STEPDATE BUSINESS DATE; START, COMPLETION AND RETURN CODE
      * ARE RECORDED (STATUS AND OVERRIDES: ODEV2STC).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                              STATUS LTR-ST.
           SELECT BAL-RPT     ASSIGN BALRPT
                              STATUS BAL-ST.
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
       FD  SNAP-NEW RECORDING MODE F.
       01  SNAP-REC.
           05  BTR-LBL-BAD   PIC X(11).
           05  BTR-BAD-CNT   PIC ZZZZZZ9.
           05  BTR-FILL      PIC X(62).
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
         05 WS-SUM-WORK       PIC 9(07).
         05 WS-CHECK-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-BAD-CNT        PIC 9(07) VALUE ZEROS.
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
         05 WS-STEP-NAME     PIC X(08) VALUE "ODEV2BAL".
         05 WS-STEP-OWN-IX   PIC 9(02) VALUE 04.
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
           PERFORM H100-OPEN-RPT.
           PERFORM H110-READ-REGISTER.
           PERFORM H120-COUNT-PRTLINE.
               PERFORM H995-ABEND-JOB
           END-IF.
       H330-END. EXIT.
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
               DISPLAY "ODEV2BAL: ADIM KONTROLU - TARIH=" WS-STEP-DATE
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
           DISPLAY "ODEV2BAL: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM H970-STEP-END
           STOP RUN.
       H995-END. EXIT.
      *
           IF WS-BAD-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM H970-STEP-END
           STOP RUN.
       H900-END. EXIT.
