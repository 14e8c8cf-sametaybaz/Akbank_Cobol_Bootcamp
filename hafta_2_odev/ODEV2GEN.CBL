      * CHAINS ARE ROTATED: THE LAST N (GENPARM, 0-3) PRIOR
      * GENERATIONS ARE KEPT ON SNAPGN1-3 / UNWGEN1-3 FOR RERUNS AND
      * THE NEW FILES BECOME THE OLD ONES. THE PROMISE (PROMNEW ->
      * PROMOLD) AND PENALTY (PENNEW -> PENOLD) CARRY FILES AND THE
      * COLLECTOR ACTIVITY LOG (CLTNEW -> CLTOLD) ARE ROTATED IN THE
      * SAME STEP.
      * STEP 9 OF THE NIGHTLY ORDER KEPT ON STEPCTL: BEFORE ANY FILE
      * IS OPENED, EVERY EARLIER STEP MUST HAVE COMPLETED FOR THE
      * STEPDATE BUSINESS DATE; START, COMPLETION AND RETURN CODE
      * ARE RECORDED (STATUS AND OVERRIDES: ODEV2STC).
      * NOTHING IS ROTATED WHILE ODEV2BAL STANDS AT RC 8.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                              STATUS PNN-ST.
           SELECT PEN-OLD     ASSIGN PENOLD
                              STATUS PNO-ST.
           SELECT ACT-NEW     ASSIGN CLTNEW
                              STATUS ACN-ST.
           SELECT ACT-OLD     ASSIGN CLTOLD
                              STATUS ACO-ST.
           SELECT PARM-FILE   ASSIGN GENPARM
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
       01  PRO-REC           PIC X(31).
      *
       FD  PEN-NEW RECORDING MODE F.
       01  PNN-REC           PIC X(28).
      *
       FD  PEN-OLD RECORDING MODE F.
       01  PNO-REC           PIC X(28).
      *
       FD  ACT-NEW RECORDING MODE F.
       01  ACN-REC           PIC X(35).
      *
       FD  ACT-OLD RECORDING MODE F.
       01  ACO-REC           PIC X(35).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-KEEP-N   PIC 9(01).
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
           88 PNN-NOT-FOUND            VALUE 35.
         05 PNO-ST           PIC 9(02).
           88 PNO-SUCCES               VALUE 00 97.
         05 ACN-ST           PIC 9(02).
           88 ACN-SUCCES               VALUE 00 97.
           88 ACN-EOF                  VALUE 10.
           88 ACN-NOT-FOUND            VALUE 35.
         05 ACO-ST           PIC 9(02).
           88 ACO-SUCCES               VALUE 00 97.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
           88 PARM-NOT-FOUND           VALUE 35.
         05 WS-COPY-CNT      PIC 9(07).
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
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
         05 WS-STEP-NAME     PIC X(08) VALUE "ODEV2GEN".
         05 WS-STEP-OWN-IX   PIC 9(02) VALUE 09.
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
         05 FILLER           PIC X(10) VALUE "ODEV2BAL04".
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
           PERFORM H100-READ-PARAMETERS.
           PERFORM H110-VERIFY-HEADERS.
           PERFORM H300-ROTATE-SNAP.
           PERFORM H400-ROTATE-UNWRK.
           PERFORM H500-ROTATE-PROM.
           PERFORM H600-ROTATE-PEN.
           PERFORM H700-ROTATE-ACT.
           PERFORM H900-FINISH.
      *------------------
       H100-READ-PARAMETERS.
           ADD 1 TO WS-COPY-CNT
           READ PEN-NEW.
       H610-END. EXIT.
      *
       H700-ROTATE-ACT.
           OPEN INPUT ACT-NEW
           IF ACN-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT ACN-SUCCES
                   MOVE "CLTNEW ACILAMADI" TO WS-ABEND-MSG
                   MOVE ACN-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               OPEN OUTPUT ACT-OLD
               IF NOT ACO-SUCCES
                   MOVE "CLTOLD ACILAMADI" TO WS-ABEND-MSG
                   MOVE ACO-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               MOVE ZEROS TO WS-COPY-CNT
               READ ACT-NEW
               PERFORM H710-COPY-ONE-ACT UNTIL ACN-EOF
               CLOSE ACT-NEW ACT-OLD
               DISPLAY "ODEV2GEN: CLTNEW->CLTOLD KAYIT="
                       WS-COPY-CNT
           END-IF.
       H700-END. EXIT.
      *
       H710-COPY-ONE-ACT.
           IF NOT ACN-SUCCES
               MOVE "CLTNEW OKUMA HATASI" TO WS-ABEND-MSG
               MOVE ACN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE ACN-REC TO ACO-REC
           WRITE ACO-REC
           IF NOT ACO-SUCCES
               MOVE "CLTOLD YAZMA HATASI" TO WS-ABEND-MSG
               MOVE ACO-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-COPY-CNT
           READ ACT-NEW.
       H710-END. EXIT.
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
               DISPLAY "ODEV2GEN: ADIM KONTROLU - TARIH=" WS-STEP-DATE
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
           DISPLAY "ODEV2GEN: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM H970-STEP-END
           STOP RUN.
       H995-END. EXIT.
      *
           DISPLAY "ODEV2GEN: DONUS TAMAM - CALISMA TARIH="
                   WS-NEW-HDR-DATE " SIRA=" WS-NEW-HDR-SEQ
                   " SAKLANAN NESIL=" WS-KEEP-N.
           PERFORM H970-STEP-END
           STOP RUN.
       H900-END. EXIT.
