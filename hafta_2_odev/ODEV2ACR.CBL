      * TRAILER THAT TOTALS CLEANLY FOR MONTH-END) AND THE NEW
      * BALANCE IS CARRIED FORWARD ON PENNEW FOR ODEV2C TO MERGE
      * INTO LTRFILE AND COLLEXT.
      * AN ACCOUNT UNDER AN ACTIVE DISPUTE HOLD ON HOLDREC (ODEV2HLD)
      * ACCRUES NOTHING: ITS CARRIED PENALTY IS KEPT UNCHANGED AND
      * NO JOURNAL RECORD IS WRITTEN WHILE THE HOLD LASTS. THE DAYS
      * HELD ARE COUNTED ON PENNEW (PNN-ASKI-GUN, WITH THE RUN DATE
      * IN PNN-DATE) AND LEFT OUT OF THE PENALTY DAYS FOR AS LONG AS
      * THE ACCOUNT STAYS OVERDUE, SO A DISPUTED PERIOD NEVER BEARS
      * PENALTY, NOT EVEN AFTER THE HOLD ENDS.
      * STEP 2 OF THE NIGHTLY ORDER KEPT ON STEPCTL: BEFORE ANY FILE
      * IS OPENED, EVERY EARLIER STEP MUST HAVE COMPLETED FOR THE
      * STEPDATE BUSINESS DATE; START, COMPLETION AND RETURN CODE
      * ARE RECORDED (STATUS AND OVERRIDES: ODEV2STC).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                              STATUS PNN-ST.
           SELECT ACR-JOURNAL ASSIGN ACRJRNL
                              STATUS AJR-ST.
           SELECT HOLD-REC    ASSIGN HOLDREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY HLD-SEQ
                              STATUS HLD-ST.
           SELECT PARM-FILE   ASSIGN ACRPARM
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
       01  PNO-REC.
           05  PNO-SEQ     PIC X(04).
           05  PNO-TUTAR   PIC 9(09)V99.
           05  PNO-ASKI-GUN PIC 9(05).
           05  PNO-DATE    PIC 9(08).
      *
       FD  PEN-NEW RECORDING MODE F.
       01  PNN-REC.
           05  PNN-SEQ     PIC X(04).
           05  PNN-TUTAR   PIC 9(09)V99.
           05  PNN-ASKI-GUN PIC 9(05).
           05  PNN-DATE    PIC 9(08).
      *
       FD  ACR-JOURNAL RECORDING MODE F.
       01  AJR-REC.
           05  ATR-TAHAKKUK  PIC -ZZZZZZZZ9.99.
           05  ATR-LBL-CEZA  PIC X(07).
           05  ATR-CEZA      PIC ZZZZZZZZZZ9.99.
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
           05  HLD-KAL-USER  PIC X(08).
           05  HLD-KAL-DATE  PIC 9(08).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RATE-2       PIC 9V9(05).
           05  PARM-RATE-3       PIC 9V9(05).
           05  PARM-RATE-4       PIC 9V9(05).
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
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
           88 PARM-EOF                 VALUE 10.
         05 HLD-ST           PIC 9(02).
           88 HLD-SUCCES               VALUE 00 97.
           88 HLD-NOTFND               VALUE 23.
           88 HLD-NOT-FOUND            VALUE 35.
         05 WS-INST-OPEN-SW  PIC X(01) VALUE "N".
           88 WS-INST-OPENED           VALUE "Y".
         05 WS-PNO-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-PNO-OPENED            VALUE "Y".
         05 WS-HLD-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-HLD-OPENED            VALUE "Y".
         05 WS-HOLD-SW       PIC X(01).
           88 WS-ACCT-HELD             VALUE "Y".
         05 WS-INST-KEY      PIC X(04) VALUE HIGH-VALUES.
         05 WS-PNO-KEY       PIC X(04) VALUE HIGH-VALUES.
         05 WS-RUN-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-ANAPARA       PIC 9(09)V99.
         05 WS-INST-SEEN-CNT PIC 9(03).
         05 WS-PRIOR-PEN     PIC 9(09)V99.
         05 WS-ASKI-DATE     PIC 9(08).
         05 WS-ASKI-GUN      PIC 9(05).
         05 WS-CEZA-GUN      PIC 9(05).
         05 WS-HOLD-BAS-INT  PIC 9(07).
         05 WS-HOLD-BIT-INT  PIC 9(07).
         05 WS-ALT-INT       PIC 9(07).
         05 WS-UST-INT       PIC 9(07).
         05 WS-NEW-PEN       PIC 9(09)V99.
         05 WS-TAHAKKUK      PIC S9(09)V99.
         05 WS-DATE-BAD-SW   PIC X(01).
         05 WS-JRN-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-SKIP-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-ORPHAN-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-HOLD-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-TAHAKKUK-TOP  PIC S9(11)V99 VALUE ZEROS.
         05 WS-CEZA-TOP      PIC 9(11)V99 VALUE ZEROS.
       01 WS-DATE-CHECK-AREA.
         05 WS-DATE-STATUS   PIC X(01).
           88 WS-DATE-OK               VALUE "Y".
           88 WS-DATE-BAD              VALUE "N".
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
         05 WS-STEP-NAME     PIC X(08) VALUE "ODEV2ACR".
         05 WS-STEP-OWN-IX   PIC 9(02) VALUE 02.
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
           PERFORM H900-FINISH.
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           OPEN INPUT HOLD-REC
           IF HLD-SUCCES
               SET WS-HLD-OPENED TO TRUE
           ELSE
               IF NOT HLD-NOT-FOUND
                   MOVE "HOLDREC ACILAMADI" TO WS-ABEND-MSG
                   MOVE HLD-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           OPEN OUTPUT PEN-NEW
           IF NOT PNN-SUCCES
               MOVE "PENNEW ACILAMADI" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF WS-RUN-DATE NOT = WS-STEP-DATE
               MOVE "ACRPARM STEPDATE ILE FARKLI" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RATE-1 TO WS-RATE(1)
           MOVE PARM-RATE-2 TO WS-RATE(2)
           MOVE PARM-RATE-3 TO WS-RATE(3)
           IF ACCT-KAPALI OR ACCT-TERKIN
               PERFORM H250-CARRY-UNCHANGED
           ELSE
               PERFORM H245-CHECK-HOLD
               PERFORM H210-COMPUTE-OVERDUE
               IF WS-ACCT-HELD
                   ADD 1 TO WS-HOLD-CNT
               END-IF
               IF WS-ACCT-DATE-BAD
                   IF NOT WS-ACCT-HELD
                       ADD 1 TO WS-SKIP-CNT
                   END-IF
                   PERFORM H250-CARRY-UNCHANGED
               ELSE
                   PERFORM H246-COUNT-HELD-DAYS
                   IF WS-ACCT-HELD
                       PERFORM H250-CARRY-UNCHANGED
                   ELSE
                       PERFORM H220-ACCRUE
                   END-IF
               END-IF
           END-IF
           READ ACCT-REC
           END-EVALUATE.
       H226-END. EXIT.
      *
      * THE PENALTY RUNS ONLY ON THE OVERDUE DAYS NOT SPENT ON HOLD.
       H220-ACCRUE.
           COMPUTE WS-CEZA-GUN = WS-GUN - WS-ASKI-GUN
           IF WS-CEZA-GUN > 0 AND WS-BUCKET-NO >= 1
               COMPUTE WS-NEW-PEN ROUNDED =
                   WS-ANAPARA * WS-RATE(WS-BUCKET-NO) * WS-CEZA-GUN
           ELSE
               MOVE ZEROS TO WS-NEW-PEN
           END-IF
           IF WS-NEW-PEN > 0 OR WS-PRIOR-PEN > 0
               PERFORM H230-WRITE-JOURNAL
           END-IF
           IF WS-NEW-PEN > 0 OR WS-ASKI-GUN > 0
               MOVE ACCT-SEQ     TO PNN-SEQ
               MOVE WS-NEW-PEN   TO PNN-TUTAR
               MOVE WS-ASKI-GUN  TO PNN-ASKI-GUN
               MOVE WS-ASKI-DATE TO PNN-DATE
               WRITE PNN-REC
               IF NOT PNN-SUCCES
                   MOVE "PENNEW YAZMA HATASI" TO WS-ABEND-MSG
           MOVE ACCT-SEQ     TO AJR-SEQ
           MOVE WS-RUN-DATE  TO AJR-DATE
           MOVE WS-BUCKET-NO TO AJR-BUCKET
           MOVE WS-CEZA-GUN  TO AJR-GUN
           MOVE WS-ANAPARA   TO AJR-ANAPARA
           MOVE WS-PRIOR-PEN TO AJR-ONCEKI
           MOVE WS-TAHAKKUK  TO AJR-TAHAKKUK
           ADD WS-NEW-PEN  TO WS-CEZA-TOP.
       H230-END. EXIT.
      *
      * A HOLD IS ACTIVE WHEN IT IS STILL "A" AND THE RUN DATE FALLS
      * BETWEEN ITS START AND EXPIRY DATES, WHETHER OR NOT ODEV2HLD
      * HAS YET CLOSED AN EXPIRED ONE.
       H245-CHECK-HOLD.
           MOVE "N" TO WS-HOLD-SW
           IF WS-HLD-OPENED
               MOVE ACCT-SEQ TO HLD-SEQ
               READ HOLD-REC
               IF HLD-SUCCES
                   IF HLD-AKTIF
                      AND HLD-BAS-DATE NOT > WS-RUN-DATE
                      AND HLD-BIT-DATE NOT < WS-RUN-DATE
                       MOVE "Y" TO WS-HOLD-SW
                   END-IF
               ELSE
                   IF NOT HLD-NOTFND
                       MOVE "HOLDREC OKUMA HATASI" TO WS-ABEND-MSG
                       MOVE HLD-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
               END-IF
           END-IF.
       H245-END. EXIT.
      *
      * HELD DAYS ARE THE DAYS SINCE THE LAST RUN (OR SINCE THE
      * ACCOUNT FELL OVERDUE) THAT LIE INSIDE THE HOLDREC HOLD: FROM
      * ITS START DATE TO ITS EXPIRY DATE, OR TO THE DAY BEFORE A
      * RELEASE. THIS ALSO PICKS UP THE LAST DAYS OF A HOLD THAT
      * ENDED BETWEEN TWO RUNS. AN ACCOUNT NO LONGER OVERDUE STARTS
      * AGAIN FROM ZERO. A CLOSED OR UNPROCESSABLE ACCOUNT IS NOT
      * COUNTED AND KEEPS THE DATE IT WAS LAST COUNTED THROUGH.
       H246-COUNT-HELD-DAYS.
           IF WS-GUN = ZEROS
               MOVE ZEROS TO WS-ASKI-GUN
           ELSE
               IF WS-HLD-OPENED AND HLD-SUCCES
                  AND HLD-BAS-DATE NOT > WS-RUN-DATE
                   PERFORM H247-ADD-HELD-DAYS
               END-IF
               IF WS-ASKI-GUN > WS-GUN
                   MOVE WS-GUN TO WS-ASKI-GUN
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO WS-ASKI-DATE.
       H246-END. EXIT.
      *
       H247-ADD-HELD-DAYS.
           COMPUTE WS-HOLD-BAS-INT =
               FUNCTION INTEGER-OF-DATE(HLD-BAS-DATE) - 1
           IF HLD-KALDIRILDI
               COMPUTE WS-HOLD-BIT-INT =
                   FUNCTION INTEGER-OF-DATE(HLD-KAL-DATE) - 1
           ELSE
               COMPUTE WS-HOLD-BIT-INT =
                   FUNCTION INTEGER-OF-DATE(HLD-BIT-DATE)
           END-IF
           COMPUTE WS-ALT-INT = WS-INT-T - WS-GUN
           IF WS-ASKI-DATE > ZEROS
               IF FUNCTION INTEGER-OF-DATE(WS-ASKI-DATE) > WS-ALT-INT
                   COMPUTE WS-ALT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-ASKI-DATE)
               END-IF
           END-IF
           IF WS-HOLD-BAS-INT > WS-ALT-INT
               MOVE WS-HOLD-BAS-INT TO WS-ALT-INT
           END-IF
           MOVE WS-INT-T TO WS-UST-INT
           IF WS-HOLD-BIT-INT < WS-UST-INT
               MOVE WS-HOLD-BIT-INT TO WS-UST-INT
           END-IF
           IF WS-UST-INT > WS-ALT-INT
               COMPUTE WS-ASKI-GUN =
                   WS-ASKI-GUN + WS-UST-INT - WS-ALT-INT
           END-IF.
       H247-END. EXIT.
      *
      * A CLOSED, HELD OR UNPROCESSABLE ACCOUNT KEEPS ITS CARRIED
      * PENALTY BALANCE UNCHANGED SO NOTHING IS SILENTLY WRITTEN OFF.
       H250-CARRY-UNCHANGED.
           IF WS-PRIOR-PEN > 0 OR WS-ASKI-GUN > 0
               MOVE ACCT-SEQ     TO PNN-SEQ
               MOVE WS-PRIOR-PEN TO PNN-TUTAR
               MOVE WS-ASKI-GUN  TO PNN-ASKI-GUN
               MOVE WS-ASKI-DATE TO PNN-DATE
               WRITE PNN-REC
               IF NOT PNN-SUCCES
                   MOVE "PENNEW YAZMA HATASI" TO WS-ABEND-MSG
           PERFORM H241-SKIP-ORPHAN-PEN
               UNTIL WS-PNO-KEY >= ACCT-SEQ
           IF WS-PNO-KEY = ACCT-SEQ
               MOVE PNO-TUTAR    TO WS-PRIOR-PEN
               MOVE PNO-ASKI-GUN TO WS-ASKI-GUN
               MOVE PNO-DATE     TO WS-ASKI-DATE
               PERFORM H242-READ-PEN-OLD
           ELSE
               MOVE ZEROS TO WS-PRIOR-PEN WS-ASKI-GUN WS-ASKI-DATE
           END-IF.
       H240-END. EXIT.
      *
               PERFORM H995-ABEND-JOB
           END-IF.
       H270-END. EXIT.
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
               DISPLAY "ODEV2ACR: ADIM KONTROLU - TARIH=" WS-STEP-DATE
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
           DISPLAY "ODEV2ACR: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM H970-STEP-END
           STOP RUN.
       H995-END. EXIT.
      *
           IF WS-PNO-OPENED
               CLOSE PEN-OLD
           END-IF
           IF WS-HLD-OPENED
               CLOSE HOLD-REC
           END-IF
           DISPLAY "ODEV2ACR: OKUNAN=" WS-READ-CNT
                   " JURNAL=" WS-JRN-CNT
                   " ATLANAN=" WS-SKIP-CNT
                   " ITIRAZLI=" WS-HOLD-CNT
                   " SAHIPSIZ=" WS-ORPHAN-CNT
                   " TAHAKKUK=" WS-TAHAKKUK-TOP
                   " CEZA=" WS-CEZA-TOP.
           IF WS-SKIP-CNT > 0 OR WS-ORPHAN-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM H970-STEP-END
           STOP RUN.
       H900-END. EXIT.
