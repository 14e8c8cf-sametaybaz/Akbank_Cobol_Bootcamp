       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2PRV.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * MONTH-END LOAN-LOSS PROVISIONING REPORT FOR RISK MANAGEMENT.
      * EVERY OPEN ACCTREC ACCOUNT IS TAKEN WITH ITS AGING BUCKET
      * FROM THE CURRENT SNAPSHOT (SNAPNEW, WRITTEN BY ODEV2C) AND
      * ITS ACCRUED PENALTY BALANCE (PENNEW, WRITTEN BY ODEV2ACR).
      * THE EXPOSURE (ACCT-TUTAR + PENALTY) IS TOTALLED PER ACCT-SUBE
      * AND BUCKET AND THE REQUIRED PROVISION IS THE EXPOSURE TIMES
      * THE RATE OF THE BUCKET ON PRVPARM, SO RISK CAN CHANGE THE
      * RATES WITHOUT A PROGRAM CHANGE. EACH LINE ALSO SHOWS LAST
      * MONTHS PROVISION (PRVOLD) AND THE CHANGE TO BE BOOKED. THIS
      * MONTHS FIGURES ARE WRITTEN TO PRVNEW, WHICH BECOMES NEXT
      * MONTHS PRVOLD. BOTH START WITH A RUN HEADER ("*HDR" + RUN
      * DATE); AN OLD FILE THAT IS NOT FROM AN EARLIER MONTH STOPS
      * THE RUN SO A MISSED ROTATION CANNOT PRODUCE A WRONG CHANGE.
      * AN OPEN ACCOUNT MISSING FROM THE SNAPSHOT (ODEV2C EXCEPTION)
      * CANNOT BE BUCKETED; IT IS COUNTED AND THE RUN ENDS WITH RC 8.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC    ASSIGN ACCTREC
                              ORGANIZATION INDEXED
                              ACCESS MODE SEQUENTIAL
                              RECORD KEY ACCT-SEQ
                              ALTERNATE RECORD KEY ACCT-SOYAD
                                  WITH DUPLICATES
                              STATUS ACCT-ST.
           SELECT SNAP-NEW    ASSIGN SNAPNEW
                              STATUS SNAP-ST.
           SELECT PEN-FILE    ASSIGN PENNEW
                              STATUS PEN-ST.
           SELECT PRV-OLD     ASSIGN PRVOLD
                              STATUS OLD-ST.
           SELECT PRV-NEW     ASSIGN PRVNEW
                              STATUS NEW-ST.
           SELECT PRV-WORK    ASSIGN PRVWORK
                              STATUS WRK-ST.
           SELECT PRV-SORTED  ASSIGN PRVSORTD
                              STATUS SRTD-ST.
           SELECT SORT-FILE   ASSIGN SORTWK.
           SELECT PRV-RPT     ASSIGN PRVRPT
                              STATUS RPT-ST.
           SELECT PARM-FILE   ASSIGN PRVPARM
                              STATUS PARM-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
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
       FD  SNAP-NEW RECORDING MODE F.
       01  SNAP-REC.
           05  SNAP-SEQ    PIC X(04).
           05  SNAP-BUCKET PIC 9(01).
           05  SNAP-FILL   PIC X(12).
      *
       01  SNAP-HDR-REC.
           05  SH-TAG      PIC X(04).
           05  SH-DATE     PIC 9(08).
           05  SH-RUNSEQ   PIC 9(05).
      *
       FD  PEN-FILE RECORDING MODE F.
       01  PEN-REC.
           05  PEN-SEQ     PIC X(04).
           05  PEN-TUTAR   PIC 9(09)V99.
           05  PEN-ASKI-GUN PIC 9(05).
           05  PEN-DATE    PIC 9(08).
      *
       FD  PRV-OLD RECORDING MODE F.
       01  OLD-PRV-REC.
           05  OLD-SUBE     PIC X(03).
           05  OLD-BUCKET   PIC 9(01).
           05  OLD-ADET     PIC 9(07).
           05  OLD-RISK     PIC 9(11)V99.
           05  OLD-KARSILIK PIC 9(11)V99.
      *
       01  OLD-PRV-HDR-REC.
           05  OPH-TAG      PIC X(04).
           05  OPH-DATE     PIC 9(08).
           05  OPH-FILL     PIC X(25).
      *
       FD  PRV-NEW RECORDING MODE F.
       01  NEW-PRV-REC.
           05  NEW-SUBE     PIC X(03).
           05  NEW-BUCKET   PIC 9(01).
           05  NEW-ADET     PIC 9(07).
           05  NEW-RISK     PIC 9(11)V99.
           05  NEW-KARSILIK PIC 9(11)V99.
      *
       01  NEW-PRV-HDR-REC.
           05  NPH-TAG      PIC X(04).
           05  NPH-DATE     PIC 9(08).
           05  NPH-FILL     PIC X(25).
      *
       FD  PRV-WORK RECORDING MODE F.
       01  WORK-REC.
           05  WRK-SUBE    PIC X(03).
           05  WRK-BUCKET  PIC 9(01).
           05  WRK-SEQ     PIC X(04).
           05  WRK-ANAPARA PIC 9(09)V99.
           05  WRK-CEZA    PIC 9(09)V99.
      *
       FD  PRV-SORTED RECORDING MODE F.
       01  SORTED-REC.
           05  SRT-SUBE    PIC X(03).
           05  SRT-BUCKET  PIC 9(01).
           05  SRT-SEQ     PIC X(04).
           05  SRT-ANAPARA PIC 9(09)V99.
           05  SRT-CEZA    PIC 9(09)V99.
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-SUBE   PIC X(03).
           05  SORT-BUCKET PIC 9(01).
           05  SORT-SEQ    PIC X(04).
           05  FILLER      PIC X(22).
      *
       FD  PRV-RPT RECORDING MODE F.
       01  PRV-BRANCH-HDR-REC.
           05  PBH-TAG       PIC X(09).
           05  PBH-SUBE      PIC X(03).
           05  PBH-FILL      PIC X(121).
      *
       01  PRV-DETAIL-REC.
           05  PDT-LBL       PIC X(17).
           05  PDT-CNT-LBL   PIC X(06).
           05  PDT-CNT       PIC ZZZZZZ9.
           05  PDT-RSK-LBL   PIC X(06).
           05  PDT-RISK      PIC ZZZZZZZZZZ9.99.
           05  PDT-ORAN-LBL  PIC X(07).
           05  PDT-ORAN      PIC ZZ9.99.
           05  PDT-KRS-LBL   PIC X(10).
           05  PDT-KARSILIK  PIC ZZZZZZZZZZ9.99.
           05  PDT-ONC-LBL   PIC X(08).
           05  PDT-ONCEKI    PIC ZZZZZZZZZZ9.99.
           05  PDT-FRK-LBL   PIC X(06).
           05  PDT-FARK      PIC -ZZZZZZZZZZ9.99.
           05  PDT-FILL      PIC X(03).
      *
       01  PRV-TOTAL-REC.
           05  PTO-TAG       PIC X(13).
           05  PTO-SUBE      PIC X(03).
           05  PTO-SP        PIC X(01).
           05  PTO-CNT-LBL   PIC X(06).
           05  PTO-CNT       PIC ZZZZZZ9.
           05  PTO-RSK-LBL   PIC X(06).
           05  PTO-RISK      PIC ZZZZZZZZZZ9.99.
           05  PTO-KRS-LBL   PIC X(10).
           05  PTO-KARSILIK  PIC ZZZZZZZZZZ9.99.
           05  PTO-ONC-LBL   PIC X(08).
           05  PTO-ONCEKI    PIC ZZZZZZZZZZ9.99.
           05  PTO-FRK-LBL   PIC X(06).
           05  PTO-FARK      PIC -ZZZZZZZZZZ9.99.
           05  PTO-FILL      PIC X(16).
      *
       01  PRV-TRAILER-REC.
           05  PTR-LABEL     PIC X(05).
           05  PTR-LBL-HSP   PIC X(08).
           05  PTR-HSP-CNT   PIC ZZZZZZ9.
           05  PTR-LBL-YOK   PIC X(10).
           05  PTR-YOK-CNT   PIC ZZZZZZ9.
           05  PTR-LBL-KRS   PIC X(11).
           05  PTR-KARSILIK  PIC ZZZZZZZZZZ9.99.
           05  PTR-LBL-FRK   PIC X(07).
           05  PTR-FARK      PIC -ZZZZZZZZZZ9.99.
           05  PTR-FILL      PIC X(49).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-DATE     PIC 9(08).
           05  PARM-RATE-0       PIC 9V9(05).
           05  PARM-RATE-1       PIC 9V9(05).
           05  PARM-RATE-2       PIC 9V9(05).
           05  PARM-RATE-3       PIC 9V9(05).
           05  PARM-RATE-4       PIC 9V9(05).
      *
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ACCT-ST          PIC 9(02).
           88 ACCT-EOF                 VALUE 10.
           88 ACCT-SUCCESS             VALUE 00 97.
         05 SNAP-ST          PIC 9(02).
           88 SNAP-SUCCES              VALUE 00 97.
           88 SNAP-EOF                 VALUE 10.
         05 PEN-ST           PIC 9(02).
           88 PEN-SUCCES               VALUE 00 97.
           88 PEN-EOF                  VALUE 10.
           88 PEN-NOT-FOUND            VALUE 35.
         05 OLD-ST           PIC 9(02).
           88 OLD-SUCCES               VALUE 00 97.
           88 OLD-EOF                  VALUE 10.
           88 OLD-NOT-FOUND            VALUE 35.
         05 NEW-ST           PIC 9(02).
           88 NEW-SUCCES               VALUE 00 97.
         05 WRK-ST           PIC 9(02).
           88 WRK-SUCCES               VALUE 00 97.
         05 SRTD-ST          PIC 9(02).
           88 SRTD-SUCCES              VALUE 00 97.
           88 SRTD-EOF                 VALUE 10.
         05 RPT-ST           PIC 9(02).
           88 RPT-SUCCES               VALUE 00 97.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 WS-PEN-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-PEN-OPENED            VALUE "Y".
         05 WS-OLD-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-OLD-OPENED            VALUE "Y".
         05 WS-SNAP-KEY      PIC X(04) VALUE HIGH-VALUES.
         05 WS-PEN-KEY       PIC X(04) VALUE HIGH-VALUES.
         05 WS-NEW-KEY.
           10 WS-NEW-KEY-SUBE   PIC X(03).
           10 WS-NEW-KEY-BUCKET PIC X(01).
         05 WS-OLD-KEY.
           10 WS-OLD-KEY-SUBE   PIC X(03).
           10 WS-OLD-KEY-BUCKET PIC X(01).
         05 WS-CUR-KEY.
           10 WS-CUR-KEY-SUBE   PIC X(03).
           10 WS-CUR-KEY-BUCKET PIC 9(01).
         05 WS-CUR-SUBE      PIC X(03).
         05 WS-BKT-IX        PIC 9(01).
         05 WS-RUN-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-OLD-HDR-DATE  PIC 9(08) VALUE ZEROS.
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
       01 WS-RATE-AREA.
         05 WS-RATE          PIC 9V9(05) OCCURS 5 TIMES.
       01 WS-BUCKET-LABEL-AREA.
         05 FILLER PIC X(17) VALUE "VADESI GELMEDI".
         05 FILLER PIC X(17) VALUE "0-30 GUN GECIKME".
         05 FILLER PIC X(17) VALUE "31-60 GUN GECIKME".
         05 FILLER PIC X(17) VALUE "61-90 GUN GECIKME".
         05 FILLER PIC X(17) VALUE "90+ GUN GECIKME".
       01 WS-BUCKET-LABEL-TBL REDEFINES WS-BUCKET-LABEL-AREA.
         05 WS-BUCKET-LABEL  PIC X(17) OCCURS 5 TIMES.
       01 WS-GROUP-AREA.
         05 WS-GR-CNT        PIC 9(07).
         05 WS-GR-RISK       PIC 9(11)V99.
         05 WS-GR-KARSILIK   PIC 9(11)V99.
         05 WS-GR-ONCEKI     PIC 9(11)V99.
         05 WS-GR-FARK       PIC S9(11)V99.
       01 WS-TOTALS-AREA.
         05 WS-READ-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-OPEN-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-NOSNAP-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-BAD-TUT-CNT   PIC 9(07) VALUE ZEROS.
         05 WS-ORAN          PIC 9(03)V99.
         05 WS-BR-CNT        PIC 9(07).
         05 WS-BR-RISK       PIC 9(11)V99.
         05 WS-BR-KARSILIK   PIC 9(11)V99.
         05 WS-BR-ONCEKI     PIC 9(11)V99.
         05 WS-BR-FARK       PIC S9(11)V99.
         05 WS-GT-CNT        PIC 9(07) VALUE ZEROS.
         05 WS-GT-RISK       PIC 9(11)V99 VALUE ZEROS.
         05 WS-GT-KARSILIK   PIC 9(11)V99 VALUE ZEROS.
         05 WS-GT-ONCEKI     PIC 9(11)V99 VALUE ZEROS.
         05 WS-GT-FARK       PIC S9(11)V99 VALUE ZEROS.
       01 WS-BUCKET-TOTALS.
         05 WS-BT-ROW OCCURS 5 TIMES.
           10 WS-BT-CNT      PIC 9(07).
           10 WS-BT-RISK     PIC 9(11)V99.
           10 WS-BT-KARSILIK PIC 9(11)V99.
           10 WS-BT-ONCEKI   PIC 9(11)V99.
           10 WS-BT-FARK     PIC S9(11)V99.
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
           PERFORM H200-PROCESS UNTIL ACCT-EOF.
           PERFORM H280-PRINT-REPORT.
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           INITIALIZE WS-BUCKET-TOTALS
           PERFORM H130-READ-PARAMETERS
           OPEN INPUT ACCT-REC
           IF NOT ACCT-SUCCESS
               MOVE "ACCT-REC ACILAMADI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT SNAP-NEW
           IF NOT SNAP-SUCCES
               MOVE "SNAPNEW ACILAMADI" TO WS-ABEND-MSG
               MOVE SNAP-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H140-READ-SNAP-HEADER
           PERFORM H215-READ-SNAPSHOT
           OPEN INPUT PEN-FILE
           IF PEN-SUCCES
               SET WS-PEN-OPENED TO TRUE
               PERFORM H225-READ-PENALTY
           ELSE
               IF NOT PEN-NOT-FOUND
                   MOVE "PENNEW ACILAMADI" TO WS-ABEND-MSG
                   MOVE PEN-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           MOVE HIGH-VALUES TO WS-OLD-KEY
           OPEN INPUT PRV-OLD
           IF OLD-SUCCES
               SET WS-OLD-OPENED TO TRUE
               PERFORM H150-READ-OLD-HEADER
               PERFORM H285-READ-OLD
           ELSE
               IF NOT OLD-NOT-FOUND
                   MOVE "PRVOLD ACILAMADI" TO WS-ABEND-MSG
                   MOVE OLD-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           OPEN OUTPUT PRV-NEW
           IF NOT NEW-SUCCES
               MOVE "PRVNEW ACILAMADI" TO WS-ABEND-MSG
               MOVE NEW-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H160-WRITE-NEW-HEADER
           OPEN OUTPUT PRV-WORK
           IF NOT WRK-SUCCES
               MOVE "PRVWORK ACILAMADI" TO WS-ABEND-MSG
               MOVE WRK-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT PRV-RPT
           IF NOT RPT-SUCCES
               MOVE "PRVRPT ACILAMADI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ ACCT-REC
           IF NOT ACCT-SUCCESS AND NOT ACCT-EOF
               MOVE "ACCT-REC ILK OKUMA HATASI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H100-END. EXIT.
      *
      * RATES ARE FRACTIONS (0.05000 = %5) FOR BUCKETS 0 TO 4.
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "PRVPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "PRVPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "PRVPARM GECERSIZ RUN DATE" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RATE-0 TO WS-RATE(1)
           MOVE PARM-RATE-1 TO WS-RATE(2)
           MOVE PARM-RATE-2 TO WS-RATE(3)
           MOVE PARM-RATE-3 TO WS-RATE(4)
           MOVE PARM-RATE-4 TO WS-RATE(5)
           PERFORM H135-CHECK-ONE-RATE
               VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 5
           CLOSE PARM-FILE.
       H130-END. EXIT.
      *
       H135-CHECK-ONE-RATE.
           IF WS-RATE(WS-BKT-IX) IS NOT NUMERIC
              OR WS-RATE(WS-BKT-IX) > 1
               MOVE "PRVPARM GECERSIZ ORAN" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H135-END. EXIT.
      *
      * THE SNAPSHOT MUST BE THE ONE ODEV2C WROTE FOR THIS RUN DATE,
      * OTHERWISE THE BUCKETS ARE NOT THE MONTH-END BUCKETS.
       H140-READ-SNAP-HEADER.
           READ SNAP-NEW
           IF NOT SNAP-SUCCES OR SH-TAG NOT = "*HDR"
               MOVE "SNAPNEW BASLIK KAYDI YOK" TO WS-ABEND-MSG
               MOVE SNAP-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF SH-DATE NOT = WS-RUN-DATE
               DISPLAY "ODEV2PRV: SNAPNEW TARIHI=" SH-DATE
                       " RUN DATE=" WS-RUN-DATE
               MOVE "SNAPNEW TARIHI UYUSMUYOR" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H140-END. EXIT.
      *
       H150-READ-OLD-HEADER.
           READ PRV-OLD
           IF NOT OLD-SUCCES OR OPH-TAG NOT = "*HDR"
               MOVE "PRVOLD BASLIK KAYDI YOK" TO WS-ABEND-MSG
               MOVE OLD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE OPH-DATE TO WS-OLD-HDR-DATE
           IF WS-OLD-HDR-DATE(1:6) NOT < WS-RUN-DATE(1:6)
               DISPLAY "ODEV2PRV: PRVOLD TARIHI=" WS-OLD-HDR-DATE
                       " RUN DATE=" WS-RUN-DATE
               MOVE "PRVOLD ONCEKI AYA AIT DEGIL" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H150-END. EXIT.
      *
       H160-WRITE-NEW-HEADER.
           INITIALIZE NEW-PRV-HDR-REC
           MOVE "*HDR"      TO NPH-TAG
           MOVE WS-RUN-DATE TO NPH-DATE
           WRITE NEW-PRV-HDR-REC
           IF NOT NEW-SUCCES
               MOVE "PRVNEW YAZMA HATASI (BASLIK)" TO WS-ABEND-MSG
               MOVE NEW-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H160-END. EXIT.
      *
       H200-PROCESS.
           ADD 1 TO WS-READ-CNT
           PERFORM H210-SKIP-SNAPSHOT
               UNTIL WS-SNAP-KEY >= ACCT-SEQ
           PERFORM H220-SKIP-PENALTY
               UNTIL WS-PEN-KEY >= ACCT-SEQ
           IF NOT ACCT-KAPALI AND NOT ACCT-TERKIN
               ADD 1 TO WS-OPEN-CNT
               EVALUATE TRUE
                   WHEN WS-SNAP-KEY NOT = ACCT-SEQ
                       ADD 1 TO WS-NOSNAP-CNT
                       DISPLAY "ODEV2PRV: SNAPSHOT KAYDI YOK SEQ="
                               ACCT-SEQ
                   WHEN ACCT-TUTAR IS NOT NUMERIC
                       ADD 1 TO WS-BAD-TUT-CNT
                       DISPLAY "ODEV2PRV: GECERSIZ TUTAR SEQ="
                               ACCT-SEQ
                   WHEN OTHER
                       PERFORM H230-WRITE-WORK
               END-EVALUATE
           END-IF
           READ ACCT-REC
           IF NOT ACCT-SUCCESS AND NOT ACCT-EOF
               MOVE "ACCT-REC OKUMA HATASI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H200-END. EXIT.
      *
       H210-SKIP-SNAPSHOT.
           PERFORM H215-READ-SNAPSHOT.
       H210-END. EXIT.
      *
       H215-READ-SNAPSHOT.
           READ SNAP-NEW
           IF SNAP-SUCCES
               MOVE SNAP-SEQ TO WS-SNAP-KEY
               IF SNAP-BUCKET IS NOT NUMERIC OR SNAP-BUCKET > 4
                   MOVE "SNAPNEW GECERSIZ KOVA" TO WS-ABEND-MSG
                   MOVE ZEROS TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           ELSE
               IF SNAP-EOF
                   MOVE HIGH-VALUES TO WS-SNAP-KEY
               ELSE
                   MOVE "SNAPNEW OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE SNAP-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H215-END. EXIT.
      *
       H220-SKIP-PENALTY.
           PERFORM H225-READ-PENALTY.
       H220-END. EXIT.
      *
       H225-READ-PENALTY.
           IF WS-PEN-OPENED
               READ PEN-FILE
               IF PEN-SUCCES
                   MOVE PEN-SEQ TO WS-PEN-KEY
               ELSE
                   IF PEN-EOF
                       MOVE HIGH-VALUES TO WS-PEN-KEY
                   ELSE
                       MOVE "PENNEW OKUMA HATASI" TO WS-ABEND-MSG
                       MOVE PEN-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
               END-IF
           ELSE
               MOVE HIGH-VALUES TO WS-PEN-KEY
           END-IF.
       H225-END. EXIT.
      *
       H230-WRITE-WORK.
           INITIALIZE WORK-REC
           MOVE ACCT-SUBE   TO WRK-SUBE
           MOVE SNAP-BUCKET TO WRK-BUCKET
           MOVE ACCT-SEQ    TO WRK-SEQ
           MOVE ACCT-TUTAR  TO WRK-ANAPARA
           IF WS-PEN-KEY = ACCT-SEQ
               MOVE PEN-TUTAR TO WRK-CEZA
           ELSE
               MOVE ZEROS     TO WRK-CEZA
           END-IF
           WRITE WORK-REC
           IF NOT WRK-SUCCES
               MOVE "PRVWORK YAZMA HATASI" TO WS-ABEND-MSG
               MOVE WRK-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H230-END. EXIT.
      *
       H280-PRINT-REPORT.
           CLOSE PRV-WORK
           SORT SORT-FILE ON ASCENDING KEY SORT-SUBE SORT-BUCKET
                                           SORT-SEQ
               USING PRV-WORK GIVING PRV-SORTED
           IF SORT-RETURN NOT = 0
               MOVE "PRVWORK SIRALAMA BASARISIZ" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT PRV-SORTED
           IF NOT SRTD-SUCCES
               MOVE "PRVSORTD ACILAMADI" TO WS-ABEND-MSG
               MOVE SRTD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H287-READ-SORTED
           PERFORM H288-PRINT-ONE-BRANCH
               UNTIL WS-NEW-KEY = HIGH-VALUES
                 AND WS-OLD-KEY = HIGH-VALUES
           PERFORM H295-WRITE-GRAND-TOTAL
           PERFORM H296-WRITE-TRAILER
           CLOSE PRV-SORTED.
       H280-END. EXIT.
      *
       H285-READ-OLD.
           READ PRV-OLD
           IF OLD-SUCCES
               IF OLD-BUCKET IS NOT NUMERIC OR OLD-BUCKET > 4
                  OR OLD-KARSILIK IS NOT NUMERIC
                   MOVE "PRVOLD GECERSIZ KAYIT" TO WS-ABEND-MSG
                   MOVE ZEROS TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               MOVE OLD-SUBE   TO WS-OLD-KEY-SUBE
               MOVE OLD-BUCKET TO WS-OLD-KEY-BUCKET
           ELSE
               IF OLD-EOF
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               ELSE
                   MOVE "PRVOLD OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE OLD-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H285-END. EXIT.
      *
       H287-READ-SORTED.
           READ PRV-SORTED
           IF SRTD-SUCCES
               MOVE SRT-SUBE   TO WS-NEW-KEY-SUBE
               MOVE SRT-BUCKET TO WS-NEW-KEY-BUCKET
           ELSE
               IF SRTD-EOF
                   MOVE HIGH-VALUES TO WS-NEW-KEY
               ELSE
                   MOVE "PRVSORTD OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE SRTD-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H287-END. EXIT.
      *
      * A BRANCH/BUCKET THAT HAD A PROVISION LAST MONTH BUT HAS NO
      * OPEN ACCOUNT NOW IS STILL PRINTED, SO ITS RELEASE SHOWS AS A
      * NEGATIVE CHANGE.
       H288-PRINT-ONE-BRANCH.
           IF WS-NEW-KEY <= WS-OLD-KEY
               MOVE WS-NEW-KEY-SUBE TO WS-CUR-SUBE
           ELSE
               MOVE WS-OLD-KEY-SUBE TO WS-CUR-SUBE
           END-IF
           INITIALIZE PRV-BRANCH-HDR-REC
           MOVE "** SUBE: " TO PBH-TAG
           MOVE WS-CUR-SUBE TO PBH-SUBE
           WRITE PRV-BRANCH-HDR-REC
           IF NOT RPT-SUCCES
               MOVE "PRVRPT YAZMA HATASI (SUBE)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE ZEROS TO WS-BR-CNT WS-BR-RISK WS-BR-KARSILIK
                         WS-BR-ONCEKI WS-BR-FARK
           PERFORM H283-PRINT-ONE-BUCKET
               UNTIL WS-NEW-KEY-SUBE NOT = WS-CUR-SUBE
                 AND WS-OLD-KEY-SUBE NOT = WS-CUR-SUBE
           PERFORM H289-WRITE-BRANCH-TOTAL.
       H288-END. EXIT.
      *
       H283-PRINT-ONE-BUCKET.
           IF WS-NEW-KEY <= WS-OLD-KEY
               MOVE WS-NEW-KEY TO WS-CUR-KEY
           ELSE
               MOVE WS-OLD-KEY TO WS-CUR-KEY
           END-IF
           COMPUTE WS-BKT-IX = WS-CUR-KEY-BUCKET + 1
           MOVE ZEROS TO WS-GR-CNT WS-GR-RISK WS-GR-ONCEKI
           PERFORM H284-ADD-ONE-ACCOUNT
               UNTIL WS-NEW-KEY NOT = WS-CUR-KEY
           IF WS-OLD-KEY = WS-CUR-KEY
               MOVE OLD-KARSILIK TO WS-GR-ONCEKI
               PERFORM H285-READ-OLD
           END-IF
           COMPUTE WS-GR-KARSILIK ROUNDED =
               WS-GR-RISK * WS-RATE(WS-BKT-IX)
           COMPUTE WS-GR-FARK = WS-GR-KARSILIK - WS-GR-ONCEKI
           COMPUTE WS-ORAN = WS-RATE(WS-BKT-IX) * 100
           INITIALIZE PRV-DETAIL-REC
           MOVE WS-BUCKET-LABEL(WS-BKT-IX) TO PDT-LBL
           MOVE WS-GR-CNT       TO PDT-CNT
           MOVE WS-GR-RISK      TO PDT-RISK
           MOVE WS-GR-KARSILIK  TO PDT-KARSILIK
           MOVE WS-GR-ONCEKI    TO PDT-ONCEKI
           MOVE WS-GR-FARK      TO PDT-FARK
           PERFORM H286-WRITE-DETAIL-LINE
           IF WS-GR-CNT > 0
               PERFORM H282-WRITE-NEW-PROVISION
           END-IF
           ADD WS-GR-CNT      TO WS-BR-CNT WS-BT-CNT(WS-BKT-IX)
           ADD WS-GR-RISK     TO WS-BR-RISK WS-BT-RISK(WS-BKT-IX)
           ADD WS-GR-KARSILIK TO WS-BR-KARSILIK
                                 WS-BT-KARSILIK(WS-BKT-IX)
           ADD WS-GR-ONCEKI   TO WS-BR-ONCEKI WS-BT-ONCEKI(WS-BKT-IX)
           ADD WS-GR-FARK     TO WS-BR-FARK WS-BT-FARK(WS-BKT-IX).
       H283-END. EXIT.
      *
       H284-ADD-ONE-ACCOUNT.
           ADD 1 TO WS-GR-CNT
           ADD SRT-ANAPARA SRT-CEZA TO WS-GR-RISK
           PERFORM H287-READ-SORTED.
       H284-END. EXIT.
      *
       H282-WRITE-NEW-PROVISION.
           INITIALIZE NEW-PRV-REC
           MOVE WS-CUR-KEY-SUBE   TO NEW-SUBE
           MOVE WS-CUR-KEY-BUCKET TO NEW-BUCKET
           MOVE WS-GR-CNT         TO NEW-ADET
           MOVE WS-GR-RISK        TO NEW-RISK
           MOVE WS-GR-KARSILIK    TO NEW-KARSILIK
           WRITE NEW-PRV-REC
           IF NOT NEW-SUCCES
               MOVE "PRVNEW YAZMA HATASI" TO WS-ABEND-MSG
               MOVE NEW-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H282-END. EXIT.
      *
       H286-WRITE-DETAIL-LINE.
           MOVE " ADET="     TO PDT-CNT-LBL
           MOVE " RISK="     TO PDT-RSK-LBL
           MOVE " ORAN=%"    TO PDT-ORAN-LBL
           MOVE WS-ORAN      TO PDT-ORAN
           MOVE " KARSILIK=" TO PDT-KRS-LBL
           MOVE " ONCEKI="   TO PDT-ONC-LBL
           MOVE " FARK="     TO PDT-FRK-LBL
           WRITE PRV-DETAIL-REC
           IF NOT RPT-SUCCES
               MOVE "PRVRPT YAZMA HATASI (DETAY)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H286-END. EXIT.
      *
       H289-WRITE-BRANCH-TOTAL.
           INITIALIZE PRV-TOTAL-REC
           MOVE "** SUBE TOP: " TO PTO-TAG
           MOVE WS-CUR-SUBE     TO PTO-SUBE
           MOVE WS-BR-CNT       TO PTO-CNT
           MOVE WS-BR-RISK      TO PTO-RISK
           MOVE WS-BR-KARSILIK  TO PTO-KARSILIK
           MOVE WS-BR-ONCEKI    TO PTO-ONCEKI
           MOVE WS-BR-FARK      TO PTO-FARK
           PERFORM H290-WRITE-TOTAL-LINE
           ADD WS-BR-CNT      TO WS-GT-CNT
           ADD WS-BR-RISK     TO WS-GT-RISK
           ADD WS-BR-KARSILIK TO WS-GT-KARSILIK
           ADD WS-BR-ONCEKI   TO WS-GT-ONCEKI
           ADD WS-BR-FARK     TO WS-GT-FARK.
       H289-END. EXIT.
      *
       H290-WRITE-TOTAL-LINE.
           MOVE " "          TO PTO-SP
           MOVE " ADET="     TO PTO-CNT-LBL
           MOVE " RISK="     TO PTO-RSK-LBL
           MOVE " KARSILIK=" TO PTO-KRS-LBL
           MOVE " ONCEKI="   TO PTO-ONC-LBL
           MOVE " FARK="     TO PTO-FRK-LBL
           WRITE PRV-TOTAL-REC
           IF NOT RPT-SUCCES
               MOVE "PRVRPT YAZMA HATASI (TOPLAM)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H290-END. EXIT.
      *
      * THE WHOLE BOOK: ONE LINE PER BUCKET, THEN THE GRAND TOTAL.
       H295-WRITE-GRAND-TOTAL.
           INITIALIZE PRV-BRANCH-HDR-REC
           MOVE "** GENEL " TO PBH-TAG
           WRITE PRV-BRANCH-HDR-REC
           IF NOT RPT-SUCCES
               MOVE "PRVRPT YAZMA HATASI (GENEL)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H297-WRITE-ONE-BUCKET-TOTAL
               VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 5
           INITIALIZE PRV-TOTAL-REC
           MOVE "** GENEL TOP:" TO PTO-TAG
           MOVE SPACES          TO PTO-SUBE
           MOVE WS-GT-CNT       TO PTO-CNT
           MOVE WS-GT-RISK      TO PTO-RISK
           MOVE WS-GT-KARSILIK  TO PTO-KARSILIK
           MOVE WS-GT-ONCEKI    TO PTO-ONCEKI
           MOVE WS-GT-FARK      TO PTO-FARK
           PERFORM H290-WRITE-TOTAL-LINE.
       H295-END. EXIT.
      *
       H297-WRITE-ONE-BUCKET-TOTAL.
           COMPUTE WS-ORAN = WS-RATE(WS-BKT-IX) * 100
           INITIALIZE PRV-DETAIL-REC
           MOVE WS-BUCKET-LABEL(WS-BKT-IX)  TO PDT-LBL
           MOVE WS-BT-CNT(WS-BKT-IX)        TO PDT-CNT
           MOVE WS-BT-RISK(WS-BKT-IX)       TO PDT-RISK
           MOVE WS-BT-KARSILIK(WS-BKT-IX)   TO PDT-KARSILIK
           MOVE WS-BT-ONCEKI(WS-BKT-IX)     TO PDT-ONCEKI
           MOVE WS-BT-FARK(WS-BKT-IX)       TO PDT-FARK
           PERFORM H286-WRITE-DETAIL-LINE.
       H297-END. EXIT.
      *
       H296-WRITE-TRAILER.
           INITIALIZE PRV-TRAILER-REC
           MOVE "TRLR:"         TO PTR-LABEL
           MOVE " HESAP= "      TO PTR-LBL-HSP
           MOVE WS-GT-CNT       TO PTR-HSP-CNT
           MOVE " SNAPYOK= "    TO PTR-LBL-YOK
           MOVE WS-NOSNAP-CNT   TO PTR-YOK-CNT
           MOVE " KARSILIK= "   TO PTR-LBL-KRS
           MOVE WS-GT-KARSILIK  TO PTR-KARSILIK
           MOVE " FARK= "       TO PTR-LBL-FRK
           MOVE WS-GT-FARK      TO PTR-FARK
           WRITE PRV-TRAILER-REC
           IF NOT RPT-SUCCES
               MOVE "PRVRPT YAZMA HATASI" TO WS-ABEND-MSG
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
           DISPLAY "ODEV2PRV: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           CLOSE ACCT-REC
                 SNAP-NEW
                 PRV-NEW
                 PRV-RPT.
           IF WS-PEN-OPENED
               CLOSE PEN-FILE
           END-IF
           IF WS-OLD-OPENED
               CLOSE PRV-OLD
           END-IF
           DISPLAY "ODEV2PRV: OKUNAN=" WS-READ-CNT
                   " ACIK=" WS-OPEN-CNT
                   " SNAPYOK=" WS-NOSNAP-CNT
                   " GECERSIZ=" WS-BAD-TUT-CNT
                   " RISK=" WS-GT-RISK
                   " KARSILIK=" WS-GT-KARSILIK
                   " FARK=" WS-GT-FARK.
           IF WS-NOSNAP-CNT > 0 OR WS-BAD-TUT-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       H900-END. EXIT.
