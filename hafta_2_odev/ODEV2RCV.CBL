       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2RCV.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * MONTHLY POST-WRITE-OFF RECOVERY REPORT FOR THE CREDIT
      * COMMITTEE. MATCHES THE WRITE-OFF REGISTER (WOFREG, WRITTEN BY
      * ODEV2C IN ACCT-SEQ ORDER WITH THE AMOUNT WRITTEN OFF) AGAINST
      * THE RECOVERY LEDGER ODEV2PAY MAINTAINS (RCVLEDG, READ IN KEY
      * ORDER) AND PRINTS EVERY WRITTEN-OFF ACCOUNT BY ACCT-SUBE WITH
      * THE AMOUNT WRITTEN OFF, RECOVERED TO DATE, RECOVERED IN THE
      * REPORT MONTH AND STILL OUTSTANDING. EACH BRANCH AND THE WHOLE
      * BOOK CLOSE WITH THE RECOVERY RATE (RECOVERED TO DATE AS A
      * PERCENTAGE OF THE AMOUNT WRITTEN OFF). THE REPORT MONTH IS
      * THE MONTH OF THE RUN DATE ON RCVPARM.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOF-REGISTER ASSIGN WOFREG
                              STATUS WOFR-ST.
           SELECT RCV-LEDGER  ASSIGN RCVLEDG
                              ORGANIZATION INDEXED
                              ACCESS MODE SEQUENTIAL
                              RECORD KEY RCV-SEQ
                              STATUS RCV-ST.
           SELECT RCV-WORK    ASSIGN RCVWORK
                              STATUS WRK-ST.
           SELECT RCV-SORTED  ASSIGN RCVSORTD
                              STATUS SRTD-ST.
           SELECT SORT-FILE   ASSIGN SORTWK.
           SELECT RCV-RPT     ASSIGN RCVRPT
                              STATUS RPT-ST.
           SELECT PARM-FILE   ASSIGN RCVPARM
                              STATUS PARM-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  WOF-REGISTER RECORDING MODE F.
       01  WOFR-REC.
           05  WOFR-SEQ    PIC X(04).
           05  WOFR-AD     PIC X(15).
           05  WOFR-SOYAD  PIC X(15).
           05  WOFR-DTAR   PIC 9(08).
           05  WOFR-TUTAR  PIC 9(09)V99.
           05  WOFR-SUBE   PIC X(03).
      *
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
       FD  RCV-WORK RECORDING MODE F.
       01  WORK-REC.
           05  WRK-SUBE    PIC X(03).
           05  WRK-SEQ     PIC X(04).
           05  WRK-AD      PIC X(15).
           05  WRK-SOYAD   PIC X(15).
           05  WRK-TERKIN  PIC 9(09)V99.
           05  WRK-TAHSIL  PIC 9(09)V99.
           05  WRK-AY-TUT  PIC 9(09)V99.
           05  WRK-KALAN   PIC 9(09)V99.
      *
       FD  RCV-SORTED RECORDING MODE F.
       01  SORTED-REC.
           05  SRT-SUBE    PIC X(03).
           05  SRT-SEQ     PIC X(04).
           05  SRT-AD      PIC X(15).
           05  SRT-SOYAD   PIC X(15).
           05  SRT-TERKIN  PIC 9(09)V99.
           05  SRT-TAHSIL  PIC 9(09)V99.
           05  SRT-AY-TUT  PIC 9(09)V99.
           05  SRT-KALAN   PIC 9(09)V99.
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-SUBE   PIC X(03).
           05  SORT-SEQ    PIC X(04).
           05  FILLER      PIC X(74).
      *
       FD  RCV-RPT RECORDING MODE F.
       01  RCV-BRANCH-HDR-REC.
           05  RBH-TAG       PIC X(09).
           05  RBH-SUBE      PIC X(03).
           05  RBH-FILL      PIC X(121).
      *
       01  RCV-DETAIL-REC.
           05  RDT-SEQ       PIC X(04).
           05  RDT-SP1       PIC X(01).
           05  RDT-AD        PIC X(15).
           05  RDT-SP2       PIC X(01).
           05  RDT-SOYAD     PIC X(15).
           05  RDT-TRK-LBL   PIC X(09).
           05  RDT-TERKIN    PIC ZZZZZZZZ9.99.
           05  RDT-THS-LBL   PIC X(09).
           05  RDT-TAHSIL    PIC ZZZZZZZZ9.99.
           05  RDT-AY-LBL    PIC X(08).
           05  RDT-AY-TUT    PIC ZZZZZZZZ9.99.
           05  RDT-KLN-LBL   PIC X(08).
           05  RDT-KALAN     PIC ZZZZZZZZ9.99.
           05  RDT-FILL      PIC X(15).
      *
       01  RCV-TOTAL-REC.
           05  RTO-TAG       PIC X(13).
           05  RTO-SUBE      PIC X(03).
           05  RTO-CNT-LBL   PIC X(07).
           05  RTO-CNT       PIC ZZZZZZ9.
           05  RTO-TRK-LBL   PIC X(09).
           05  RTO-TERKIN    PIC ZZZZZZZZZZ9.99.
           05  RTO-THS-LBL   PIC X(09).
           05  RTO-TAHSIL    PIC ZZZZZZZZZZ9.99.
           05  RTO-AY-LBL    PIC X(08).
           05  RTO-AY-TUT    PIC ZZZZZZZZZZ9.99.
           05  RTO-ORAN-LBL  PIC X(08).
           05  RTO-ORAN      PIC ZZ9.99.
           05  RTO-FILL      PIC X(21).
      *
       01  RCV-TRAILER-REC.
           05  RTR-LABEL     PIC X(05).
           05  RTR-LBL-WOF   PIC X(09).
           05  RTR-WOF-CNT   PIC ZZZZZZ9.
           05  RTR-LBL-LDG   PIC X(09).
           05  RTR-LDG-CNT   PIC ZZZZZZ9.
           05  RTR-LBL-YAL   PIC X(12).
           05  RTR-YAL-CNT   PIC ZZZZZZ9.
           05  RTR-FILL      PIC X(77).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-DATE PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 WOFR-ST          PIC 9(02).
           88 WOFR-SUCCES              VALUE 00 97.
           88 WOFR-EOF                 VALUE 10.
         05 RCV-ST           PIC 9(02).
           88 RCV-SUCCESS              VALUE 00 97.
           88 RCV-EOF                  VALUE 10.
           88 RCV-NOT-FOUND            VALUE 35.
         05 WRK-ST           PIC 9(02).
           88 WRK-SUCCES               VALUE 00 97.
         05 SRTD-ST          PIC 9(02).
           88 SRTD-SUCCES              VALUE 00 97.
           88 SRTD-EOF                 VALUE 10.
         05 RPT-ST           PIC 9(02).
           88 RPT-SUCCES               VALUE 00 97.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 WS-RCV-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-RCV-OPENED            VALUE "Y".
         05 WS-WOF-KEY       PIC X(04).
         05 WS-RCV-KEY       PIC X(04).
         05 WS-CUR-SUBE      PIC X(03).
         05 WS-RUN-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-RUN-AY        PIC 9(06).
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
       01 WS-TOTALS-AREA.
         05 WS-WOF-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-LDG-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-ORPHAN-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-BR-CNT        PIC 9(07).
         05 WS-BR-TERKIN     PIC 9(11)V99.
         05 WS-BR-TAHSIL     PIC 9(11)V99.
         05 WS-BR-AY-TUT     PIC 9(11)V99.
         05 WS-GT-CNT        PIC 9(07) VALUE ZEROS.
         05 WS-GT-TERKIN     PIC 9(11)V99 VALUE ZEROS.
         05 WS-GT-TAHSIL     PIC 9(11)V99 VALUE ZEROS.
         05 WS-GT-AY-TUT     PIC 9(11)V99 VALUE ZEROS.
         05 WS-ORAN          PIC 9(03)V99.
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
           PERFORM H200-MATCH
               UNTIL WS-WOF-KEY = HIGH-VALUES
                 AND WS-RCV-KEY = HIGH-VALUES.
           PERFORM H280-PRINT-REPORT.
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H130-READ-PARAMETERS
           OPEN INPUT WOF-REGISTER
           IF NOT WOFR-SUCCES
               MOVE "WOFREG ACILAMADI" TO WS-ABEND-MSG
               MOVE WOFR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H210-READ-WOFREG
           OPEN INPUT RCV-LEDGER
           IF RCV-SUCCESS
               SET WS-RCV-OPENED TO TRUE
               PERFORM H220-READ-LEDGER
           ELSE
               IF RCV-NOT-FOUND
                   MOVE HIGH-VALUES TO WS-RCV-KEY
               ELSE
                   MOVE "RCVLEDG ACILAMADI" TO WS-ABEND-MSG
                   MOVE RCV-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           OPEN OUTPUT RCV-WORK
           IF NOT WRK-SUCCES
               MOVE "RCVWORK ACILAMADI" TO WS-ABEND-MSG
               MOVE WRK-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT RCV-RPT
           IF NOT RPT-SUCCES
               MOVE "RCVRPT ACILAMADI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H100-END. EXIT.
      *
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "RCVPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "RCVPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "RCVPARM GECERSIZ RUN DATE" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-AY
           CLOSE PARM-FILE.
       H130-END. EXIT.
      *
      * A LEDGER RECORD WITH NO REGISTER ENTRY (ACCOUNT NO LONGER "T"
      * OR DELETED SINCE) IS STILL REPORTED FROM ITS OWN FIGURES AND
      * COUNTED, SO NO RECOVERED MONEY DROPS OUT OF THE RATE. ONCE A
      * LEDGER RECORD EXISTS ITS WRITTEN-OFF AMOUNT (FROM THE "W"
      * AUDIT RECORD) IS USED, NOT THE REGISTER BALANCE.
       H200-MATCH.
           INITIALIZE WORK-REC
           EVALUATE TRUE
               WHEN WS-WOF-KEY = WS-RCV-KEY
                   PERFORM H230-MOVE-WOFREG
                   MOVE RCV-TERKIN-TUTAR TO WRK-TERKIN
                   PERFORM H235-MOVE-LEDGER
                   PERFORM H240-WRITE-WORK
                   PERFORM H210-READ-WOFREG
                   PERFORM H220-READ-LEDGER
               WHEN WS-WOF-KEY < WS-RCV-KEY
                   PERFORM H230-MOVE-WOFREG
                   MOVE WOFR-TUTAR TO WRK-KALAN
                   PERFORM H240-WRITE-WORK
                   PERFORM H210-READ-WOFREG
               WHEN OTHER
                   ADD 1 TO WS-ORPHAN-CNT
                   MOVE RCV-SUBE         TO WRK-SUBE
                   MOVE RCV-SEQ          TO WRK-SEQ
                   MOVE RCV-TERKIN-TUTAR TO WRK-TERKIN
                   PERFORM H235-MOVE-LEDGER
                   PERFORM H240-WRITE-WORK
                   PERFORM H220-READ-LEDGER
           END-EVALUATE.
       H200-END. EXIT.
      *
       H210-READ-WOFREG.
           READ WOF-REGISTER
           IF WOFR-SUCCES
               ADD 1 TO WS-WOF-CNT
               MOVE WOFR-SEQ TO WS-WOF-KEY
           ELSE
               IF WOFR-EOF
                   MOVE HIGH-VALUES TO WS-WOF-KEY
               ELSE
                   MOVE "WOFREG OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE WOFR-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H210-END. EXIT.
      *
       H220-READ-LEDGER.
           READ RCV-LEDGER
           IF RCV-SUCCESS
               ADD 1 TO WS-LDG-CNT
               MOVE RCV-SEQ TO WS-RCV-KEY
           ELSE
               IF RCV-EOF
                   MOVE HIGH-VALUES TO WS-RCV-KEY
               ELSE
                   MOVE "RCVLEDG OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE RCV-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H220-END. EXIT.
      *
       H230-MOVE-WOFREG.
           MOVE WOFR-SUBE  TO WRK-SUBE
           MOVE WOFR-SEQ   TO WRK-SEQ
           MOVE WOFR-AD    TO WRK-AD
           MOVE WOFR-SOYAD TO WRK-SOYAD
           MOVE WOFR-TUTAR TO WRK-TERKIN.
       H230-END. EXIT.
      *
       H235-MOVE-LEDGER.
           MOVE RCV-TAHSIL-TUTAR TO WRK-TAHSIL
           MOVE RCV-KALAN        TO WRK-KALAN
           IF RCV-AY = WS-RUN-AY
               MOVE RCV-AY-TUTAR TO WRK-AY-TUT
           ELSE
               MOVE ZEROS        TO WRK-AY-TUT
           END-IF.
       H235-END. EXIT.
      *
       H240-WRITE-WORK.
           WRITE WORK-REC
           IF NOT WRK-SUCCES
               MOVE "RCVWORK YAZMA HATASI" TO WS-ABEND-MSG
               MOVE WRK-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H240-END. EXIT.
      *
       H280-PRINT-REPORT.
           CLOSE RCV-WORK
           SORT SORT-FILE ON ASCENDING KEY SORT-SUBE SORT-SEQ
               USING RCV-WORK GIVING RCV-SORTED
           IF SORT-RETURN NOT = 0
               MOVE "RCVWORK SIRALAMA BASARISIZ" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT RCV-SORTED
           IF NOT SRTD-SUCCES
               MOVE "RCVSORTD ACILAMADI" TO WS-ABEND-MSG
               MOVE SRTD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H287-READ-SORTED
           PERFORM H288-PRINT-ONE-BRANCH UNTIL SRTD-EOF
           PERFORM H295-WRITE-GRAND-TOTAL
           PERFORM H296-WRITE-TRAILER
           CLOSE RCV-SORTED.
       H280-END. EXIT.
      *
       H287-READ-SORTED.
           READ RCV-SORTED
           IF NOT SRTD-SUCCES AND NOT SRTD-EOF
               MOVE "RCVSORTD OKUMA HATASI" TO WS-ABEND-MSG
               MOVE SRTD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H287-END. EXIT.
      *
       H288-PRINT-ONE-BRANCH.
           MOVE SRT-SUBE TO WS-CUR-SUBE
           INITIALIZE RCV-BRANCH-HDR-REC
           MOVE "** SUBE: " TO RBH-TAG
           MOVE WS-CUR-SUBE TO RBH-SUBE
           WRITE RCV-BRANCH-HDR-REC
           IF NOT RPT-SUCCES
               MOVE "RCVRPT YAZMA HATASI (SUBE)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE ZEROS TO WS-BR-CNT WS-BR-TERKIN WS-BR-TAHSIL
                         WS-BR-AY-TUT
           PERFORM H283-WRITE-DETAIL
               UNTIL SRTD-EOF
                  OR SRT-SUBE NOT = WS-CUR-SUBE
           PERFORM H289-WRITE-BRANCH-TOTAL.
       H288-END. EXIT.
      *
       H283-WRITE-DETAIL.
           INITIALIZE RCV-DETAIL-REC
           MOVE SRT-SEQ        TO RDT-SEQ
           MOVE " "            TO RDT-SP1
           MOVE SRT-AD         TO RDT-AD
           MOVE " "            TO RDT-SP2
           MOVE SRT-SOYAD      TO RDT-SOYAD
           MOVE " TERKIN="     TO RDT-TRK-LBL
           MOVE SRT-TERKIN     TO RDT-TERKIN
           MOVE " TAHSIL="     TO RDT-THS-LBL
           MOVE SRT-TAHSIL     TO RDT-TAHSIL
           MOVE " BU AY="      TO RDT-AY-LBL
           MOVE SRT-AY-TUT     TO RDT-AY-TUT
           MOVE " KALAN="      TO RDT-KLN-LBL
           MOVE SRT-KALAN      TO RDT-KALAN
           WRITE RCV-DETAIL-REC
           IF NOT RPT-SUCCES
               MOVE "RCVRPT YAZMA HATASI (DETAY)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1          TO WS-BR-CNT
           ADD SRT-TERKIN TO WS-BR-TERKIN
           ADD SRT-TAHSIL TO WS-BR-TAHSIL
           ADD SRT-AY-TUT TO WS-BR-AY-TUT
           PERFORM H287-READ-SORTED.
       H283-END. EXIT.
      *
       H289-WRITE-BRANCH-TOTAL.
           INITIALIZE RCV-TOTAL-REC
           MOVE "** SUBE TOP: " TO RTO-TAG
           MOVE WS-CUR-SUBE     TO RTO-SUBE
           MOVE WS-BR-CNT       TO RTO-CNT
           MOVE WS-BR-TERKIN    TO RTO-TERKIN
           MOVE WS-BR-TAHSIL    TO RTO-TAHSIL
           MOVE WS-BR-AY-TUT    TO RTO-AY-TUT
           MOVE ZEROS           TO WS-ORAN
           IF WS-BR-TERKIN > 0
               COMPUTE WS-ORAN ROUNDED =
                   WS-BR-TAHSIL * 100 / WS-BR-TERKIN
           END-IF
           PERFORM H290-WRITE-TOTAL-LINE
           ADD WS-BR-CNT    TO WS-GT-CNT
           ADD WS-BR-TERKIN TO WS-GT-TERKIN
           ADD WS-BR-TAHSIL TO WS-GT-TAHSIL
           ADD WS-BR-AY-TUT TO WS-GT-AY-TUT.
       H289-END. EXIT.
      *
       H290-WRITE-TOTAL-LINE.
           MOVE " ADET="        TO RTO-CNT-LBL
           MOVE " TERKIN="      TO RTO-TRK-LBL
           MOVE " TAHSIL="      TO RTO-THS-LBL
           MOVE " BU AY="       TO RTO-AY-LBL
           MOVE " ORAN=%"       TO RTO-ORAN-LBL
           MOVE WS-ORAN         TO RTO-ORAN
           WRITE RCV-TOTAL-REC
           IF NOT RPT-SUCCES
               MOVE "RCVRPT YAZMA HATASI (TOPLAM)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H290-END. EXIT.
      *
       H295-WRITE-GRAND-TOTAL.
           INITIALIZE RCV-TOTAL-REC
           MOVE "** GENEL TOP:" TO RTO-TAG
           MOVE SPACES          TO RTO-SUBE
           MOVE WS-GT-CNT       TO RTO-CNT
           MOVE WS-GT-TERKIN    TO RTO-TERKIN
           MOVE WS-GT-TAHSIL    TO RTO-TAHSIL
           MOVE WS-GT-AY-TUT    TO RTO-AY-TUT
           MOVE ZEROS           TO WS-ORAN
           IF WS-GT-TERKIN > 0
               COMPUTE WS-ORAN ROUNDED =
                   WS-GT-TAHSIL * 100 / WS-GT-TERKIN
           END-IF
           PERFORM H290-WRITE-TOTAL-LINE.
       H295-END. EXIT.
      *
       H296-WRITE-TRAILER.
           INITIALIZE RCV-TRAILER-REC
           MOVE "TRLR:"         TO RTR-LABEL
           MOVE " TERKIN= "     TO RTR-LBL-WOF
           MOVE WS-WOF-CNT      TO RTR-WOF-CNT
           MOVE " DEFTER= "     TO RTR-LBL-LDG
           MOVE WS-LDG-CNT      TO RTR-LDG-CNT
           MOVE " KAYITSIZ=  "  TO RTR-LBL-YAL
           MOVE WS-ORPHAN-CNT   TO RTR-YAL-CNT
           WRITE RCV-TRAILER-REC
           IF NOT RPT-SUCCES
               MOVE "RCVRPT YAZMA HATASI" TO WS-ABEND-MSG
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
           DISPLAY "ODEV2RCV: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           CLOSE WOF-REGISTER
                 RCV-RPT.
           IF WS-RCV-OPENED
               CLOSE RCV-LEDGER
           END-IF
           DISPLAY "ODEV2RCV: TERKIN=" WS-WOF-CNT
                   " DEFTER=" WS-LDG-CNT
                   " KAYITSIZ=" WS-ORPHAN-CNT
                   " TERKIN TUTARI=" WS-GT-TERKIN
                   " TAHSIL=" WS-GT-TAHSIL.
           IF WS-ORPHAN-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       H900-END. EXIT.
