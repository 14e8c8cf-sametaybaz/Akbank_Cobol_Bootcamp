       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2CPR.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * MONTHLY COLLECTOR PERFORMANCE REPORT BY BRANCH. READS THE
      * COLLECTOR ACTIVITY LOG KEPT BY ODEV2ASG (CLTOLD, AS ROTATED BY
      * ODEV2GEN) FOR THE CPRPARM MONTH (YYYYMM) AND LISTS FOR EVERY
      * COLLECTOR: ACCOUNTS ASSIGNED DURING THE MONTH, ACCOUNTS
      * CONTACTED (COLLRESP), PROMISES TAKEN, PROMISES KEPT AND
      * BROKEN (ODEV2PRM), AMOUNT COLLECTED (PAYJRNL) AND ACCOUNTS
      * CURED TO BUCKET 0 ON SNAPNEW AFTER LEAVING THE WORKLIST.
      * ACCOUNTS ARE COUNTED ONCE PER COLLECTOR, PROMISES AND AMOUNTS
      * IN FULL. NAMES COME FROM COLLTBL. EACH BRANCH AND THE WHOLE
      * BOOK CLOSE WITH THEIR TOTALS.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACT-FILE    ASSIGN CLTOLD
                              STATUS ACT-ST.
           SELECT COLL-TBL    ASSIGN COLLTBL
                              STATUS CLT-ST.
           SELECT CPR-WORK    ASSIGN CPRWORK
                              STATUS WRK-ST.
           SELECT CPR-SORTED  ASSIGN CPRSORTD
                              STATUS SRTD-ST.
           SELECT SORT-FILE   ASSIGN SORTWK.
           SELECT CPR-RPT     ASSIGN CPRRPT
                              STATUS RPT-ST.
           SELECT PARM-FILE   ASSIGN CPRPARM
                              STATUS PARM-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACT-FILE RECORDING MODE F.
       01  ACT-REC.
           05  ACT-DATE      PIC 9(08).
           05  ACT-DATE-R REDEFINES ACT-DATE.
               10  ACT-AY        PIC 9(06).
               10  ACT-GUN       PIC 9(02).
           05  ACT-TOPLAYICI PIC X(08).
           05  ACT-SUBE      PIC X(03).
           05  ACT-SEQ       PIC X(04).
           05  ACT-TIP       PIC X(01).
           05  ACT-TUTAR     PIC 9(09)V99.
      *
       FD  COLL-TBL RECORDING MODE F.
       01  CLT-REC.
           05  CLT-SUBE      PIC X(03).
           05  CLT-TOPLAYICI PIC X(08).
           05  CLT-AD        PIC X(20).
           05  CLT-KAPASITE  PIC 9(03).
           05  CLT-DURUM     PIC X(01).
      *
       FD  CPR-WORK RECORDING MODE F.
       01  WORK-REC.
           05  WRK-SUBE      PIC X(03).
           05  WRK-TOPLAYICI PIC X(08).
           05  WRK-SEQ       PIC X(04).
           05  WRK-TIP       PIC X(01).
           05  WRK-TUTAR     PIC 9(09)V99.
      *
       FD  CPR-SORTED RECORDING MODE F.
       01  SORTED-REC.
           05  SRT-SUBE      PIC X(03).
           05  SRT-TOPLAYICI PIC X(08).
           05  SRT-SEQ       PIC X(04).
           05  SRT-TIP       PIC X(01).
               88  SRT-ATANDI           VALUE "G".
               88  SRT-TEMAS            VALUE "R".
               88  SRT-SOZ              VALUE "P".
               88  SRT-TUTULDU          VALUE "T".
               88  SRT-IHLAL            VALUE "I".
               88  SRT-ODEME            VALUE "O".
               88  SRT-IYILESTI         VALUE "C".
           05  SRT-TUTAR     PIC 9(09)V99.
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-SUBE      PIC X(03).
           05  SORT-TOPLAYICI PIC X(08).
           05  SORT-SEQ       PIC X(04).
           05  SORT-TIP       PIC X(01).
           05  FILLER         PIC X(11).
      *
       FD  CPR-RPT RECORDING MODE F.
       01  CPR-HDR-REC.
           05  CHD-TAG       PIC X(08).
           05  CHD-TEXT      PIC X(30).
           05  CHD-AY        PIC 9(06).
           05  CHD-FILL      PIC X(89).
      *
       01  CPR-BRANCH-HDR-REC.
           05  CBH-TAG       PIC X(09).
           05  CBH-SUBE      PIC X(03).
           05  CBH-FILL      PIC X(121).
      *
       01  CPR-DETAIL-REC.
           05  CDT-TOPLAYICI PIC X(08).
           05  CDT-SP1       PIC X(01).
           05  CDT-AD        PIC X(20).
           05  CDT-ATA-LBL   PIC X(08).
           05  CDT-ATA-CNT   PIC ZZZZ9.
           05  CDT-TEM-LBL   PIC X(07).
           05  CDT-TEM-CNT   PIC ZZZZ9.
           05  CDT-SOZ-LBL   PIC X(05).
           05  CDT-SOZ-CNT   PIC ZZZZ9.
           05  CDT-TUT-LBL   PIC X(09).
           05  CDT-TUT-CNT   PIC ZZZZ9.
           05  CDT-IHL-LBL   PIC X(07).
           05  CDT-IHL-CNT   PIC ZZZZ9.
           05  CDT-THS-LBL   PIC X(10).
           05  CDT-TAHSILAT  PIC ZZZZZZZZZZ9.99.
           05  CDT-IYI-LBL   PIC X(10).
           05  CDT-IYI-CNT   PIC ZZZZ9.
           05  CDT-FILL      PIC X(04).
      *
       01  CPR-TOTAL-REC.
           05  CTO-TAG       PIC X(13).
           05  CTO-SUBE      PIC X(03).
           05  CTO-KSI-LBL   PIC X(06).
           05  CTO-KSI-CNT   PIC ZZZZZZ9.
           05  CTO-ATA-LBL   PIC X(08).
           05  CTO-ATA-CNT   PIC ZZZZ9.
           05  CTO-TEM-LBL   PIC X(07).
           05  CTO-TEM-CNT   PIC ZZZZ9.
           05  CTO-SOZ-LBL   PIC X(05).
           05  CTO-SOZ-CNT   PIC ZZZZ9.
           05  CTO-TUT-LBL   PIC X(09).
           05  CTO-TUT-CNT   PIC ZZZZ9.
           05  CTO-IHL-LBL   PIC X(07).
           05  CTO-IHL-CNT   PIC ZZZZ9.
           05  CTO-THS-LBL   PIC X(10).
           05  CTO-TAHSILAT  PIC ZZZZZZZZZZ9.99.
           05  CTO-IYI-LBL   PIC X(10).
           05  CTO-IYI-CNT   PIC ZZZZ9.
           05  CTO-FILL      PIC X(04).
      *
       01  CPR-TRAILER-REC.
           05  CTR-LABEL     PIC X(05).
           05  CTR-LBL-OKU   PIC X(08).
           05  CTR-OKU-CNT   PIC ZZZZZZ9.
           05  CTR-LBL-AY    PIC X(08).
           05  CTR-AY-CNT    PIC ZZZZZZ9.
           05  CTR-LBL-KSI   PIC X(12).
           05  CTR-KSI-CNT   PIC ZZZZZZ9.
           05  CTR-FILL      PIC X(79).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-AY       PIC 9(06).
      *
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 ACT-ST           PIC 9(02).
           88 ACT-SUCCES               VALUE 00 97.
           88 ACT-EOF                  VALUE 10.
           88 ACT-NOT-FOUND            VALUE 35.
         05 CLT-ST           PIC 9(02).
           88 CLT-SUCCES               VALUE 00 97.
           88 CLT-EOF                  VALUE 10.
           88 CLT-NOT-FOUND            VALUE 35.
         05 WRK-ST           PIC 9(02).
           88 WRK-SUCCES               VALUE 00 97.
         05 SRTD-ST          PIC 9(02).
           88 SRTD-SUCCES              VALUE 00 97.
           88 SRTD-EOF                 VALUE 10.
         05 RPT-ST           PIC 9(02).
           88 RPT-SUCCES               VALUE 00 97.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 WS-ACT-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-ACT-OPENED            VALUE "Y".
         05 WS-RPT-AY        PIC 9(06) VALUE ZEROS.
         05 WS-CUR-SUBE      PIC X(03).
         05 WS-CUR-TOPLAYICI PIC X(08).
         05 WS-PREV-SEQ      PIC X(04).
         05 WS-PREV-TIP      PIC X(01).
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
       01 WS-TOTALS-AREA.
         05 WS-READ-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-AY-CNT        PIC 9(07) VALUE ZEROS.
         05 WS-CL-ATANAN     PIC 9(05).
         05 WS-CL-TEMAS      PIC 9(05).
         05 WS-CL-SOZ        PIC 9(05).
         05 WS-CL-TUTULAN    PIC 9(05).
         05 WS-CL-IHLAL      PIC 9(05).
         05 WS-CL-TAHSILAT   PIC 9(11)V99.
         05 WS-CL-IYILESEN   PIC 9(05).
         05 WS-BR-KISI       PIC 9(07).
         05 WS-BR-ATANAN     PIC 9(05).
         05 WS-BR-TEMAS      PIC 9(05).
         05 WS-BR-SOZ        PIC 9(05).
         05 WS-BR-TUTULAN    PIC 9(05).
         05 WS-BR-IHLAL      PIC 9(05).
         05 WS-BR-TAHSILAT   PIC 9(11)V99.
         05 WS-BR-IYILESEN   PIC 9(05).
         05 WS-GT-KISI       PIC 9(07) VALUE ZEROS.
         05 WS-GT-ATANAN     PIC 9(05) VALUE ZEROS.
         05 WS-GT-TEMAS      PIC 9(05) VALUE ZEROS.
         05 WS-GT-SOZ        PIC 9(05) VALUE ZEROS.
         05 WS-GT-TUTULAN    PIC 9(05) VALUE ZEROS.
         05 WS-GT-IHLAL      PIC 9(05) VALUE ZEROS.
         05 WS-GT-TAHSILAT   PIC 9(11)V99 VALUE ZEROS.
         05 WS-GT-IYILESEN   PIC 9(05) VALUE ZEROS.
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
      *
      * COLLECTOR NAMES BY BRANCH AND COLLECTOR, FROM COLLTBL.
       01 WS-CLT-TABLE.
         05 WS-CLT-CNT       PIC 9(04) VALUE ZEROS.
         05 WS-CLT-IX        PIC 9(04).
         05 WS-FOUND-IX      PIC 9(04).
         05 WS-CLT-ENTRY OCCURS 300 TIMES.
           10 WS-CLT-SUBE     PIC X(03).
           10 WS-CLT-ID       PIC X(08).
           10 WS-CLT-AD       PIC X(20).
      *------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-SELECT-ACTIVITY UNTIL ACT-EOF.
           PERFORM H280-PRINT-REPORT.
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H130-READ-PARAMETERS
           PERFORM H110-LOAD-COLLECTORS
           OPEN INPUT ACT-FILE
           IF ACT-SUCCES
               SET WS-ACT-OPENED TO TRUE
           ELSE
               IF ACT-NOT-FOUND
                   MOVE 10 TO ACT-ST
               ELSE
                   MOVE "CLTOLD ACILAMADI" TO WS-ABEND-MSG
                   MOVE ACT-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           OPEN OUTPUT CPR-WORK
           IF NOT WRK-SUCCES
               MOVE "CPRWORK ACILAMADI" TO WS-ABEND-MSG
               MOVE WRK-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT CPR-RPT
           IF NOT RPT-SUCCES
               MOVE "CPRRPT ACILAMADI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           INITIALIZE CPR-HDR-REC
           MOVE "CPRRPT: "                       TO CHD-TAG
           MOVE "TOPLAYICI PERFORMANSI      AY=" TO CHD-TEXT
           MOVE WS-RPT-AY                        TO CHD-AY
           WRITE CPR-HDR-REC
           IF NOT RPT-SUCCES
               MOVE "CPRRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           IF NOT ACT-EOF
               PERFORM H210-READ-ACTIVITY
           END-IF.
       H100-END. EXIT.
      *
      * A MISSING COLLTBL ONLY LEAVES THE NAMES BLANK.
       H110-LOAD-COLLECTORS.
           OPEN INPUT COLL-TBL
           IF CLT-SUCCES
               PERFORM H115-READ-COLLTBL
               PERFORM H111-LOAD-ONE-COLLECTOR UNTIL CLT-EOF
               CLOSE COLL-TBL
           ELSE
               IF NOT CLT-NOT-FOUND
                   MOVE "COLLTBL ACILAMADI" TO WS-ABEND-MSG
                   MOVE CLT-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H110-END. EXIT.
      *
       H111-LOAD-ONE-COLLECTOR.
           IF WS-CLT-CNT >= 300
               MOVE "COLLTBL TABLO TASMASI" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-CLT-CNT
           MOVE CLT-SUBE      TO WS-CLT-SUBE(WS-CLT-CNT)
           MOVE CLT-TOPLAYICI TO WS-CLT-ID(WS-CLT-CNT)
           MOVE CLT-AD        TO WS-CLT-AD(WS-CLT-CNT)
           PERFORM H115-READ-COLLTBL.
       H111-END. EXIT.
      *
       H115-READ-COLLTBL.
           READ COLL-TBL
           IF NOT CLT-SUCCES AND NOT CLT-EOF
               MOVE "COLLTBL OKUMA HATASI" TO WS-ABEND-MSG
               MOVE CLT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H115-END. EXIT.
      *
      * THE REPORT MONTH IS GIVEN AS YYYYMM.
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "CPRPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "CPRPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE ZEROS TO WS-CHK-DATE
           IF PARM-AY IS NUMERIC
               MOVE PARM-AY TO WS-RPT-AY
               COMPUTE WS-CHK-DATE = PARM-AY * 100 + 1
           END-IF
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "CPRPARM GECERSIZ AY" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           CLOSE PARM-FILE.
       H130-END. EXIT.
      *
       H200-SELECT-ACTIVITY.
           ADD 1 TO WS-READ-CNT
           IF ACT-AY = WS-RPT-AY
               ADD 1 TO WS-AY-CNT
               INITIALIZE WORK-REC
               MOVE ACT-SUBE      TO WRK-SUBE
               MOVE ACT-TOPLAYICI TO WRK-TOPLAYICI
               MOVE ACT-SEQ       TO WRK-SEQ
               MOVE ACT-TIP       TO WRK-TIP
               MOVE ACT-TUTAR     TO WRK-TUTAR
               WRITE WORK-REC
               IF NOT WRK-SUCCES
                   MOVE "CPRWORK YAZMA HATASI" TO WS-ABEND-MSG
                   MOVE WRK-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           PERFORM H210-READ-ACTIVITY.
       H200-END. EXIT.
      *
       H210-READ-ACTIVITY.
           READ ACT-FILE
           IF NOT ACT-SUCCES AND NOT ACT-EOF
               MOVE "CLTOLD OKUMA HATASI" TO WS-ABEND-MSG
               MOVE ACT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H210-END. EXIT.
      *
       H280-PRINT-REPORT.
           CLOSE CPR-WORK
           SORT SORT-FILE ON ASCENDING KEY SORT-SUBE SORT-TOPLAYICI
                                           SORT-SEQ SORT-TIP
               USING CPR-WORK GIVING CPR-SORTED
           IF SORT-RETURN NOT = 0
               MOVE "CPRWORK SIRALAMA BASARISIZ" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT CPR-SORTED
           IF NOT SRTD-SUCCES
               MOVE "CPRSORTD ACILAMADI" TO WS-ABEND-MSG
               MOVE SRTD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H287-READ-SORTED
           PERFORM H288-PRINT-ONE-BRANCH UNTIL SRTD-EOF
           PERFORM H295-WRITE-GRAND-TOTAL
           PERFORM H296-WRITE-TRAILER
           CLOSE CPR-SORTED.
       H280-END. EXIT.
      *
       H287-READ-SORTED.
           READ CPR-SORTED
           IF NOT SRTD-SUCCES AND NOT SRTD-EOF
               MOVE "CPRSORTD OKUMA HATASI" TO WS-ABEND-MSG
               MOVE SRTD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H287-END. EXIT.
      *
       H288-PRINT-ONE-BRANCH.
           MOVE SRT-SUBE TO WS-CUR-SUBE
           INITIALIZE CPR-BRANCH-HDR-REC
           MOVE "** SUBE: " TO CBH-TAG
           MOVE WS-CUR-SUBE TO CBH-SUBE
           WRITE CPR-BRANCH-HDR-REC
           IF NOT RPT-SUCCES
               MOVE "CPRRPT YAZMA HATASI (SUBE)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE ZEROS TO WS-BR-KISI WS-BR-ATANAN WS-BR-TEMAS
                         WS-BR-SOZ WS-BR-TUTULAN WS-BR-IHLAL
                         WS-BR-TAHSILAT WS-BR-IYILESEN
           PERFORM H282-PRINT-ONE-COLLECTOR
               UNTIL SRTD-EOF
                  OR SRT-SUBE NOT = WS-CUR-SUBE
           PERFORM H289-WRITE-BRANCH-TOTAL.
       H288-END. EXIT.
      *
       H282-PRINT-ONE-COLLECTOR.
           MOVE SRT-TOPLAYICI TO WS-CUR-TOPLAYICI
           MOVE ZEROS TO WS-CL-ATANAN WS-CL-TEMAS WS-CL-SOZ
                         WS-CL-TUTULAN WS-CL-IHLAL WS-CL-TAHSILAT
                         WS-CL-IYILESEN
           MOVE SPACES TO WS-PREV-SEQ WS-PREV-TIP
           PERFORM H283-COUNT-ONE
               UNTIL SRTD-EOF
                  OR SRT-SUBE NOT = WS-CUR-SUBE
                  OR SRT-TOPLAYICI NOT = WS-CUR-TOPLAYICI
           PERFORM H284-WRITE-DETAIL
           ADD 1              TO WS-BR-KISI
           ADD WS-CL-ATANAN   TO WS-BR-ATANAN
           ADD WS-CL-TEMAS    TO WS-BR-TEMAS
           ADD WS-CL-SOZ      TO WS-BR-SOZ
           ADD WS-CL-TUTULAN  TO WS-BR-TUTULAN
           ADD WS-CL-IHLAL    TO WS-BR-IHLAL
           ADD WS-CL-TAHSILAT TO WS-BR-TAHSILAT
           ADD WS-CL-IYILESEN TO WS-BR-IYILESEN.
       H282-END. EXIT.
      *
      * THE LOG IS SORTED BY ACCOUNT AND TYPE WITHIN THE COLLECTOR,
      * SO AN ACCOUNT IS COUNTED ONCE PER TYPE ON ITS FIRST RECORD.
       H283-COUNT-ONE.
           IF SRT-SEQ NOT = WS-PREV-SEQ OR SRT-TIP NOT = WS-PREV-TIP
               EVALUATE TRUE
                   WHEN SRT-ATANDI
                       ADD 1 TO WS-CL-ATANAN
                   WHEN SRT-TEMAS
                       ADD 1 TO WS-CL-TEMAS
                   WHEN SRT-IYILESTI
                       ADD 1 TO WS-CL-IYILESEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN SRT-SOZ
                   ADD 1 TO WS-CL-SOZ
               WHEN SRT-TUTULDU
                   ADD 1 TO WS-CL-TUTULAN
               WHEN SRT-IHLAL
                   ADD 1 TO WS-CL-IHLAL
               WHEN SRT-ODEME
                   ADD SRT-TUTAR TO WS-CL-TAHSILAT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SRT-SEQ TO WS-PREV-SEQ
           MOVE SRT-TIP TO WS-PREV-TIP
           PERFORM H287-READ-SORTED.
       H283-END. EXIT.
      *
       H284-WRITE-DETAIL.
           INITIALIZE CPR-DETAIL-REC
           MOVE WS-CUR-TOPLAYICI TO CDT-TOPLAYICI
           MOVE ZEROS TO WS-FOUND-IX
           PERFORM H285-FIND-NAME
               VARYING WS-CLT-IX FROM 1 BY 1
               UNTIL WS-CLT-IX > WS-CLT-CNT
           IF WS-FOUND-IX > ZEROS
               MOVE WS-CLT-AD(WS-FOUND-IX) TO CDT-AD
           END-IF
           MOVE " ATANAN="      TO CDT-ATA-LBL
           MOVE WS-CL-ATANAN    TO CDT-ATA-CNT
           MOVE " TEMAS="       TO CDT-TEM-LBL
           MOVE WS-CL-TEMAS     TO CDT-TEM-CNT
           MOVE " SOZ="         TO CDT-SOZ-LBL
           MOVE WS-CL-SOZ       TO CDT-SOZ-CNT
           MOVE " TUTULAN="     TO CDT-TUT-LBL
           MOVE WS-CL-TUTULAN   TO CDT-TUT-CNT
           MOVE " IHLAL="       TO CDT-IHL-LBL
           MOVE WS-CL-IHLAL     TO CDT-IHL-CNT
           MOVE " TAHSILAT="    TO CDT-THS-LBL
           MOVE WS-CL-TAHSILAT  TO CDT-TAHSILAT
           MOVE " IYILESEN="    TO CDT-IYI-LBL
           MOVE WS-CL-IYILESEN  TO CDT-IYI-CNT
           WRITE CPR-DETAIL-REC
           IF NOT RPT-SUCCES
               MOVE "CPRRPT YAZMA HATASI (DETAY)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H284-END. EXIT.
      *
       H285-FIND-NAME.
           IF WS-CLT-SUBE(WS-CLT-IX) = WS-CUR-SUBE
              AND WS-CLT-ID(WS-CLT-IX) = WS-CUR-TOPLAYICI
               MOVE WS-CLT-IX TO WS-FOUND-IX
           END-IF.
       H285-END. EXIT.
      *
       H289-WRITE-BRANCH-TOTAL.
           INITIALIZE CPR-TOTAL-REC
           MOVE "** SUBE TOP: " TO CTO-TAG
           MOVE WS-CUR-SUBE     TO CTO-SUBE
           MOVE WS-BR-KISI      TO CTO-KSI-CNT
           MOVE WS-BR-ATANAN    TO CTO-ATA-CNT
           MOVE WS-BR-TEMAS     TO CTO-TEM-CNT
           MOVE WS-BR-SOZ       TO CTO-SOZ-CNT
           MOVE WS-BR-TUTULAN   TO CTO-TUT-CNT
           MOVE WS-BR-IHLAL     TO CTO-IHL-CNT
           MOVE WS-BR-TAHSILAT  TO CTO-TAHSILAT
           MOVE WS-BR-IYILESEN  TO CTO-IYI-CNT
           PERFORM H290-WRITE-TOTAL-LINE
           ADD WS-BR-KISI     TO WS-GT-KISI
           ADD WS-BR-ATANAN   TO WS-GT-ATANAN
           ADD WS-BR-TEMAS    TO WS-GT-TEMAS
           ADD WS-BR-SOZ      TO WS-GT-SOZ
           ADD WS-BR-TUTULAN  TO WS-GT-TUTULAN
           ADD WS-BR-IHLAL    TO WS-GT-IHLAL
           ADD WS-BR-TAHSILAT TO WS-GT-TAHSILAT
           ADD WS-BR-IYILESEN TO WS-GT-IYILESEN.
       H289-END. EXIT.
      *
       H290-WRITE-TOTAL-LINE.
           MOVE " KISI="        TO CTO-KSI-LBL
           MOVE " ATANAN="      TO CTO-ATA-LBL
           MOVE " TEMAS="       TO CTO-TEM-LBL
           MOVE " SOZ="         TO CTO-SOZ-LBL
           MOVE " TUTULAN="     TO CTO-TUT-LBL
           MOVE " IHLAL="       TO CTO-IHL-LBL
           MOVE " TAHSILAT="    TO CTO-THS-LBL
           MOVE " IYILESEN="    TO CTO-IYI-LBL
           WRITE CPR-TOTAL-REC
           IF NOT RPT-SUCCES
               MOVE "CPRRPT YAZMA HATASI (TOPLAM)" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H290-END. EXIT.
      *
       H295-WRITE-GRAND-TOTAL.
           INITIALIZE CPR-TOTAL-REC
           MOVE "** GENEL TOP:" TO CTO-TAG
           MOVE SPACES          TO CTO-SUBE
           MOVE WS-GT-KISI      TO CTO-KSI-CNT
           MOVE WS-GT-ATANAN    TO CTO-ATA-CNT
           MOVE WS-GT-TEMAS     TO CTO-TEM-CNT
           MOVE WS-GT-SOZ       TO CTO-SOZ-CNT
           MOVE WS-GT-TUTULAN   TO CTO-TUT-CNT
           MOVE WS-GT-IHLAL     TO CTO-IHL-CNT
           MOVE WS-GT-TAHSILAT  TO CTO-TAHSILAT
           MOVE WS-GT-IYILESEN  TO CTO-IYI-CNT
           PERFORM H290-WRITE-TOTAL-LINE.
       H295-END. EXIT.
      *
       H296-WRITE-TRAILER.
           INITIALIZE CPR-TRAILER-REC
           MOVE "TRLR:"         TO CTR-LABEL
           MOVE " KAYIT= "      TO CTR-LBL-OKU
           MOVE WS-READ-CNT     TO CTR-OKU-CNT
           MOVE " AYLIK= "      TO CTR-LBL-AY
           MOVE WS-AY-CNT       TO CTR-AY-CNT
           MOVE " TOPLAYICI= "  TO CTR-LBL-KSI
           MOVE WS-GT-KISI      TO CTR-KSI-CNT
           WRITE CPR-TRAILER-REC
           IF NOT RPT-SUCCES
               MOVE "CPRRPT YAZMA HATASI" TO WS-ABEND-MSG
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
           DISPLAY "ODEV2CPR: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           CLOSE CPR-RPT.
           IF WS-ACT-OPENED
               CLOSE ACT-FILE
           END-IF
           DISPLAY "ODEV2CPR: KAYIT=" WS-READ-CNT
                   " AYLIK=" WS-AY-CNT
                   " TOPLAYICI=" WS-GT-KISI
                   " ATANAN=" WS-GT-ATANAN
                   " TEMAS=" WS-GT-TEMAS
                   " SOZ=" WS-GT-SOZ
                   " TUTULAN=" WS-GT-TUTULAN
                   " IYILESEN=" WS-GT-IYILESEN.
           STOP RUN.
       H900-END. EXIT.
