       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2RST.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * INSTALLMENT RESTRUCTURING. RSTREQ CARRIES THE RESTRUCTURINGS
      * AGREED BY THE BRANCHES (SIRA NO, NUMBER OF NEW INSTALLMENTS,
      * NEW FIRST DUE DATE, USER). FOR EVERY ACCEPTED REQUEST THE
      * UNPAID INSTALLMENTS OF THE ACCOUNT ARE CLOSED OUT, A NEW
      * MONTHLY SCHEDULE IS GENERATED FROM THE FIRST DUE DATE THAT
      * SUMS EXACTLY TO THE OUTSTANDING ACCT-TUTAR (THE LAST
      * INSTALLMENT TAKES THE ROUNDING) AND ACCT-DTAR IS MOVED TO THE
      * NEW FIRST DUE DATE. PAID INSTALLMENTS STAY ON THE SCHEDULE AS
      * HISTORY; NEW INSTALLMENTS ARE NUMBERED AFTER THE HIGHEST OLD
      * ONE. INSTFILE IS COPIED TO INSTNEW WITH THE CHANGES, SO
      * ODEV2C, ODEV2ACR AND ODEV2WOC AGE THE NEW SCHEDULE ONCE
      * INSTNEW IS PROMOTED. EVERY CLOSED INSTALLMENT (MNTAUDIT CODE
      * "S"), EVERY NEW INSTALLMENT ("N") AND THE ACCOUNT CHANGE
      * ("Y") IS AUDITED SO ODEV2PIT AND ODEV2DOS SHOW THE PLAN AS IT
      * WAS BEFORE. CLOSED OR WRITTEN-OFF ACCOUNTS ARE REFUSED TO
      * RSTEXCPT. RSTRPT LISTS EVERY RESTRUCTURING; AN ACCOUNT
      * RESTRUCTURED MORE THAN ONCE IN THE LAST 12 MONTHS (EARLIER
      * "Y" RECORDS ON MNTAUDIT) IS FLAGGED FOR THE CREDIT COMMITTEE.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE    ASSIGN RSTREQ
                              STATUS REQ-ST.
           SELECT REQ-SORTED  ASSIGN RSTSORTD
                              STATUS RSR-ST.
           SELECT SORT-FILE   ASSIGN SORTWK.
           SELECT ACCT-REC    ASSIGN ACCTREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY ACCT-SEQ
                              ALTERNATE RECORD KEY ACCT-SOYAD
                                  WITH DUPLICATES
                              STATUS ACCT-ST.
           SELECT INST-FILE   ASSIGN INSTFILE
                              STATUS INST-ST.
           SELECT INST-NEW    ASSIGN INSTNEW
                              STATUS INN-ST.
           SELECT AUDIT-FILE  ASSIGN MNTAUDIT
                              STATUS AUD-ST.
           SELECT RST-EXCEPT  ASSIGN RSTEXCPT
                              STATUS REX-ST.
           SELECT RST-RPT     ASSIGN RSTRPT
                              STATUS RPT-ST.
           SELECT PARM-FILE   ASSIGN RSTPARM
                              STATUS PARM-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  REQ-FILE RECORDING MODE F.
       01  REQ-REC.
           05  REQ-SEQ       PIC X(04).
           05  REQ-ADET      PIC 9(03).
           05  REQ-ILK-DATE  PIC 9(08).
           05  REQ-USER      PIC X(08).
      *
       FD  REQ-SORTED RECORDING MODE F.
       01  RSR-REC.
           05  RSR-SEQ       PIC X(04).
           05  RSR-ADET      PIC 9(03).
           05  RSR-ILK-DATE  PIC 9(08).
           05  RSR-USER      PIC X(08).
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-SEQ      PIC X(04).
           05  FILLER        PIC X(19).
      *
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
       FD  INST-FILE RECORDING MODE F.
       01  INST-REC.
           05  INST-SEQ    PIC X(04).
           05  INST-NO     PIC 9(03).
           05  INST-DTAR   PIC 9(08).
           05  INST-TUTAR  PIC 9(09)V99.
           05  INST-PAID   PIC X(01).
               88  INST-ODENDI          VALUE "Y".
      *
       FD  INST-NEW RECORDING MODE F.
       01  INN-REC.
           05  INN-SEQ     PIC X(04).
           05  INN-NO      PIC 9(03).
           05  INN-DTAR    PIC 9(08).
           05  INN-TUTAR   PIC 9(09)V99.
           05  INN-PAID    PIC X(01).
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
       FD  RST-EXCEPT RECORDING MODE F.
       01  REX-REC.
           05  REX-SEQ       PIC X(04).
           05  REX-ADET      PIC 9(03).
           05  REX-ILK-DATE  PIC 9(08).
           05  REX-USER      PIC X(08).
           05  REX-SP        PIC X(01).
           05  REX-REASON    PIC X(25).
      *
       FD  RST-RPT RECORDING MODE F.
       01  RST-DETAIL-REC.
           05  RDT-TAG       PIC X(09).
           05  RDT-SEQ       PIC X(04).
           05  RDT-SUBE-LBL  PIC X(06).
           05  RDT-SUBE      PIC X(03).
           05  RDT-TUT-LBL   PIC X(08).
           05  RDT-TUTAR     PIC ZZZZZZZZ9.99.
           05  RDT-ADET-LBL  PIC X(08).
           05  RDT-ADET      PIC ZZ9.
           05  RDT-ILK-LBL   PIC X(10).
           05  RDT-ILK-DATE  PIC 9(08).
           05  RDT-KPN-LBL   PIC X(09).
           05  RDT-KAPANAN   PIC ZZ9.
           05  RDT-SAY-LBL   PIC X(07).
           05  RDT-SAYI      PIC ZZ9.
           05  RDT-USER-LBL  PIC X(06).
           05  RDT-USER      PIC X(08).
           05  RDT-FILL      PIC X(26).
      *
       01  RST-TRAILER-REC.
           05  RTR-LABEL     PIC X(05).
           05  RTR-LBL-REQ   PIC X(09).
           05  RTR-REQ-CNT   PIC ZZZZZZ9.
           05  RTR-LBL-DONE  PIC X(11).
           05  RTR-DONE-CNT  PIC ZZZZZZ9.
           05  RTR-LBL-KOM   PIC X(10).
           05  RTR-KOM-CNT   PIC ZZZZZZ9.
           05  RTR-LBL-RED   PIC X(07).
           05  RTR-RED-CNT   PIC ZZZZZZ9.
           05  RTR-FILL      PIC X(63).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-RUN-DATE PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 REQ-ST           PIC 9(02).
           88 REQ-SUCCES               VALUE 00 97.
         05 RSR-ST           PIC 9(02).
           88 RSR-SUCCES               VALUE 00 97.
           88 RSR-EOF                  VALUE 10.
         05 ACCT-ST          PIC 9(02).
           88 ACCT-SUCCESS             VALUE 00 97.
           88 ACCT-NOTFND              VALUE 23.
         05 INST-ST          PIC 9(02).
           88 INST-SUCCES              VALUE 00 97.
           88 INST-EOF                 VALUE 10.
           88 INST-NOT-FOUND           VALUE 35.
         05 INN-ST           PIC 9(02).
           88 INN-SUCCES               VALUE 00 97.
         05 AUD-ST           PIC 9(02).
           88 AUD-SUCCES               VALUE 00 97.
           88 AUD-EOF                  VALUE 10.
           88 AUD-NOT-FOUND            VALUE 35.
         05 REX-ST           PIC 9(02).
           88 REX-SUCCES               VALUE 00 97.
         05 RPT-ST           PIC 9(02).
           88 RPT-SUCCES               VALUE 00 97.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 WS-INST-OPEN-SW  PIC X(01) VALUE "N".
           88 WS-INST-OPENED           VALUE "Y".
         05 WS-INST-KEY      PIC X(04) VALUE HIGH-VALUES.
         05 WS-RUN-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-LIMIT-DATE    PIC 9(08) VALUE ZEROS.
         05 WS-CUR-SEQ       PIC X(04).
         05 WS-PREV-SEQ      PIC X(04) VALUE SPACES.
         05 WS-EXCEPT-REASON PIC X(25).
         05 WS-MAX-NO        PIC 9(03).
         05 WS-GEN-NO        PIC 9(03).
         05 WS-PER-TUTAR     PIC 9(09)V99.
         05 WS-SON-TUTAR     PIC 9(09)V99.
         05 WS-KAPANAN-CNT   PIC 9(03).
         05 WS-SAYI          PIC 9(03).
         05 WS-ILK-DD        PIC 9(02).
         05 WS-GEN-DATE      PIC 9(08).
         05 WS-GEN-DATE-R REDEFINES WS-GEN-DATE.
           10 WS-GEN-YYYY    PIC 9(04).
           10 WS-GEN-MM      PIC 9(02).
           10 WS-GEN-DD      PIC 9(02).
         05 WS-RX            PIC 9(04).
         05 WS-IX            PIC 9(04).
         05 WS-KX            PIC 9(04).
         05 WS-AUDIT-CODE    PIC X(01).
         05 WS-AUDIT-BEFORE  PIC X(65).
         05 WS-AUDIT-AFTER   PIC X(65).
         05 WS-BEFORE-IMAGE  PIC X(65).
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
       01 WS-STAMP-AREA.
         05 WS-STAMP-DATE    PIC 9(08).
         05 WS-STAMP-TIME    PIC 9(08).
         05 WS-STAMP-TIME-R REDEFINES WS-STAMP-TIME.
           10 WS-STAMP-HHMMSS PIC 9(06).
           10 FILLER          PIC 9(02).
      *
      * THE SORTED REQUESTS ARE HELD IN STORAGE SO THE PRIOR
      * RESTRUCTURINGS ON MNTAUDIT CAN BE COUNTED BEFORE THE AUDIT
      * TRAIL IS REOPENED FOR WRITING.
       01 WS-REQ-TABLE.
         05 WS-REQ-CNT       PIC 9(04) VALUE ZEROS.
         05 WS-REQ-ENTRY OCCURS 500 TIMES.
           10 WS-REQ-SEQ      PIC X(04).
           10 WS-REQ-ADET     PIC 9(03).
           10 WS-REQ-ILK-DATE PIC 9(08).
           10 WS-REQ-USER     PIC X(08).
           10 WS-REQ-PRIOR    PIC 9(03).
       01 WS-OLD-SCHEDULE.
         05 WS-OI-CNT        PIC 9(04) VALUE ZEROS.
         05 WS-OI-REC        PIC X(27) OCCURS 360 TIMES.
       01 WS-INST-IMAGE.
         05 WS-II-SEQ        PIC X(04).
         05 WS-II-NO         PIC 9(03).
         05 WS-II-DTAR       PIC 9(08).
         05 WS-II-TUTAR      PIC 9(09)V99.
         05 WS-II-PAID       PIC X(01).
           88 WS-II-ODENDI             VALUE "Y".
       01 WS-TOTALS-AREA.
         05 WS-READ-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-DONE-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-KOMITE-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-EXCEPT-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-CLOSED-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-NEW-INST-CNT  PIC 9(07) VALUE ZEROS.
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
           PERFORM H200-PROCESS-REQUEST
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-REQ-CNT.
           PERFORM H210-COPY-INST UNTIL WS-INST-KEY = HIGH-VALUES.
           PERFORM H280-WRITE-TRAILER.
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H130-READ-PARAMETERS
           PERFORM H110-LOAD-REQUESTS
           PERFORM H120-COUNT-PRIOR
           OPEN I-O ACCT-REC
           IF NOT ACCT-SUCCESS
               MOVE "ACCT-REC ACILAMADI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT INST-FILE
           IF INST-SUCCES
               SET WS-INST-OPENED TO TRUE
               PERFORM H216-READ-INST
           ELSE
               IF NOT INST-NOT-FOUND
                   MOVE "INSTFILE ACILAMADI" TO WS-ABEND-MSG
                   MOVE INST-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF
           OPEN OUTPUT INST-NEW
           IF NOT INN-SUCCES
               MOVE "INSTNEW ACILAMADI" TO WS-ABEND-MSG
               MOVE INN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF AUD-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUD-SUCCES
               MOVE "MNTAUDIT ACILAMADI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT RST-EXCEPT
           IF NOT REX-SUCCES
               MOVE "RSTEXCPT ACILAMADI" TO WS-ABEND-MSG
               MOVE REX-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT RST-RPT
           IF NOT RPT-SUCCES
               MOVE "RSTRPT ACILAMADI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME.
       H100-END. EXIT.
      *
       H110-LOAD-REQUESTS.
           SORT SORT-FILE ON ASCENDING KEY SORT-SEQ
               USING REQ-FILE GIVING REQ-SORTED
           IF SORT-RETURN NOT = 0
               MOVE "RSTREQ SIRALAMA BASARISIZ" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT REQ-SORTED
           IF NOT RSR-SUCCES
               MOVE "RSTSORTD ACILAMADI" TO WS-ABEND-MSG
               MOVE RSR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H115-READ-SORTED
           PERFORM H111-LOAD-ONE-REQUEST UNTIL RSR-EOF
           CLOSE REQ-SORTED.
       H110-END. EXIT.
      *
       H111-LOAD-ONE-REQUEST.
           IF WS-REQ-CNT >= 500
               MOVE "RSTREQ TABLO TASMASI" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-REQ-CNT
           ADD 1 TO WS-READ-CNT
           MOVE RSR-SEQ      TO WS-REQ-SEQ(WS-REQ-CNT)
           MOVE RSR-ADET     TO WS-REQ-ADET(WS-REQ-CNT)
           MOVE RSR-ILK-DATE TO WS-REQ-ILK-DATE(WS-REQ-CNT)
           MOVE RSR-USER     TO WS-REQ-USER(WS-REQ-CNT)
           MOVE ZEROS        TO WS-REQ-PRIOR(WS-REQ-CNT)
           PERFORM H115-READ-SORTED.
       H111-END. EXIT.
      *
       H115-READ-SORTED.
           READ REQ-SORTED
           IF NOT RSR-SUCCES AND NOT RSR-EOF
               MOVE "RSTSORTD OKUMA HATASI" TO WS-ABEND-MSG
               MOVE RSR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H115-END. EXIT.
      *
      * EARLIER RESTRUCTURINGS ARE THE "Y" AUDIT RECORDS OF THE LAST
      * 12 MONTHS (AFTER THE SAME DAY ONE YEAR BEFORE THE RUN DATE).
       H120-COUNT-PRIOR.
           COMPUTE WS-LIMIT-DATE = WS-RUN-DATE - 10000
           OPEN INPUT AUDIT-FILE
           IF AUD-SUCCES
               PERFORM H125-READ-AUDIT
               PERFORM H121-CHECK-ONE-AUDIT UNTIL AUD-EOF
               CLOSE AUDIT-FILE
           ELSE
               IF NOT AUD-NOT-FOUND
                   MOVE "MNTAUDIT ACILAMADI (OKUMA)" TO WS-ABEND-MSG
                   MOVE AUD-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H120-END. EXIT.
      *
       H121-CHECK-ONE-AUDIT.
           IF AUD-CODE = "Y"
              AND AUD-DATE > WS-LIMIT-DATE
              AND AUD-DATE NOT > WS-RUN-DATE
               PERFORM H122-COUNT-FOR-REQUEST
                   VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > WS-REQ-CNT
           END-IF
           PERFORM H125-READ-AUDIT.
       H121-END. EXIT.
      *
       H122-COUNT-FOR-REQUEST.
           IF WS-REQ-SEQ(WS-KX) = AUD-SEQ
               ADD 1 TO WS-REQ-PRIOR(WS-KX)
           END-IF.
       H122-END. EXIT.
      *
       H125-READ-AUDIT.
           READ AUDIT-FILE
           IF NOT AUD-SUCCES AND NOT AUD-EOF
               MOVE "MNTAUDIT OKUMA HATASI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H125-END. EXIT.
      *
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "RSTPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "RSTPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-RUN-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "RSTPARM GECERSIZ RUN DATE" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           CLOSE PARM-FILE.
       H130-END. EXIT.
      *
       H200-PROCESS-REQUEST.
           MOVE WS-REQ-SEQ(WS-RX) TO WS-CUR-SEQ
           PERFORM H210-COPY-INST
               UNTIL WS-INST-KEY >= WS-CUR-SEQ
           MOVE ZEROS TO WS-OI-CNT WS-MAX-NO
           PERFORM H215-LOAD-OLD-INST
               UNTIL WS-INST-KEY NOT = WS-CUR-SEQ
           PERFORM H220-VALIDATE-REQUEST
           IF WS-EXCEPT-REASON = SPACES
               PERFORM H230-RESTRUCTURE
           ELSE
               PERFORM H260-WRITE-EXCEPTION
               PERFORM H218-KEEP-OLD-INST
                   VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-OI-CNT
           END-IF
           MOVE WS-CUR-SEQ TO WS-PREV-SEQ.
       H200-END. EXIT.
      *
       H210-COPY-INST.
           MOVE INST-REC TO INN-REC
           PERFORM H250-WRITE-INSTNEW
           PERFORM H216-READ-INST.
       H210-END. EXIT.
      *
       H215-LOAD-OLD-INST.
           IF WS-OI-CNT >= 360
               MOVE "INSTFILE TAKSIT TABLO TASMASI" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-OI-CNT
           MOVE INST-REC TO WS-OI-REC(WS-OI-CNT)
           IF INST-NO IS NUMERIC AND INST-NO > WS-MAX-NO
               MOVE INST-NO TO WS-MAX-NO
           END-IF
           PERFORM H216-READ-INST.
       H215-END. EXIT.
      *
       H216-READ-INST.
           IF WS-INST-OPENED
               READ INST-FILE
               IF INST-SUCCES
                   MOVE INST-SEQ TO WS-INST-KEY
               ELSE
                   IF INST-EOF
                       MOVE HIGH-VALUES TO WS-INST-KEY
                   ELSE
                       MOVE "INSTFILE OKUMA HATASI" TO WS-ABEND-MSG
                       MOVE INST-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
               END-IF
           ELSE
               MOVE HIGH-VALUES TO WS-INST-KEY
           END-IF.
       H216-END. EXIT.
      *
       H218-KEEP-OLD-INST.
           MOVE WS-OI-REC(WS-IX) TO INN-REC
           PERFORM H250-WRITE-INSTNEW.
       H218-END. EXIT.
      *
       H220-VALIDATE-REQUEST.
           MOVE SPACES TO WS-EXCEPT-REASON
           EVALUATE TRUE
               WHEN WS-CUR-SEQ = WS-PREV-SEQ
                   MOVE "MUKERRER TALEP" TO WS-EXCEPT-REASON
               WHEN WS-REQ-USER(WS-RX) = SPACES
                   MOVE "KULLANICI EKSIK" TO WS-EXCEPT-REASON
               WHEN WS-REQ-ADET(WS-RX) IS NOT NUMERIC
                 OR WS-REQ-ADET(WS-RX) = ZEROS
                 OR WS-REQ-ADET(WS-RX) > 360
                   MOVE "GECERSIZ TAKSIT SAYISI" TO WS-EXCEPT-REASON
               WHEN OTHER
                   MOVE WS-REQ-ILK-DATE(WS-RX) TO WS-CHK-DATE
                   PERFORM H207-VALIDATE-ONE-DATE
                   IF WS-DATE-BAD
                       MOVE "GECERSIZ ILK VADE" TO WS-EXCEPT-REASON
                   ELSE
                       IF WS-REQ-ILK-DATE(WS-RX) < WS-RUN-DATE
                           MOVE "ILK VADE GECMIS TARIH"
                             TO WS-EXCEPT-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-EXCEPT-REASON = SPACES
               PERFORM H225-CHECK-ACCOUNT
           END-IF.
       H220-END. EXIT.
      *
       H225-CHECK-ACCOUNT.
           MOVE WS-CUR-SEQ TO ACCT-SEQ
           READ ACCT-REC
           IF NOT ACCT-SUCCESS AND NOT ACCT-NOTFND
               MOVE "ACCT-REC OKUMA HATASI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           EVALUATE TRUE
               WHEN ACCT-NOTFND
                   MOVE "HESAP BULUNAMADI" TO WS-EXCEPT-REASON
               WHEN ACCT-KAPALI
                   MOVE "HESAP KAPALI" TO WS-EXCEPT-REASON
               WHEN ACCT-TERKIN
                   MOVE "HESAP TERKIN EDILMIS" TO WS-EXCEPT-REASON
               WHEN ACCT-TUTAR IS NOT NUMERIC OR ACCT-TUTAR = ZEROS
                   MOVE "GECERSIZ BAKIYE" TO WS-EXCEPT-REASON
               WHEN WS-MAX-NO + WS-REQ-ADET(WS-RX) > 999
                   MOVE "TAKSIT NO SINIRI ASILDI" TO WS-EXCEPT-REASON
               WHEN OTHER
                   COMPUTE WS-PER-TUTAR =
                       ACCT-TUTAR / WS-REQ-ADET(WS-RX)
                   IF WS-PER-TUTAR = ZEROS
                       MOVE "TAKSIT TUTARI SIFIR" TO WS-EXCEPT-REASON
                   END-IF
           END-EVALUATE.
       H225-END. EXIT.
      *
      * THE NEW SCHEDULE: N MONTHLY INSTALLMENTS OF ACCT-TUTAR / N
      * (TRUNCATED TO THE CENT), THE LAST ONE TAKING WHAT REMAINS SO
      * THE SCHEDULE ADDS UP TO ACCT-TUTAR EXACTLY. A DUE DAY THAT A
      * SHORTER MONTH DOES NOT HAVE FALLS ON ITS LAST DAY.
       H230-RESTRUCTURE.
           MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
           MOVE ZEROS TO WS-KAPANAN-CNT
           PERFORM H232-CLOSE-ONE-OLD-INST
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-OI-CNT
           COMPUTE WS-SON-TUTAR = ACCT-TUTAR
                   - WS-PER-TUTAR * (WS-REQ-ADET(WS-RX) - 1)
           MOVE WS-REQ-ILK-DATE(WS-RX) TO WS-GEN-DATE
           MOVE WS-GEN-DD TO WS-ILK-DD
           MOVE WS-MAX-NO TO WS-GEN-NO
           PERFORM H234-WRITE-ONE-NEW-INST
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-REQ-ADET(WS-RX)
           MOVE WS-REQ-ILK-DATE(WS-RX) TO ACCT-DTAR
           REWRITE ACCT-FIELDS
           IF NOT ACCT-SUCCESS
               MOVE "ACCT-REC REWRITE HATASI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE "Y"             TO WS-AUDIT-CODE
           MOVE WS-BEFORE-IMAGE TO WS-AUDIT-BEFORE
           MOVE ACCT-FIELDS     TO WS-AUDIT-AFTER
           PERFORM H265-WRITE-AUDIT
           ADD 1 TO WS-DONE-CNT
           PERFORM H270-WRITE-REPORT-LINE.
       H230-END. EXIT.
      *
       H232-CLOSE-ONE-OLD-INST.
           MOVE WS-OI-REC(WS-IX) TO WS-INST-IMAGE
           IF WS-II-ODENDI
               MOVE WS-INST-IMAGE TO INN-REC
               PERFORM H250-WRITE-INSTNEW
           ELSE
               MOVE "S"           TO WS-AUDIT-CODE
               MOVE WS-INST-IMAGE TO WS-AUDIT-BEFORE
               MOVE SPACES        TO WS-AUDIT-AFTER
               PERFORM H265-WRITE-AUDIT
               ADD 1 TO WS-KAPANAN-CNT
               ADD 1 TO WS-CLOSED-CNT
           END-IF.
       H232-END. EXIT.
      *
       H234-WRITE-ONE-NEW-INST.
           IF WS-KX > 1
               ADD 1 TO WS-GEN-MM
               IF WS-GEN-MM > 12
                   MOVE 1 TO WS-GEN-MM
                   ADD 1 TO WS-GEN-YYYY
               END-IF
               MOVE WS-GEN-YYYY TO WS-CHK-YYYY
               MOVE WS-GEN-MM   TO WS-CHK-MM
               PERFORM H208-COMPUTE-MAX-DAY
               IF WS-ILK-DD > WS-MAX-DAY
                   MOVE WS-MAX-DAY TO WS-GEN-DD
               ELSE
                   MOVE WS-ILK-DD  TO WS-GEN-DD
               END-IF
           END-IF
           ADD 1 TO WS-GEN-NO
           INITIALIZE WS-INST-IMAGE
           MOVE WS-CUR-SEQ  TO WS-II-SEQ
           MOVE WS-GEN-NO   TO WS-II-NO
           MOVE WS-GEN-DATE TO WS-II-DTAR
           IF WS-KX = WS-REQ-ADET(WS-RX)
               MOVE WS-SON-TUTAR TO WS-II-TUTAR
           ELSE
               MOVE WS-PER-TUTAR TO WS-II-TUTAR
           END-IF
           MOVE "N"         TO WS-II-PAID
           MOVE WS-INST-IMAGE TO INN-REC
           PERFORM H250-WRITE-INSTNEW
           MOVE "N"           TO WS-AUDIT-CODE
           MOVE SPACES        TO WS-AUDIT-BEFORE
           MOVE WS-INST-IMAGE TO WS-AUDIT-AFTER
           PERFORM H265-WRITE-AUDIT
           ADD 1 TO WS-NEW-INST-CNT.
       H234-END. EXIT.
      *
       H250-WRITE-INSTNEW.
           WRITE INN-REC
           IF NOT INN-SUCCES
               MOVE "INSTNEW YAZMA HATASI" TO WS-ABEND-MSG
               MOVE INN-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H250-END. EXIT.
      *
       H260-WRITE-EXCEPTION.
           INITIALIZE REX-REC
           MOVE WS-CUR-SEQ              TO REX-SEQ
           MOVE WS-REQ-ADET(WS-RX)      TO REX-ADET
           MOVE WS-REQ-ILK-DATE(WS-RX)  TO REX-ILK-DATE
           MOVE WS-REQ-USER(WS-RX)      TO REX-USER
           MOVE " "                     TO REX-SP
           MOVE WS-EXCEPT-REASON        TO REX-REASON
           WRITE REX-REC
           IF NOT REX-SUCCES
               MOVE "RSTEXCPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE REX-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-EXCEPT-CNT.
       H260-END. EXIT.
      *
       H265-WRITE-AUDIT.
           INITIALIZE AUDIT-REC
           MOVE WS-STAMP-DATE      TO AUD-DATE
           MOVE WS-STAMP-HHMMSS    TO AUD-TIME
           MOVE WS-REQ-USER(WS-RX) TO AUD-USER
           MOVE WS-AUDIT-CODE      TO AUD-CODE
           MOVE WS-CUR-SEQ         TO AUD-SEQ
           MOVE WS-AUDIT-BEFORE    TO AUD-BEFORE
           MOVE WS-AUDIT-AFTER     TO AUD-AFTER
           WRITE AUDIT-REC
           IF NOT AUD-SUCCES
               MOVE "MNTAUDIT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H265-END. EXIT.
      *
      * THIS RESTRUCTURING PLUS ANY EARLIER ONE IN THE LAST 12 MONTHS
      * PUTS THE ACCOUNT IN FRONT OF THE CREDIT COMMITTEE.
       H270-WRITE-REPORT-LINE.
           COMPUTE WS-SAYI = WS-REQ-PRIOR(WS-RX) + 1
           INITIALIZE RST-DETAIL-REC
           IF WS-SAYI > 1
               MOVE "KOMITE:  " TO RDT-TAG
               ADD 1 TO WS-KOMITE-CNT
           ELSE
               MOVE "YAPILAN: " TO RDT-TAG
           END-IF
           MOVE WS-CUR-SEQ              TO RDT-SEQ
           MOVE " SUBE="                TO RDT-SUBE-LBL
           MOVE ACCT-SUBE               TO RDT-SUBE
           MOVE " TUTAR="               TO RDT-TUT-LBL
           MOVE ACCT-TUTAR              TO RDT-TUTAR
           MOVE " TAKSIT="              TO RDT-ADET-LBL
           MOVE WS-REQ-ADET(WS-RX)      TO RDT-ADET
           MOVE " ILK VADE="            TO RDT-ILK-LBL
           MOVE WS-REQ-ILK-DATE(WS-RX)  TO RDT-ILK-DATE
           MOVE " KAPANAN="             TO RDT-KPN-LBL
           MOVE WS-KAPANAN-CNT          TO RDT-KAPANAN
           MOVE " 12 AY="               TO RDT-SAY-LBL
           MOVE WS-SAYI                 TO RDT-SAYI
           MOVE " KULL="                TO RDT-USER-LBL
           MOVE WS-REQ-USER(WS-RX)      TO RDT-USER
           WRITE RST-DETAIL-REC
           IF NOT RPT-SUCCES
               MOVE "RSTRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H270-END. EXIT.
      *
       H280-WRITE-TRAILER.
           INITIALIZE RST-TRAILER-REC
           MOVE "TRLR:"        TO RTR-LABEL
           MOVE " TALEP=  "    TO RTR-LBL-REQ
           MOVE WS-READ-CNT    TO RTR-REQ-CNT
           MOVE " YAPILAN=  "  TO RTR-LBL-DONE
           MOVE WS-DONE-CNT    TO RTR-DONE-CNT
           MOVE " KOMITE=  "   TO RTR-LBL-KOM
           MOVE WS-KOMITE-CNT  TO RTR-KOM-CNT
           MOVE " RED=  "      TO RTR-LBL-RED
           MOVE WS-EXCEPT-CNT  TO RTR-RED-CNT
           WRITE RST-TRAILER-REC
           IF NOT RPT-SUCCES
               MOVE "RSTRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H280-END. EXIT.
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
           DISPLAY "ODEV2RST: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           CLOSE ACCT-REC
                 INST-NEW
                 AUDIT-FILE
                 RST-EXCEPT
                 RST-RPT.
           IF WS-INST-OPENED
               CLOSE INST-FILE
           END-IF
           DISPLAY "ODEV2RST: TALEP=" WS-READ-CNT
                   " YAPILAN=" WS-DONE-CNT
                   " KOMITE=" WS-KOMITE-CNT
                   " RED=" WS-EXCEPT-CNT
                   " KAPANAN TAKSIT=" WS-CLOSED-CNT
                   " YENI TAKSIT=" WS-NEW-INST-CNT.
           IF WS-EXCEPT-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       H900-END. EXIT.
