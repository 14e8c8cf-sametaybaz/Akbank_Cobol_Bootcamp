       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2REV.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * RETURNED-PAYMENT REVERSAL AGAINST THE INDEXED ACCTREC: READS
      * THE BANK RETURNS FILE (RETFILE: SIRA NO, ODEME TARIHI, KANAL,
      * TUTAR, IADE TARIHI, NEDEN) FOR PAYMENTS ODEV2PAY HAS ALREADY
      * POSTED (BOUNCED CHEQUE, RECALLED TRANSFER) AND MATCHES EACH
      * RETURN TO ITS ORIGINAL PAYJRNL POSTING BY SIRA NO, DATE,
      * KANAL AND AMOUNT. A MATCHED RETURN ADDS THE AMOUNT BACK TO
      * ACCT-TUTAR, REOPENS THE ACCOUNT (ACCT-DURUM "K" -> "A") WHEN
      * THE PAYMENT HAD CLOSED IT, IS AUDITED TO MNTAUDIT (CODE "R")
      * AND JOURNALED TO REVJRNL WITH A TRAILER TOTAL THAT TIES BACK
      * TO THE BANK RETURNS FIGURE. REVHIST (THE REVJRNL HISTORY OF
      * EARLIER RUNS, OPTIONAL) MARKS POSTINGS ALREADY REVERSED, SO
      * ONE POSTING IS NEVER REVERSED TWICE. RETURNS THAT MATCH NO
      * POSTING, OR THAT WOULD REVERSE MORE THAN WAS POSTED, ARE
      * REJECTED TO REVEXCPT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-FILE    ASSIGN RETFILE
                              STATUS RET-ST.
           SELECT RET-SORTED  ASSIGN RETSORTD
                              STATUS RSR-ST.
           SELECT PAY-JOURNAL ASSIGN PAYJRNL
                              STATUS JRN-ST.
           SELECT PAY-SORTED  ASSIGN PAYSORTD
                              STATUS PSR-ST.
           SELECT REV-HIST    ASSIGN REVHIST
                              STATUS HST-ST.
           SELECT HST-SORTED  ASSIGN HSTSORTD
                              STATUS HSR-ST.
           SELECT SORT-FILE   ASSIGN SORTWK.
           SELECT HST-SORT-FILE ASSIGN SORTWK.
           SELECT ACCT-REC    ASSIGN ACCTREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY ACCT-SEQ
                              ALTERNATE RECORD KEY ACCT-SOYAD
                                  WITH DUPLICATES
                              STATUS ACCT-ST.
           SELECT REV-EXCEPT  ASSIGN REVEXCPT
                              STATUS REX-ST.
           SELECT REV-JOURNAL ASSIGN REVJRNL
                              STATUS REV-ST.
           SELECT AUDIT-FILE  ASSIGN MNTAUDIT
                              STATUS AUD-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RET-FILE RECORDING MODE F.
       01  RET-REC.
           05  RET-SEQ       PIC X(04).
           05  RET-DATE      PIC 9(08).
           05  RET-KANAL     PIC X(03).
           05  RET-TUTAR     PIC 9(09)V99.
           05  RET-IADE-DATE PIC 9(08).
           05  RET-NEDEN     PIC X(22).
      *
       FD  RET-SORTED RECORDING MODE F.
       01  RSR-REC.
           05  RSR-SEQ       PIC X(04).
           05  RSR-DATE      PIC 9(08).
           05  RSR-KANAL     PIC X(03).
           05  RSR-TUTAR     PIC 9(09)V99.
           05  RSR-IADE-DATE PIC 9(08).
           05  RSR-NEDEN     PIC X(22).
      *
       FD  PAY-JOURNAL RECORDING MODE F.
       01  JRN-REC.
           05  JRN-SEQ       PIC X(04).
           05  JRN-DATE      PIC 9(08).
           05  JRN-KANAL     PIC X(03).
           05  JRN-TUTAR     PIC 9(09)V99.
           05  JRN-ONCEKI    PIC 9(09)V99.
           05  JRN-KALAN     PIC 9(09)V99.
           05  JRN-DURUM     PIC X(08).
      *
       FD  PAY-SORTED RECORDING MODE F.
       01  PSR-REC.
           05  PSR-SEQ       PIC X(04).
           05  PSR-DATE      PIC 9(08).
           05  PSR-KANAL     PIC X(03).
           05  PSR-TUTAR     PIC 9(09)V99.
           05  PSR-ONCEKI    PIC 9(09)V99.
           05  PSR-KALAN     PIC 9(09)V99.
           05  PSR-DURUM     PIC X(08).
      *
       FD  REV-HIST RECORDING MODE F.
       01  HST-REC.
           05  HST-SEQ       PIC X(04).
           05  FILLER        PIC X(60).
      *
       FD  HST-SORTED RECORDING MODE F.
       01  HSR-REC.
           05  HSR-SEQ       PIC X(04).
           05  HSR-DATE      PIC 9(08).
           05  HSR-KANAL     PIC X(03).
           05  HSR-TUTAR     PIC 9(09)V99.
           05  HSR-IADE-DATE PIC 9(08).
           05  HSR-ONCEKI    PIC 9(09)V99.
           05  HSR-KALAN     PIC 9(09)V99.
           05  HSR-DURUM     PIC X(08).
      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-KEY      PIC X(26).
           05  FILLER        PIC X(30).
      *
       SD  HST-SORT-FILE.
       01  HST-SORT-REC.
           05  HST-SORT-KEY  PIC X(26).
           05  FILLER        PIC X(38).
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
       FD  REV-EXCEPT RECORDING MODE F.
       01  REX-REC.
           05  REX-SEQ       PIC X(04).
           05  REX-DATE      PIC 9(08).
           05  REX-KANAL     PIC X(03).
           05  REX-TUTAR     PIC 9(09)V99.
           05  REX-IADE-DATE PIC 9(08).
           05  REX-REASON    PIC X(25).
      *
       FD  REV-JOURNAL RECORDING MODE F.
       01  REV-REC.
           05  REV-SEQ       PIC X(04).
           05  REV-DATE      PIC 9(08).
           05  REV-KANAL     PIC X(03).
           05  REV-TUTAR     PIC 9(09)V99.
           05  REV-IADE-DATE PIC 9(08).
           05  REV-ONCEKI    PIC 9(09)V99.
           05  REV-KALAN     PIC 9(09)V99.
           05  REV-DURUM     PIC X(08).
      *
       01  REV-TRAILER-REC.
           05  RVT-LABEL     PIC X(05).
           05  RVT-LBL-ADET  PIC X(07).
           05  RVT-ADET      PIC ZZZZZZ9.
           05  RVT-LBL-TUT   PIC X(09).
           05  RVT-TUTAR     PIC ZZZZZZZZZZ9.99.
           05  RVT-FILL      PIC X(22).
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
         05 RET-ST           PIC 9(02).
           88 RET-SUCCES               VALUE 00 97.
         05 RSR-ST           PIC 9(02).
           88 RSR-SUCCES               VALUE 00 97.
           88 RSR-EOF                  VALUE 10.
         05 JRN-ST           PIC 9(02).
           88 JRN-SUCCES               VALUE 00 97.
         05 PSR-ST           PIC 9(02).
           88 PSR-SUCCES               VALUE 00 97.
           88 PSR-EOF                  VALUE 10.
         05 HST-ST           PIC 9(02).
           88 HST-SUCCES               VALUE 00 97.
           88 HST-NOT-FOUND            VALUE 35.
         05 HSR-ST           PIC 9(02).
           88 HSR-SUCCES               VALUE 00 97.
           88 HSR-EOF                  VALUE 10.
         05 ACCT-ST          PIC 9(02).
           88 ACCT-SUCCESS             VALUE 00 97.
           88 ACCT-NOTFND              VALUE 23.
         05 REX-ST           PIC 9(02).
           88 REX-SUCCES               VALUE 00 97.
         05 REV-ST           PIC 9(02).
           88 REV-SUCCES               VALUE 00 97.
         05 AUD-ST           PIC 9(02).
           88 AUD-SUCCES               VALUE 00 97.
           88 AUD-NOT-FOUND            VALUE 35.
         05 WS-HST-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-HST-OPENED            VALUE "Y".
         05 WS-EXCEPT-REASON PIC X(25).
         05 WS-BEFORE-IMAGE  PIC X(65).
         05 WS-AUDIT-USER    PIC X(08) VALUE "ODEV2REV".
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
       01 WS-TOTALS-AREA.
         05 WS-READ-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-REV-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-ACILAN-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-EXCEPT-CNT    PIC 9(07) VALUE ZEROS.
         05 WS-PRIOR-CNT     PIC 9(07) VALUE ZEROS.
         05 WS-IADE-TUT      PIC 9(11)V99 VALUE ZEROS.
         05 WS-REV-TUT       PIC 9(11)V99 VALUE ZEROS.
         05 WS-EXCEPT-TUT    PIC 9(11)V99 VALUE ZEROS.
      *
      * MATCH KEYS: SIRA NO + ODEME TARIHI + KANAL IDENTIFY THE
      * POSTING GROUP, THE AMOUNT PICKS THE POSTING WITHIN IT.
       01 WS-KEY-AREA.
         05 WS-RET-KEY.
           10 WS-RET-PREFIX  PIC X(15).
           10 WS-RET-TUTAR   PIC X(11).
         05 WS-GRP-PREFIX    PIC X(15) VALUE LOW-VALUES.
         05 WS-JRN-KEY.
           10 WS-JRN-PREFIX  PIC X(15).
           10 WS-JRN-TUTAR   PIC X(11).
         05 WS-HST-KEY.
           10 WS-HST-PREFIX  PIC X(15).
           10 WS-HST-TUTAR   PIC X(11).
       01 WS-POST-TABLE.
         05 WS-POST-CNT      PIC 9(03).
         05 WS-POST-MAX      PIC 9(03) VALUE 50.
         05 WS-POST-IX       PIC 9(03).
         05 WS-FOUND-IX      PIC 9(03).
         05 WS-MATCH-AMT     PIC 9(09)V99.
         05 WS-GRP-OPEN-TUT  PIC 9(11)V99.
         05 WS-USED-SEEN-SW  PIC X(01).
           88 WS-USED-SEEN             VALUE "Y".
         05 WS-POST-ENTRY OCCURS 50 TIMES.
           10 WS-POST-AMT    PIC 9(09)V99.
           10 WS-POST-USED-SW PIC X(01).
             88 WS-POST-USED           VALUE "Y".
       01 WS-STAMP-AREA.
         05 WS-STAMP-DATE    PIC 9(08).
         05 WS-STAMP-TIME    PIC 9(08).
         05 WS-STAMP-TIME-R REDEFINES WS-STAMP-TIME.
           10 WS-STAMP-HHMMSS PIC 9(06).
           10 FILLER          PIC 9(02).
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
           PERFORM H200-PROCESS-RETURN UNTIL RSR-EOF.
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H110-SORT-INPUTS
           OPEN INPUT RET-SORTED
           IF NOT RSR-SUCCES
               MOVE "RETSORTD ACILAMADI" TO WS-ABEND-MSG
               MOVE RSR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT PAY-SORTED
           IF NOT PSR-SUCCES
               MOVE "PAYSORTD ACILAMADI" TO WS-ABEND-MSG
               MOVE PSR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H240-READ-PAY-SORTED
           IF WS-HST-OPENED
               OPEN INPUT HST-SORTED
               IF NOT HSR-SUCCES
                   MOVE "HSTSORTD ACILAMADI" TO WS-ABEND-MSG
                   MOVE HSR-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
               PERFORM H245-READ-HST-SORTED
           ELSE
               MOVE HIGH-VALUES TO WS-HST-KEY
           END-IF
           OPEN I-O ACCT-REC
           IF NOT ACCT-SUCCESS
               MOVE "ACCT-REC ACILAMADI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT REV-EXCEPT
           IF NOT REX-SUCCES
               MOVE "REVEXCPT ACILAMADI" TO WS-ABEND-MSG
               MOVE REX-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN OUTPUT REV-JOURNAL
           IF NOT REV-SUCCES
               MOVE "REVJRNL ACILAMADI" TO WS-ABEND-MSG
               MOVE REV-ST TO WS-ABEND-STATUS
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
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           READ RET-SORTED
           IF NOT RSR-SUCCES AND NOT RSR-EOF
               MOVE "RETSORTD ILK OKUMA HATASI" TO WS-ABEND-MSG
               MOVE RSR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H100-END. EXIT.
      *
      * RETURNS, POSTINGS AND EARLIER REVERSALS ARE ALL BROUGHT INTO
      * SIRA NO / DATE / KANAL / AMOUNT ORDER SO THE MATCH IS ONE
      * SEQUENTIAL PASS. REVHIST IS OPTIONAL ON THE FIRST RUN.
       H110-SORT-INPUTS.
           SORT SORT-FILE ON ASCENDING KEY SORT-KEY
               USING RET-FILE GIVING RET-SORTED
           IF SORT-RETURN NOT = 0
               MOVE "RETFILE SIRALAMA BASARISIZ" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           SORT SORT-FILE ON ASCENDING KEY SORT-KEY
               USING PAY-JOURNAL GIVING PAY-SORTED
           IF SORT-RETURN NOT = 0
               MOVE "PAYJRNL SIRALAMA BASARISIZ" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           OPEN INPUT REV-HIST
           IF HST-SUCCES
               CLOSE REV-HIST
               SET WS-HST-OPENED TO TRUE
               SORT HST-SORT-FILE ON ASCENDING KEY HST-SORT-KEY
                   USING REV-HIST GIVING HST-SORTED
               IF SORT-RETURN NOT = 0
                   MOVE "REVHIST SIRALAMA BASARISIZ" TO WS-ABEND-MSG
                   MOVE ZEROS TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           ELSE
               IF NOT HST-NOT-FOUND
                   MOVE "REVHIST ACILAMADI" TO WS-ABEND-MSG
                   MOVE HST-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H110-END. EXIT.
      *
       H200-PROCESS-RETURN.
           ADD 1 TO WS-READ-CNT
           IF RSR-TUTAR IS NUMERIC
               ADD RSR-TUTAR TO WS-IADE-TUT
           END-IF
           PERFORM H205-VALIDATE-RETURN
           IF WS-EXCEPT-REASON NOT = SPACES
               PERFORM H260-WRITE-EXCEPTION
           ELSE
               MOVE RSR-REC(1:26) TO WS-RET-KEY
               IF WS-RET-PREFIX NOT = WS-GRP-PREFIX
                   PERFORM H220-LOAD-GROUP
               END-IF
               PERFORM H230-MATCH-POSTING
           END-IF
           READ RET-SORTED
           IF NOT RSR-SUCCES AND NOT RSR-EOF
               MOVE "RETSORTD OKUMA HATASI" TO WS-ABEND-MSG
               MOVE RSR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H200-END. EXIT.
      *
       H205-VALIDATE-RETURN.
           MOVE SPACES TO WS-EXCEPT-REASON
           IF RSR-SEQ = SPACES
               MOVE "GECERSIZ SIRA NO" TO WS-EXCEPT-REASON
           ELSE
               IF RSR-TUTAR IS NOT NUMERIC OR RSR-TUTAR = ZEROS
                   MOVE "GECERSIZ TUTAR" TO WS-EXCEPT-REASON
               ELSE
                   MOVE RSR-DATE TO WS-CHK-DATE
                   PERFORM H207-VALIDATE-ONE-DATE
                   IF WS-DATE-BAD
                       MOVE "GECERSIZ ODEME TARIHI" TO WS-EXCEPT-REASON
                   END-IF
               END-IF
           END-IF.
       H205-END. EXIT.
      *
      * A NEW SIRA NO / DATE / KANAL GROUP: EVERY PAYJRNL POSTING OF
      * THE GROUP IS LOADED WITH ITS AMOUNT, THEN EVERY REVERSAL OF
      * AN EARLIER RUN MARKS ONE POSTING OF THE SAME AMOUNT AS USED.
       H220-LOAD-GROUP.
           MOVE WS-RET-PREFIX TO WS-GRP-PREFIX
           MOVE ZEROS TO WS-POST-CNT
                         WS-GRP-OPEN-TUT
           PERFORM H240-READ-PAY-SORTED
               UNTIL WS-JRN-PREFIX >= WS-GRP-PREFIX
           PERFORM H225-ADD-POSTING
               UNTIL WS-JRN-PREFIX NOT = WS-GRP-PREFIX
           PERFORM H245-READ-HST-SORTED
               UNTIL WS-HST-PREFIX >= WS-GRP-PREFIX
           PERFORM H227-APPLY-PRIOR-REVERSAL
               UNTIL WS-HST-PREFIX NOT = WS-GRP-PREFIX.
       H220-END. EXIT.
      *
       H225-ADD-POSTING.
           IF WS-POST-CNT NOT < WS-POST-MAX
               MOVE "ODEME TABLOSU TASTI" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-POST-CNT
           MOVE PSR-TUTAR TO WS-POST-AMT(WS-POST-CNT)
           MOVE "N"       TO WS-POST-USED-SW(WS-POST-CNT)
           ADD PSR-TUTAR  TO WS-GRP-OPEN-TUT
           PERFORM H240-READ-PAY-SORTED.
       H225-END. EXIT.
      *
       H227-APPLY-PRIOR-REVERSAL.
           MOVE HSR-TUTAR TO WS-MATCH-AMT
           PERFORM H235-FIND-POSTING
           IF WS-FOUND-IX > 0
               MOVE "Y" TO WS-POST-USED-SW(WS-FOUND-IX)
               SUBTRACT HSR-TUTAR FROM WS-GRP-OPEN-TUT
               ADD 1 TO WS-PRIOR-CNT
           END-IF
           PERFORM H245-READ-HST-SORTED.
       H227-END. EXIT.
      *
       H230-MATCH-POSTING.
           MOVE RSR-TUTAR TO WS-MATCH-AMT
           PERFORM H235-FIND-POSTING
           EVALUATE TRUE
               WHEN WS-POST-CNT = 0
                   MOVE "ODEME KAYDI BULUNAMADI" TO WS-EXCEPT-REASON
                   PERFORM H260-WRITE-EXCEPTION
               WHEN WS-FOUND-IX > 0
                   PERFORM H250-REVERSE-PAYMENT
               WHEN WS-USED-SEEN
                   MOVE "IADE ODEMEDEN FAZLA" TO WS-EXCEPT-REASON
                   PERFORM H260-WRITE-EXCEPTION
               WHEN RSR-TUTAR > WS-GRP-OPEN-TUT
                   MOVE "IADE ODEMEDEN FAZLA" TO WS-EXCEPT-REASON
                   PERFORM H260-WRITE-EXCEPTION
               WHEN OTHER
                   MOVE "TUTAR ESLESMEDI" TO WS-EXCEPT-REASON
                   PERFORM H260-WRITE-EXCEPTION
           END-EVALUATE.
       H230-END. EXIT.
      *
       H235-FIND-POSTING.
           MOVE ZEROS TO WS-FOUND-IX
           MOVE "N"   TO WS-USED-SEEN-SW
           PERFORM H236-CHECK-ONE-POSTING
               VARYING WS-POST-IX FROM 1 BY 1
               UNTIL WS-POST-IX > WS-POST-CNT
                  OR WS-FOUND-IX > 0.
       H235-END. EXIT.
      *
       H236-CHECK-ONE-POSTING.
           IF WS-POST-AMT(WS-POST-IX) = WS-MATCH-AMT
               IF WS-POST-USED(WS-POST-IX)
                   SET WS-USED-SEEN TO TRUE
               ELSE
                   MOVE WS-POST-IX TO WS-FOUND-IX
               END-IF
           END-IF.
       H236-END. EXIT.
      *
      * THE JOURNAL TRAILER RECORDS SORT BEHIND EVERY ACCOUNT KEY
      * ("TRLR" > ANY SIRA NO), SO THE FIRST ONE ENDS THE FILE.
       H240-READ-PAY-SORTED.
           READ PAY-SORTED
           IF PSR-SUCCES AND PSR-SEQ NOT = "TRLR"
               MOVE PSR-REC(1:26) TO WS-JRN-KEY
           ELSE
               IF PSR-EOF OR PSR-SEQ = "TRLR"
                   MOVE HIGH-VALUES TO WS-JRN-KEY
               ELSE
                   MOVE "PAYSORTD OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE PSR-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H240-END. EXIT.
      *
       H245-READ-HST-SORTED.
           IF NOT WS-HST-OPENED
               MOVE HIGH-VALUES TO WS-HST-KEY
           ELSE
               READ HST-SORTED
               IF HSR-SUCCES AND HSR-SEQ NOT = "TRLR"
                   MOVE HSR-REC(1:26) TO WS-HST-KEY
               ELSE
                   IF HSR-EOF OR HSR-SEQ = "TRLR"
                       MOVE HIGH-VALUES TO WS-HST-KEY
                   ELSE
                       MOVE "HSTSORTD OKUMA HATASI" TO WS-ABEND-MSG
                       MOVE HSR-ST TO WS-ABEND-STATUS
                       PERFORM H995-ABEND-JOB
                   END-IF
               END-IF
           END-IF.
       H245-END. EXIT.
      *
       H250-REVERSE-PAYMENT.
           MOVE RSR-SEQ TO ACCT-SEQ
           READ ACCT-REC
           IF ACCT-SUCCESS
               EVALUATE TRUE
                   WHEN ACCT-TERKIN
                       MOVE "HESAP TERKIN EDILMIS"
                            TO WS-EXCEPT-REASON
                       PERFORM H260-WRITE-EXCEPTION
                   WHEN ACCT-TUTAR IS NOT NUMERIC
                       MOVE "GECERSIZ HESAP TUTARI"
                            TO WS-EXCEPT-REASON
                       PERFORM H260-WRITE-EXCEPTION
                   WHEN OTHER
                       PERFORM H255-POST-AND-JOURNAL
               END-EVALUATE
           ELSE
               IF ACCT-NOTFND
                   MOVE "KAYIT BULUNAMADI" TO WS-EXCEPT-REASON
                   PERFORM H260-WRITE-EXCEPTION
               ELSE
                   MOVE "ACCT-REC OKUMA HATASI" TO WS-ABEND-MSG
                   MOVE ACCT-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H250-END. EXIT.
      *
      * AN ACCOUNT CLOSED BY PAYMENT HAS A ZERO BALANCE; ONCE THE
      * RETURNED AMOUNT IS BACK ON IT THE CUSTOMER OWES AGAIN AND
      * THE ACCOUNT MUST BE AGED AND COLLECTED LIKE ANY OPEN ONE.
       H255-POST-AND-JOURNAL.
           MOVE ACCT-FIELDS TO WS-BEFORE-IMAGE
           INITIALIZE REV-REC
           MOVE RSR-SEQ       TO REV-SEQ
           MOVE RSR-DATE      TO REV-DATE
           MOVE RSR-KANAL     TO REV-KANAL
           MOVE RSR-TUTAR     TO REV-TUTAR
           MOVE RSR-IADE-DATE TO REV-IADE-DATE
           MOVE ACCT-TUTAR    TO REV-ONCEKI
           ADD RSR-TUTAR      TO ACCT-TUTAR
           MOVE ACCT-TUTAR    TO REV-KALAN
           IF ACCT-KAPALI
               MOVE "A"       TO ACCT-DURUM
               MOVE "ACILDI"  TO REV-DURUM
               ADD 1 TO WS-ACILAN-CNT
           ELSE
               MOVE "ACIK"    TO REV-DURUM
           END-IF
           REWRITE ACCT-FIELDS
           IF NOT ACCT-SUCCESS
               MOVE "ACCT-REC REWRITE HATASI" TO WS-ABEND-MSG
               MOVE ACCT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           PERFORM H265-WRITE-AUDIT
           WRITE REV-REC
           IF NOT REV-SUCCES
               MOVE "REVJRNL YAZMA HATASI" TO WS-ABEND-MSG
               MOVE REV-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE "Y" TO WS-POST-USED-SW(WS-FOUND-IX)
           SUBTRACT RSR-TUTAR FROM WS-GRP-OPEN-TUT
           ADD 1         TO WS-REV-CNT
           ADD RSR-TUTAR TO WS-REV-TUT.
       H255-END. EXIT.
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
       H260-WRITE-EXCEPTION.
           INITIALIZE REX-REC
           MOVE RSR-SEQ       TO REX-SEQ
           MOVE RSR-DATE      TO REX-DATE
           MOVE RSR-KANAL     TO REX-KANAL
           MOVE RSR-TUTAR     TO REX-TUTAR
           MOVE RSR-IADE-DATE TO REX-IADE-DATE
           MOVE WS-EXCEPT-REASON TO REX-REASON
           WRITE REX-REC
           IF NOT REX-SUCCES
               MOVE "REVEXCPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE REX-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           ADD 1 TO WS-EXCEPT-CNT
           IF RSR-TUTAR IS NUMERIC
               ADD RSR-TUTAR TO WS-EXCEPT-TUT
           END-IF.
       H260-END. EXIT.
      *
       H265-WRITE-AUDIT.
           INITIALIZE AUDIT-REC
           MOVE WS-STAMP-DATE   TO AUD-DATE
           MOVE WS-STAMP-HHMMSS TO AUD-TIME
           MOVE WS-AUDIT-USER   TO AUD-USER
           MOVE "R"             TO AUD-CODE
           MOVE ACCT-SEQ        TO AUD-SEQ
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE
           MOVE ACCT-FIELDS     TO AUD-AFTER
           WRITE AUDIT-REC
           IF NOT AUD-SUCCES
               MOVE "MNTAUDIT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE AUD-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H265-END. EXIT.
      *
       H270-WRITE-TRAILER.
           INITIALIZE REV-TRAILER-REC
           MOVE "TRLR:"      TO RVT-LABEL
           MOVE " ADET= "    TO RVT-LBL-ADET
           MOVE WS-REV-CNT   TO RVT-ADET
           MOVE " TOPLAM= "  TO RVT-LBL-TUT
           MOVE WS-REV-TUT   TO RVT-TUTAR
           WRITE REV-TRAILER-REC
           IF NOT REV-SUCCES
               MOVE "REVJRNL YAZMA HATASI" TO WS-ABEND-MSG
               MOVE REV-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H270-END. EXIT.
      *
       H995-ABEND-JOB.
           DISPLAY "ODEV2REV: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           PERFORM H270-WRITE-TRAILER.
           CLOSE RET-SORTED
                 PAY-SORTED
                 ACCT-REC
                 REV-EXCEPT
                 REV-JOURNAL
                 AUDIT-FILE.
           IF WS-HST-OPENED
               CLOSE HST-SORTED
           END-IF
           DISPLAY "ODEV2REV: OKUNAN=" WS-READ-CNT
                   " IADE EDILEN=" WS-REV-CNT
                   " ACILAN=" WS-ACILAN-CNT
                   " ISTISNA=" WS-EXCEPT-CNT
                   " ONCEKI IADE=" WS-PRIOR-CNT.
           DISPLAY "ODEV2REV: BANKA IADE TOPLAMI=" WS-IADE-TUT
                   " IADE EDILEN=" WS-REV-TUT
                   " ISTISNA=" WS-EXCEPT-TUT.
           IF WS-EXCEPT-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       H900-END. EXIT.
