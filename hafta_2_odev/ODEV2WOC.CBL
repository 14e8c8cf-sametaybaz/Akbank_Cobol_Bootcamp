      * BALANCES AND A TRAILER TOTAL) FOR COMMITTEE REVIEW; NOTHING
      * IS CHANGED ON ACCTREC - THE APPROVED LIST COMES BACK THROUGH
      * ODEV2WOA.
      * AN ACCOUNT UNDER AN ACTIVE DISPUTE HOLD ON HOLDREC (ODEV2HLD)
      * IS NOT PROPOSED; IT IS ONLY COUNTED AS ITIRAZLI.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                              STATUS PEN-ST.
           SELECT WOF-CAND    ASSIGN WOFCAND
                              STATUS WOF-ST.
           SELECT HOLD-REC    ASSIGN HOLDREC
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY HLD-SEQ
                              STATUS HLD-ST.
           SELECT PARM-FILE   ASSIGN WOFPARM
                              STATUS PARM-ST.
      *-------------
       01  PEN-REC.
           05  PEN-SEQ     PIC X(04).
           05  PEN-TUTAR   PIC 9(09)V99.
           05  PEN-ASKI-GUN PIC 9(05).
           05  PEN-DATE    PIC 9(08).
      *
       FD  WOF-CAND RECORDING MODE F.
       01  WOF-REC.
           05  WTR-LBL-CEZA  PIC X(07).
           05  WTR-CEZA      PIC ZZZZZZZZZZ9.99.
           05  WTR-FILL      PIC X(13).
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
           05  HLD-KAL-USER  PIC X(08).
           05  HLD-KAL-DATE  PIC 9(08).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
           88 PARM-EOF                 VALUE 10.
         05 HLD-ST           PIC 9(02).
           88 HLD-SUCCES               VALUE 00 97.
           88 HLD-NOTFND               VALUE 23.
           88 HLD-NOT-FOUND            VALUE 35.
         05 WS-UWN-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-UWN-OPENED            VALUE "Y".
         05 WS-INST-OPEN-SW  PIC X(01) VALUE "N".
           88 WS-INST-OPENED           VALUE "Y".
         05 WS-PEN-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-PEN-OPENED            VALUE "Y".
         05 WS-HLD-OPEN-SW   PIC X(01) VALUE "N".
           88 WS-HLD-OPENED            VALUE "Y".
         05 WS-HOLD-SW       PIC X(01).
           88 WS-ACCT-HELD             VALUE "Y".
         05 WS-SNAP-KEY      PIC X(04) VALUE HIGH-VALUES.
         05 WS-UWN-KEY       PIC X(04) VALUE HIGH-VALUES.
         05 WS-INST-KEY      PIC X(04) VALUE HIGH-VALUES.
         05 WS-READ-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-CAND-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-SKIP-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-HOLD-CNT      PIC 9(07) VALUE ZEROS.
         05 WS-TUTAR-TOP     PIC 9(11)V99 VALUE ZEROS.
         05 WS-CEZA-TOP      PIC 9(11)V99 VALUE ZEROS.
       01 WS-DATE-CHECK-AREA.
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
           OPEN OUTPUT WOF-CAND
           IF NOT WOF-SUCCES
               MOVE "WOFCAND ACILAMADI" TO WS-ABEND-MSG
                   ADD 1 TO WS-SKIP-CNT
               ELSE
                   IF WS-FARK > WS-MIN-FARK
                       PERFORM H245-CHECK-HOLD
                       IF WS-ACCT-HELD
                           ADD 1 TO WS-HOLD-CNT
                       ELSE
                           PERFORM H265-WRITE-CANDIDATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       H250-END. EXIT.
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
      * WORST FARK MIRRORS THE ODEV2C AGING: THE OLDEST UNPAID
      * INSTFILE INSTALLMENT WHEN A SCHEDULE EXISTS, ELSE ACCT-DTAR.
       H260-COMPUTE-FARK.
           IF WS-PEN-OPENED
               CLOSE PEN-FILE
           END-IF
           IF WS-HLD-OPENED
               CLOSE HOLD-REC
           END-IF
           DISPLAY "ODEV2WOC: OKUNAN=" WS-READ-CNT
                   " ADAY=" WS-CAND-CNT
                   " ATLANAN=" WS-SKIP-CNT
                   " ITIRAZLI=" WS-HOLD-CNT
                   " TUTAR=" WS-TUTAR-TOP
                   " CEZA=" WS-CEZA-TOP.
           IF WS-SKIP-CNT > 0
