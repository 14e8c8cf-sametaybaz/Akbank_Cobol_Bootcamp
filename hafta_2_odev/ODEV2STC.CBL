       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ODEV2STC.
       AUTHOR.        ABDULSAMET AYBAZ.
      *--------------------
      * NIGHTLY STEP CONTROL STATUS AND OVERRIDE. STEPCTL, KEYED BY
      * BUSINESS DATE AND STEP NAME, IS MAINTAINED BY THE NIGHTLY
      * STEPS THEMSELVES (ODEV2PAY -> ODEV2ACR -> ODEV2C -> ODEV2BAL
      * -> ODEV2RCN -> ODEV2PRM -> ODEV2ASG -> ODEV2LGL -> ODEV2GEN
      * -> ODEV2GLI);
      * EACH RECORDS ITS START, COMPLETION AND RETURN CODE AND
      * REFUSES TO RUN UNLESS EVERY EARLIER STEP COMPLETED FOR THE
      * SAME DATE.
      * STCPARM GIVES THE BUSINESS DATE. STCOVR (OPTIONAL) CARRIES
      * OPERATIONS OVERRIDES (STEP, USER, REASON) FOR A STEP THAT IS
      * DELIBERATELY SKIPPED OR WHOSE RETURN CODE IS ACCEPTED; THE
      * STEP IS MARKED "A" (ATLANDI) WITH THE USER AND REASON AND ITS
      * SUCCESSORS MAY RUN. USER AND REASON ARE MANDATORY, THE STEP
      * MUST BE IN THE NIGHTLY ORDER AND A STEP THAT ENDED WITH RC 0
      * CANNOT BE OVERRIDDEN; REFUSED OVERRIDES END WITH RC 8.
      * STCRPT THEN LISTS EVERY STEP FOR THE DATE WITH ITS STATE,
      * RETURN CODE, START/END TIMES, RUN COUNT AND OVERRIDE.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CTL    ASSIGN STEPCTL
                              ORGANIZATION INDEXED
                              ACCESS MODE RANDOM
                              RECORD KEY STC-KEY
                              STATUS STC-ST.
           SELECT OVR-FILE    ASSIGN STCOVR
                              STATUS OVR-ST.
           SELECT STC-RPT     ASSIGN STCRPT
                              STATUS RPT-ST.
           SELECT PARM-FILE   ASSIGN STCPARM
                              STATUS PARM-ST.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
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
       FD  OVR-FILE RECORDING MODE F.
       01  OVR-REC.
           05  OVR-STEP      PIC X(08).
           05  OVR-USER      PIC X(08).
           05  OVR-REASON    PIC X(30).
      *
       FD  STC-RPT RECORDING MODE F.
       01  STC-HDR-REC.
           05  SHD-TAG       PIC X(08).
           05  SHD-TEXT      PIC X(20).
           05  SHD-DATE      PIC 9(08).
           05  SHD-FILL      PIC X(97).
      *
       01  STC-STEP-REC.
           05  SST-TAG       PIC X(08).
           05  SST-STEP      PIC X(08).
           05  SST-DURUM-LBL PIC X(07).
           05  SST-DURUM     PIC X(09).
           05  SST-RC-LBL    PIC X(04).
           05  SST-RC        PIC X(02).
           05  SST-BAS-LBL   PIC X(05).
           05  SST-BAS-DATE  PIC X(08).
           05  SST-SP1       PIC X(01).
           05  SST-BAS-TIME  PIC X(06).
           05  SST-BIT-LBL   PIC X(05).
           05  SST-BIT-DATE  PIC X(08).
           05  SST-SP2       PIC X(01).
           05  SST-BIT-TIME  PIC X(06).
           05  SST-CNT-LBL   PIC X(05).
           05  SST-CNT       PIC ZZ9.
           05  SST-OVR-LBL   PIC X(06).
           05  SST-OVR-USER  PIC X(08).
           05  SST-SP3       PIC X(01).
           05  SST-OVR-REASON PIC X(30).
           05  SST-FILL      PIC X(02).
      *
       01  STC-OVR-LINE.
           05  SOV-TAG       PIC X(08).
           05  SOV-STEP      PIC X(08).
           05  SOV-USER-LBL  PIC X(07).
           05  SOV-USER      PIC X(08).
           05  SOV-SP1       PIC X(01).
           05  SOV-REASON    PIC X(30).
           05  SOV-SP2       PIC X(01).
           05  SOV-RESULT    PIC X(30).
           05  SOV-FILL      PIC X(40).
      *
       01  STC-TRAILER-REC.
           05  STR-LABEL     PIC X(05).
           05  STR-LBL-OK    PIC X(08).
           05  STR-OK-CNT    PIC ZZ9.
           05  STR-LBL-WAIT  PIC X(11).
           05  STR-WAIT-CNT  PIC ZZ9.
           05  STR-LBL-ERR   PIC X(07).
           05  STR-ERR-CNT   PIC ZZ9.
           05  STR-LBL-SKIP  PIC X(10).
           05  STR-SKIP-CNT  PIC ZZ9.
           05  STR-LBL-OVR   PIC X(07).
           05  STR-OVR-CNT   PIC ZZZZZZ9.
           05  STR-LBL-RED   PIC X(07).
           05  STR-RED-CNT   PIC ZZZZZZ9.
           05  STR-FILL      PIC X(52).
      *
       FD  PARM-FILE RECORDING MODE F.
       01  PARM-REC.
           05  PARM-BUS-DATE PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
         05 STC-ST           PIC 9(02).
           88 STC-SUCCES               VALUE 00 97.
           88 STC-NOTFND               VALUE 23.
           88 STC-NOT-FOUND            VALUE 35.
         05 OVR-ST           PIC 9(02).
           88 OVR-SUCCES               VALUE 00 97.
           88 OVR-EOF                  VALUE 10.
           88 OVR-NOT-FOUND            VALUE 35.
         05 RPT-ST           PIC 9(02).
           88 RPT-SUCCES               VALUE 00 97.
         05 PARM-ST          PIC 9(02).
           88 PARM-SUCCES              VALUE 00 97.
         05 WS-BUS-DATE      PIC 9(08) VALUE ZEROS.
         05 WS-STEP-IX       PIC 9(02).
         05 WS-FOUND-IX      PIC 9(02).
         05 WS-OVR-RESULT    PIC X(30).
         05 WS-ABEND-MSG     PIC X(30).
         05 WS-ABEND-STATUS  PIC 9(02).
       01 WS-STEP-LIST-AREA.
         05 FILLER           PIC X(08) VALUE "ODEV2PAY".
         05 FILLER           PIC X(08) VALUE "ODEV2ACR".
         05 FILLER           PIC X(08) VALUE "ODEV2C  ".
         05 FILLER           PIC X(08) VALUE "ODEV2BAL".
         05 FILLER           PIC X(08) VALUE "ODEV2RCN".
         05 FILLER           PIC X(08) VALUE "ODEV2PRM".
         05 FILLER           PIC X(08) VALUE "ODEV2ASG".
         05 FILLER           PIC X(08) VALUE "ODEV2LGL".
         05 FILLER           PIC X(08) VALUE "ODEV2GEN".
         05 FILLER           PIC X(08) VALUE "ODEV2GLI".
       01 WS-STEP-LIST-TBL REDEFINES WS-STEP-LIST-AREA.
         05 WS-STEP-LIST-NAME PIC X(08) OCCURS 10 TIMES.
       01 WS-TOTALS-AREA.
         05 WS-OK-CNT        PIC 9(03) VALUE ZEROS.
         05 WS-WAIT-CNT      PIC 9(03) VALUE ZEROS.
         05 WS-ERR-CNT       PIC 9(03) VALUE ZEROS.
         05 WS-SKIP-CNT      PIC 9(03) VALUE ZEROS.
         05 WS-OVR-CNT       PIC 9(07) VALUE ZEROS.
         05 WS-RED-CNT       PIC 9(07) VALUE ZEROS.
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
           PERFORM H200-APPLY-OVERRIDES.
           PERFORM H300-REPORT-STEPS
               VARYING WS-STEP-IX FROM 1 BY 1 UNTIL WS-STEP-IX > 10.
           PERFORM H380-WRITE-TRAILER.
           PERFORM H900-FINISH.
      *------------------
       H100-OPEN-FILES.
           PERFORM H130-READ-PARAMETERS
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
           OPEN OUTPUT STC-RPT
           IF NOT RPT-SUCCES
               MOVE "STCRPT ACILAMADI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           INITIALIZE STC-HDR-REC
           MOVE "ADIMLAR:"            TO SHD-TAG
           MOVE " GECE AKISI  TARIH=" TO SHD-TEXT
           MOVE WS-BUS-DATE           TO SHD-DATE
           WRITE STC-HDR-REC
           PERFORM H990-CHECK-RPT.
       H100-END. EXIT.
      *
       H130-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "STCPARM ACILAMADI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           READ PARM-FILE
           IF NOT PARM-SUCCES
               MOVE "STCPARM OKUMA HATASI" TO WS-ABEND-MSG
               MOVE PARM-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           MOVE PARM-BUS-DATE TO WS-BUS-DATE
           MOVE WS-BUS-DATE TO WS-CHK-DATE
           PERFORM H207-VALIDATE-ONE-DATE
           IF WS-DATE-BAD
               MOVE "STCPARM GECERSIZ TARIH" TO WS-ABEND-MSG
               MOVE ZEROS TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           CLOSE PARM-FILE.
       H130-END. EXIT.
      *
       H200-APPLY-OVERRIDES.
           OPEN INPUT OVR-FILE
           IF OVR-SUCCES
               PERFORM H215-READ-OVERRIDE
               PERFORM H210-APPLY-ONE-OVERRIDE UNTIL OVR-EOF
               CLOSE OVR-FILE
           ELSE
               IF NOT OVR-NOT-FOUND
                   MOVE "STCOVR ACILAMADI" TO WS-ABEND-MSG
                   MOVE OVR-ST TO WS-ABEND-STATUS
                   PERFORM H995-ABEND-JOB
               END-IF
           END-IF.
       H200-END. EXIT.
      *
       H210-APPLY-ONE-OVERRIDE.
           MOVE SPACES TO WS-OVR-RESULT
           MOVE ZEROS TO WS-FOUND-IX
           PERFORM H212-FIND-STEP
               VARYING WS-STEP-IX FROM 1 BY 1 UNTIL WS-STEP-IX > 10
           EVALUATE TRUE
               WHEN WS-FOUND-IX = ZEROS
                   MOVE "RED: GECE AKISINDA OLMAYAN ADIM"
                     TO WS-OVR-RESULT
               WHEN OVR-USER = SPACES
                   MOVE "RED: KULLANICI EKSIK" TO WS-OVR-RESULT
               WHEN OVR-REASON = SPACES
                   MOVE "RED: GEREKCE EKSIK" TO WS-OVR-RESULT
               WHEN OTHER
                   PERFORM H220-MARK-SKIPPED
           END-EVALUATE
           INITIALIZE STC-OVR-LINE
           MOVE "ONAY:   "    TO SOV-TAG
           MOVE OVR-STEP      TO SOV-STEP
           MOVE " KULL= "     TO SOV-USER-LBL
           MOVE OVR-USER      TO SOV-USER
           MOVE " "           TO SOV-SP1
           MOVE OVR-REASON    TO SOV-REASON
           MOVE " "           TO SOV-SP2
           MOVE WS-OVR-RESULT TO SOV-RESULT
           WRITE STC-OVR-LINE
           PERFORM H990-CHECK-RPT
           IF WS-OVR-RESULT(1:4) = "RED:"
               ADD 1 TO WS-RED-CNT
           ELSE
               ADD 1 TO WS-OVR-CNT
           END-IF
           PERFORM H215-READ-OVERRIDE.
       H210-END. EXIT.
      *
       H212-FIND-STEP.
           IF WS-STEP-LIST-NAME(WS-STEP-IX) = OVR-STEP
               MOVE WS-STEP-IX TO WS-FOUND-IX
           END-IF.
       H212-END. EXIT.
      *
       H215-READ-OVERRIDE.
           READ OVR-FILE
           IF NOT OVR-SUCCES AND NOT OVR-EOF
               MOVE "STCOVR OKUMA HATASI" TO WS-ABEND-MSG
               MOVE OVR-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H215-END. EXIT.
      *
      * A STEP THAT NEVER RAN IS ADDED AS SKIPPED; A STEP IN ANY
      * OTHER STATE KEEPS ITS TIMES AND RETURN CODE FOR THE RECORD.
       H220-MARK-SKIPPED.
           MOVE WS-BUS-DATE TO STC-DATE
           MOVE OVR-STEP    TO STC-STEP
           READ STEP-CTL
           IF NOT STC-SUCCES AND NOT STC-NOTFND
               MOVE "STEPCTL OKUMA HATASI" TO WS-ABEND-MSG
               MOVE STC-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           EVALUATE TRUE
               WHEN STC-NOTFND
                   INITIALIZE STC-REC
                   MOVE WS-BUS-DATE TO STC-DATE
                   MOVE OVR-STEP    TO STC-STEP
                   MOVE "A"         TO STC-DURUM
                   MOVE OVR-USER    TO STC-OVR-USER
                   MOVE OVR-REASON  TO STC-OVR-REASON
                   WRITE STC-REC
                   MOVE "ATLANDI (CALISMAMIS ADIM)" TO WS-OVR-RESULT
               WHEN STC-ATLANDI
                   MOVE "RED: ADIM ZATEN ATLANDI" TO WS-OVR-RESULT
               WHEN STC-TAMAM AND STC-RC = ZEROS
                   MOVE "RED: ADIM RC 0 ILE TAMAM" TO WS-OVR-RESULT
               WHEN OTHER
                   MOVE "A"         TO STC-DURUM
                   MOVE OVR-USER    TO STC-OVR-USER
                   MOVE OVR-REASON  TO STC-OVR-REASON
                   REWRITE STC-REC
                   MOVE "ATLANDI (DURUM KABUL EDILDI)"
                     TO WS-OVR-RESULT
           END-EVALUATE
           IF NOT STC-SUCCES
               MOVE "STEPCTL YAZMA HATASI" TO WS-ABEND-MSG
               MOVE STC-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H220-END. EXIT.
      *
       H300-REPORT-STEPS.
           MOVE WS-BUS-DATE TO STC-DATE
           MOVE WS-STEP-LIST-NAME(WS-STEP-IX) TO STC-STEP
           READ STEP-CTL
           IF NOT STC-SUCCES AND NOT STC-NOTFND
               MOVE "STEPCTL OKUMA HATASI" TO WS-ABEND-MSG
               MOVE STC-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF
           INITIALIZE STC-STEP-REC
           MOVE "ADIM:   "  TO SST-TAG
           MOVE WS-STEP-LIST-NAME(WS-STEP-IX) TO SST-STEP
           MOVE " DURUM="   TO SST-DURUM-LBL
           MOVE " RC="      TO SST-RC-LBL
           MOVE " BAS="     TO SST-BAS-LBL
           MOVE " BIT="     TO SST-BIT-LBL
           MOVE " SAY="     TO SST-CNT-LBL
           IF STC-NOTFND
               MOVE "BEKLIYOR" TO SST-DURUM
               ADD 1 TO WS-WAIT-CNT
           ELSE
               PERFORM H310-FILL-STEP-LINE
           END-IF
           WRITE STC-STEP-REC
           PERFORM H990-CHECK-RPT.
       H300-END. EXIT.
      *
       H310-FILL-STEP-LINE.
           EVALUATE TRUE
               WHEN STC-BASLADI
                   MOVE "CALISIYOR" TO SST-DURUM
                   ADD 1 TO WS-WAIT-CNT
               WHEN STC-TAMAM
                   MOVE "TAMAM"     TO SST-DURUM
                   ADD 1 TO WS-OK-CNT
               WHEN STC-ATLANDI
                   MOVE "ATLANDI"   TO SST-DURUM
                   ADD 1 TO WS-SKIP-CNT
               WHEN OTHER
                   MOVE "HATA"      TO SST-DURUM
                   ADD 1 TO WS-ERR-CNT
           END-EVALUATE
           MOVE STC-RC TO SST-RC
           IF STC-BAS-DATE NOT = ZEROS
               MOVE STC-BAS-DATE TO SST-BAS-DATE
               MOVE " "          TO SST-SP1
               MOVE STC-BAS-TIME TO SST-BAS-TIME
           END-IF
           IF STC-BIT-DATE NOT = ZEROS
               MOVE STC-BIT-DATE TO SST-BIT-DATE
               MOVE " "          TO SST-SP2
               MOVE STC-BIT-TIME TO SST-BIT-TIME
           END-IF
           MOVE STC-RUN-CNT TO SST-CNT
           IF STC-OVR-USER NOT = SPACES
               MOVE " ONAY="       TO SST-OVR-LBL
               MOVE STC-OVR-USER   TO SST-OVR-USER
               MOVE " "            TO SST-SP3
               MOVE STC-OVR-REASON TO SST-OVR-REASON
           END-IF.
       H310-END. EXIT.
      *
       H380-WRITE-TRAILER.
           INITIALIZE STC-TRAILER-REC
           MOVE "TRLR:"        TO STR-LABEL
           MOVE " TAMAM= "     TO STR-LBL-OK
           MOVE WS-OK-CNT      TO STR-OK-CNT
           MOVE " BEKLEYEN= "  TO STR-LBL-WAIT
           MOVE WS-WAIT-CNT    TO STR-WAIT-CNT
           MOVE " HATA= "      TO STR-LBL-ERR
           MOVE WS-ERR-CNT     TO STR-ERR-CNT
           MOVE " ATLANDI= "   TO STR-LBL-SKIP
           MOVE WS-SKIP-CNT    TO STR-SKIP-CNT
           MOVE " ONAY= "      TO STR-LBL-OVR
           MOVE WS-OVR-CNT     TO STR-OVR-CNT
           MOVE " RED=  "      TO STR-LBL-RED
           MOVE WS-RED-CNT     TO STR-RED-CNT
           WRITE STC-TRAILER-REC
           PERFORM H990-CHECK-RPT.
       H380-END. EXIT.
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
       H990-CHECK-RPT.
           IF NOT RPT-SUCCES
               MOVE "STCRPT YAZMA HATASI" TO WS-ABEND-MSG
               MOVE RPT-ST TO WS-ABEND-STATUS
               PERFORM H995-ABEND-JOB
           END-IF.
       H990-END. EXIT.
      *
       H995-ABEND-JOB.
           DISPLAY "ODEV2STC: FATAL HATA - " WS-ABEND-MSG
                   " STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       H995-END. EXIT.
      *
       H900-FINISH.
           CLOSE STEP-CTL
                 STC-RPT.
           DISPLAY "ODEV2STC: TARIH=" WS-BUS-DATE
                   " TAMAM=" WS-OK-CNT
                   " BEKLEYEN=" WS-WAIT-CNT
                   " HATA=" WS-ERR-CNT
                   " ATLANDI=" WS-SKIP-CNT
                   " ONAY=" WS-OVR-CNT
                   " RED=" WS-RED-CNT.
           IF WS-RED-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
       H900-END. EXIT.
