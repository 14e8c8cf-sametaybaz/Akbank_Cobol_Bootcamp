      * VALUE) ON PITRPT, FOLLOWED BY THE ACCOUNT EXACTLY AS IT
      * STOOD AT THAT MOMENT. CHANGES AFTER THE AS-OF MOMENT ARE
      * ONLY COUNTED. USED BY BRANCH BACK-OFFICE FOR BALANCE
      * DISPUTES AND BY INTERNAL AUDIT. INSTALLMENTS CLOSED ("S")
      * AND GENERATED ("N") BY AN ODEV2RST RESTRUCTURING ARE LISTED
      * WITH THEIR NUMBER, DUE DATE AND AMOUNT SO THE PLAN BEFORE THE
      * RESTRUCTURING CAN BE SEEN; THEY DO NOT CHANGE THE ACCOUNT.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           05  AUD-SEQ       PIC X(04).
           05  AUD-BEFORE    PIC X(65).
           05  AUD-AFTER     PIC X(65).
           05  AUD-ONAY-USER PIC X(08).
      *
       FD  PIT-RPT RECORDING MODE F.
       01  PIT-HDR-REC.
           10 WS-S-TUTAR     PIC X(11).
           10 WS-S-SUBE      PIC X(03).
           10 WS-S-DURUM     PIC X(01).
       01 WS-INST-AREA.
         05 WS-INST-IMAGE    PIC X(65).
         05 WS-INST-R REDEFINES WS-INST-IMAGE.
           10 WS-I-SEQ       PIC X(04).
           10 WS-I-NO        PIC X(03).
           10 WS-I-DTAR      PIC X(08).
           10 WS-I-TUTAR     PIC 9(09)V99.
           10 WS-I-PAID      PIC X(01).
           10 FILLER         PIC X(38).
         05 WS-I-TUTAR-ED    PIC ZZZZZZZZ9.99.
       01 WS-FIELD-AREA.
         05 WS-FLD-NAME      PIC X(10).
         05 WS-FLD-OLD       PIC X(15).
       H210-APPLY-CHANGE.
           SET WS-TRACE-SEEN TO TRUE
           ADD 1 TO WS-APPLIED-CNT
           IF AUD-CODE = "S" OR AUD-CODE = "N"
               PERFORM H240-INSTALLMENT-CHANGE
           ELSE
               PERFORM H220-ACCOUNT-CHANGE
           END-IF.
       H210-END. EXIT.
      *
       H220-ACCOUNT-CHANGE.
           MOVE AUD-BEFORE TO WS-B-IMAGE
           MOVE AUD-AFTER  TO WS-A-IMAGE
           PERFORM H230-COMPARE-FIELDS
           ELSE
               MOVE "Y" TO WS-EXISTS-SW
           END-IF.
       H220-END. EXIT.
      *
      * EVERY FIELD THAT DIFFERS BETWEEN THE BEFORE AND AFTER IMAGE
      * YIELDS ONE HISTORY LINE; AN ADD SHOWS EVERY FIELD AGAINST
               PERFORM H995-ABEND-JOB
           END-IF.
       H235-END. EXIT.
      *
      * A CLOSED INSTALLMENT CARRIES ITS IMAGE IN THE BEFORE-IMAGE, A
      * NEW ONE IN THE AFTER-IMAGE; ONE LINE FOR THE DUE DATE AND ONE
      * FOR THE AMOUNT, NAMED BY THE INSTALLMENT NUMBER.
       H240-INSTALLMENT-CHANGE.
           IF AUD-CODE = "S"
               MOVE AUD-BEFORE TO WS-INST-IMAGE
           ELSE
               MOVE AUD-AFTER  TO WS-INST-IMAGE
           END-IF
           MOVE WS-I-TUTAR TO WS-I-TUTAR-ED
           MOVE SPACES TO WS-FLD-NAME
           STRING "TKS " WS-I-NO " VD" DELIMITED BY SIZE
               INTO WS-FLD-NAME
           PERFORM H245-SET-OLD-NEW
           MOVE WS-I-DTAR TO WS-FLD-OLD
           IF AUD-CODE = "N"
               MOVE SPACES    TO WS-FLD-OLD
               MOVE WS-I-DTAR TO WS-FLD-NEW
           END-IF
           PERFORM H235-WRITE-HISTORY
           MOVE SPACES TO WS-FLD-NAME
           STRING "TKS " WS-I-NO " TU" DELIMITED BY SIZE
               INTO WS-FLD-NAME
           PERFORM H245-SET-OLD-NEW
           MOVE WS-I-TUTAR-ED TO WS-FLD-OLD
           IF AUD-CODE = "N"
               MOVE SPACES        TO WS-FLD-OLD
               MOVE WS-I-TUTAR-ED TO WS-FLD-NEW
           END-IF
           PERFORM H235-WRITE-HISTORY.
       H240-END. EXIT.
      *
       H245-SET-OLD-NEW.
           MOVE "KAPANDI" TO WS-FLD-NEW.
       H245-END. EXIT.
      *
       H300-REPORT-STATE.
           EVALUATE TRUE
