                              ACCESS RANDOM
                              RECORD KEY FXR-KEY
                              STATUS FXR-ST.
            SELECT SNP-FILE   ASSIGN TO SNPFILE
                              STATUS SNP-ST.
        DATA DIVISION.
        01  FXR-RECORD.
            05  FXR-KEY               PIC S9(03) COMP.
            05  FXR-RATE              PIC S9(07)V9(06) COMP-3.
      * Doviz bozdurma ('X') alis/satis marjlari; burada kullanilmaz.
            05  FXR-BUY-SPREAD        PIC S9(01)V9(06) COMP-3.
            05  FXR-SELL-SPREAD       PIC S9(01)V9(06) COMP-3.
      *
      * Fotograf kaydi: 'A' hesap satiri, 'C' para birimi toplami,
      * 'T' kuyruk. 'C' ve 'T' satirlarinda SNP-ID sifirdir; 'T'
            05 FXR-ST               PIC 9(02).
               88 FXR-SUCCESS               VALUE 00 97.
               88 FXR-NOTFND                VALUE 23.
            05 SNP-ST               PIC 9(02).
               88 SNP-SUCCESS               VALUE 00 97.
            05 WS-FXR-OPEN          PIC 9(01) VALUE 0.
               88 WS-FXR-AVAILABLE          VALUE 1.
            05 WS-SNAP-DATE         PIC 9(08) VALUE 0.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
            05 WS-CONV-AMT          PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-BASE-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-CNT-ACCOUNTS      PIC 9(07) COMP-3 VALUE 0.
                10  WS-TBL-DVZ      PIC S9(03) COMP.
                10  WS-TBL-CNT      PIC 9(07) COMP-3.
                10  WS-TBL-TOTAL    PIC S9(13)V99 COMP-3.
      * Is gunu kontrolu (BDTCTL) cagri alani.
        01  WS-BDT-AREA.
            05 WS-BDT-FUNC          PIC X(01).
            05 WS-BDT-PROGRAM       PIC X(08).
            05 WS-BDT-BUS-DATE      PIC 9(08).
            05 WS-BDT-PREV-DATE     PIC 9(08).
            05 WS-BDT-RC            PIC 9(02).
            05 WS-BDT-MESSAGE       PIC X(42).
        01  FLAG.
            05 GO-HOME               PIC 9(01).
               88 GO-SUCCESS         VALUE 1.
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H150-BUS-DATE-CHECK.
           PERFORM H100-OPEN-FILES.
           PERFORM READ-IDX-RECORD.
           PERFORM H200-PROCESS UNTIL IDX-EOF.
           PERFORM H300-WRITE-DVZ-ROWS
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Fotograf BDTFILE'daki is gunune aittir ve ancak PNDREL ile
      * IDXACCR o gun icin tamamlandiktan sonra, gunde bir kez
      * cekilebilir; tarih her satira yazilir, IDXMOVE gunun IDXHIST
      * hareketlerini bu tarihle secer. Kontrol dosyalar acilmadan
      * yapilir; reddedilen bir calistirma onceki fotografi silmesin.
        H150-BUS-DATE-CHECK.
            INITIALIZE WS-BDT-AREA
            MOVE 'S'        TO WS-BDT-FUNC
            MOVE 'IDXSNAP'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-BDT-BUS-DATE TO WS-SNAP-DATE.
        H150-END. EXIT.
      *
        H200-PROCESS.
              END-IF
              CLOSE IDX-FILE
                    SNP-FILE
              PERFORM H990-STEP-COMPLETE
              STOP RUN.
        H999-END. EXIT.
      *
      * Gun sonu sirasinda bu adimin is gunu icin bittigi kaydedilir.
        H990-STEP-COMPLETE.
            INITIALIZE WS-BDT-AREA
            MOVE 'E'        TO WS-BDT-FUNC
            MOVE 'IDXSNAP'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
            END-IF.
        H990-END. EXIT.
