        IDENTIFICATION DIVISION.
        PROGRAM-ID.    HSTPURGE.
        AUTHOR.        BURAK OZDEMIR.
      * IDXHIST saklama suresi: esik tarihinden (is gunu eksi saklama
      * gunu) eski hareketler yillik arsiv dosyasina tasinir ve
      * IDXHIST'ten silinir. Her hesabin silinen gecmisinin yerine,
      * esik tarihi itibariyle bakiyeyi tasiyan tek bir devir ('F')
      * kaydi yazilir; boylece IDXRECON'un BEFORE/AFTER zincir
      * kontrolu IDXFILE'a yine baglanir ve IDXSTMT dogru bir devreden
      * bakiye ile ekstre acabilir. Esikten eski bir aralik istenirse
      * IDXSTMT arsive uzanir (HSTARCH).
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * tasima oraya yapilir.
            SELECT HSA-FILE   ASSIGN TO HSTARCH
                              STATUS HSA-ST.
      * Tek kayitlik parametre dosyasi: saklama suresi (gun) ve
      * calisma modu ('R' yalniz inceleme raporu, 'A' onayli arsiv
      * gecisi) - IDXDORM'daki DRMPARM ile ayni kalip. Esik tarihi
      * BDTFILE'daki is gununden bu sure kadar geridir.
            SELECT PRG-FILE   ASSIGN TO PRGPARM
                              STATUS PRG-ST.
            SELECT RPT-FILE   ASSIGN TO RPTFILE
            03  HIST-ALLNAME-AFTER    PIC X(30).
            03  HIST-BUDGET-BEFORE    PIC S9(13)V99 COMP-3.
            03  HIST-BUDGET-AFTER     PIC S9(13)V99 COMP-3.
      * 'X' bacaklarinda uygulanan kur ve kaynak bacaktaki marj.
            03  HIST-FX-RATE          PIC S9(07)V9(06) COMP-3.
            03  HIST-FX-SPREAD        PIC S9(13)V99 COMP-3.
      * Storno baglantisi (asil <-> 'V') ve 'T'/'X' karsi bacagi.
            03  HIST-REV-SEQ          PIC 9(20) COMP-3.
            03  HIST-REV-FUNC         PIC X(01).
            03  HIST-PAIR-ID          PIC S9(05) COMP-3.
            03  HIST-PAIR-DVZ         PIC S9(03) COMP.
            03  HIST-PAIR-SEQ         PIC 9(20) COMP-3.
      * Kaynak damgasi: program, batch, sube, operator.
            03  HIST-ORG-PROGRAM      PIC X(08).
            03  HIST-ORG-BATCH-ID     PIC X(08).
            03  HIST-ORG-BRANCH       PIC X(04).
            03  HIST-ORG-OPERATOR     PIC X(08).
      * 'W' kaydinda IDX-DATE (dogum tarihi, julian), diger sifir.
            03  HIST-IDX-DATE         PIC 9(07) COMP-3.
      * Cagiranin gonderdigi supervizor onayi ('O' veya bosluk).
            03  HIST-OVERRIDE-IND     PIC X(01).
      * Hareketin is gunu (BDTFILE, CCYYMMDD). HIST-SEQ makine
      * zamanidir ve yalnizca siralama icindir; gun secimi bu alanla
      * yapilir.
            03  HIST-BUS-DATE         PIC 9(08).
      *
        FD  HSA-FILE RECORDING MODE F.
        01  HSA-RECORD.
            03  HSA-ALLNAME-AFTER     PIC X(30).
            03  HSA-BUDGET-BEFORE     PIC S9(13)V99 COMP-3.
            03  HSA-BUDGET-AFTER      PIC S9(13)V99 COMP-3.
      * 'X' bacaklarinda uygulanan kur ve kaynak bacaktaki marj.
            03  HSA-FX-RATE           PIC S9(07)V9(06) COMP-3.
            03  HSA-FX-SPREAD         PIC S9(13)V99 COMP-3.
      * Storno baglantisi (asil <-> 'V') ve 'T'/'X' karsi bacagi.
            03  HSA-REV-SEQ           PIC 9(20) COMP-3.
            03  HSA-REV-FUNC          PIC X(01).
            03  HSA-PAIR-ID           PIC S9(05) COMP-3.
            03  HSA-PAIR-DVZ          PIC S9(03) COMP.
            03  HSA-PAIR-SEQ          PIC 9(20) COMP-3.
      * Kaynak damgasi: program, batch, sube, operator.
            03  HSA-ORG-PROGRAM       PIC X(08).
            03  HSA-ORG-BATCH-ID      PIC X(08).
            03  HSA-ORG-BRANCH        PIC X(04).
            03  HSA-ORG-OPERATOR      PIC X(08).
      * 'W' kaydinda IDX-DATE (dogum tarihi, julian), diger sifir.
            03  HSA-IDX-DATE          PIC 9(07) COMP-3.
      * Cagiranin gonderdigi supervizor onayi ('O' veya bosluk).
            03  HSA-OVERRIDE-IND      PIC X(01).
      * Hareketin is gunu (BDTFILE, CCYYMMDD). HIST-SEQ makine
      * zamanidir ve yalnizca siralama icindir; gun secimi bu alanla
      * yapilir.
            03  HSA-BUS-DATE          PIC 9(08).
      *
        FD  PRG-FILE RECORDING MODE F.
        01  PRG-REC.
            05  PRG-RETAIN-DAYS       PIC 9(05).
            05  PRG-MODE              PIC X(01).
      *
        FD  RPT-FILE RECORDING MODE F.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 WS-CUTOFF-CCYYMMDD   PIC 9(08) VALUE 0.
            05 WS-RETAIN-DAYS       PIC 9(05) VALUE 0.
            05 WS-CUTOFF-INT        PIC 9(07) VALUE 0.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
            05 WS-RUN-MODE          PIC X(01) VALUE 'R'.
               88 WS-MODE-REVIEW            VALUE 'R'.
               88 WS-MODE-ARCHIVE           VALUE 'A'.
      * Eskilik karari hareketin is gunu (HIST-BUS-DATE) ile verilir
      * (IDXSTMT ile ayni yontem).
            05 WS-EVT-DATE          PIC 9(08).
      * Kontrol kirilimi: o an islenen hesap ve grubun devir bilgisi.
            05 WS-CUR-ID            PIC S9(05) COMP-3 VALUE 0.
               88 WS-CF-VALID               VALUE 1.
            05 WS-CF-BALANCE        PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-CF-NAME           PIC X(30) VALUE SPACES.
      * Silinen son hareketin SEQ'i; devir kaydi bunun hemen ardina
      * yazilir.
            05 WS-CF-SEQ            PIC 9(20) COMP-3 VALUE 0.
            05 WS-LAST-OK-FUNC      PIC X(01) VALUE SPACE.
      * Grup kapanisinda devir kaydi yazarken dosya tamponunda duran
      * yeni grubun ilk kaydi burada saklanip geri konur (SUBPROGR'un
      * transferdeki TRF-SRC-REC kalibi). HIST-RECORD 179 bayttir.
            05 WS-PENDING-REC       PIC X(179).
      * Trailer kontrol toplamlari.
            05 WS-CNT-HIST-READ     PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-ACCOUNTS      PIC 9(07) COMP-3 VALUE 0.
            05  FILLER              PIC X(34) VALUE
                'RUN MODE                         :'.
            05  WS-MODE-TEXT        PIC X(30).
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
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Parametre zorunludur: saklama suresi olmadan eskilik
      * secilemez.
      * Arsiv dosyasi yalnizca onayli ('A') geciste acilir; inceleme
      * modunda hicbir dosyaya dokunulmaz.
        H150-READ-PARAM.
               CLOSE IDXHIST-FILE RPT-FILE
               STOP RUN
            END-IF
            IF PRG-RETAIN-DAYS NUMERIC THEN
               MOVE PRG-RETAIN-DAYS TO WS-RETAIN-DAYS
            END-IF
            MOVE PRG-MODE        TO WS-RUN-MODE
            CLOSE PRG-FILE
            IF WS-RETAIN-DAYS NOT > 0 OR
               (NOT WS-MODE-REVIEW AND NOT WS-MODE-ARCHIVE) THEN
               DISPLAY 'ERROR: INVALID PRGPARM CONTENT.'
               CLOSE IDXHIST-FILE RPT-FILE
               STOP RUN
            END-IF
            INITIALIZE WS-BDT-AREA
            MOVE 'D'        TO WS-BDT-FUNC
            MOVE 'HSTPURGE' TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               CLOSE IDXHIST-FILE RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            COMPUTE WS-CUTOFF-INT =
                    FUNCTION INTEGER-OF-DATE(WS-BDT-BUS-DATE)
                    - WS-RETAIN-DAYS
            COMPUTE WS-CUTOFF-CCYYMMDD =
                    FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
            DISPLAY 'BUSINESS DATE / CUTOFF  : ' WS-BDT-BUS-DATE
                    ' / ' WS-CUTOFF-CCYYMMDD
            IF WS-MODE-ARCHIVE THEN
               OPEN EXTEND HSA-FILE
               IF NOT HSA-SUCCESS THEN
            PERFORM H225-SPLIT-SEQ
            IF WS-EVT-DATE < WS-CUTOFF-CCYYMMDD THEN
               ADD 1 TO WS-GRP-PURGED
               MOVE HIST-SEQ TO WS-CF-SEQ
               IF HIST-RC-OK THEN
                  SET WS-CF-VALID TO TRUE
                  MOVE HIST-BUDGET-AFTER  TO WS-CF-BALANCE
        H200-END. EXIT.
      *
        H225-SPLIT-SEQ.
            MOVE HIST-BUS-DATE     TO WS-EVT-DATE.
        H225-SPLIT-SEQ-END. EXIT.
      *
        H250-START-GROUP.
            MOVE 0                TO WS-CF-FLAG
            MOVE 0                TO WS-CF-BALANCE
            MOVE SPACES           TO WS-CF-NAME
            MOVE 0                TO WS-CF-SEQ
            MOVE SPACE            TO WS-LAST-OK-FUNC
            ADD 1 TO WS-CNT-ACCOUNTS.
        H250-START-GROUP-END. EXIT.
            MOVE 0 TO WS-GROUP-OPEN.
        H300-END-GROUP-END. EXIT.
      *
      * Devir kaydi: SEQ silinen son hareketin SEQ'inin bir fazlasidir,
      * boylece kalan tum hareketlerden once siralanir. Is gunu esik
      * tarihidir; bakiye esik itibariyla olan bakiyedir. BEFORE =
      * AFTER = esik bakiyesi oldugundan IDXSTMT'de sifir tutarli bir
      * CARRYF satiri olarak gorunur ve IDXRECON zinciri buradan
      * devam eder.
        H325-WRITE-CARRY-FWD.
            MOVE WS-CUR-ID      TO HIST-ID
            MOVE WS-CUR-DVZ     TO HIST-DVZ
            COMPUTE HIST-SEQ = WS-CF-SEQ + 1
            MOVE WS-CUTOFF-CCYYMMDD TO HIST-BUS-DATE
            MOVE 'F'            TO HIST-FUNC
            MOVE 0              TO HIST-RC
            MOVE WS-CF-NAME     TO HIST-ALLNAME-BEFORE
            MOVE WS-CF-NAME     TO HIST-ALLNAME-AFTER
            MOVE WS-CF-BALANCE  TO HIST-BUDGET-BEFORE
            MOVE WS-CF-BALANCE  TO HIST-BUDGET-AFTER
            MOVE 0              TO HIST-FX-RATE HIST-FX-SPREAD
            MOVE 0              TO HIST-REV-SEQ HIST-PAIR-ID
                                   HIST-PAIR-DVZ HIST-PAIR-SEQ
            MOVE SPACE          TO HIST-REV-FUNC
            MOVE 0              TO HIST-IDX-DATE
            MOVE SPACE          TO HIST-OVERRIDE-IND
            MOVE 'HSTPURGE'     TO HIST-ORG-PROGRAM
            MOVE SPACES         TO HIST-ORG-BATCH-ID HIST-ORG-BRANCH
                                   HIST-ORG-OPERATOR
            WRITE HIST-RECORD
            IF HIST-SUCCESS THEN
               ADD 1 TO WS-CNT-CF-WRITTEN
