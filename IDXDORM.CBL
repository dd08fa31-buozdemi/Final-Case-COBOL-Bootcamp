      * birikir.
            SELECT ARC-FILE   ASSIGN TO ARCFILE
                              STATUS ARC-ST.
      * Tek kayitlik parametre dosyasi: uyuma suresi (gun) ve calisma
      * modu ('R' yalniz inceleme raporu, 'A' onayli arsiv gecisi).
      * Esik tarihi BDTFILE'daki is gununden bu sure kadar geridir.
            SELECT DRM-FILE   ASSIGN TO DRMPARM
                              STATUS DRM-ST.
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
        FD  ARC-FILE RECORDING MODE F.
        01  ARC-RECORD.
      *
        FD  DRM-FILE RECORDING MODE F.
        01  DRM-REC.
            05  DRM-DORMANT-DAYS      PIC 9(05).
            05  DRM-MODE              PIC X(01).
      *
        FD  RPT-FILE RECORDING MODE F.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 WS-CUTOFF-CCYYMMDD   PIC 9(08) VALUE 0.
            05 WS-DORMANT-DAYS      PIC 9(05) VALUE 0.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
            05 WS-CUTOFF-JULIAN     PIC 9(07) VALUE 0.
            05 WS-RUN-MODE          PIC X(01) VALUE 'R'.
               88 WS-MODE-REVIEW            VALUE 'R'.
      * tarihi (IDX-DATE), gorduyse IDX-LAST-UPD-DATE (ikisi de
      * YYYYDDD julian).
            05 WS-EFF-DATE          PIC 9(07) VALUE 0.
      * HIST-SEQ zaman damgasi: makine tarih ve saati (SUBPROGR ile
      * ayni); is gunu HIST-BUS-DATE'e ayrica yazilir.
            05 WS-HIST-TS           PIC 9(16).
            05 WS-HIST-CTR          PIC 9(04) COMP-3 VALUE 0.
            05 WS-CNT-SCANNED       PIC 9(07) COMP-3 VALUE 0.
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
      * Parametre zorunludur: uyuma suresi olmadan uyuyan hesap
      * secilemez. Arsiv modunda arsiv ve gecmis dosyalari da burada
      * acilir; inceleme modunda onlara hic dokunulmaz.
        H150-READ-PARAM.
               CLOSE IDX-FILE RPT-FILE
               STOP RUN
            END-IF
            IF DRM-DORMANT-DAYS NUMERIC THEN
               MOVE DRM-DORMANT-DAYS TO WS-DORMANT-DAYS
            END-IF
            MOVE DRM-MODE        TO WS-RUN-MODE
            CLOSE DRM-FILE
            IF WS-DORMANT-DAYS NOT > 0 OR
               (NOT WS-MODE-REVIEW AND NOT WS-MODE-ARCHIVE) THEN
               DISPLAY 'ERROR: INVALID DRMPARM CONTENT.'
               CLOSE IDX-FILE RPT-FILE
               STOP RUN
            END-IF
            INITIALIZE WS-BDT-AREA
            MOVE 'D'        TO WS-BDT-FUNC
            MOVE 'IDXDORM'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               CLOSE IDX-FILE RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            COMPUTE TMP-INT =
                    FUNCTION INTEGER-OF-DATE(WS-BDT-BUS-DATE)
                    - WS-DORMANT-DAYS
            COMPUTE WS-CUTOFF-CCYYMMDD =
                    FUNCTION DATE-OF-INTEGER(TMP-INT)
            DISPLAY 'BUSINESS DATE / CUTOFF  : ' WS-BDT-BUS-DATE
                    ' / ' WS-CUTOFF-CCYYMMDD
            COMPUTE WS-CUTOFF-JULIAN =
                    FUNCTION DAY-OF-INTEGER(TMP-INT)
            IF WS-MODE-ARCHIVE THEN
            MOVE FUNCTION CURRENT-DATE(1:16) TO WS-HIST-TS
            ADD 1 TO WS-HIST-CTR
            COMPUTE HIST-SEQ = WS-HIST-TS * 10000 + WS-HIST-CTR
            MOVE WS-BDT-BUS-DATE    TO HIST-BUS-DATE
            MOVE 'D'                TO HIST-FUNC
            MOVE 0                  TO HIST-RC
            MOVE IDX-ALLNAME        TO HIST-ALLNAME-BEFORE
            MOVE SPACES             TO HIST-ALLNAME-AFTER
            MOVE IDX-BUDGET         TO HIST-BUDGET-BEFORE
            MOVE IDX-BUDGET         TO HIST-BUDGET-AFTER
            MOVE 0                  TO HIST-FX-RATE HIST-FX-SPREAD
            MOVE 0                  TO HIST-REV-SEQ HIST-PAIR-ID
                                       HIST-PAIR-DVZ HIST-PAIR-SEQ
            MOVE SPACE              TO HIST-REV-FUNC
            MOVE 0                  TO HIST-IDX-DATE
            MOVE SPACE              TO HIST-OVERRIDE-IND
            MOVE 'IDXDORM'          TO HIST-ORG-PROGRAM
            MOVE SPACES             TO HIST-ORG-BATCH-ID
                                       HIST-ORG-BRANCH
                                       HIST-ORG-OPERATOR
            WRITE HIST-RECORD
            IF NOT HIST-SUCCESS THEN
               ADD 1 TO WS-CNT-HIST-FAIL
