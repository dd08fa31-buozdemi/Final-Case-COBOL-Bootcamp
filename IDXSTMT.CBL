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
        FD  IDX-FILE.
        01  IDX-RECORD.
            03  ARC-ALLNAME-AFTER     PIC X(30).
            03  ARC-BUDGET-BEFORE     PIC S9(13)V99 COMP-3.
            03  ARC-BUDGET-AFTER      PIC S9(13)V99 COMP-3.
      * 'X' bacaklarinda uygulanan kur ve kaynak bacaktaki marj.
            03  ARC-FX-RATE           PIC S9(07)V9(06) COMP-3.
            03  ARC-FX-SPREAD         PIC S9(13)V99 COMP-3.
      * Storno baglantisi (asil <-> 'V') ve 'T'/'X' karsi bacagi.
            03  ARC-REV-SEQ           PIC 9(20) COMP-3.
            03  ARC-REV-FUNC          PIC X(01).
            03  ARC-PAIR-ID           PIC S9(05) COMP-3.
            03  ARC-PAIR-DVZ          PIC S9(03) COMP.
            03  ARC-PAIR-SEQ          PIC 9(20) COMP-3.
      * Kaynak damgasi: program, batch, sube, operator.
            03  ARC-ORG-PROGRAM       PIC X(08).
            03  ARC-ORG-BATCH-ID      PIC X(08).
            03  ARC-ORG-BRANCH        PIC X(04).
            03  ARC-ORG-OPERATOR      PIC X(08).
      * 'W' kaydinda IDX-DATE (dogum tarihi, julian), diger sifir.
            03  ARC-IDX-DATE          PIC 9(07) COMP-3.
      * Cagiranin gonderdigi supervizor onayi ('O' veya bosluk).
            03  ARC-OVERRIDE-IND      PIC X(01).
      * Hareketin is gunu (BDTFILE, CCYYMMDD). HIST-SEQ makine
      * zamanidir ve yalnizca siralama icindir; gun secimi bu alanla
      * yapilir.
            03  ARC-BUS-DATE          PIC 9(08).
      *
        FD  STM-FILE RECORDING MODE F.
        01  STM-REC.
            05  RPT-AMOUNT            PIC $,$$$,$$$,$$$,$$$9.99-.
            05  RPT-SPACE-3           PIC X(01).
            05  RPT-BALANCE           PIC $,$$$,$$$,$$$,$$$9.99-.
      * Hareketin kendi HIST-SEQ'i (storno bununla istenir). Storno
      * ciftleri: geri alinmis asil kayitta 'REVERSED' ve onu geri
      * alan kaydin SEQ'i, storno satirinda 'REV OF' ve asil kaydin
      * SEQ'i basilir.
            05  RPT-SPACE-6           PIC X(01).
            05  RPT-HIST-SEQ          PIC Z(20).
            05  RPT-SPACE-4           PIC X(01).
            05  RPT-REV-TAG           PIC X(09).
            05  RPT-SPACE-5           PIC X(01).
            05  RPT-REV-SEQ           PIC Z(20).
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 HIST-ST              PIC 9(02).
            05 WS-REQ-DVZ           PIC S9(03) COMP VALUE 0.
            05 WS-REQ-FROM          PIC 9(08) VALUE 0.
            05 WS-REQ-TO            PIC 9(08) VALUE 0.
      * Hareket tarihi HIST-BUS-DATE'ten (is gunu) alinir. HIST-SEQ
      * makine zaman damgasi tasir (CCYYMMDDHHMMSSss); saat icin
      * goruntu alanina cekilip 9-14. haneleri kullanilir.
            05 WS-SEQ-DISP          PIC 9(20).
            05 WS-EVT-DATE          PIC 9(08).
            05 WS-EVT-TIME          PIC 9(06).
            05 WS-DONE-FLAG         PIC 9(01) VALUE 0.
               88 WS-DONE                   VALUE 1.
            05 WS-CNT-LINES         PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-REVERSED      PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-REVERSALS     PIC 9(07) COMP-3 VALUE 0.
        01  WS-BANNER-LINE.
            05  WS-BAN-LABEL        PIC X(24).
            05  WS-BAN-ID           PIC 9(05).
                '|  AMOUNT              '.
            05  FILLER         PIC X(22) VALUE
                '|  BALANCE            '.
            05  FILLER         PIC X(21) VALUE
                '|HIST-SEQ            '.
            05  FILLER         PIC X(10) VALUE '|LINK     '.
            05  FILLER         PIC X(21) VALUE
                '|LINKED HIST-SEQ     '.
        01  HEADER-2.
            05  FILLER         PIC X(07) VALUE '-------'.
            05  FILLER         PIC X(09) VALUE '---------'.
                '-----------------------'.
            05  FILLER         PIC X(22) VALUE
                '----------------------'.
            05  FILLER         PIC X(21) VALUE
                '---------------------'.
            05  FILLER         PIC X(10) VALUE '----------'.
            05  FILLER         PIC X(21) VALUE
                '---------------------'.
        01  TRAILER-BANNER.
            05  FILLER         PIC X(35) VALUE
                '===== STATEMENT SUMMARY       ====='.
        H210-END. EXIT.
      *
        H225-SPLIT-SEQ.
            MOVE HIST-BUS-DATE     TO WS-EVT-DATE
            MOVE HIST-SEQ          TO WS-SEQ-DISP
            MOVE WS-SEQ-DISP(9:6)  TO WS-EVT-TIME.
        H225-SPLIT-SEQ-END. EXIT.
      *
              WHEN 'D' MOVE 'DELETE' TO RPT-EVENT
              WHEN 'B' MOVE 'BUDGET' TO RPT-EVENT
              WHEN 'T' MOVE 'TRNSFR' TO RPT-EVENT
              WHEN 'X' MOVE 'EXCHNG' TO RPT-EVENT
              WHEN 'I' MOVE 'INTRST' TO RPT-EVENT
              WHEN 'K' MOVE 'WHTAX ' TO RPT-EVENT
              WHEN 'F' MOVE 'CARRYF' TO RPT-EVENT
              WHEN 'S' MOVE 'STATUS' TO RPT-EVENT
              WHEN 'V' MOVE 'STORNO' TO RPT-EVENT
              WHEN OTHER MOVE HIST-FUNC TO RPT-EVENT
            END-EVALUATE
            MOVE '-'               TO RPT-SPACE-6
            MOVE HIST-SEQ          TO RPT-HIST-SEQ
            MOVE '-'               TO RPT-SPACE-4
            MOVE '-'               TO RPT-SPACE-5
            EVALUATE TRUE
              WHEN HIST-FUNC = 'V'
                MOVE 'REV OF   '   TO RPT-REV-TAG
                MOVE HIST-REV-SEQ  TO RPT-REV-SEQ
                ADD 1 TO WS-CNT-REVERSALS
              WHEN HIST-REV-SEQ NOT = 0
                MOVE 'REVERSED '   TO RPT-REV-TAG
                MOVE HIST-REV-SEQ  TO RPT-REV-SEQ
                ADD 1 TO WS-CNT-REVERSED
            END-EVALUATE
            MOVE '-'               TO RPT-SPACE-0
            MOVE WS-EVT-DATE       TO RPT-DATE
            MOVE '-'               TO RPT-SPACE-1
            MOVE 'EVENTS LISTED                    :' TO WS-TRL-LABEL
            MOVE WS-CNT-LINES                         TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            IF WS-CNT-REVERSED > 0 OR WS-CNT-REVERSALS > 0 THEN
               MOVE 'REVERSED ENTRIES LISTED          :'
                                                     TO WS-TRL-LABEL
               MOVE WS-CNT-REVERSED                  TO WS-TRL-COUNT
               WRITE RPT-REC FROM WS-TRAILER-CNT-LINE
               MOVE 'REVERSAL (STORNO) ENTRIES LISTED :'
                                                     TO WS-TRL-LABEL
               MOVE WS-CNT-REVERSALS                 TO WS-TRL-COUNT
               WRITE RPT-REC FROM WS-TRAILER-CNT-LINE
            END-IF.
            IF WS-CNT-ARC-USED > 0 THEN
               MOVE 'ARCHIVE EVENTS CONSIDERED        :'
                                                     TO WS-TRL-LABEL
