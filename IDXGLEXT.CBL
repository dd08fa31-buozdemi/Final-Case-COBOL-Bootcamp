      * durdugundan, OUTFILE'da sifira netlesen transferler de burada
      * gorunur hale gelir. Fis dosyasi kendini kuyruk kaydiyla
      * kanitlar: toplam borc = toplam alacak degilse fis birakilmaz.
      * Doviz bozdurmada ('X') kaynak bacaktaki marj geliri ayrica
      * 'P' fonksiyon koduyla kendi GL hesabina fislenir; her para
      * biriminin fisi kendi icinde dengede kalir. Storno ('V')
      * kayitlari geri aldiklari asil islemin (HIST-REV-FUNC) GL
      * hesaplarina ters yonde, fiste 'V' koduyla fislenir. Faizden
      * kesilen stopaj ('K', IDXACCR) haritadaki 'K' + DVZ kaydiyla
      * odenecek vergiler hesabina fislenir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                              ACCESS RANDOM
                              RECORD KEY GLM-KEY
                              STATUS GLM-ST.
            SELECT JRN-FILE   ASSIGN TO JRNFILE
                              STATUS JRN-ST.
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
        FD  GLM-FILE.
        01  GLM-RECORD.
      * degistirir.
            05  GLM-DR-ACCT           PIC X(08).
            05  GLM-CR-ACCT           PIC X(08).
      *
      * Fis dosyasi: her hareket icin bir borc ('D') ve bir alacak
      * ('C') bacagi yazilir; 'T' kuyruk kaydi toplamlari tasir ve
            05 GLM-ST               PIC 9(02).
               88 GLM-SUCCESS               VALUE 00 97.
               88 GLM-NOTFND                VALUE 23.
            05 JRN-ST               PIC 9(02).
               88 JRN-SUCCESS               VALUE 00 97.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 WS-EXT-DATE          PIC 9(08) VALUE 0.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
      * Gun filtresi hareketin is gunu (HIST-BUS-DATE) ile yapilir
      * (IDXSTMT ile ayni yontem).
            05 WS-EVT-DATE          PIC 9(08).
            05 WS-MOVE-AMT          PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-ABS-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
      * GLMFILE'da aranan ve fise yazilan fonksiyon kodu: hareketin
      * kendi kodu, marj bacaginda ise 'P'.
            05 WS-JRN-FUNC          PIC X(01) VALUE SPACE.
      * GLMFILE'da aranan kod; stornoda asil islemin kodu.
            05 WS-GLM-FUNC          PIC X(01) VALUE SPACE.
      * Fis kontrol toplamlari: birakma karari bunlara dayanir.
            05 WS-TOT-DEBITS        PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-TOT-CREDITS       PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-CNT-LEGS          PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-NOMOVE        PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-UNMAPPED      PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-SPREAD        PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-REVERSAL      PIC 9(07) COMP-3 VALUE 0.
        01  WS-TRAILER-CNT-LINE.
            05  WS-TRL-LABEL        PIC X(34).
            05  WS-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
        01  WS-TRAILER-TXT-LINE.
            05  WS-TRL-TXT-LABEL    PIC X(34).
            05  WS-TRL-TEXT         PIC X(30).
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
            05  FILLER         PIC X(14) VALUE SPACES.
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H150-BUS-DATE-CHECK.
           PERFORM H100-OPEN-FILES.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           PERFORM READ-HIST-RECORD.
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Cikarim gunu BDTFILE'daki is gunudur; adim ancak IDXMOVE o
      * gun icin tamamlandiktan sonra ve gunde bir kez calisir.
      * Kontrol dosyalar acilmadan yapilir; reddedilen bir calistirma
      * GL'e gitmis JRNFILE'i bosaltmasin.
        H150-BUS-DATE-CHECK.
            INITIALIZE WS-BDT-AREA
            MOVE 'S'        TO WS-BDT-FUNC
            MOVE 'IDXGLEXT' TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-BDT-BUS-DATE TO WS-EXT-DATE.
        H150-END. EXIT.
      *
      * Gunun basarili hareketleri fislenir; basarisiz denemeler
               IF WS-MOVE-AMT = 0 THEN
                  ADD 1 TO WS-CNT-NOMOVE
               ELSE
                  MOVE HIST-FUNC TO WS-JRN-FUNC
                  MOVE HIST-FUNC TO WS-GLM-FUNC
                  IF HIST-FUNC = 'V' THEN
                     ADD 1 TO WS-CNT-REVERSAL
                     MOVE HIST-REV-FUNC TO WS-GLM-FUNC
                  END-IF
                  PERFORM H250-JOURNALIZE-ONE
               END-IF
      * Bozdurma marji: kaynak para biriminde, haritadaki 'P' + DVZ
      * kaydina gore doviz pozisyonu borc, marj geliri alacak.
               IF HIST-FUNC = 'X' AND HIST-FX-SPREAD NOT = 0 THEN
                  ADD 1 TO WS-CNT-SPREAD
                  MOVE 'P'            TO WS-JRN-FUNC
                  MOVE 'P'            TO WS-GLM-FUNC
                  MOVE HIST-FX-SPREAD TO WS-MOVE-AMT
                  PERFORM H250-JOURNALIZE-ONE
               END-IF
            END-IF
        H200-END. EXIT.
      *
        H225-SPLIT-SEQ.
            MOVE HIST-BUS-DATE     TO WS-EVT-DATE.
        H225-SPLIT-SEQ-END. EXIT.
      *
      * GL karsiligi fonksiyon kodu + DVZ ile bulunur. Arti yonlu
      * hareket haritadaki sirada fislenir, eksi yonlu harekette borc
      * ve alacak bacaklari yer degistirir; tutar her zaman artidir.
        H250-JOURNALIZE-ONE.
            MOVE WS-GLM-FUNC TO GLM-FUNC
            MOVE HIST-DVZ  TO GLM-DVZ
            READ GLM-FILE
                 INVALID KEY MOVE 23 TO GLM-ST
            MOVE SPACES       TO JRN-REC
            MOVE 'J'          TO JRN-TYPE
            MOVE HIST-DVZ     TO JRN-DVZ
            MOVE WS-JRN-FUNC  TO JRN-FUNC
            MOVE HIST-ID      TO JRN-SRC-ID
            MOVE WS-EVT-DATE  TO JRN-DATE
            MOVE WS-ABS-AMT   TO JRN-AMOUNT.
            MOVE '-'          TO RPT-SPACE-0
            MOVE HIST-DVZ     TO RPT-DVZ
            MOVE '-'          TO RPT-SPACE-1
            MOVE WS-JRN-FUNC  TO RPT-FUNC
            MOVE '-'          TO RPT-SPACE-2
            MOVE 'NO GL MAP   ' TO RPT-EXC-TYPE
            MOVE '-'          TO RPT-SPACE-3
                    GLM-FILE
                    JRN-FILE
                    RPT-FILE
      * Dengesiz veya eksik eslemeli fis birakilmadiysa adim
      * tamamlanmis sayilmaz; GLMFILE duzeltilip yeniden calistirilir.
              IF RETURN-CODE = 0 THEN
                 PERFORM H990-STEP-COMPLETE
              END-IF
              STOP RUN.
        H999-END. EXIT.
      *
      * Gun sonu sirasinda bu adimin is gunu icin bittigi kaydedilir.
        H990-STEP-COMPLETE.
            INITIALIZE WS-BDT-AREA
            MOVE 'E'        TO WS-BDT-FUNC
            MOVE 'IDXGLEXT' TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
            END-IF.
        H990-END. EXIT.
      *
        H900-WRITE-TRAILER.
            WRITE RPT-REC FROM HEADER-2.
            MOVE 'MOVEMENTS WITHOUT GL MAP         :' TO WS-TRL-LABEL
            MOVE WS-CNT-UNMAPPED                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'EXCHANGE SPREAD POSTINGS         :' TO WS-TRL-LABEL
            MOVE WS-CNT-SPREAD                        TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'REVERSAL (STORNO) MOVEMENTS      :' TO WS-TRL-LABEL
            MOVE WS-CNT-REVERSAL                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'TOTAL DEBITS                     :'
                                            TO WS-TRL-AMT-LABEL
            MOVE WS-TOT-DEBITS              TO WS-TRL-AMOUNT
