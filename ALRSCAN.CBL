        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ALRSCAN.
        AUTHOR.        BURAK OZDEMIR.
      * Gece calisan supheli islem taramasi. IDXHIST anahtar sirasiyla
      * (ID, DVZ, SEQ) bastan sona okunur; ID kirilimi musteriyi, DVZ
      * kirilimi o musterinin doviz hesabini verir. ALRPARM'daki her
      * aktif kural is gununun hareketlerine ve geriye dogru kural
      * penceresine uygulanir:
      *   ST  buyuk tutar esiginin hemen altinda kalan 'B'/'T'
      *       hareketleri (PNDFILE onayindan kacmak icin bolme),
      *   CR  ayni karsi musteriyle iki yonlu 'T' bacaklari (para
      *       ayni ID'ler arasinda doner),
      *   DB  uzun suredir hareketsiz (IDXDORM anlaminda uyuyan)
      *       hesapta bugun ani hareket artisi,
      *   OV  musteri hareketlerinde yogun supervizor onayi ('O').
      * Kural tutan musteri icin ALRFILE'da vaka acilir; musterinin
      * ayni kural icin acik vakasi varsa yenisi acilmaz, mevcut vaka
      * guncellenir. Vaka musterinin CSTFILE adini ve IDXFILE'daki tum
      * doviz hesaplarinin o anki durumunu tasir. Vakalar ALRREVW
      * konsolundan incelenip kapatilir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT IDXHIST-FILE ASSIGN TO IDXHIST
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY HIST-KEY
                              STATUS HIST-ST.
      * Vakaya musterinin tum hesaplari eklenir: ID ile START edilip
      * ayni ID'li kayitlar okunur.
            SELECT IDX-FILE   ASSIGN TO IDXFILE
                              ORGANIZATION INDEXED
                              ACCESS DYNAMIC
                              RECORD KEY IDX-KEY
                              STATUS IDX-ST.
            SELECT DVZ-FILE   ASSIGN TO DVZFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY DVZ-KEY
                              STATUS DVZ-ST.
            SELECT CST-FILE   ASSIGN TO CSTFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY CST-ID
                              STATUS CST-ST.
      * Vaka dosyasi: musteri + kural + acilis tarihi ile anahtarli.
      * Acik vaka START ile (musteri, kural) basindan aranir.
            SELECT ALR-FILE   ASSIGN TO ALRFILE
                              ORGANIZATION INDEXED
                              ACCESS DYNAMIC
                              RECORD KEY ALR-KEY
                              STATUS ALR-ST.
      * Kural/esik parametre dosyasi: kural basina bir kayit.
            SELECT ALP-FILE   ASSIGN TO ALRPARM
                              STATUS ALP-ST.
      * Uyuma suresi ALRPARM'da verilmezse IDXDORM'un parametresi
      * kullanilir; dosya istege baglidir.
            SELECT DRM-FILE   ASSIGN TO DRMPARM
                              STATUS DRM-ST.
            SELECT RPT-FILE   ASSIGN TO RPTFILE
                              STATUS RPT-ST.
        DATA DIVISION.
        FILE SECTION.
        FD  IDXHIST-FILE.
        01  HIST-RECORD.
            03  HIST-KEY.
                05 HIST-ID            PIC S9(05) COMP-3.
                05 HIST-DVZ           PIC S9(03) COMP.
                05 HIST-SEQ           PIC 9(20) COMP-3.
            03  HIST-FUNC             PIC X(01).
            03  HIST-RC               PIC 9(02).
                88 HIST-RC-OK                VALUE 00 97.
            03  HIST-ALLNAME-BEFORE   PIC X(30).
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
            03  IDX-KEY.
                05 IDX-ID            PIC S9(05) COMP-3.
                05 IDX-DVZ           PIC S9(03) COMP.
            03  IDX-ALLNAME          PIC X(30).
            03  IDX-DATE             PIC 9(07) COMP-3.
            03  IDX-BUDGET           PIC S9(13)V99 COMP-3.
            03  IDX-UPD-COUNT        PIC 9(05) COMP-3.
            03  IDX-LAST-UPD-DATE    PIC 9(07) COMP-3.
      * Hesap durumu (A aktif / F dondurulmus / C kapali; bosluk
      * aktif sayilir); kurali SUBPROGR uygular.
            03  IDX-STATUS           PIC X(01).
      *
        FD  DVZ-FILE.
        01  DVZ-RECORD.
            05  DVZ-KEY               PIC S9(03) COMP.
            05  DVZ-NAME              PIC X(03).
            05  DVZ-DECIMALS          PIC 9(01).
            05  DVZ-MIN-BALANCE       PIC S9(13)V99 COMP-3.
            05  DVZ-CREDIT-RATE       PIC S9(03)V9(06) COMP-3.
            05  DVZ-DEBIT-RATE        PIC S9(03)V9(06) COMP-3.
      * Buyuk tutar esigi: 0 = esik yok. ST kurali bu esigin hemen
      * altindaki hareketleri sayar.
            05  DVZ-LARGE-LIMIT       PIC S9(13)V99 COMP-3.
      *
        FD  CST-FILE.
        01  CST-RECORD.
            03  CST-ID               PIC S9(05) COMP-3.
            03  CST-ALLNAME          PIC X(30).
            03  CST-DATE             PIC 9(07) COMP-3.
      * Stopaj kategorisi; WHTFILE'da DVZ ile birlikte oran anahtari
      * (bosluk = para biriminin genel orani).
            03  CST-TAX-CAT          PIC X(01).
      *
      * Vaka kaydi. Tarihler CCYYMMDD is gunudur.
        FD  ALR-FILE.
        01  ALR-RECORD.
            03  ALR-KEY.
                05 ALR-CUST-ID        PIC 9(05).
                05 ALR-RULE           PIC X(02).
                05 ALR-RAISED-DATE    PIC 9(08).
            03  ALR-STATUS            PIC X(01).
                88 ALR-OPEN                  VALUE 'O'.
                88 ALR-CLOSED                VALUE 'C'.
            03  ALR-CUST-NAME         PIC X(30).
      * Kuralin son tuttugu gun, kac ayri taramada tuttugu ve son
      * taramadaki sayilar (pencere toplami / bugun).
            03  ALR-LAST-HIT-DATE     PIC 9(08).
            03  ALR-SCAN-HITS         PIC 9(03).
            03  ALR-HIT-COUNT         PIC 9(05).
            03  ALR-TODAY-COUNT       PIC 9(05).
      * CR kuralinda karsi musteri ID'si, digerlerinde sifir.
            03  ALR-COUNTERPARTY      PIC 9(05).
            03  ALR-DETAIL            PIC X(42).
      * Musterinin IDXFILE'daki doviz hesaplari (son taramadaki hali).
            03  ALR-ACCT-CNT          PIC 9(02).
            03  ALR-ACCT OCCURS 10 TIMES.
                05 ALR-ACCT-DVZ       PIC 9(03).
                05 ALR-ACCT-STATUS    PIC X(01).
                05 ALR-ACCT-BUDGET    PIC S9(13)V99 COMP-3.
      * Kapanis karari: F yanlis alarm / E aciklandi / R bildirildi.
            03  ALR-DISPOSITION       PIC X(01).
            03  ALR-CLOSED-DATE       PIC 9(08).
            03  ALR-CLOSED-BY         PIC X(08).
            03  ALR-CLOSE-NOTE        PIC X(60).
      * Analist notlari (ALRREVW ile eklenir).
            03  ALR-NOTE-CNT          PIC 9(01).
            03  ALR-NOTE OCCURS 9 TIMES.
                05 ALR-NOTE-DATE      PIC 9(08).
                05 ALR-NOTE-OPER      PIC X(08).
                05 ALR-NOTE-TEXT      PIC X(60).
      *
      * Kural kaydi: kural kodu, aktif ('Y'), pencere gun sayisi, en
      * az hareket sayisi ve (yalniz ST) esik altindaki yuzde bandi.
      * DB kuralinda gun sayisi uyuma suresidir, sayi bugunku en az
      * hareket sayisidir.
        FD  ALP-FILE RECORDING MODE F.
        01  ALP-REC.
            05  ALP-RULE              PIC X(02).
            05  ALP-ACTIVE            PIC X(01).
            05  ALP-DAYS              PIC 9(05).
            05  ALP-COUNT             PIC 9(05).
            05  ALP-PCT               PIC 9(03).
      *
        FD  DRM-FILE RECORDING MODE F.
        01  DRM-REC.
            05  DRM-DORMANT-DAYS      PIC 9(05).
            05  DRM-MODE              PIC X(01).
      *
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC.
            05  RPT-ID                PIC 9(05).
            05  RPT-SPACE-0           PIC X(01).
            05  RPT-NAME              PIC X(30).
            05  RPT-SPACE-1           PIC X(01).
            05  RPT-RULE              PIC X(02).
            05  RPT-SPACE-2           PIC X(01).
            05  RPT-ACTION            PIC X(12).
            05  RPT-SPACE-3           PIC X(01).
            05  RPT-WINDOW            PIC ZZ,ZZ9.
            05  RPT-SPACE-4           PIC X(01).
            05  RPT-TODAY             PIC ZZ,ZZ9.
            05  RPT-SPACE-5           PIC X(01).
            05  RPT-CP                PIC ZZZZ9.
            05  RPT-SPACE-6           PIC X(01).
            05  RPT-ACCTS             PIC Z9.
            05  RPT-SPACE-7           PIC X(01).
            05  RPT-DETAIL            PIC X(42).
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 HIST-ST              PIC 9(02).
               88 HIST-SUCCESS              VALUE 00 97.
               88 HIST-EOF                  VALUE 10.
            05 IDX-ST               PIC 9(02).
               88 IDX-SUCCESS               VALUE 00 97.
            05 DVZ-ST               PIC 9(02).
               88 DVZ-SUCCESS               VALUE 00 97.
            05 CST-ST               PIC 9(02).
               88 CST-SUCCESS               VALUE 00 97.
            05 ALR-ST               PIC 9(02).
               88 ALR-SUCCESS               VALUE 00 97.
               88 ALR-DUPLICATE             VALUE 22.
            05 ALP-ST               PIC 9(02).
               88 ALP-SUCCESS               VALUE 00 97.
               88 ALP-EOF                   VALUE 10.
            05 DRM-ST               PIC 9(02).
               88 DRM-SUCCESS               VALUE 00 97.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
            05 WS-BUS-DATE          PIC 9(08) VALUE 0.
            05 WS-BUS-INT           PIC 9(07) VALUE 0.
            05 WS-EVT-DATE          PIC 9(08) VALUE 0.
            05 WS-EVT-INT           PIC 9(07) VALUE 0.
            05 WS-PREV-EVT-DATE     PIC 9(08) VALUE 0.
            05 WS-TODAY-FLAG        PIC 9(01) VALUE 0.
               88 WS-EVT-TODAY              VALUE 1.
            05 WS-AMOUNT            PIC S9(13)V99 COMP-3.
            05 WS-ABS-AMT           PIC S9(13)V99 COMP-3.
            05 WS-CUR-ID            PIC S9(05) COMP-3 VALUE 0.
            05 WS-CUR-DVZ           PIC S9(03) COMP VALUE 0.
            05 WS-ACTIVE-RULES      PIC 9(01) VALUE 0.
      * Kural parametreleri (ALRPARM). Pencere baslangici bugunden
      * gun sayisi kadar geriye (bugun dahil) tamsayi gun olarak
      * tutulur.
        01  WS-RULES.
            05 WS-ST-ON             PIC X(01) VALUE 'N'.
               88 WS-ST-ACTIVE              VALUE 'Y'.
            05 WS-ST-DAYS           PIC 9(05) VALUE 0.
            05 WS-ST-COUNT          PIC 9(05) VALUE 0.
            05 WS-ST-PCT            PIC 9(03) VALUE 0.
            05 WS-ST-FROM-INT       PIC 9(07) VALUE 0.
            05 WS-CR-ON             PIC X(01) VALUE 'N'.
               88 WS-CR-ACTIVE              VALUE 'Y'.
            05 WS-CR-DAYS           PIC 9(05) VALUE 0.
            05 WS-CR-COUNT          PIC 9(05) VALUE 0.
            05 WS-CR-FROM-INT       PIC 9(07) VALUE 0.
            05 WS-DB-ON             PIC X(01) VALUE 'N'.
               88 WS-DB-ACTIVE              VALUE 'Y'.
            05 WS-DB-DAYS           PIC 9(05) VALUE 0.
            05 WS-DB-COUNT          PIC 9(05) VALUE 0.
            05 WS-OV-ON             PIC X(01) VALUE 'N'.
               88 WS-OV-ACTIVE              VALUE 'Y'.
            05 WS-OV-DAYS           PIC 9(05) VALUE 0.
            05 WS-OV-COUNT          PIC 9(05) VALUE 0.
            05 WS-OV-FROM-INT       PIC 9(07) VALUE 0.
      * Hesap duzeyi birikimler (DVZ kirilimi).
        01  WS-ACCOUNT-AREA.
            05 WS-ACC-LIMIT         PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-ACC-FLOOR         PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-ACC-LAST-INT      PIC 9(07) VALUE 0.
            05 WS-ACC-TODAY         PIC 9(05) COMP-3 VALUE 0.
            05 WS-ACC-GAP           PIC 9(07) VALUE 0.
      * Musteri duzeyi birikimler (ID kirilimi).
        01  WS-CUSTOMER-AREA.
            05 WS-ST-HITS           PIC 9(05) COMP-3 VALUE 0.
            05 WS-ST-TODAY          PIC 9(05) COMP-3 VALUE 0.
            05 WS-DB-ACCTS          PIC 9(03) COMP-3 VALUE 0.
            05 WS-DB-TODAY          PIC 9(05) COMP-3 VALUE 0.
            05 WS-DB-GAP            PIC 9(07) VALUE 0.
            05 WS-DB-DVZ            PIC 9(03) VALUE 0.
            05 WS-OV-HITS           PIC 9(05) COMP-3 VALUE 0.
            05 WS-OV-TODAY          PIC 9(05) COMP-3 VALUE 0.
      * CR kurali icin karsi musteri tablosu: giden (bu musterinin
      * borclandigi) ve gelen 'T' bacaklari ayri sayilir.
            05 WS-CP-CNT            PIC 9(03) COMP VALUE 0.
            05 WS-CP-IX             PIC 9(03) COMP VALUE 0.
            05 WS-CP-BEST           PIC 9(03) COMP VALUE 0.
            05 WS-CP-BEST-LEGS      PIC 9(05) COMP-3 VALUE 0.
            05 WS-CP-TABLE OCCURS 200 TIMES.
               10 WS-CP-ID          PIC S9(05) COMP-3.
               10 WS-CP-OUT         PIC 9(05) COMP-3.
               10 WS-CP-IN          PIC 9(05) COMP-3.
               10 WS-CP-TODAY       PIC 9(05) COMP-3.
      * Acilacak/guncellenecek vakanin bilgileri.
        01  WS-CASE-AREA.
            05 WS-NEW-RULE          PIC X(02).
            05 WS-NEW-HITS          PIC 9(05).
            05 WS-NEW-TODAY         PIC 9(05).
            05 WS-NEW-CP            PIC 9(05).
            05 WS-NEW-DETAIL        PIC X(42).
            05 WS-CASE-FLAG         PIC 9(01) VALUE 0.
               88 WS-CASE-FOUND             VALUE 1.
            05 WS-SEARCH-FLAG       PIC 9(01) VALUE 0.
               88 WS-SEARCH-DONE            VALUE 1.
            05 WS-ACCT-FLAG         PIC 9(01) VALUE 0.
               88 WS-ACCT-DONE              VALUE 1.
            05 WS-CUST-NAME         PIC X(30).
            05 WS-ACCT-TOTAL        PIC 9(02) VALUE 0.
            05 WS-ACCT-SAVE OCCURS 10 TIMES.
               10 WS-SAVE-DVZ       PIC 9(03).
               10 WS-SAVE-STATUS    PIC X(01).
               10 WS-SAVE-BUDGET    PIC S9(13)V99 COMP-3.
            05 WS-ACCT-IX           PIC 9(02) COMP VALUE 0.
            05 WS-DET-DAYS          PIC ZZZZZZ9.
            05 WS-DET-DVZ           PIC 9(03).
        01  WS-COUNTERS.
            05 WS-CNT-HIST-READ     PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-CUSTOMERS     PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-ACCOUNTS      PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-NEW           PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-UPDATED       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-SKIPPED       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-ERRORS        PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-CP-FULL       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-RULE-ST       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-RULE-CR       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-RULE-DB       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-RULE-OV       PIC 9(07) COMP-3 VALUE 0.
        01  WS-TRAILER-CNT-LINE.
            05  WS-TRL-LABEL        PIC X(34).
            05  WS-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
        01  WS-RULE-LINE.
            05  FILLER              PIC X(05) VALUE 'RULE '.
            05  WS-RUL-CODE         PIC X(02).
            05  FILLER              PIC X(07) VALUE '  DAYS '.
            05  WS-RUL-DAYS         PIC ZZZZ9.
            05  FILLER              PIC X(08) VALUE '  COUNT '.
            05  WS-RUL-COUNT        PIC ZZZZ9.
            05  FILLER              PIC X(06) VALUE '  PCT '.
            05  WS-RUL-PCT          PIC ZZ9.
            05  FILLER              PIC X(60) VALUE SPACES.
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
        01  HEADER-1.
            05  FILLER         PIC X(06) VALUE ' ID   '.
            05  FILLER         PIC X(31) VALUE
                '|CUSTOMER NAME                 '.
            05  FILLER         PIC X(03) VALUE '|RL'.
            05  FILLER         PIC X(13) VALUE '|CASE ACTION '.
            05  FILLER         PIC X(07) VALUE '|WINDOW'.
            05  FILLER         PIC X(07) VALUE '| TODAY'.
            05  FILLER         PIC X(06) VALUE '|CPTY'.
            05  FILLER         PIC X(03) VALUE '|AC'.
            05  FILLER         PIC X(07) VALUE '|DETAIL'.
        01  HEADER-2.
            05  FILLER         PIC X(06) VALUE '------'.
            05  FILLER         PIC X(31) VALUE
                '-------------------------------'.
            05  FILLER         PIC X(03) VALUE '---'.
            05  FILLER         PIC X(13) VALUE '-------------'.
            05  FILLER         PIC X(07) VALUE '-------'.
            05  FILLER         PIC X(07) VALUE '-------'.
            05  FILLER         PIC X(06) VALUE '------'.
            05  FILLER         PIC X(03) VALUE '---'.
            05  FILLER         PIC X(43) VALUE
                '-------------------------------------------'.
        01  TRAILER-BANNER.
            05  FILLER         PIC X(35) VALUE
                '===== CONTROL TOTALS FOR RUN ====='.
            05  FILLER         PIC X(46) VALUE SPACES.
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-BUS-DATE.
           PERFORM H160-READ-PARAM.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           PERFORM READ-HIST-RECORD.
           PERFORM H200-CUSTOMER UNTIL HIST-EOF.
           PERFORM H999-PROGRAM-EXIT.
        0000-END-MAIN. EXIT.
      *
        H100-OPEN-FILES.
            OPEN INPUT  IDXHIST-FILE
            OPEN INPUT  IDX-FILE
            OPEN INPUT  DVZ-FILE
            OPEN INPUT  CST-FILE
            OPEN I-O    ALR-FILE
            OPEN OUTPUT RPT-FILE
            PERFORM STATUS-CONTROL
            SET GO-SUCCESS TO TRUE.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (HIST-SUCCESS AND IDX-SUCCESS AND DVZ-SUCCESS
                    AND CST-SUCCESS AND ALR-SUCCESS AND RPT-SUCCESS)
               THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  HIST: ' HIST-ST ' IDX: ' IDX-ST
                       ' DVZ: ' DVZ-ST ' CST: ' CST-ST
                       ' ALR: ' ALR-ST ' RPT: ' RPT-ST
               IF HIST-SUCCESS THEN CLOSE IDXHIST-FILE END-IF
               IF IDX-SUCCESS  THEN CLOSE IDX-FILE     END-IF
               IF DVZ-SUCCESS  THEN CLOSE DVZ-FILE     END-IF
               IF CST-SUCCESS  THEN CLOSE CST-FILE     END-IF
               IF ALR-SUCCESS  THEN CLOSE ALR-FILE     END-IF
               IF RPT-SUCCESS  THEN CLOSE RPT-FILE     END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Tarama BDTFILE'daki is gunu icin yapilir: "bugun" o gunun
      * hareketleri, pencereler o gunden geriye sayilir.
        H150-BUS-DATE.
            INITIALIZE WS-BDT-AREA
            MOVE 'D'        TO WS-BDT-FUNC
            MOVE 'ALRSCAN'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               PERFORM H190-CLOSE-ALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-BDT-BUS-DATE TO WS-BUS-DATE
            COMPUTE WS-BUS-INT =
                    FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
            DISPLAY 'BUSINESS DATE           : ' WS-BUS-DATE.
        H150-END. EXIT.
      *
      * ALRPARM zorunludur. Dosyada olmayan veya aktif olmayan kural
      * calistirilmaz; bilinmeyen kural kodu atlanir. Hic aktif kural
      * kalmazsa tarama yapilmaz.
        H160-READ-PARAM.
            OPEN INPUT ALP-FILE
            IF NOT ALP-SUCCESS THEN
               DISPLAY 'ERROR: ALRPARM MISSING, STATUS: ' ALP-ST
               PERFORM H190-CLOSE-ALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            READ ALP-FILE
            PERFORM H165-ONE-RULE UNTIL NOT ALP-SUCCESS
            CLOSE ALP-FILE
            IF WS-DB-ACTIVE AND WS-DB-DAYS = 0 THEN
               PERFORM H170-DORMANT-DAYS
            END-IF
            IF WS-ACTIVE-RULES = 0 THEN
               DISPLAY 'ERROR: NO ACTIVE RULE IN ALRPARM.'
               PERFORM H190-CLOSE-ALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
        H160-END. EXIT.
      *
      * Pencere en az bir gundur (yalniz bugun); sayi en az birdir.
      * ST bandi 1-99 yuzde arasinda olmalidir.
        H165-ONE-RULE.
            IF ALP-ACTIVE = 'Y' AND ALP-DAYS NUMERIC
               AND ALP-COUNT NUMERIC AND ALP-PCT NUMERIC THEN
               IF ALP-COUNT = 0 THEN
                  MOVE 1 TO ALP-COUNT
               END-IF
               EVALUATE ALP-RULE
                 WHEN 'ST'
                   IF ALP-PCT > 0 AND ALP-PCT < 100 THEN
                      SET WS-ST-ACTIVE TO TRUE
                      MOVE ALP-DAYS  TO WS-ST-DAYS
                      MOVE ALP-COUNT TO WS-ST-COUNT
                      MOVE ALP-PCT   TO WS-ST-PCT
                      PERFORM H168-FROM-INT
                      MOVE WS-EVT-INT TO WS-ST-FROM-INT
                      ADD 1 TO WS-ACTIVE-RULES
                      PERFORM H167-SHOW-RULE
                   ELSE
                      DISPLAY 'ALRPARM ST RULE PCT INVALID, IGNORED.'
                   END-IF
                 WHEN 'CR'
                   SET WS-CR-ACTIVE TO TRUE
                   MOVE ALP-DAYS  TO WS-CR-DAYS
                   MOVE ALP-COUNT TO WS-CR-COUNT
                   PERFORM H168-FROM-INT
                   MOVE WS-EVT-INT TO WS-CR-FROM-INT
                   ADD 1 TO WS-ACTIVE-RULES
                   PERFORM H167-SHOW-RULE
                 WHEN 'DB'
                   SET WS-DB-ACTIVE TO TRUE
                   MOVE ALP-DAYS  TO WS-DB-DAYS
                   MOVE ALP-COUNT TO WS-DB-COUNT
                   ADD 1 TO WS-ACTIVE-RULES
                   IF ALP-DAYS > 0 THEN
                      PERFORM H167-SHOW-RULE
                   END-IF
                 WHEN 'OV'
                   SET WS-OV-ACTIVE TO TRUE
                   MOVE ALP-DAYS  TO WS-OV-DAYS
                   MOVE ALP-COUNT TO WS-OV-COUNT
                   PERFORM H168-FROM-INT
                   MOVE WS-EVT-INT TO WS-OV-FROM-INT
                   ADD 1 TO WS-ACTIVE-RULES
                   PERFORM H167-SHOW-RULE
                 WHEN OTHER
                   DISPLAY 'ALRPARM UNKNOWN RULE IGNORED: ' ALP-RULE
               END-EVALUATE
            END-IF
            READ ALP-FILE.
        H165-END. EXIT.
      *
        H167-SHOW-RULE.
            MOVE ALP-RULE    TO WS-RUL-CODE
            MOVE ALP-DAYS    TO WS-RUL-DAYS
            MOVE ALP-COUNT   TO WS-RUL-COUNT
            MOVE ALP-PCT     TO WS-RUL-PCT
            WRITE RPT-REC FROM WS-RULE-LINE.
        H167-END. EXIT.
      *
        H168-FROM-INT.
            IF ALP-DAYS = 0 THEN
               MOVE 1 TO ALP-DAYS
            END-IF
            COMPUTE WS-EVT-INT = WS-BUS-INT - ALP-DAYS + 1.
        H168-END. EXIT.
      *
      * DB kuralinda uyuma suresi verilmemisse IDXDORM ile ayni esik
      * (DRMPARM) kullanilir; o da yoksa kural kapatilir.
        H170-DORMANT-DAYS.
            OPEN INPUT DRM-FILE
            IF DRM-SUCCESS THEN
               READ DRM-FILE
               IF DRM-SUCCESS AND DRM-DORMANT-DAYS NUMERIC THEN
                  MOVE DRM-DORMANT-DAYS TO WS-DB-DAYS
               END-IF
               CLOSE DRM-FILE
            END-IF
            IF WS-DB-DAYS > 0 THEN
               MOVE 'DB'             TO ALP-RULE
               MOVE WS-DB-DAYS       TO ALP-DAYS
               MOVE WS-DB-COUNT      TO ALP-COUNT
               MOVE 0                TO ALP-PCT
               PERFORM H167-SHOW-RULE
            ELSE
               DISPLAY 'DB RULE HAS NO DORMANT DAYS, NOT RUN.'
               MOVE 'N' TO WS-DB-ON
               SUBTRACT 1 FROM WS-ACTIVE-RULES
            END-IF.
        H170-END. EXIT.
      *
        H190-CLOSE-ALL.
            CLOSE IDXHIST-FILE IDX-FILE DVZ-FILE CST-FILE
                  ALR-FILE RPT-FILE.
        H190-END. EXIT.
      *
      * Musteri kirilimi: musterinin tum hesaplarinin hareketleri
      * islendikten sonra kurallar musteri duzeyinde degerlendirilir.
        H200-CUSTOMER.
            ADD 1 TO WS-CNT-CUSTOMERS
            MOVE HIST-ID TO WS-CUR-ID
            INITIALIZE WS-CUSTOMER-AREA
            PERFORM H300-ACCOUNT
                    UNTIL HIST-EOF OR HIST-ID NOT = WS-CUR-ID
            PERFORM H500-EVALUATE-CUSTOMER.
        H200-END. EXIT.
      *
      * Hesap kirilimi: ST bandi hesabin para biriminin esiginden
      * hesaplanir; DB kurali hesap bazinda degerlendirilir.
        H300-ACCOUNT.
            ADD 1 TO WS-CNT-ACCOUNTS
            MOVE HIST-DVZ TO WS-CUR-DVZ
            INITIALIZE WS-ACCOUNT-AREA
            MOVE HIST-DVZ TO DVZ-KEY
            READ DVZ-FILE
                 INVALID KEY MOVE 23 TO DVZ-ST
            END-READ
            IF DVZ-SUCCESS AND DVZ-LARGE-LIMIT > 0 THEN
               MOVE DVZ-LARGE-LIMIT TO WS-ACC-LIMIT
               COMPUTE WS-ACC-FLOOR ROUNDED =
                       DVZ-LARGE-LIMIT * (100 - WS-ST-PCT) / 100
            END-IF
            PERFORM H400-ONE-HIST
                    UNTIL HIST-EOF OR HIST-ID NOT = WS-CUR-ID
                       OR HIST-DVZ NOT = WS-CUR-DVZ
            PERFORM H350-ACCOUNT-END.
        H300-END. EXIT.
      *
      * Uyuyan hesap: bugunden onceki son hareketi uyuma suresinden
      * eski olan ve bugun en az esik kadar parasal hareket goren
      * hesap. Gecmisi hic olmayan (veya bugun acilan) hesap sayilmaz.
        H350-ACCOUNT-END.
            IF WS-DB-ACTIVE AND WS-ACC-TODAY NOT < WS-DB-COUNT
               AND WS-ACC-LAST-INT > 0 THEN
               COMPUTE WS-ACC-GAP = WS-BUS-INT - WS-ACC-LAST-INT
               IF WS-ACC-GAP NOT < WS-DB-DAYS THEN
                  ADD 1            TO WS-DB-ACCTS
                  ADD WS-ACC-TODAY TO WS-DB-TODAY
                  IF WS-ACC-GAP > WS-DB-GAP THEN
                     MOVE WS-ACC-GAP TO WS-DB-GAP
                     MOVE WS-CUR-DVZ TO WS-DB-DVZ
                  END-IF
               END-IF
            END-IF.
        H350-END. EXIT.
      *
      * Basarisiz denemeler (RC > 0) hicbir kurala girmez.
        H400-ONE-HIST.
            ADD 1 TO WS-CNT-HIST-READ
            IF HIST-RC-OK THEN
               PERFORM H410-EVENT-DATE
               COMPUTE WS-AMOUNT =
                       HIST-BUDGET-AFTER - HIST-BUDGET-BEFORE
               IF WS-AMOUNT < 0 THEN
                  COMPUTE WS-ABS-AMT = 0 - WS-AMOUNT
               ELSE
                  MOVE WS-AMOUNT TO WS-ABS-AMT
               END-IF
               IF WS-ST-ACTIVE THEN
                  PERFORM H420-RULE-ST
               END-IF
               IF WS-CR-ACTIVE THEN
                  PERFORM H430-RULE-CR
               END-IF
               IF WS-DB-ACTIVE THEN
                  PERFORM H440-RULE-DB
               END-IF
               IF WS-OV-ACTIVE THEN
                  PERFORM H450-RULE-OV
               END-IF
            END-IF
            PERFORM READ-HIST-RECORD.
        H400-END. EXIT.
      *
      * Tarih donusumu ayni gunun ardisik kayitlari icin tekrarlanmaz.
        H410-EVENT-DATE.
            MOVE HIST-BUS-DATE     TO WS-EVT-DATE
            IF WS-EVT-DATE NOT = WS-PREV-EVT-DATE THEN
               MOVE WS-EVT-DATE TO WS-PREV-EVT-DATE
               IF WS-EVT-DATE > 16010101 THEN
                  COMPUTE WS-EVT-INT =
                          FUNCTION INTEGER-OF-DATE(WS-EVT-DATE)
               ELSE
                  MOVE 0 TO WS-EVT-INT
               END-IF
            END-IF
            IF WS-EVT-DATE NOT < WS-BUS-DATE THEN
               SET WS-EVT-TODAY TO TRUE
            ELSE
               MOVE 0 TO WS-TODAY-FLAG
            END-IF.
        H410-END. EXIT.
      *
      * Esik altindaki bant: [esik * (100 - yuzde) / 100, esik].
      * Esigi asan tutar zaten PNDFILE onayindan gecer, sayilmaz.
        H420-RULE-ST.
            IF (HIST-FUNC = 'B' OR HIST-FUNC = 'T')
               AND WS-ACC-LIMIT > 0
               AND WS-EVT-INT NOT < WS-ST-FROM-INT
               AND WS-ABS-AMT NOT < WS-ACC-FLOOR
               AND WS-ABS-AMT NOT > WS-ACC-LIMIT THEN
               ADD 1 TO WS-ST-HITS
               IF WS-EVT-TODAY THEN
                  ADD 1 TO WS-ST-TODAY
               END-IF
            END-IF.
        H420-END. EXIT.
      *
      * Yalniz 'T' bacaklari; storno ('V') ve musterinin kendi
      * hesaplari arasindaki aktarimlar sayilmaz.
        H430-RULE-CR.
            IF HIST-FUNC = 'T'
               AND HIST-PAIR-ID NOT = 0
               AND HIST-PAIR-ID NOT = HIST-ID
               AND WS-EVT-INT NOT < WS-CR-FROM-INT THEN
               PERFORM H435-FIND-CP
               IF WS-CP-IX > 0 THEN
                  IF WS-AMOUNT < 0 THEN
                     ADD 1 TO WS-CP-OUT (WS-CP-IX)
                  ELSE
                     ADD 1 TO WS-CP-IN (WS-CP-IX)
                  END-IF
                  IF WS-EVT-TODAY THEN
                     ADD 1 TO WS-CP-TODAY (WS-CP-IX)
                  END-IF
               END-IF
            END-IF.
        H430-END. EXIT.
      *
      * Karsi musteri tabloda yoksa eklenir; tablo doluysa bacak
      * sayilmaz ve trailer'da ayrica gosterilir.
        H435-FIND-CP.
            MOVE 0 TO WS-CP-BEST
            PERFORM H436-CP-COMPARE
                    VARYING WS-CP-IX FROM 1 BY 1
                    UNTIL WS-CP-IX > WS-CP-CNT OR WS-CP-BEST > 0
            IF WS-CP-BEST > 0 THEN
               MOVE WS-CP-BEST TO WS-CP-IX
            ELSE
               IF WS-CP-CNT < 200 THEN
                  ADD 1 TO WS-CP-CNT
                  MOVE WS-CP-CNT    TO WS-CP-IX
                  MOVE HIST-PAIR-ID TO WS-CP-ID (WS-CP-IX)
                  MOVE 0            TO WS-CP-OUT (WS-CP-IX)
                                       WS-CP-IN (WS-CP-IX)
                                       WS-CP-TODAY (WS-CP-IX)
               ELSE
                  ADD 1 TO WS-CNT-CP-FULL
                  MOVE 0 TO WS-CP-IX
               END-IF
            END-IF.
        H435-END. EXIT.
      *
        H436-CP-COMPARE.
            IF WS-CP-ID (WS-CP-IX) = HIST-PAIR-ID THEN
               MOVE WS-CP-IX TO WS-CP-BEST
            END-IF.
        H436-END. EXIT.
      *
      * Son hareket tarihi: bugunden onceki her basarili kayit
      * (faiz tahakkuku 'I' ve stopaj 'K' haric; HSTPURGE'un 'F'
      * devir kaydi kendi tarihiyle sayilir). Bugunku parasal
      * hareketler ayrica sayilir.
        H440-RULE-DB.
            IF WS-EVT-TODAY THEN
               IF HIST-FUNC = 'B' OR HIST-FUNC = 'T'
                  OR HIST-FUNC = 'X' THEN
                  ADD 1 TO WS-ACC-TODAY
               END-IF
            ELSE
               IF HIST-FUNC NOT = 'I' AND HIST-FUNC NOT = 'K'
                  AND WS-EVT-INT > 0 THEN
                  MOVE WS-EVT-INT TO WS-ACC-LAST-INT
               END-IF
            END-IF.
        H440-END. EXIT.
      *
      * Faiz tahakkuku (IDXACCR) onayi her zaman 'O' gonderir; bu
      * kayitlar musteri islemi olmadigindan sayilmaz.
        H450-RULE-OV.
            IF (HIST-FUNC = 'B' OR HIST-FUNC = 'T'
                OR HIST-FUNC = 'X' OR HIST-FUNC = 'V')
               AND HIST-OVERRIDE-IND = 'O'
               AND HIST-ORG-PROGRAM NOT = 'IDXACCR'
               AND WS-EVT-INT NOT < WS-OV-FROM-INT THEN
               ADD 1 TO WS-OV-HITS
               IF WS-EVT-TODAY THEN
                  ADD 1 TO WS-OV-TODAY
               END-IF
            END-IF.
        H450-END. EXIT.
      *
      * Her kural, pencere esigi tutmasina ek olarak bugun en az bir
      * yeni hareket ister; boylece ayni pencere her gece yeniden
      * alarm uretmez.
        H500-EVALUATE-CUSTOMER.
            IF WS-ST-ACTIVE AND WS-ST-HITS NOT < WS-ST-COUNT
               AND WS-ST-TODAY > 0 THEN
               MOVE 'ST'          TO WS-NEW-RULE
               MOVE WS-ST-HITS    TO WS-NEW-HITS
               MOVE WS-ST-TODAY   TO WS-NEW-TODAY
               MOVE 0             TO WS-NEW-CP
               MOVE 'REPEATED AMOUNTS JUST BELOW LARGE LIMIT'
                                  TO WS-NEW-DETAIL
               ADD 1 TO WS-CNT-RULE-ST
               PERFORM H600-RAISE-CASE
            END-IF
            IF WS-CR-ACTIVE AND WS-CP-CNT > 0 THEN
               PERFORM H520-BEST-CP
               IF WS-CP-BEST > 0 THEN
                  MOVE 'CR'          TO WS-NEW-RULE
                  MOVE WS-CP-BEST-LEGS TO WS-NEW-HITS
                  MOVE WS-CP-TODAY (WS-CP-BEST) TO WS-NEW-TODAY
                  MOVE WS-CP-ID (WS-CP-BEST)    TO WS-NEW-CP
                  MOVE 'TRANSFERS BOTH WAYS WITH SAME CUSTOMER'
                                     TO WS-NEW-DETAIL
                  ADD 1 TO WS-CNT-RULE-CR
                  PERFORM H600-RAISE-CASE
               END-IF
            END-IF
            IF WS-DB-ACTIVE AND WS-DB-ACCTS > 0 THEN
               MOVE 'DB'          TO WS-NEW-RULE
               MOVE WS-DB-TODAY   TO WS-NEW-HITS
               MOVE WS-DB-TODAY   TO WS-NEW-TODAY
               MOVE 0             TO WS-NEW-CP
               MOVE WS-DB-GAP     TO WS-DET-DAYS
               MOVE WS-DB-DVZ     TO WS-DET-DVZ
               MOVE SPACES        TO WS-NEW-DETAIL
               STRING 'DVZ ' WS-DET-DVZ ' IDLE' WS-DET-DAYS
                      ' DAYS, NOW ACTIVE'
                      DELIMITED BY SIZE INTO WS-NEW-DETAIL
               ADD 1 TO WS-CNT-RULE-DB
               PERFORM H600-RAISE-CASE
            END-IF
            IF WS-OV-ACTIVE AND WS-OV-HITS NOT < WS-OV-COUNT
               AND WS-OV-TODAY > 0 THEN
               MOVE 'OV'          TO WS-NEW-RULE
               MOVE WS-OV-HITS    TO WS-NEW-HITS
               MOVE WS-OV-TODAY   TO WS-NEW-TODAY
               MOVE 0             TO WS-NEW-CP
               MOVE 'HEAVY USE OF SUPERVISOR OVERRIDE'
                                  TO WS-NEW-DETAIL
               ADD 1 TO WS-CNT-RULE-OV
               PERFORM H600-RAISE-CASE
            END-IF.
        H500-END. EXIT.
      *
      * Iki yonde de bacagi olan ve bugun hareket goren karsi
      * musterilerden en cok bacaklisi secilir.
        H520-BEST-CP.
            MOVE 0 TO WS-CP-BEST WS-CP-BEST-LEGS
            PERFORM H525-CP-CHECK
                    VARYING WS-CP-IX FROM 1 BY 1
                    UNTIL WS-CP-IX > WS-CP-CNT.
        H520-END. EXIT.
      *
        H525-CP-CHECK.
            IF WS-CP-OUT (WS-CP-IX) > 0 AND WS-CP-IN (WS-CP-IX) > 0
               AND WS-CP-TODAY (WS-CP-IX) > 0
               AND WS-CP-OUT (WS-CP-IX) + WS-CP-IN (WS-CP-IX)
                   NOT < WS-CR-COUNT
               AND WS-CP-OUT (WS-CP-IX) + WS-CP-IN (WS-CP-IX)
                   > WS-CP-BEST-LEGS THEN
               MOVE WS-CP-IX TO WS-CP-BEST
               COMPUTE WS-CP-BEST-LEGS =
                       WS-CP-OUT (WS-CP-IX) + WS-CP-IN (WS-CP-IX)
            END-IF.
        H525-END. EXIT.
      *
      * Musterinin ayni kural icin acik vakasi varsa guncellenir
      * (ayni gun ikinci kez calisirsa tarama sayisi artmaz); yoksa
      * bugunun tarihiyle yeni vaka acilir. Bugun acilip kapatilmis
      * vaka yeniden acilmaz.
        H600-RAISE-CASE.
            PERFORM H610-FIND-OPEN-CASE
            PERFORM H650-CUSTOMER-SNAPSHOT
            INITIALIZE RPT-REC
            IF WS-CASE-FOUND THEN
               IF ALR-LAST-HIT-DATE NOT = WS-BUS-DATE THEN
                  ADD 1 TO ALR-SCAN-HITS
                  MOVE 'CASE UPDATED' TO RPT-ACTION
               ELSE
                  MOVE 'REFRESHED'    TO RPT-ACTION
               END-IF
               PERFORM H680-FILL-CASE
               REWRITE ALR-RECORD
               IF ALR-SUCCESS THEN
                  ADD 1 TO WS-CNT-UPDATED
               ELSE
                  ADD 1 TO WS-CNT-ERRORS
                  MOVE 'I-O ERROR'    TO RPT-ACTION
               END-IF
            ELSE
               INITIALIZE ALR-RECORD
               MOVE WS-CUR-ID     TO ALR-CUST-ID
               MOVE WS-NEW-RULE   TO ALR-RULE
               MOVE WS-BUS-DATE   TO ALR-RAISED-DATE
               SET ALR-OPEN       TO TRUE
               MOVE 1             TO ALR-SCAN-HITS
               MOVE SPACE         TO ALR-DISPOSITION
               PERFORM H680-FILL-CASE
               WRITE ALR-RECORD
               EVALUATE TRUE
                 WHEN ALR-SUCCESS
                   ADD 1 TO WS-CNT-NEW
                   MOVE 'NEW CASE'     TO RPT-ACTION
                 WHEN ALR-DUPLICATE
                   ADD 1 TO WS-CNT-SKIPPED
                   MOVE 'CLOSED TODAY' TO RPT-ACTION
                 WHEN OTHER
                   ADD 1 TO WS-CNT-ERRORS
                   MOVE 'I-O ERROR'    TO RPT-ACTION
               END-EVALUATE
            END-IF
            PERFORM H700-WRITE-REPORT.
        H600-END. EXIT.
      *
        H610-FIND-OPEN-CASE.
            MOVE 0 TO WS-CASE-FLAG WS-SEARCH-FLAG
            MOVE WS-CUR-ID    TO ALR-CUST-ID
            MOVE WS-NEW-RULE  TO ALR-RULE
            MOVE 0            TO ALR-RAISED-DATE
            START ALR-FILE KEY NOT < ALR-KEY
                  INVALID KEY SET WS-SEARCH-DONE TO TRUE
            END-START
            PERFORM H615-NEXT-CASE UNTIL WS-SEARCH-DONE.
        H610-END. EXIT.
      *
        H615-NEXT-CASE.
            READ ALR-FILE NEXT RECORD
                 AT END SET WS-SEARCH-DONE TO TRUE
            END-READ
            IF NOT WS-SEARCH-DONE THEN
               IF ALR-CUST-ID NOT = WS-CUR-ID
                  OR ALR-RULE NOT = WS-NEW-RULE THEN
                  SET WS-SEARCH-DONE TO TRUE
               ELSE
                  IF ALR-OPEN THEN
                     SET WS-CASE-FOUND  TO TRUE
                     SET WS-SEARCH-DONE TO TRUE
                  END-IF
               END-IF
            END-IF.
        H615-END. EXIT.
      *
      * Musterinin adi CSTFILE'dan, hesaplari IDXFILE'dan alinir.
      * Vaka kaydi ALR-RECORD'da beklediginden hesaplar once calisma
      * alanina toplanir.
        H650-CUSTOMER-SNAPSHOT.
            MOVE WS-CUR-ID TO CST-ID
            READ CST-FILE
                 INVALID KEY MOVE 23 TO CST-ST
            END-READ
            IF CST-SUCCESS THEN
               MOVE CST-ALLNAME TO WS-CUST-NAME
            ELSE
               MOVE '*** NOT ON CSTFILE ***' TO WS-CUST-NAME
            END-IF
            MOVE 0 TO WS-ACCT-TOTAL WS-ACCT-FLAG
            MOVE WS-CUR-ID TO IDX-ID
            MOVE 0         TO IDX-DVZ
            START IDX-FILE KEY NOT < IDX-KEY
                  INVALID KEY SET WS-ACCT-DONE TO TRUE
            END-START
            PERFORM H655-NEXT-ACCOUNT UNTIL WS-ACCT-DONE.
        H650-END. EXIT.
      *
        H655-NEXT-ACCOUNT.
            READ IDX-FILE NEXT RECORD
                 AT END SET WS-ACCT-DONE TO TRUE
            END-READ
            IF NOT WS-ACCT-DONE THEN
               IF IDX-ID NOT = WS-CUR-ID OR WS-ACCT-TOTAL = 10 THEN
                  SET WS-ACCT-DONE TO TRUE
               ELSE
                  ADD 1 TO WS-ACCT-TOTAL
                  MOVE IDX-DVZ    TO WS-SAVE-DVZ (WS-ACCT-TOTAL)
                  MOVE IDX-STATUS TO WS-SAVE-STATUS (WS-ACCT-TOTAL)
                  MOVE IDX-BUDGET TO WS-SAVE-BUDGET (WS-ACCT-TOTAL)
               END-IF
            END-IF.
        H655-END. EXIT.
      *
        H680-FILL-CASE.
            MOVE WS-CUST-NAME   TO ALR-CUST-NAME
            MOVE WS-BUS-DATE    TO ALR-LAST-HIT-DATE
            MOVE WS-NEW-HITS    TO ALR-HIT-COUNT
            MOVE WS-NEW-TODAY   TO ALR-TODAY-COUNT
            MOVE WS-NEW-CP      TO ALR-COUNTERPARTY
            MOVE WS-NEW-DETAIL  TO ALR-DETAIL
            MOVE WS-ACCT-TOTAL  TO ALR-ACCT-CNT
            PERFORM H685-MOVE-ACCOUNT
                    VARYING WS-ACCT-IX FROM 1 BY 1
                    UNTIL WS-ACCT-IX > 10.
        H680-END. EXIT.
      *
        H685-MOVE-ACCOUNT.
            IF WS-ACCT-IX > WS-ACCT-TOTAL THEN
               MOVE 0     TO ALR-ACCT-DVZ (WS-ACCT-IX)
                             ALR-ACCT-BUDGET (WS-ACCT-IX)
               MOVE SPACE TO ALR-ACCT-STATUS (WS-ACCT-IX)
            ELSE
               MOVE WS-SAVE-DVZ (WS-ACCT-IX)
                             TO ALR-ACCT-DVZ (WS-ACCT-IX)
               MOVE WS-SAVE-STATUS (WS-ACCT-IX)
                             TO ALR-ACCT-STATUS (WS-ACCT-IX)
               MOVE WS-SAVE-BUDGET (WS-ACCT-IX)
                             TO ALR-ACCT-BUDGET (WS-ACCT-IX)
            END-IF.
        H685-END. EXIT.
      *
        H700-WRITE-REPORT.
            MOVE WS-CUR-ID      TO RPT-ID
            MOVE '-'            TO RPT-SPACE-0
            MOVE WS-CUST-NAME   TO RPT-NAME
            MOVE '-'            TO RPT-SPACE-1
            MOVE WS-NEW-RULE    TO RPT-RULE
            MOVE '-'            TO RPT-SPACE-2
            MOVE '-'            TO RPT-SPACE-3
            MOVE WS-NEW-HITS    TO RPT-WINDOW
            MOVE '-'            TO RPT-SPACE-4
            MOVE WS-NEW-TODAY   TO RPT-TODAY
            MOVE '-'            TO RPT-SPACE-5
            MOVE WS-NEW-CP      TO RPT-CP
            MOVE '-'            TO RPT-SPACE-6
            MOVE WS-ACCT-TOTAL  TO RPT-ACCTS
            MOVE '-'            TO RPT-SPACE-7
            MOVE WS-NEW-DETAIL  TO RPT-DETAIL
            WRITE RPT-REC.
        H700-END. EXIT.
      *
        READ-HIST-RECORD.
            READ IDXHIST-FILE NEXT RECORD.
        READ-HIST-RECORD-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            IF GO-SUCCESS
              PERFORM H900-WRITE-TRAILER
              IF WS-CNT-ERRORS > 0 OR WS-CNT-CP-FULL > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              PERFORM H190-CLOSE-ALL
              STOP RUN.
        H999-END. EXIT.
      *
        H900-WRITE-TRAILER.
            WRITE RPT-REC FROM HEADER-2.
            WRITE RPT-REC FROM TRAILER-BANNER.
            MOVE 'HISTORY RECORDS READ             :' TO WS-TRL-LABEL
            MOVE WS-CNT-HIST-READ                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'CUSTOMERS SCANNED                :' TO WS-TRL-LABEL
            MOVE WS-CNT-CUSTOMERS                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'ACCOUNTS SCANNED                 :' TO WS-TRL-LABEL
            MOVE WS-CNT-ACCOUNTS                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'RULE ST (BELOW LIMIT) HITS       :' TO WS-TRL-LABEL
            MOVE WS-CNT-RULE-ST                       TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'RULE CR (CIRCULAR) HITS          :' TO WS-TRL-LABEL
            MOVE WS-CNT-RULE-CR                       TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'RULE DB (DORMANT BURST) HITS     :' TO WS-TRL-LABEL
            MOVE WS-CNT-RULE-DB                       TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'RULE OV (OVERRIDE) HITS          :' TO WS-TRL-LABEL
            MOVE WS-CNT-RULE-OV                       TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'NEW CASES OPENED                 :' TO WS-TRL-LABEL
            MOVE WS-CNT-NEW                           TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'OPEN CASES UPDATED               :' TO WS-TRL-LABEL
            MOVE WS-CNT-UPDATED                       TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            IF WS-CNT-SKIPPED > 0 THEN
               MOVE 'SKIPPED, CASE CLOSED TODAY       :'
                                                     TO WS-TRL-LABEL
               MOVE WS-CNT-SKIPPED                   TO WS-TRL-COUNT
               WRITE RPT-REC FROM WS-TRAILER-CNT-LINE
            END-IF.
            IF WS-CNT-ERRORS > 0 THEN
               MOVE 'CASE FILE I-O ERRORS             :'
                                                     TO WS-TRL-LABEL
               MOVE WS-CNT-ERRORS                    TO WS-TRL-COUNT
               WRITE RPT-REC FROM WS-TRAILER-CNT-LINE
            END-IF.
            IF WS-CNT-CP-FULL > 0 THEN
               MOVE 'LEGS NOT COUNTED, CPTY TABLE FULL:'
                                                     TO WS-TRL-LABEL
               MOVE WS-CNT-CP-FULL                   TO WS-TRL-COUNT
               WRITE RPT-REC FROM WS-TRAILER-CNT-LINE
            END-IF.
