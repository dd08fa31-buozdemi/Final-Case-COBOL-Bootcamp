        IDENTIFICATION DIVISION.
        PROGRAM-ID.    IDXRCVR.
        AUTHOR.        BURAK OZDEMIR.
      * IDXFILE ileri kurtarma: IDXUNLD'nin gun sonu tam goruntu yedegi
      * (BKPFILE) IDXFILE'a bastan yuklenir, ardindan IDXHIST'te yedek
      * noktasindan (baslik kaydindaki en buyuk HIST-SEQ) sonra yazilmis
      * tum hareketler HIST-SEQ sirasiyla yeniden uygulanarak her
      * hesabin son durumu kurulur. Yeniden uygulama SUBPROGR'u
      * cagirmaz, IDXHIST'e yeni kayit yazmaz; gecmis kaydinin AFTER
      * tarafini dogrudan hesaba isler. Rapor uc bolumdur: uygulanan ve
      * uygulanamayan her hareket, dokunulan hesaplar ve son olarak
      * geri kurulan dosyanin gecmis zinciriyle IDXRECON kurallariyla
      * mutabakati.
      * BKPFILE once hicbir sey yazilmadan bastan sona dogrulanir
      * (baslik, kayit tipleri, 'Z' kuyrugundaki sayi ve hash); yanlis
      * kusak ya da kesik bir yedek verilirse IDXFILE'a dokunulmadan
      * RC 8 ile durulur. IDXFILE ancak dogrulamadan sonra OUTPUT
      * acilir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BKP-FILE   ASSIGN TO BKPFILE
                              STATUS BKP-ST.
      * Yedek dogrulandiktan sonra geri yuklemede OUTPUT, yeniden
      * uygulamada I-O (anahtarla erisim), mutabakatta INPUT (sirali
      * okuma) acilir.
            SELECT IDX-FILE   ASSIGN TO IDXFILE
                              ORGANIZATION INDEXED
                              ACCESS DYNAMIC
                              RECORD KEY IDX-KEY
                              STATUS IDX-ST.
      * IDXHIST iki kez bastan sona okunur: once yedek noktasindan
      * sonraki hareketler sort'a verilir, sonra mutabakat icin
      * anahtar sirasiyla (ID, DVZ, SEQ) taranir.
            SELECT IDXHIST-FILE ASSIGN TO IDXHIST
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY HIST-KEY
                              STATUS HIST-ST.
      * Hareketler hesap bazinda degil, yazildiklari sirada (HIST-SEQ)
      * uygulanmalidir; 'T'/'X' bacaklari ve storno'lar hesaplar
      * arasinda gider gelir. Bu yuzden once SEQ sirasina sort edilir.
            SELECT SRT-FILE   ASSIGN TO SRTWORK.
      * Musteri ana kaydi; yalnizca IDX-DATE'i tasimayan eski 'W'
      * kayitlari icin okunur. Yoksa kurtarma yine calisir.
            SELECT CST-FILE   ASSIGN TO CSTFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY CST-ID
                              STATUS CST-ST.
            SELECT RPT-FILE   ASSIGN TO RPTFILE
                              STATUS RPT-ST.
        DATA DIVISION.
        FILE SECTION.
      * IDXUNLD'nin yedek kaydi: 'H' baslik, 'A' IDX-RECORD goruntusu,
      * 'Z' kuyruk (hesap sayisi ve bakiye hash toplami).
        FD  BKP-FILE RECORDING MODE F.
        01  BKP-REC.
            05  BKP-TYPE              PIC X(01).
            05  BKP-IDX-IMAGE         PIC X(55).
        01  BKP-HDR-REC.
            05  BKP-HDR-TYPE          PIC X(01).
            05  BKP-HDR-BUS-DATE      PIC 9(08).
            05  BKP-HDR-STAMP         PIC 9(14).
            05  BKP-HDR-HIGH-SEQ      PIC 9(20).
            05  FILLER                PIC X(13).
        01  BKP-TRL-REC.
            05  BKP-TRL-TYPE          PIC X(01).
            05  BKP-TRL-COUNT         PIC 9(09).
            05  BKP-TRL-HASH          PIC S9(15)V99.
            05  FILLER                PIC X(29).
      * 'A' kaydinda bakiye; dogrulama gecisinde IDXFILE henuz
      * acilmadigi icin hash buradan toplanir (IDX-BUDGET konumu).
        01  BKP-ACC-REC.
            05  BKP-ACC-TYPE          PIC X(01).
            05  FILLER                PIC X(39).
            05  BKP-ACC-BUDGET        PIC S9(13)V99 COMP-3.
            05  FILLER                PIC X(08).
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
        FD  IDXHIST-FILE.
        01  HIST-RECORD.
            03  HIST-KEY.
                05 HIST-ID            PIC S9(05) COMP-3.
                05 HIST-DVZ           PIC S9(03) COMP.
                05 HIST-SEQ           PIC 9(20) COMP-3.
            03  HIST-FUNC             PIC X(01).
      * SUBPROGR dosya statusunu oldugu gibi yazar; repodaki basari
      * tanimiyla tutarli olarak 00 da 97 de basaridir.
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
        FD  CST-FILE.
        01  CST-RECORD.
            03  CST-ID               PIC S9(05) COMP-3.
            03  CST-ALLNAME          PIC X(30).
            03  CST-DATE             PIC 9(07) COMP-3.
      * Stopaj kategorisi; WHTFILE'da DVZ ile birlikte oran anahtari
      * (bosluk = para biriminin genel orani).
            03  CST-TAX-CAT          PIC X(01).
      *
      * Sort kaydi IDXHIST kaydiyla ayni duzendedir.
        SD  SRT-FILE.
        01  SRT-REC.
            03  SRT-KEY.
                05 SRT-ID             PIC S9(05) COMP-3.
                05 SRT-DVZ            PIC S9(03) COMP.
                05 SRT-SEQ            PIC 9(20) COMP-3.
            03  SRT-FUNC              PIC X(01).
      * Bakiyeyi degistiren ve hesabi okuyup yeniden yazan islemler;
      * 'W' ayrica ele alinir, 'F' (HSTPURGE devir kaydi) hesaba
      * islenmez.
                88 SRT-FUNC-CHANGE           VALUE 'U' 'S' 'D' 'B'
                                                   'I' 'K' 'T' 'X' 'V'.
            03  SRT-RC                PIC 9(02).
                88 SRT-RC-OK                 VALUE 00 97.
            03  SRT-ALLNAME-BEFORE    PIC X(30).
            03  SRT-ALLNAME-AFTER     PIC X(30).
            03  SRT-BUDGET-BEFORE     PIC S9(13)V99 COMP-3.
            03  SRT-BUDGET-AFTER      PIC S9(13)V99 COMP-3.
            03  SRT-FX-RATE           PIC S9(07)V9(06) COMP-3.
            03  SRT-FX-SPREAD         PIC S9(13)V99 COMP-3.
            03  SRT-REV-SEQ           PIC 9(20) COMP-3.
            03  SRT-REV-FUNC          PIC X(01).
            03  SRT-PAIR-ID           PIC S9(05) COMP-3.
            03  SRT-PAIR-DVZ          PIC S9(03) COMP.
            03  SRT-PAIR-SEQ          PIC 9(20) COMP-3.
            03  SRT-ORG-PROGRAM       PIC X(08).
            03  SRT-ORG-BATCH-ID      PIC X(08).
            03  SRT-ORG-BRANCH        PIC X(04).
            03  SRT-ORG-OPERATOR      PIC X(08).
            03  SRT-IDX-DATE          PIC 9(07) COMP-3.
      * Cagiranin gonderdigi supervizor onayi ('O' veya bosluk).
            03  SRT-OVERRIDE-IND      PIC X(01).
      * Hareketin is gunu (BDTFILE, CCYYMMDD). HIST-SEQ makine
      * zamanidir ve yalnizca siralama icindir; gun secimi bu alanla
      * yapilir.
            03  SRT-BUS-DATE          PIC 9(08).
      *
      * Hareket ve mutabakat satiri. Yeniden uygulama bolumunde tutar
      * kolonlari hesabin dosyadaki onceki bakiyesi ve gecmisteki
      * AFTER bakiyesidir; mutabakat bolumunde beklenen (zincir) ve
      * gercek (dosya) bakiyedir.
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC.
            05  RPT-ID                PIC 9(05).
            05  RPT-SPACE-0           PIC X(01).
            05  RPT-DVZ               PIC 9(03).
            05  RPT-SPACE-1           PIC X(01).
            05  RPT-SEQ               PIC X(20).
            05  RPT-SPACE-2           PIC X(01).
            05  RPT-FUNC              PIC X(01).
            05  RPT-SPACE-3           PIC X(01).
            05  RPT-RESULT            PIC X(12).
            05  RPT-SPACE-4           PIC X(01).
            05  RPT-AMOUNT-1          PIC $,$$$,$$$,$$$,$$$9.99-.
            05  RPT-SPACE-5           PIC X(01).
            05  RPT-AMOUNT-2          PIC $,$$$,$$$,$$$,$$$9.99-.
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 BKP-ST               PIC 9(02).
               88 BKP-SUCCESS               VALUE 00 97.
               88 BKP-EOF                   VALUE 10.
            05 IDX-ST               PIC 9(02).
               88 IDX-SUCCESS               VALUE 00 97.
               88 IDX-EOF                   VALUE 10.
               88 IDX-DUPLICATE             VALUE 22.
               88 IDX-NOTFND                VALUE 23.
            05 HIST-ST              PIC 9(02).
               88 HIST-SUCCESS              VALUE 00 97.
               88 HIST-EOF                  VALUE 10.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 CST-ST               PIC 9(02).
               88 CST-SUCCESS               VALUE 00 97.
            05 WS-CST-OPEN          PIC 9(01) VALUE 0.
               88 WS-CST-AVAILABLE          VALUE 1.
            05 WS-SORT-EOF          PIC 9(01) VALUE 0.
               88 WS-SRT-EOF                VALUE 1.
      * Yedek basligindan gelen is gunu ve yedek noktasi.
            05 WS-BKP-DATE          PIC 9(08) VALUE 0.
            05 WS-HIGH-SEQ          PIC 9(20) COMP-3 VALUE 0.
            05 WS-TRL-FOUND         PIC 9(01) VALUE 0.
               88 WS-TRL-SEEN               VALUE 1.
            05 WS-EXP-COUNT         PIC 9(09) COMP-3 VALUE 0.
            05 WS-EXP-HASH          PIC S9(15)V99 COMP-3 VALUE 0.
            05 WS-HASH-TOTAL        PIC S9(15)V99 COMP-3 VALUE 0.
      * Yeniden uygulanan hareketin sonucu ve hesabin uygulama
      * oncesi bakiyesi (rapor satiri icin).
            05 WS-RESULT            PIC X(12) VALUE SPACES.
            05 WS-FILE-BEFORE       PIC S9(13)V99 COMP-3 VALUE 0.
      * Hareketin is gunu (HIST-BUS-DATE); 'U' hareketinde
      * IDX-LAST-UPD-DATE ve eski 'W' kayitlarinda IDX-DATE bu tarihin
      * julian karsiligidir (SUBPROGR STAMP-UPD-DATE ile ayni).
            05 WS-SEQ-DATE          PIC 9(08) VALUE 0.
            05 WS-SEQ-INT           PIC 9(07) VALUE 0.
            05 WS-SEQ-JULIAN        PIC 9(07) VALUE 0.
      * Mutabakat kontrol kirilimi icin o an islenen hesabin anahtari
      * ve zincirde beklenen (bir onceki AFTER) bakiye.
            05 WS-CUR-ID            PIC S9(05) COMP-3 VALUE 0.
            05 WS-CUR-DVZ           PIC S9(03) COMP VALUE 0.
            05 WS-CHAIN-AFTER       PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-LAST-FUNC         PIC X(01) VALUE SPACE.
            05 WS-GROUP-OPEN        PIC 9(01) VALUE 0.
               88 WS-GROUP-ACTIVE           VALUE 1.
            05 WS-GROUP-EXC         PIC 9(01) VALUE 0.
               88 WS-GROUP-HAS-EXC          VALUE 1.
      * Trailer kontrol toplamlari: geri yukleme ve yeniden uygulama.
            05 WS-CNT-BKP-READ      PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-RELOADED      PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-RELOAD-FAIL   PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-REPLAY        PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-APPLIED       PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-BEFORE-DIFF   PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-NOT-APPLIED   PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-SKIP-FAILED   PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-SKIP-CF       PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-TCH-OVERFLOW  PIC 9(09) COMP-3 VALUE 0.
      * Trailer kontrol toplamlari: mutabakat (IDXRECON ile ayni).
            05 WS-CNT-HIST-READ     PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-ACCOUNTS      PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-INBAL         PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-OUTBAL        PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-GAPS          PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-NOHIST        PIC 9(09) COMP-3 VALUE 0.
      * Dokunulan hesaplar tablosu: yeniden uygulamada gecen her
      * ID+DVZ icin uygulanan / uygulanamayan hareket sayisi. Tablo
      * dolarsa fazlasi listeye giremez, trailer'da belirtilir.
            05 WS-TCH-MAX           PIC 9(05) COMP-3 VALUE 0.
            05 WS-TCH-IX            PIC 9(05) COMP-3 VALUE 0.
            05 WS-TCH-HIT           PIC 9(05) COMP-3 VALUE 0.
        01  WS-TCH-TABLE.
            05  WS-TCH-ENT OCCURS 3000 TIMES.
                10  WS-TCH-ID       PIC S9(05) COMP-3.
                10  WS-TCH-DVZ      PIC S9(03) COMP.
                10  WS-TCH-APPLIED  PIC 9(07) COMP-3.
                10  WS-TCH-REJECTED PIC 9(07) COMP-3.
        01  WS-TCH-LINE.
            05  WS-TCH-L-ID         PIC 9(05).
            05  FILLER              PIC X(01) VALUE '-'.
            05  WS-TCH-L-DVZ        PIC 9(03).
            05  FILLER              PIC X(01) VALUE '-'.
            05  WS-TCH-L-APPLIED    PIC ZZZ,ZZ9.
            05  FILLER              PIC X(01) VALUE '-'.
            05  WS-TCH-L-REJECTED   PIC ZZZ,ZZ9.
            05  FILLER              PIC X(01) VALUE '-'.
            05  WS-TCH-L-STATE      PIC X(12).
            05  FILLER              PIC X(01) VALUE '-'.
            05  WS-TCH-L-STATUS     PIC X(01).
            05  FILLER              PIC X(01) VALUE '-'.
            05  WS-TCH-L-BUDGET     PIC $,$$$,$$$,$$$,$$$9.99-.
        01  WS-INFO-LINE.
            05  WS-INFO-LABEL       PIC X(34).
            05  WS-INFO-VALUE       PIC X(20).
        01  WS-TRAILER-CNT-LINE.
            05  WS-TRL-LABEL        PIC X(34).
            05  WS-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
        01  FLAG.
            05 GO-HOME               PIC 9(01).
               88 GO-SUCCESS         VALUE 1.
        01  HEADER-1.
            05  FILLER         PIC X(06) VALUE ' ID   '.
            05  FILLER         PIC X(04) VALUE '|DVZ'.
            05  FILLER         PIC X(21) VALUE '|HIST-SEQ            '.
            05  FILLER         PIC X(02) VALUE '|F'.
            05  FILLER         PIC X(13) VALUE '|RESULT      '.
            05  FILLER         PIC X(23) VALUE
                '|  FILE BEFORE         '.
            05  FILLER         PIC X(22) VALUE
                '|  HISTORY AFTER      '.
        01  HEADER-2.
            05  FILLER         PIC X(06) VALUE '------'.
            05  FILLER         PIC X(04) VALUE '----'.
            05  FILLER         PIC X(21) VALUE
                '---------------------'.
            05  FILLER         PIC X(02) VALUE '--'.
            05  FILLER         PIC X(13) VALUE '-------------'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
            05  FILLER         PIC X(22) VALUE
                '----------------------'.
        01  HEADER-3.
            05  FILLER         PIC X(06) VALUE ' ID   '.
            05  FILLER         PIC X(04) VALUE '|DVZ'.
            05  FILLER         PIC X(08) VALUE '|APPLIED'.
            05  FILLER         PIC X(08) VALUE '|NOT APP'.
            05  FILLER         PIC X(13) VALUE '|FINAL STATE '.
            05  FILLER         PIC X(02) VALUE '|S'.
            05  FILLER         PIC X(22) VALUE
                '|  FINAL BALANCE      '.
        01  HEADER-4.
            05  FILLER         PIC X(06) VALUE ' ID   '.
            05  FILLER         PIC X(04) VALUE '|DVZ'.
            05  FILLER         PIC X(21) VALUE '|                    '.
            05  FILLER         PIC X(02) VALUE '| '.
            05  FILLER         PIC X(13) VALUE '|EXCEPTION   '.
            05  FILLER         PIC X(23) VALUE
                '|  EXPECTED            '.
            05  FILLER         PIC X(22) VALUE
                '|  ACTUAL             '.
        01  TITLE-RELOAD.
            05  FILLER         PIC X(45) VALUE
                '===== RELOAD FROM FULL-IMAGE BACKUP ====='.
        01  TITLE-REPLAY.
            05  FILLER         PIC X(45) VALUE
                '===== HISTORY REPLAY AFTER BACKUP ====='.
        01  TITLE-TOUCHED.
            05  FILLER         PIC X(45) VALUE
                '===== ACCOUNTS TOUCHED BY REPLAY ====='.
        01  TITLE-TIE-OUT.
            05  FILLER         PIC X(45) VALUE
                '===== TIE-OUT AGAINST HISTORY CHAIN ====='.
        01  TRAILER-BANNER.
            05  FILLER         PIC X(35) VALUE
                '===== CONTROL TOTALS FOR RUN ====='.
            05  FILLER         PIC X(33) VALUE SPACES.
        PROCEDURE DIVISION.
        0000-MAIN SECTION.
        0000-MAINLINE.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-HEADER.
           PERFORM H160-VALIDATE-BACKUP.
           PERFORM H180-OPEN-FOR-RELOAD.
           PERFORM H200-RELOAD.
           PERFORM H250-REOPEN-FILES.
           WRITE RPT-REC FROM TITLE-REPLAY.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
      * Yedek noktasindan sonraki hareketler HIST-SEQ sirasina sort
      * edilir ve cikis prosedurunde tek tek hesaba islenir.
           SORT SRT-FILE ON ASCENDING KEY SRT-SEQ SRT-ID SRT-DVZ
                INPUT  PROCEDURE IS H300-SORT-IN
                OUTPUT PROCEDURE IS H400-SORT-OUT.
           PERFORM H550-LIST-TOUCHED.
           PERFORM H600-TIE-OUT.
           PERFORM H999-PROGRAM-EXIT.
        0000-END-MAIN. EXIT.
      *
      * IDXFILE burada acilmaz; OPEN OUTPUT dosyayi bosaltir, bu yuzden
      * yedek dogrulanana kadar beklenir (H180).
        H100-OPEN-FILES.
            OPEN INPUT  BKP-FILE
            OPEN OUTPUT RPT-FILE
            PERFORM STATUS-CONTROL
            SET GO-SUCCESS TO TRUE.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (BKP-SUCCESS AND RPT-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  BKP: ' BKP-ST ' RPT: ' RPT-ST
               IF BKP-SUCCESS THEN CLOSE BKP-FILE END-IF
               IF RPT-SUCCESS THEN CLOSE RPT-FILE END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Ilk kayit 'H' baslik olmalidir; yoksa dosya IDXUNLD yedegi
      * degildir ya da bastan kesilmistir, hicbir sey yuklenmez.
        H150-READ-HEADER.
            PERFORM READ-BKP-RECORD
            IF BKP-EOF OR BKP-TYPE NOT = 'H'
               OR BKP-HDR-HIGH-SEQ NOT NUMERIC THEN
               DISPLAY 'BKPFILE HEADER RECORD MISSING.'
               PERFORM H190-REJECT-BACKUP
            END-IF
            MOVE BKP-HDR-BUS-DATE  TO WS-BKP-DATE
            MOVE BKP-HDR-HIGH-SEQ  TO WS-HIGH-SEQ
            WRITE RPT-REC FROM TITLE-RELOAD
            MOVE 'BACKUP BUSINESS DATE             :' TO WS-INFO-LABEL
            MOVE BKP-HDR-BUS-DATE                     TO WS-INFO-VALUE
            WRITE RPT-REC FROM WS-INFO-LINE
            MOVE 'BACKUP TAKEN AT                  :' TO WS-INFO-LABEL
            MOVE BKP-HDR-STAMP                        TO WS-INFO-VALUE
            WRITE RPT-REC FROM WS-INFO-LINE
            MOVE 'BACKUP POINT (HIST-SEQ)          :' TO WS-INFO-LABEL
            MOVE BKP-HDR-HIGH-SEQ                     TO WS-INFO-VALUE
            WRITE RPT-REC FROM WS-INFO-LINE.
        H150-END. EXIT.
      *
      * Dogrulama gecisi: hicbir sey yazilmadan yedek 'Z' kuyruguna
      * kadar okunur. 'A' sayisi ve bakiye hash toplami kuyruktakiyle
      * tutmazsa, kuyruk yoksa ya da tanimsiz kayit tipi varsa yedek
      * eksik veya yanlis sayilir ve IDXFILE acilmadan durulur.
        H160-VALIDATE-BACKUP.
            PERFORM READ-BKP-RECORD
            PERFORM H170-VALIDATE-ONE UNTIL BKP-EOF OR WS-TRL-SEEN
            IF NOT WS-TRL-SEEN THEN
               DISPLAY 'BKPFILE TRAILER RECORD MISSING.'
               PERFORM H190-REJECT-BACKUP
            END-IF
            IF WS-CNT-BKP-READ NOT = WS-EXP-COUNT
               OR WS-HASH-TOTAL NOT = WS-EXP-HASH THEN
               DISPLAY 'BKPFILE COUNT/HASH DOES NOT MATCH TRAILER.'
               DISPLAY 'EXPECTED: ' WS-EXP-COUNT ' ' WS-EXP-HASH
               DISPLAY 'READ    : ' WS-CNT-BKP-READ ' ' WS-HASH-TOTAL
               PERFORM H190-REJECT-BACKUP
            END-IF
            CLOSE BKP-FILE.
        H160-END. EXIT.
      *
        H170-VALIDATE-ONE.
            EVALUATE BKP-TYPE
              WHEN 'A'
                ADD 1              TO WS-CNT-BKP-READ
                ADD BKP-ACC-BUDGET TO WS-HASH-TOTAL
              WHEN 'Z'
                SET WS-TRL-SEEN TO TRUE
                IF BKP-TRL-COUNT NUMERIC AND BKP-TRL-HASH NUMERIC THEN
                   MOVE BKP-TRL-COUNT TO WS-EXP-COUNT
                   MOVE BKP-TRL-HASH  TO WS-EXP-HASH
                END-IF
              WHEN OTHER
                DISPLAY 'BKPFILE RECORD TYPE UNKNOWN: ' BKP-TYPE
                PERFORM H190-REJECT-BACKUP
            END-EVALUATE
            IF NOT WS-TRL-SEEN THEN
               PERFORM READ-BKP-RECORD
            END-IF.
        H170-END. EXIT.
      *
      * Yedek dogrulandi; yukleme icin bastan yeniden acilir, baslik
      * atlanir ve IDXFILE ancak simdi OUTPUT acilir.
        H180-OPEN-FOR-RELOAD.
            OPEN INPUT BKP-FILE
            IF NOT BKP-SUCCESS THEN
               DISPLAY 'BKPFILE NOT RE-OPENED, STATUS: ' BKP-ST
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM READ-BKP-RECORD
            OPEN OUTPUT IDX-FILE
            IF NOT IDX-SUCCESS THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  IDX: ' IDX-ST
               CLOSE BKP-FILE
                     RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
        H180-END. EXIT.
      *
      * Dogrulama IDXFILE acilmadan once reddeder; dosya oldugu gibi
      * kalir, RC 8 ile durulur.
        H190-REJECT-BACKUP.
            DISPLAY 'BKPFILE REJECTED, IDXFILE WAS NOT CHANGED.'
            CLOSE BKP-FILE
                  RPT-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN.
        H190-END. EXIT.
      *
      * Hesap goruntuleri yedekteki (anahtar) sirasiyla yazilir. Yedek
      * dogrulanmis oldugundan burada yalnizca yazma hatasi ve yuklenen
      * sayinin kuyruktakiyle ayni olmasi denetlenir.
        H200-RELOAD.
            PERFORM READ-BKP-RECORD
            PERFORM H210-RELOAD-ONE UNTIL BKP-EOF OR BKP-TYPE = 'Z'
            MOVE 'ACCOUNT IMAGES RELOADED          :' TO WS-TRL-LABEL
            MOVE WS-CNT-RELOADED                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE
            IF WS-CNT-RELOAD-FAIL > 0 THEN
               DISPLAY 'IDXFILE WRITE FAILED FOR ' WS-CNT-RELOAD-FAIL
                       ' BACKUP RECORD(S).'
               PERFORM H290-ABORT-RELOAD
            END-IF
            IF WS-CNT-RELOADED NOT = WS-EXP-COUNT THEN
               DISPLAY 'RELOADED COUNT DOES NOT MATCH TRAILER.'
               PERFORM H290-ABORT-RELOAD
            END-IF
            CLOSE BKP-FILE.
        H200-END. EXIT.
      *
        H210-RELOAD-ONE.
            EVALUATE BKP-TYPE
              WHEN 'A'
                MOVE BKP-IDX-IMAGE TO IDX-RECORD
                WRITE IDX-RECORD
                IF IDX-SUCCESS THEN
                   ADD 1 TO WS-CNT-RELOADED
                ELSE
                   ADD 1 TO WS-CNT-RELOAD-FAIL
                   DISPLAY 'RELOAD WRITE ERROR, STATUS: ' IDX-ST
                END-IF
              WHEN OTHER
                DISPLAY 'BKPFILE RECORD TYPE UNKNOWN: ' BKP-TYPE
                PERFORM H290-ABORT-RELOAD
            END-EVALUATE
            PERFORM READ-BKP-RECORD.
        H210-END. EXIT.
      *
      * Dogrulanmis yedek yuklenirken yazma hatasi olursa IDXFILE
      * kullanilmamalidir; dosya kapatilir, RC 8 ile durulur ve
      * yeniden uygulama yapilmaz. Yedek saglam oldugundan yukleme
      * ayni yedekle yeniden calistirilabilir.
        H290-ABORT-RELOAD.
            DISPLAY 'IDXFILE RELOAD INCOMPLETE, REPLAY NOT RUN.'
            CLOSE BKP-FILE
                  IDX-FILE
                  RPT-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN.
        H290-END. EXIT.
      *
      * Yuklenen dosya anahtarla guncellenmek uzere I-O, gecmis de
      * sort girisi icin INPUT acilir.
        H250-REOPEN-FILES.
            CLOSE IDX-FILE
            OPEN I-O   IDX-FILE
            OPEN INPUT IDXHIST-FILE
            IF NOT (IDX-SUCCESS AND HIST-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  IDX: ' IDX-ST ' HIST: ' HIST-ST
               IF IDX-SUCCESS  THEN CLOSE IDX-FILE     END-IF
               IF HIST-SUCCESS THEN CLOSE IDXHIST-FILE END-IF
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            OPEN INPUT CST-FILE
            IF CST-SUCCESS THEN
               SET WS-CST-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'CSTFILE NOT AVAILABLE, STATUS: ' CST-ST
            END-IF.
        H250-END. EXIT.
      *
      * Giris proseduru: IDXHIST bastan sona okunur, SEQ'i yedek
      * noktasindan buyuk olan kayitlar sort'a verilir.
      * Dikkat: IDXLIST'teki gibi besleme paragrafi yardimci
      * paragrafa dusmemeli; GO TO ile SECTION sonuna atlanir.
        H300-SORT-IN SECTION.
        H300-FEED.
            PERFORM READ-HIST-RECORD
            PERFORM H310-RELEASE-ONE UNTIL HIST-EOF
            GO TO H300-SORT-IN-END.
      *
        H310-RELEASE-ONE.
            IF HIST-SEQ > WS-HIGH-SEQ THEN
               MOVE HIST-RECORD TO SRT-REC
               RELEASE SRT-REC
            END-IF
            PERFORM READ-HIST-RECORD.
        H310-END. EXIT.
      *
        H300-SORT-IN-END. EXIT.
      *
      * Cikis proseduru: hareketler HIST-SEQ sirasinda doner.
      * Basarisiz (RC > 0) denemeler hesabi degistirmedigi icin
      * atlanir; 'F' devir kayitlari da hesaba islenmez. Geri
      * kalanlar SUBPROGR'un hesapta biraktigi etkiye gore uygulanir.
        H400-SORT-OUT SECTION.
        H400-DRAIN.
            MOVE 0 TO WS-SORT-EOF
            PERFORM RETURN-SRT-RECORD
            PERFORM H410-APPLY-ONE UNTIL WS-SRT-EOF
            GO TO H400-SORT-OUT-END.
      *
        H410-APPLY-ONE.
            ADD 1 TO WS-CNT-REPLAY
            EVALUATE TRUE
              WHEN NOT SRT-RC-OK
                ADD 1 TO WS-CNT-SKIP-FAILED
              WHEN SRT-FUNC = 'F'
                ADD 1 TO WS-CNT-SKIP-CF
              WHEN SRT-FUNC = 'W'
                PERFORM H420-REPLAY-OPEN
              WHEN SRT-FUNC-CHANGE
                PERFORM H430-REPLAY-CHANGE
              WHEN OTHER
                MOVE 0              TO WS-FILE-BEFORE
                MOVE 'UNKNOWN FUNC' TO WS-RESULT
                PERFORM H480-NOT-APPLIED
            END-EVALUATE
            PERFORM RETURN-SRT-RECORD.
        H410-END. EXIT.
      *
      * 'W': hesap SUBPROGR WRT-PROCESS'teki gibi yeniden acilir.
      * IDX-DATE (dogum tarihi) gecmis kaydindan alinir; bu alan
      * doldurulmadan once yazilmis kayitlarda musteri ana kaydindaki
      * (CSTFILE) tarih kullanilir, o da yoksa sifir kalir.
        H420-REPLAY-OPEN.
            MOVE 0                  TO WS-FILE-BEFORE
            MOVE SRT-ID             TO IDX-ID
            MOVE SRT-DVZ            TO IDX-DVZ
            MOVE SRT-ALLNAME-AFTER  TO IDX-ALLNAME
            IF SRT-IDX-DATE > 0 THEN
               MOVE SRT-IDX-DATE    TO IDX-DATE
            ELSE
               PERFORM H425-MASTER-DATE
            END-IF
            MOVE SRT-BUDGET-AFTER   TO IDX-BUDGET
            MOVE 0                  TO IDX-UPD-COUNT
            MOVE 0                  TO IDX-LAST-UPD-DATE
            MOVE 'A'                TO IDX-STATUS
            WRITE IDX-RECORD
            EVALUATE TRUE
              WHEN IDX-SUCCESS
                MOVE 'APPLIED     ' TO WS-RESULT
                PERFORM H460-APPLIED
              WHEN IDX-DUPLICATE
                MOVE 'EXISTS      ' TO WS-RESULT
                PERFORM H480-NOT-APPLIED
              WHEN OTHER
                MOVE 'I-O ERROR   ' TO WS-RESULT
                PERFORM H480-NOT-APPLIED
            END-EVALUATE.
        H420-END. EXIT.
      *
        H425-MASTER-DATE.
            MOVE 0 TO IDX-DATE
            IF WS-CST-AVAILABLE THEN
               MOVE SRT-ID TO CST-ID
               READ CST-FILE
                    INVALID KEY MOVE 23 TO CST-ST
               END-READ
               IF CST-SUCCESS THEN
                  MOVE CST-DATE TO IDX-DATE
               END-IF
            END-IF.
        H425-END. EXIT.
      *
      * Var olan hesabi degistiren hareketler: 'U' isim (AFTER) ile
      * guncelleme sayaci ve tarihini, 'S' durumu (AFTER'daki
      * 'STATUS x' metninin 8. bayti), 'D' kaydi siler; bakiye
      * hareketleri (B/I/T/X/V) bakiyeyi AFTER'a getirir. Dosyadaki
      * bakiye gecmisin BEFORE'u ile tutmuyorsa hareket yine de
      * uygulanir (gecmis esastir) ama satir BEFORE DIFF olarak
      * isaretlenir.
        H430-REPLAY-CHANGE.
            MOVE SRT-ID             TO IDX-ID
            MOVE SRT-DVZ            TO IDX-DVZ
            READ IDX-FILE KEY IS IDX-KEY
            IF NOT IDX-SUCCESS THEN
               MOVE 0               TO WS-FILE-BEFORE
               IF IDX-NOTFND THEN
                  MOVE 'NOT ON FILE ' TO WS-RESULT
               ELSE
                  MOVE 'I-O ERROR   ' TO WS-RESULT
               END-IF
               PERFORM H480-NOT-APPLIED
            ELSE
               MOVE IDX-BUDGET      TO WS-FILE-BEFORE
               EVALUATE SRT-FUNC
                 WHEN 'U'
                   MOVE SRT-ALLNAME-AFTER      TO IDX-ALLNAME
                   ADD 1                       TO IDX-UPD-COUNT
                   PERFORM H470-SEQ-JULIAN
                   MOVE WS-SEQ-JULIAN          TO IDX-LAST-UPD-DATE
                   REWRITE IDX-RECORD
                 WHEN 'S'
                   MOVE SRT-ALLNAME-AFTER(8:1) TO IDX-STATUS
                   REWRITE IDX-RECORD
                 WHEN 'D'
                   DELETE IDX-FILE RECORD
                 WHEN OTHER
                   MOVE SRT-BUDGET-AFTER       TO IDX-BUDGET
                   REWRITE IDX-RECORD
               END-EVALUATE
               IF IDX-SUCCESS THEN
                  IF SRT-BUDGET-BEFORE = WS-FILE-BEFORE THEN
                     MOVE 'APPLIED     ' TO WS-RESULT
                  ELSE
                     MOVE 'BEFORE DIFF ' TO WS-RESULT
                     ADD 1 TO WS-CNT-BEFORE-DIFF
                  END-IF
                  PERFORM H460-APPLIED
               ELSE
                  MOVE 'I-O ERROR   '    TO WS-RESULT
                  PERFORM H480-NOT-APPLIED
               END-IF
            END-IF.
        H430-END. EXIT.
      *
        H460-APPLIED.
            ADD 1 TO WS-CNT-APPLIED
            PERFORM H490-FILL-REPLAY-LINE
            WRITE RPT-REC
            PERFORM H500-TOUCH-ACCOUNT
            IF WS-TCH-HIT > 0 THEN
               ADD 1 TO WS-TCH-APPLIED(WS-TCH-HIT)
            END-IF.
        H460-END. EXIT.
      *
        H470-SEQ-JULIAN.
            MOVE SRT-BUS-DATE       TO WS-SEQ-DATE
            COMPUTE WS-SEQ-INT =
                    FUNCTION INTEGER-OF-DATE(WS-SEQ-DATE)
            COMPUTE WS-SEQ-JULIAN =
                    FUNCTION DAY-OF-INTEGER(WS-SEQ-INT).
        H470-END. EXIT.
      *
        H480-NOT-APPLIED.
            ADD 1 TO WS-CNT-NOT-APPLIED
            PERFORM H490-FILL-REPLAY-LINE
            WRITE RPT-REC
            PERFORM H500-TOUCH-ACCOUNT
            IF WS-TCH-HIT > 0 THEN
               ADD 1 TO WS-TCH-REJECTED(WS-TCH-HIT)
            END-IF.
        H480-END. EXIT.
      *
        H490-FILL-REPLAY-LINE.
            INITIALIZE RPT-REC
            MOVE SRT-ID             TO RPT-ID
            MOVE '-'                TO RPT-SPACE-0
            MOVE SRT-DVZ            TO RPT-DVZ
            MOVE '-'                TO RPT-SPACE-1
            MOVE SRT-SEQ            TO RPT-SEQ
            MOVE '-'                TO RPT-SPACE-2
            MOVE SRT-FUNC           TO RPT-FUNC
            MOVE '-'                TO RPT-SPACE-3
            MOVE WS-RESULT          TO RPT-RESULT
            MOVE '-'                TO RPT-SPACE-4
            MOVE WS-FILE-BEFORE     TO RPT-AMOUNT-1
            MOVE '-'                TO RPT-SPACE-5
            MOVE SRT-BUDGET-AFTER   TO RPT-AMOUNT-2.
        H490-END. EXIT.
      *
      * Hareketin hesabini dokunulan hesaplar tablosunda bulur, yoksa
      * ekler; WS-TCH-HIT bulunan/eklenen satirdir (tablo doluysa 0).
        H500-TOUCH-ACCOUNT.
            MOVE 0 TO WS-TCH-HIT
            PERFORM H510-FIND-TOUCHED
                VARYING WS-TCH-IX FROM 1 BY 1
                UNTIL WS-TCH-IX > WS-TCH-MAX OR WS-TCH-HIT > 0
            IF WS-TCH-HIT = 0 THEN
               IF WS-TCH-MAX < 3000 THEN
                  ADD 1 TO WS-TCH-MAX
                  MOVE SRT-ID  TO WS-TCH-ID(WS-TCH-MAX)
                  MOVE SRT-DVZ TO WS-TCH-DVZ(WS-TCH-MAX)
                  MOVE 0       TO WS-TCH-APPLIED(WS-TCH-MAX)
                  MOVE 0       TO WS-TCH-REJECTED(WS-TCH-MAX)
                  MOVE WS-TCH-MAX TO WS-TCH-HIT
               ELSE
                  ADD 1 TO WS-CNT-TCH-OVERFLOW
               END-IF
            END-IF.
        H500-END. EXIT.
      *
        H510-FIND-TOUCHED.
            IF WS-TCH-ID(WS-TCH-IX) = SRT-ID
               AND WS-TCH-DVZ(WS-TCH-IX) = SRT-DVZ THEN
               MOVE WS-TCH-IX TO WS-TCH-HIT
            END-IF.
        H510-END. EXIT.
      *
        H400-SORT-OUT-END. EXIT.
      *
      * Sort sonrasi bolumler ve ortak paragraflar kendi SECTION'larinda
      * durur ki sort prosedurlerinin icine dahil olmasinlar.
        H550-COMMON SECTION.
      * Dokunulan her hesabin son hali: dosyada mi, silindi mi,
      * durumu ve bakiyesi.
        H550-LIST-TOUCHED.
            WRITE RPT-REC FROM TITLE-TOUCHED
            WRITE RPT-REC FROM HEADER-3
            WRITE RPT-REC FROM HEADER-2
            PERFORM H560-TOUCHED-ONE
                VARYING WS-TCH-IX FROM 1 BY 1
                UNTIL WS-TCH-IX > WS-TCH-MAX.
        H550-END. EXIT.
      *
        H560-TOUCHED-ONE.
            MOVE WS-TCH-ID(WS-TCH-IX)       TO IDX-ID
            MOVE WS-TCH-DVZ(WS-TCH-IX)      TO IDX-DVZ
            MOVE WS-TCH-ID(WS-TCH-IX)       TO WS-TCH-L-ID
            MOVE WS-TCH-DVZ(WS-TCH-IX)      TO WS-TCH-L-DVZ
            MOVE WS-TCH-APPLIED(WS-TCH-IX)  TO WS-TCH-L-APPLIED
            MOVE WS-TCH-REJECTED(WS-TCH-IX) TO WS-TCH-L-REJECTED
            READ IDX-FILE KEY IS IDX-KEY
            IF IDX-SUCCESS THEN
               MOVE 'ON FILE     '  TO WS-TCH-L-STATE
               MOVE IDX-STATUS      TO WS-TCH-L-STATUS
               MOVE IDX-BUDGET      TO WS-TCH-L-BUDGET
            ELSE
               MOVE 'NOT ON FILE '  TO WS-TCH-L-STATE
               MOVE SPACE           TO WS-TCH-L-STATUS
               MOVE 0               TO WS-TCH-L-BUDGET
            END-IF
            WRITE RPT-REC FROM WS-TCH-LINE.
        H560-END. EXIT.
      *
      * Mutabakat: geri kurulan IDXFILE, IDXRECON'un kurallariyla
      * IDXHIST zincirine karsi kontrol edilir. Gecmis anahtar
      * sirasiyla okunur, IDXFILE ile es-yuruyen bir taramayla
      * karsilastirilir.
        H600-TIE-OUT.
            CLOSE IDX-FILE
                  IDXHIST-FILE
            OPEN INPUT IDX-FILE
            OPEN INPUT IDXHIST-FILE
            IF NOT (IDX-SUCCESS AND HIST-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  IDX: ' IDX-ST ' HIST: ' HIST-ST
               IF IDX-SUCCESS  THEN CLOSE IDX-FILE     END-IF
               IF HIST-SUCCESS THEN CLOSE IDXHIST-FILE END-IF
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            WRITE RPT-REC FROM TITLE-TIE-OUT
            WRITE RPT-REC FROM HEADER-4
            WRITE RPT-REC FROM HEADER-2
            PERFORM READ-IDX-NEXT
            PERFORM READ-HIST-RECORD
            PERFORM H610-PROCESS UNTIL HIST-EOF
            IF WS-GROUP-ACTIVE THEN
               PERFORM H640-END-GROUP
            END-IF
            PERFORM H660-NO-HISTORY-ONE UNTIL IDX-EOF.
        H600-END. EXIT.
      *
        H610-PROCESS.
            ADD 1 TO WS-CNT-HIST-READ
            IF NOT WS-GROUP-ACTIVE
               OR HIST-ID NOT = WS-CUR-ID
               OR HIST-DVZ NOT = WS-CUR-DVZ THEN
               IF WS-GROUP-ACTIVE THEN
                  PERFORM H640-END-GROUP
               END-IF
               PERFORM H620-START-GROUP
            ELSE
               IF HIST-RC-OK THEN
                  PERFORM H630-CHAIN-CHECK
               END-IF
            END-IF
            PERFORM READ-HIST-RECORD.
        H610-END. EXIT.
      *
        H620-START-GROUP.
            MOVE HIST-ID           TO WS-CUR-ID
            MOVE HIST-DVZ          TO WS-CUR-DVZ
            MOVE 1                 TO WS-GROUP-OPEN
            MOVE 0                 TO WS-GROUP-EXC
            ADD 1 TO WS-CNT-ACCOUNTS
            MOVE HIST-BUDGET-AFTER TO WS-CHAIN-AFTER
            MOVE HIST-FUNC         TO WS-LAST-FUNC.
        H620-END. EXIT.
      *
      * BEFORE bir onceki AFTER ile ayni olmali; 'W' zinciri yeniden
      * baslatir. Kopukluk GAP olarak yazilir, zincir devam eder.
        H630-CHAIN-CHECK.
            IF HIST-FUNC NOT = 'W' AND
               HIST-BUDGET-BEFORE NOT = WS-CHAIN-AFTER THEN
               ADD 1 TO WS-CNT-GAPS
               SET WS-GROUP-HAS-EXC TO TRUE
               PERFORM H680-FILL-EXC-KEY
               MOVE 'GAP         '     TO RPT-RESULT
               MOVE WS-CHAIN-AFTER     TO RPT-AMOUNT-1
               MOVE HIST-BUDGET-BEFORE TO RPT-AMOUNT-2
               WRITE RPT-REC
            END-IF
            MOVE HIST-BUDGET-AFTER TO WS-CHAIN-AFTER
            MOVE HIST-FUNC         TO WS-LAST-FUNC.
        H630-END. EXIT.
      *
      * Grubun son AFTER'i canli bakiyeyle karsilastirilir; son
      * hareket 'D' ise kaydin dosyada olmamasi beklenir.
        H640-END-GROUP.
            PERFORM H650-CATCH-UP-IDX
            EVALUATE TRUE
              WHEN (NOT IDX-EOF)
                   AND IDX-ID = WS-CUR-ID AND IDX-DVZ = WS-CUR-DVZ
                IF WS-LAST-FUNC = 'D' THEN
                   SET WS-GROUP-HAS-EXC TO TRUE
                   ADD 1 TO WS-CNT-OUTBAL
                   PERFORM H680-FILL-EXC-KEY
                   MOVE 'NOT DELETED '    TO RPT-RESULT
                   MOVE 0                 TO RPT-AMOUNT-1
                   MOVE IDX-BUDGET        TO RPT-AMOUNT-2
                   WRITE RPT-REC
                ELSE
                   IF IDX-BUDGET NOT = WS-CHAIN-AFTER THEN
                      SET WS-GROUP-HAS-EXC TO TRUE
                      ADD 1 TO WS-CNT-OUTBAL
                      PERFORM H680-FILL-EXC-KEY
                      MOVE 'OUT-OF-BAL  ' TO RPT-RESULT
                      MOVE WS-CHAIN-AFTER TO RPT-AMOUNT-1
                      MOVE IDX-BUDGET     TO RPT-AMOUNT-2
                      WRITE RPT-REC
                   END-IF
                END-IF
                PERFORM READ-IDX-NEXT
              WHEN OTHER
                IF NOT WS-LAST-FUNC = 'D' THEN
                   SET WS-GROUP-HAS-EXC TO TRUE
                   ADD 1 TO WS-CNT-OUTBAL
                   PERFORM H680-FILL-EXC-KEY
                   MOVE 'MISSING     '    TO RPT-RESULT
                   MOVE WS-CHAIN-AFTER    TO RPT-AMOUNT-1
                   MOVE 0                 TO RPT-AMOUNT-2
                   WRITE RPT-REC
                END-IF
            END-EVALUATE
            IF NOT WS-GROUP-HAS-EXC THEN
               ADD 1 TO WS-CNT-INBAL
            END-IF
            MOVE 0 TO WS-GROUP-OPEN.
        H640-END. EXIT.
      *
        H650-CATCH-UP-IDX.
            PERFORM H660-NO-HISTORY-ONE
                UNTIL IDX-EOF
                   OR IDX-ID > WS-CUR-ID
                   OR (IDX-ID = WS-CUR-ID
                       AND IDX-DVZ NOT < WS-CUR-DVZ).
        H650-END. EXIT.
      *
        H660-NO-HISTORY-ONE.
            ADD 1 TO WS-CNT-ACCOUNTS
            ADD 1 TO WS-CNT-NOHIST
            PERFORM H680-FILL-EXC-KEY
            MOVE IDX-ID           TO RPT-ID
            MOVE IDX-DVZ          TO RPT-DVZ
            MOVE 'NO HISTORY  '   TO RPT-RESULT
            MOVE 0                TO RPT-AMOUNT-1
            MOVE IDX-BUDGET       TO RPT-AMOUNT-2
            WRITE RPT-REC
            PERFORM READ-IDX-NEXT.
        H660-END. EXIT.
      *
        H680-FILL-EXC-KEY.
            INITIALIZE RPT-REC
            MOVE WS-CUR-ID        TO RPT-ID
            MOVE '-'              TO RPT-SPACE-0
            MOVE WS-CUR-DVZ       TO RPT-DVZ
            MOVE '-'              TO RPT-SPACE-1
            MOVE '-'              TO RPT-SPACE-2
            MOVE '-'              TO RPT-SPACE-3
            MOVE '-'              TO RPT-SPACE-4
            MOVE '-'              TO RPT-SPACE-5.
        H680-END. EXIT.
      *
        READ-BKP-RECORD.
            READ BKP-FILE.
        READ-BKP-RECORD-END. EXIT.
      *
        READ-HIST-RECORD.
            READ IDXHIST-FILE NEXT RECORD.
        READ-HIST-RECORD-END. EXIT.
      *
      * Okuma hatasinda tarama durdurulur (EOF gibi davranilir) ama
      * operator uyarilir.
        READ-IDX-NEXT.
            READ IDX-FILE NEXT RECORD
            IF NOT IDX-SUCCESS AND NOT IDX-EOF THEN
               DISPLAY 'WARNING: IDXFILE READ ERROR, STATUS: ' IDX-ST
               MOVE 10 TO IDX-ST
            END-IF.
        READ-IDX-NEXT-END. EXIT.
      *
        RETURN-SRT-RECORD.
            RETURN SRT-FILE
                AT END SET WS-SRT-EOF TO TRUE
            END-RETURN.
        RETURN-SRT-RECORD-END. EXIT.
      *
      * Uygulanamayan hareket ya da mutabakat istisnasi varsa kurtarma
      * tamamlanmis ama incelenmesi gereken durumdadir; RC 4 verilir.
        H999-PROGRAM-EXIT.
            IF GO-SUCCESS
              PERFORM H900-WRITE-TRAILER
              IF WS-CST-AVAILABLE THEN
                 CLOSE CST-FILE
              END-IF
              CLOSE IDX-FILE
                    IDXHIST-FILE
                    RPT-FILE
              IF WS-CNT-NOT-APPLIED > 0 OR WS-CNT-OUTBAL > 0
                 OR WS-CNT-GAPS > 0 THEN
                 DISPLAY 'RECOVERY COMPLETED WITH EXCEPTIONS.'
                 MOVE 4 TO RETURN-CODE
              END-IF
              STOP RUN.
        H999-END. EXIT.
      *
        H900-WRITE-TRAILER.
            WRITE RPT-REC FROM HEADER-2.
            WRITE RPT-REC FROM TRAILER-BANNER.
            MOVE 'ACCOUNT IMAGES RELOADED          :' TO WS-TRL-LABEL
            MOVE WS-CNT-RELOADED                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'HISTORY RECORDS AFTER BACKUP     :' TO WS-TRL-LABEL
            MOVE WS-CNT-REPLAY                        TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'HISTORY RECORDS APPLIED          :' TO WS-TRL-LABEL
            MOVE WS-CNT-APPLIED                       TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE '  OF WHICH BEFORE DIFFERED       :' TO WS-TRL-LABEL
            MOVE WS-CNT-BEFORE-DIFF                   TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'HISTORY RECORDS NOT APPLIED      :' TO WS-TRL-LABEL
            MOVE WS-CNT-NOT-APPLIED                   TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'FAILED POSTINGS SKIPPED          :' TO WS-TRL-LABEL
            MOVE WS-CNT-SKIP-FAILED                   TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'CARRY-FORWARD RECORDS SKIPPED    :' TO WS-TRL-LABEL
            MOVE WS-CNT-SKIP-CF                       TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'ACCOUNTS TOUCHED                 :' TO WS-TRL-LABEL
            MOVE WS-TCH-MAX                           TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            IF WS-CNT-TCH-OVERFLOW > 0 THEN
               MOVE 'TOUCHED LIST DROPPED (TABLE FULL):'
                                                   TO WS-TRL-LABEL
               MOVE WS-CNT-TCH-OVERFLOW            TO WS-TRL-COUNT
               WRITE RPT-REC FROM WS-TRAILER-CNT-LINE
            END-IF
            MOVE 'TIE-OUT HISTORY RECORDS READ     :' TO WS-TRL-LABEL
            MOVE WS-CNT-HIST-READ                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'TIE-OUT ACCOUNTS CHECKED         :' TO WS-TRL-LABEL
            MOVE WS-CNT-ACCOUNTS                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'TIE-OUT ACCOUNTS IN BALANCE      :' TO WS-TRL-LABEL
            MOVE WS-CNT-INBAL                         TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'TIE-OUT ACCOUNTS OUT OF BALANCE  :' TO WS-TRL-LABEL
            MOVE WS-CNT-OUTBAL                        TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'TIE-OUT CHAIN GAPS DETECTED      :' TO WS-TRL-LABEL
            MOVE WS-CNT-GAPS                          TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'TIE-OUT ACCOUNTS WITH NO HISTORY :' TO WS-TRL-LABEL
            MOVE WS-CNT-NOHIST                        TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
        H900-END. EXIT.
