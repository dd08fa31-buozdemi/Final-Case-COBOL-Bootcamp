        IDENTIFICATION DIVISION.
        PROGRAM-ID.    SUBPROGR.
        AUTHOR.        BURAK OZDEMIR.
      * WS-SUB-RC: 00/97 basari, 82 is gunu alinamadi (BDTCTL mesaji
      * WS-ERROR-EXPLAIN'da), 83-87 storno reddi, 88 kur tanimsiz,
      * 89 doviz bozdurma ayni musteri disi, 90 tanimsiz fonksiyon,
      * 91 zaten guncellenmis, 92 'T'/'X' hesap cifti gecersiz,
      * 93 taban bakiye, 94 tutar pozitif degil, 95 hesap dondurulmus
      * veya kapali, 96 silme icin hesap sifir bakiyeli kapali degil,
      * 98 gecersiz durum; digerleri dosya statusudur. REALIDX ayrica
      * kendi icinde 80 (kontrol hanesi) ve 04 (onay bekliyor) kullanir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                              ACCESS RANDOM
                              RECORD KEY DVZ-KEY
                              STATUS DVZ-ST.
      * 'X' (doviz bozdurma) icin kur referans dosyasi; para biriminin
      * baz kuru ile alis/satis marjini tasir. Dosya istege baglidir:
      * yoksa diger fonksiyonlar etkilenmez, yalnizca 'X' reddedilir.
            SELECT FXR-FILE   ASSIGN TO FXRFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY FXR-KEY
                              STATUS FXR-ST.
        DATA DIVISION.
        FILE SECTION.
        FD  IDX-FILE.
            03  HIST-ALLNAME-AFTER    PIC X(30).
            03  HIST-BUDGET-BEFORE    PIC S9(13)V99 COMP-3.
            03  HIST-BUDGET-AFTER     PIC S9(13)V99 COMP-3.
      * 'X' bacaklarinda uygulanan efektif kur (kaynak birim basina
      * hedef birim) ve kaynak bacakta bankada kalan marj geliri
      * (kaynak para biriminde). Diger fonksiyonlarda ikisi de sifir.
            03  HIST-FX-RATE          PIC S9(07)V9(06) COMP-3.
            03  HIST-FX-SPREAD        PIC S9(13)V99 COMP-3.
      * Storno (ters kayit) baglantisi: asil kayitta onu geri alan
      * 'V' kaydinin, 'V' kaydinda ise geri alinan asil kaydin
      * HIST-SEQ'i (ikisi de ayni ID/DVZ altinda); sifir = yok.
      * HIST-REV-FUNC 'V' kaydinda asil islemin kodudur (B/T/I).
      * PAIR alanlari 'T'/'X' (ve 'T' stornosu) bacaklarinda karsi
      * bacagin tam anahtaridir; iki bacak birbirini gosterir.
            03  HIST-REV-SEQ          PIC 9(20) COMP-3.
            03  HIST-REV-FUNC         PIC X(01).
            03  HIST-PAIR-ID          PIC S9(05) COMP-3.
            03  HIST-PAIR-DVZ         PIC S9(03) COMP.
            03  HIST-PAIR-SEQ         PIC 9(20) COMP-3.
      * Kaydin kaynagi: yazan program, batch posting'lerde batch
      * kimligi ve sube, konsol posting'lerinde operator kimligi.
      * Cagiran program WS-ORG alanlarinda verir; uygulanmayan
      * alan bosluk kalir.
            03  HIST-ORG-PROGRAM      PIC X(08).
            03  HIST-ORG-BATCH-ID     PIC X(08).
            03  HIST-ORG-BRANCH       PIC X(04).
            03  HIST-ORG-OPERATOR     PIC X(08).
      * Hesap acilis kaydinda ('W') hesaba yazilan IDX-DATE (dogum
      * tarihi, julian); diger fonksiyonlarda sifir. Hesap yedekten
      * geri kurulurken bu bilgi buradan alinir.
            03  HIST-IDX-DATE         PIC 9(07) COMP-3.
      * Cagiranin WS-OVERRIDE-IND ile gonderdigi supervizor onayi
      * ('O' = taban bakiye kurali asilabilir); izleme raporlari
      * onay kullanimini buradan sayar.
            03  HIST-OVERRIDE-IND     PIC X(01).
      * Hareketin is gunu (BDTFILE, CCYYMMDD). HIST-SEQ makine
      * zamanidir ve yalnizca siralama icindir; gun secimi bu alanla
      * yapilir.
            03  HIST-BUS-DATE         PIC 9(08).
      *
        FD  DVZ-FILE.
        01  DVZ-RECORD.
      * islemlerini REALIDX posting'e sokmadan supervizor onayina
      * (PNDFILE) ayirir.
            05  DVZ-LARGE-LIMIT       PIC S9(13)V99 COMP-3.
      *
      * FXR-RATE: 1 birimin baz para birimi karsiligi. Marjlar kesir
      * olarak tutulur (0.015 = %1.5): banka musteriden para birimini
      * kurun BUY-SPREAD kadar altindan alir, SELL-SPREAD kadar
      * ustunden satar.
        FD  FXR-FILE.
        01  FXR-RECORD.
            05  FXR-KEY               PIC S9(03) COMP.
            05  FXR-RATE              PIC S9(07)V9(06) COMP-3.
            05  FXR-BUY-SPREAD        PIC S9(01)V9(06) COMP-3.
            05  FXR-SELL-SPREAD       PIC S9(01)V9(06) COMP-3.
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 DVZ-ST                PIC 9(02).
               88 DVZ-SUCCESS        VALUE 00 97.
               88 DVZ-NOTFND         VALUE 23.
            05 FXR-ST                PIC 9(02).
               88 FXR-SUCCESS        VALUE 00 97.
            05 WS-FXR-OPEN           PIC 9(01) VALUE 0.
               88 WS-FXR-AVAILABLE           VALUE 1.
      * DVZ-FILE'dan okunan taban bakiye; kod referans dosyasinda
      * yoksa 0 varsayilir (eksiye inilemez).
            05 WS-MIN-BALANCE        PIC S9(13)V99 COMP-3 VALUE 0.
      * sonunda zaten kapatilir.
            05 WS-FILES-OPEN-SW      PIC 9(01) VALUE 0.
               88 WS-FILES-OPEN              VALUE 1.
      * HIST-SEQ'in zaman damgasi makine tarih ve saatidir
      * (CCYYMMDDHHMMSSss); boylece HIST-SEQ zamanla kesin artar.
      * Hareketin is gunu ayrica HIST-BUS-DATE'e yazilir; gece yarisini
      * asan bir gun sonu kaydi ya da BDTROLL'dan sonraki hafta sonu
      * kaydi boylece hem kendi is gununde kalir hem sirayi bozmaz.
            05 WS-HIST-TS            PIC 9(16).
      * APPEND-HIST her cagrildiginda artar; FUNCTION CURRENT-DATE
      * yuzde saniyeye kadar hassas oldugu icin, ayni yuzde saniye
            05 TRF-TGT-REC           PIC X(55).
            05 TRF-TGT-BEFORE        PIC S9(13)V99 COMP-3.
            05 TRF-TGT-AFTER         PIC S9(13)V99 COMP-3.
      * Hedef hesaba eklenecek tutar: 'T'de TRF-AMOUNT'un aynisi,
      * 'X'te hedef para birimine cevrilmis karsiligi.
            05 TRF-CREDIT-AMT        PIC S9(13)V99 COMP-3.
      * 'X' hesaplamasi: iki para biriminin kuru ve marji, efektif kur,
      * hedef para biriminin ondalik basamagina yuvarlama alanlari ve
      * kaynak para biriminde marj geliri.
            05 XCH-SRC-RATE          PIC S9(07)V9(06) COMP-3.
            05 XCH-SRC-SPREAD        PIC S9(01)V9(06) COMP-3.
            05 XCH-TGT-RATE          PIC S9(07)V9(06) COMP-3.
            05 XCH-TGT-SPREAD        PIC S9(01)V9(06) COMP-3.
            05 XCH-RATE              PIC S9(07)V9(06) COMP-3.
            05 XCH-DECIMALS          PIC 9(01).
            05 XCH-RAW               PIC S9(13)V9(04) COMP-3.
            05 XCH-UNITS             PIC S9(13) COMP-3.
            05 XCH-TENTHS            PIC S9(14) COMP-3.
            05 XCH-SPREAD            PIC S9(13)V99 COMP-3.
      * Transferin iki bacaginin HIST-SEQ'leri yazmadan once belirlenir
      * ki her bacak karsi bacagin tam anahtarini tasiyabilsin.
            05 TRF-SRC-SEQ           PIC 9(20) COMP-3.
            05 TRF-TGT-SEQ           PIC 9(20) COMP-3.
      * 'V' (storno): WS-SUB-DATA'da gelen asil kaydin HIST-SEQ'i,
      * asil islemin kodu ve hesaptaki hareketi. REV-SEQ-SRC/TGT,
      * yeni bacaklarin (WS-KEY / WS-KEY-TARGET) geri aldigi asil
      * kayitlarin SEQ'leridir.
            05 REV-SEQ-IN            PIC 9(20).
            05 REV-ORIG-FUNC         PIC X(01).
            05 REV-THIS-MOVE         PIC S9(13)V99 COMP-3.
            05 REV-SEQ-SRC           PIC 9(20) COMP-3.
            05 REV-SEQ-TGT           PIC 9(20) COMP-3.
            05 REV-PAIR-KEY.
               09 REV-PAIR-ID        PIC S9(05) COMP-3.
               09 REV-PAIR-DVZ       PIC S9(03) COMP.
               09 REV-PAIR-SEQ       PIC 9(20) COMP-3.
      * Asil kayda storno baglantisi yazilirken kullanilan anahtar;
      * duzeni HIST-KEY ile aynidir.
            05 REV-MARK-KEY.
               09 REV-MARK-ID        PIC S9(05) COMP-3.
               09 REV-MARK-DVZ       PIC S9(03) COMP.
               09 REV-MARK-SEQ       PIC 9(20) COMP-3.
            05 REV-MARK-NEW-SEQ      PIC 9(20) COMP-3.
      * Is gunu dosyalar acilirken BDTCTL'den bir kez alinir.
            05 WS-BUS-DATE           PIC 9(08) VALUE 0.
            05 WS-PBDTCTL            PIC X(08) VALUE 'BDTCTL'.
            05 WS-BDT-AREA.
               07 WS-BDT-FUNC        PIC X(01).
               07 WS-BDT-PROGRAM     PIC X(08).
               07 WS-BDT-BUS-DATE    PIC 9(08).
               07 WS-BDT-PREV-DATE   PIC 9(08).
               07 WS-BDT-RC          PIC 9(02).
               07 WS-BDT-MESSAGE     PIC X(42).
      * IDX-LAST-UPD-DATE'i is gunu tarihiyle damgalamak icin.
            05 TMP-TODAY-CCYYMMDD    PIC 9(08).
            05 TMP-TODAY-INT         PIC 9(07).
            05 TMP-TODAY-JULIAN      PIC 9(07).
      * kod olmasi IDXHIST'te faizin el ile yapilan duzeltmelerden
      * ayirt edilebilmesi icindir. Sadece IDXACCR uretir.
              88 WS-FUNC-INTEREST              VALUE 'I'.
      * 'K' = faizden stopaj kesintisi; IDXACCR her alacak faizi
      * ('I') kaydinin hemen ardindan eksi tutarla gonderir (orada
      * islenemeyen kesinti IDXINQ'dan supervizor onayiyla elle
      * tamamlanir). Bakiye
      * isleyisi 'B' ile aynidir; ayri kod, kesintinin IDXGLEXT'te
      * vergi hesabina fislenmesi ve yil sonu faiz belgesinde
      * ayrilabilmesi icindir.
              88 WS-FUNC-WITHHOLD              VALUE 'K'.
      * 'S' = durum degisikligi; yeni durum (A/F/C) WS-SUB-DATA'nin
      * ilk baytinda gelir, degisiklik IDXHIST'e islenir.
              88 WS-FUNC-STATUS                VALUE 'S'.
      * 'X' = ayni musterinin iki farkli para birimi hesabi arasinda
      * doviz bozdurma; WS-BUDGET kaynak para biriminde cekilecek
      * tutardir, hedefe FXRFILE kuru ve marjiyla cevrilerek girer.
              88 WS-FUNC-EXCHANGE              VALUE 'X'.
      * 'V' = storno: WS-KEY + WS-SUB-DATA'nin ilk 20 hanesindeki
      * HIST-SEQ ile adi verilen 'B'/'T'/'I'/'K' kaydinin tam ters
      * hareketini isler; 'T'de iki bacak birlikte geri alinir.
              88 WS-FUNC-REVERSAL              VALUE 'V'.
              88 WS-FUNC-CLOSE                 VALUE 'C'.
           07 WS-KEY.
              09 WS-SUB-ID           PIC S9(05) COMP-3.
      * READ/UPDATE'te hesabin guncelleme sayacini da cagirana
      * yansitiyoruz; ekran sorgulari bunu gosterir.
           07 WS-UPD-COUNT           PIC 9(05) COMP-3.
      * 'X' sonrasinda uygulanan efektif kur ve hedef hesaba giren
      * (hedef para birimindeki) tutar cagirana yansitilir.
           07 WS-FX-RATE             PIC S9(07)V9(06) COMP-3.
           07 WS-FX-AMOUNT           PIC S9(13)V99 COMP-3.
      * Islemin kaynagi; yazilan her IDXHIST kaydina aynen gecer.
      * Program adi her zaman, batch kimligi ve sube batch
      * posting'lerinde, operator kimligi konsol posting'lerinde dolu.
           07 WS-ORG-PROGRAM         PIC X(08).
           07 WS-ORG-BATCH-ID        PIC X(08).
           07 WS-ORG-BRANCH          PIC X(04).
           07 WS-ORG-OPERATOR        PIC X(08).
       PROCEDURE DIVISION USING WS-SUB-AREA.
       0000-MAIN.
      * Kapanis istegi dosyalari acmadan islenir; baska her fonksiyon
             WHEN WS-FUNC-DELETE
                PERFORM DEL-PROCESS
             WHEN WS-FUNC-BUDGET OR WS-FUNC-INTEREST
               OR WS-FUNC-WITHHOLD
                PERFORM BUD-PROCESS
             WHEN WS-FUNC-TRANSFER
                PERFORM TRF-PROCESS
             WHEN WS-FUNC-EXCHANGE
                PERFORM XCH-PROCESS
             WHEN WS-FUNC-REVERSAL
                PERFORM REV-PROCESS
             WHEN WS-FUNC-STATUS
                PERFORM STA-PROCESS
             WHEN OTHER
      *
       H100-OPEN-FILES.
           IF NOT WS-FILES-OPEN THEN
              PERFORM BDT-GET-DATE
              OPEN I-O IDX-FILE
              PERFORM IDX-STATUS-CONTROL
              OPEN I-O IDXHIST-FILE
              PERFORM HIST-STATUS-CONTROL
              OPEN INPUT DVZ-FILE
              PERFORM DVZ-STATUS-CONTROL
              MOVE 0 TO WS-FXR-OPEN
              OPEN INPUT FXR-FILE
              IF FXR-SUCCESS THEN
                 SET WS-FXR-AVAILABLE TO TRUE
              END-IF
              SET WS-FILES-OPEN TO TRUE
           END-IF
           SET GO-SUCCESS TO TRUE.
              CLOSE IDX-FILE
              CLOSE IDXHIST-FILE
              CLOSE DVZ-FILE
              IF WS-FXR-AVAILABLE THEN
                 CLOSE FXR-FILE
                 MOVE 0 TO WS-FXR-OPEN
              END-IF
              MOVE 0 TO WS-FILES-OPEN-SW
           END-IF
           MOVE 0 TO WS-SUB-RC
           GOBACK.
       CLS-PROCESS-END. EXIT.
      *
      * Is gunu alinamazsa hicbir dosya acilmadan donulur; tarihsiz
      * posting yapilmaz. BDTCTL'in RC'si (veya BDTFILE statusu)
      * SUBPROGR kodlariyla cakisir (orn. 84 storno reddi); bu yuzden
      * her BDTCTL hatasi tek kod 82 ile doner, BDTCTL mesaji
      * aciklamada kalir.
       BDT-GET-DATE.
           INITIALIZE WS-BDT-AREA
           MOVE 'D'        TO WS-BDT-FUNC
           MOVE 'SUBPROGR' TO WS-BDT-PROGRAM
           CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
           IF WS-BDT-RC NOT = 0 THEN
              MOVE 82             TO WS-SUB-RC
              MOVE WS-BDT-MESSAGE TO WS-ERROR-EXPLAIN
              GOBACK
           END-IF
           MOVE WS-BDT-BUS-DATE TO WS-BUS-DATE.
       BDT-GET-DATE-END. EXIT.
      *
      * Acilis yarim kalirsa o ana kadar acilanlar kapatilir ki bir
      * sonraki cagrinin acma denemesi 41 (zaten acik) ile dusmesin.
       IDX-STATUS-CONTROL.
              PERFORM H999-PROGRAM-EXIT.
       IS-UPDATED-END. EXIT.
      *
      * IDX-LAST-UPD-DATE'i is gunu tarihiyle (YYYYDDD) damgalar;
      * IDX-DATE'in kullandigi Julian formatla tutarli kalmasi icin
      * CCYYMMDD'den INTEGER-OF-DATE / DAY-OF-INTEGER ile cevrilir.
       STAMP-UPD-DATE.
            MOVE WS-BUS-DATE TO TMP-TODAY-CCYYMMDD
            COMPUTE TMP-TODAY-INT =
                    FUNCTION INTEGER-OF-DATE(TMP-TODAY-CCYYMMDD)
            COMPUTE TMP-TODAY-JULIAN =
              DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
              PERFORM H999-PROGRAM-EXIT
           END-IF
      * 'T' ayni tutari iki tarafa da isler; farkli para birimleri
      * arasinda tutar cevrilmeden tasinmasin, bunun yolu 'X'tir.
           IF WS-FUNC-TRANSFER AND
              WS-SUB-DVZ-TARGET NOT = WS-SUB-DVZ THEN
              MOVE 92            TO WS-SUB-RC
              INITIALIZE WS-ERROR-EXPLAIN
              STRING 'ERROR, TRANSFER ACROSS CURRENCIES, USE X!'
              DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
              PERFORM H999-PROGRAM-EXIT
           END-IF
      * Tutar arti olmak zorunda: eksi tutar transferi tersine
      * cevirir, hedef hesap borc bacagi olur ve taban bakiye
      * kontrolu (kaynak icin yapilir) kontrolsuz atlatilmis olurdu.
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE WS-BUDGET        TO TRF-AMOUNT
      * 'T'de hedefe ayni tutar girer, kur ve marj yoktur; 'X'te
      * bunlari XCH-PROCESS onceden hesaplamistir.
           IF NOT WS-FUNC-EXCHANGE THEN
              MOVE TRF-AMOUNT    TO TRF-CREDIT-AMT
              MOVE 0             TO XCH-RATE XCH-SPREAD
           END-IF
           MOVE WS-KEY           TO IDX-KEY
           READ IDX-FILE KEY IS IDX-KEY
           IF NOT IDX-SUCCESS THEN
      * goruntusuyle geri yazilir.
           MOVE TRF-TGT-REC      TO IDX-RECORD
           MOVE IDX-BUDGET       TO TRF-TGT-BEFORE
           ADD TRF-CREDIT-AMT    TO IDX-BUDGET
           REWRITE IDX-RECORD
           IF NOT IDX-SUCCESS THEN
              MOVE IDX-ST        TO WS-SUB-RC
           MOVE IDX-BUDGET       TO TRF-TGT-AFTER
      * OUTFILE'in AFTER NAME kolonunda hedef hesabin adi gorunsun.
           MOVE IDX-ALLNAME      TO WS-SUB-DATA
           MOVE XCH-RATE         TO WS-FX-RATE
           MOVE TRF-CREDIT-AMT   TO WS-FX-AMOUNT
           PERFORM STATUS-CONTROL
           PERFORM TRF-APPEND-HIST
           PERFORM H999-PROGRAM-EXIT.
       TRF-PROCESS-END. EXIT.
      *
      * 'X' (EXCHANGE): ayni ID'nin iki farkli para birimi hesabi
      * arasinda bozdurma. WS-BUDGET kaynak para biriminde cekilecek
      * tutardir; hedefe giden tutar FXRFILE kurlari uzerinden, banka
      * kaynak para birimini BUY-SPREAD kadar ucuza alip hedef para
      * birimini SELL-SPREAD kadar pahaliya satacak sekilde hesaplanir
      * ve hedef para biriminin ondalik basamagina yuvarlanir. Aradaki
      * fark (kaynak para biriminde) bankanin marj geliridir ve
      * IDXGLEXT'in ayri GL hesabina gitmesi icin kaynak bacakta
      * saklanir. Bakiyelerin islenmesi, taban bakiye ve durum
      * kurallari, geri alma (backout) TRF-PROCESS ile ortaktir.
       XCH-PROCESS.
           IF WS-SUB-ID-TARGET NOT = WS-SUB-ID THEN
              MOVE 89            TO WS-SUB-RC
              INITIALIZE WS-ERROR-EXPLAIN
              STRING 'ERROR, EXCHANGE ONLY BETWEEN OWN ACCOUNTS!'
              DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF WS-SUB-DVZ-TARGET = WS-SUB-DVZ THEN
              MOVE 92            TO WS-SUB-RC
              INITIALIZE WS-ERROR-EXPLAIN
              STRING 'ERROR, EXCHANGE NEEDS TWO CURRENCIES!'
              DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF WS-BUDGET NOT > 0 THEN
              MOVE 94            TO WS-SUB-RC
              INITIALIZE WS-ERROR-EXPLAIN
              STRING 'ERROR, EXCHANGE AMOUNT MUST BE POSITIVE!'
              DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
              PERFORM H999-PROGRAM-EXIT
           END-IF
           PERFORM XCH-RATE-LOOKUP
      * Efektif kur kayit icin tutulur; hedef tutar ise yuvarlanmis
      * kurdan degil, tam ifadeden hesaplanir.
           COMPUTE XCH-RATE ROUNDED =
                   (XCH-SRC-RATE * (1 - XCH-SRC-SPREAD)) /
                   (XCH-TGT-RATE * (1 + XCH-TGT-SPREAD))
           COMPUTE XCH-RAW ROUNDED =
                   (WS-BUDGET * XCH-SRC-RATE * (1 - XCH-SRC-SPREAD)) /
                   (XCH-TGT-RATE * (1 + XCH-TGT-SPREAD))
           MOVE WS-SUB-DVZ-TARGET TO DVZ-KEY
           READ DVZ-FILE
                INVALID KEY MOVE 23 TO DVZ-ST
           END-READ
           IF DVZ-SUCCESS THEN
              MOVE DVZ-DECIMALS  TO XCH-DECIMALS
           ELSE
              MOVE 2             TO XCH-DECIMALS
           END-IF
           EVALUATE XCH-DECIMALS
             WHEN 0
               COMPUTE XCH-UNITS ROUNDED = XCH-RAW
               MOVE XCH-UNITS    TO TRF-CREDIT-AMT
             WHEN 1
               COMPUTE XCH-TENTHS ROUNDED = XCH-RAW * 10
               COMPUTE TRF-CREDIT-AMT = XCH-TENTHS / 10
             WHEN OTHER
               COMPUTE TRF-CREDIT-AMT ROUNDED = XCH-RAW
           END-EVALUATE
           IF TRF-CREDIT-AMT NOT > 0 THEN
              MOVE 94            TO WS-SUB-RC
              INITIALIZE WS-ERROR-EXPLAIN
              STRING 'ERROR, EXCHANGE AMOUNT ROUNDS TO ZERO!'
              DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
              PERFORM H999-PROGRAM-EXIT
           END-IF
      * Marj: cekilen tutar ile hedefe gidenin orta kurdan kaynak
      * para birimindeki karsiligi arasindaki fark.
           COMPUTE XCH-SPREAD ROUNDED = WS-BUDGET -
                   (TRF-CREDIT-AMT * XCH-TGT-RATE / XCH-SRC-RATE)
           PERFORM TRF-PROCESS.
       XCH-PROCESS-END. EXIT.
      *
      * Iki para biriminin kurunu ve ilgili marjini okur: kaynak icin
      * alis (BUY), hedef icin satis (SELL) marji. FXRFILE yoksa veya
      * birinin kuru tanimsizsa RC 88 ile hicbir bakiye degismeden
      * donulur.
       XCH-RATE-LOOKUP.
           MOVE 0 TO XCH-SRC-RATE XCH-SRC-SPREAD
                     XCH-TGT-RATE XCH-TGT-SPREAD
           IF WS-FXR-AVAILABLE THEN
              MOVE WS-SUB-DVZ        TO FXR-KEY
              READ FXR-FILE
                   INVALID KEY MOVE 23 TO FXR-ST
              END-READ
              IF FXR-SUCCESS THEN
                 MOVE FXR-RATE        TO XCH-SRC-RATE
                 MOVE FXR-BUY-SPREAD  TO XCH-SRC-SPREAD
              END-IF
              MOVE WS-SUB-DVZ-TARGET TO FXR-KEY
              READ FXR-FILE
                   INVALID KEY MOVE 23 TO FXR-ST
              END-READ
              IF FXR-SUCCESS THEN
                 MOVE FXR-RATE        TO XCH-TGT-RATE
                 MOVE FXR-SELL-SPREAD TO XCH-TGT-SPREAD
              END-IF
           END-IF
           IF XCH-SRC-RATE NOT > 0 OR XCH-TGT-RATE NOT > 0 THEN
              MOVE 88            TO WS-SUB-RC
              INITIALIZE WS-ERROR-EXPLAIN
              STRING 'ERROR, NO EXCHANGE RATE FOR CURRENCY!'
              DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       XCH-RATE-LOOKUP-END. EXIT.
      *
      * Transferin iki bacagi ayni zaman damgasini paylasir ve ardisik
      * sayacla HIST-SEQ alir; boylece IDXHIST'te esli (linked) bir
      * cift olarak dururlar ve birbirlerinden ayirt edilebilirler.
       TRF-APPEND-HIST.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-HIST-TS
           ADD 1 TO WS-HIST-CTR
           COMPUTE TRF-SRC-SEQ = WS-HIST-TS * 10000 + WS-HIST-CTR
           ADD 1 TO WS-HIST-CTR
           COMPUTE TRF-TGT-SEQ = WS-HIST-TS * 10000 + WS-HIST-CTR
      * Kaynak bacagi.
           MOVE WS-SUB-ID          TO HIST-ID
           MOVE WS-SUB-DVZ         TO HIST-DVZ
           MOVE TRF-SRC-SEQ        TO HIST-SEQ
           MOVE WS-BUS-DATE        TO HIST-BUS-DATE
           MOVE WS-SUB-FUNC        TO HIST-FUNC
           MOVE WS-SUB-RC          TO HIST-RC
           MOVE WS-ALLNAME-BEFORE  TO HIST-ALLNAME-BEFORE
           MOVE WS-ALLNAME-BEFORE  TO HIST-ALLNAME-AFTER
           MOVE WS-BUDGET-BEFORE   TO HIST-BUDGET-BEFORE
           MOVE WS-BUDGET          TO HIST-BUDGET-AFTER
           MOVE XCH-RATE           TO HIST-FX-RATE
           MOVE XCH-SPREAD         TO HIST-FX-SPREAD
           MOVE WS-SUB-ID-TARGET   TO HIST-PAIR-ID
           MOVE WS-SUB-DVZ-TARGET  TO HIST-PAIR-DVZ
           MOVE TRF-TGT-SEQ        TO HIST-PAIR-SEQ
           MOVE 0                  TO HIST-REV-SEQ
           MOVE SPACE              TO HIST-REV-FUNC
           MOVE 0                  TO HIST-IDX-DATE
           IF WS-FUNC-REVERSAL THEN
              MOVE REV-SEQ-SRC     TO HIST-REV-SEQ
              MOVE REV-ORIG-FUNC   TO HIST-REV-FUNC
           END-IF
           PERFORM HIST-STAMP-ORIGIN
           WRITE HIST-RECORD
           PERFORM HIST-WRITE-CONTROL
      * Hedef bacagi; marj yalnizca kaynak bacakta tasinir.
           MOVE WS-SUB-ID-TARGET   TO HIST-ID
           MOVE WS-SUB-DVZ-TARGET  TO HIST-DVZ
           MOVE TRF-TGT-SEQ        TO HIST-SEQ
           MOVE WS-SUB-DATA        TO HIST-ALLNAME-BEFORE
           MOVE WS-SUB-DATA        TO HIST-ALLNAME-AFTER
           MOVE TRF-TGT-BEFORE     TO HIST-BUDGET-BEFORE
           MOVE TRF-TGT-AFTER      TO HIST-BUDGET-AFTER
           MOVE 0                  TO HIST-FX-SPREAD
           MOVE WS-SUB-ID          TO HIST-PAIR-ID
           MOVE WS-SUB-DVZ         TO HIST-PAIR-DVZ
           MOVE TRF-SRC-SEQ        TO HIST-PAIR-SEQ
           IF WS-FUNC-REVERSAL THEN
              MOVE REV-SEQ-TGT     TO HIST-REV-SEQ
           END-IF
           WRITE HIST-RECORD
           PERFORM HIST-WRITE-CONTROL
      * Stornoda her iki asil bacak da kendi 'V' bacagini gosterir.
           IF WS-FUNC-REVERSAL THEN
              MOVE WS-SUB-ID          TO REV-MARK-ID
              MOVE WS-SUB-DVZ         TO REV-MARK-DVZ
              MOVE REV-SEQ-SRC        TO REV-MARK-SEQ
              MOVE TRF-SRC-SEQ        TO REV-MARK-NEW-SEQ
              PERFORM REV-MARK-ORIGINAL
              MOVE WS-SUB-ID-TARGET   TO REV-MARK-ID
              MOVE WS-SUB-DVZ-TARGET  TO REV-MARK-DVZ
              MOVE REV-SEQ-TGT        TO REV-MARK-SEQ
              MOVE TRF-TGT-SEQ        TO REV-MARK-NEW-SEQ
              PERFORM REV-MARK-ORIGINAL
           END-IF.
       TRF-APPEND-HIST-END. EXIT.
      *
      * 'V' (STORNO): WS-KEY ve WS-SUB-DATA'nin ilk 20 hanesindeki
      * HIST-SEQ ile adi verilen asil kaydi okur ve hesaptaki
      * hareketinin (AFTER - BEFORE) tam tersini isler. 'B'/'I'/'K'
      * BUD-PROCESS'ten, 'T' ise iki bacagi birlikte ters yonde
      * TRF-PROCESS'ten gecer; boylece durum, taban bakiye ve backout
      * kurallari asil posting'deki gibi uygulanir. Bir kayit yalnizca
      * bir kez geri alinabilir: asil kayit (veya transferin karsi
      * bacagi) zaten bir 'V' gosteriyorsa RC 84 ile reddedilir.
      * RC 83-87 yalnizca stornoya aittir.
       REV-PROCESS.
           IF WS-SUB-DATA(1:20) NOT NUMERIC THEN
              MOVE 87            TO WS-SUB-RC
              INITIALIZE WS-ERROR-EXPLAIN
              STRING 'ERROR, REVERSAL NEEDS HIST-SEQ OF ENTRY!'
              DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE WS-SUB-DATA(1:20) TO REV-SEQ-IN
           MOVE REV-SEQ-IN       TO REV-SEQ-SRC
           MOVE WS-SUB-ID        TO HIST-ID
           MOVE WS-SUB-DVZ       TO HIST-DVZ
           MOVE REV-SEQ-SRC      TO HIST-SEQ
           PERFORM REV-READ-ENTRY
           IF HIST-FUNC NOT = 'B' AND HIST-FUNC NOT = 'T'
              AND HIST-FUNC NOT = 'I' AND HIST-FUNC NOT = 'K' THEN
              MOVE 85            TO WS-SUB-RC
              INITIALIZE WS-ERROR-EXPLAIN
              STRING 'ERROR, ONLY B/T/I/K ENTRY CAN BE REVERSED!'
              DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
              PERFORM H999-PROGRAM-EXIT
           END-IF
           PERFORM REV-CHECK-OPEN
           MOVE HIST-FUNC        TO REV-ORIG-FUNC
           COMPUTE REV-THIS-MOVE =
                   HIST-BUDGET-AFTER - HIST-BUDGET-BEFORE
           IF REV-ORIG-FUNC = 'T' THEN
              PERFORM REV-TRANSFER
           END-IF
           COMPUTE WS-BUDGET = 0 - REV-THIS-MOVE
           PERFORM BUD-PROCESS.
       REV-PROCESS-END. EXIT.
      *
      * Transfer stornosu: verilen bacagin karsi bacagi HIST-PAIR
      * alanlarindan okunur. Para asil yonun tersine, asil hedeften
      * asil kaynaga ayni tutarla tasinir; yeni bacaklarin her biri
      * kendi hesabindaki asil bacagi gosterir.
       REV-TRANSFER.
           IF HIST-PAIR-SEQ = 0 THEN
              MOVE 83            TO WS-SUB-RC
              INITIALIZE WS-ERROR-EXPLAIN
              STRING 'ERROR, TRANSFER LEG HAS NO LINKED PAIR!'
              DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE HIST-PAIR-ID     TO REV-PAIR-ID
           MOVE HIST-PAIR-DVZ    TO REV-PAIR-DVZ
           MOVE HIST-PAIR-SEQ    TO REV-PAIR-SEQ
           MOVE REV-PAIR-KEY     TO HIST-KEY
           PERFORM REV-READ-ENTRY
           PERFORM REV-CHECK-OPEN
           IF REV-THIS-MOVE < 0 THEN
      * Verilen bacak asil kaynaktir: para karsi bacaktan geri gelir.
              MOVE WS-KEY        TO WS-KEY-TARGET
              MOVE REV-SEQ-SRC   TO REV-SEQ-TGT
              MOVE REV-PAIR-ID   TO WS-SUB-ID
              MOVE REV-PAIR-DVZ  TO WS-SUB-DVZ
              MOVE REV-PAIR-SEQ  TO REV-SEQ-SRC
              COMPUTE WS-BUDGET = 0 - REV-THIS-MOVE
           ELSE
      * Verilen bacak asil hedeftir: para buradan karsi bacaga doner.
              MOVE REV-PAIR-ID   TO WS-SUB-ID-TARGET
              MOVE REV-PAIR-DVZ  TO WS-SUB-DVZ-TARGET
              MOVE REV-PAIR-SEQ  TO REV-SEQ-TGT
              MOVE REV-THIS-MOVE TO WS-BUDGET
           END-IF
           PERFORM TRF-PROCESS.
       REV-TRANSFER-END. EXIT.
      *
      * HIST-KEY'deki kaydi okur; bulunamazsa hicbir bakiye
      * degismeden doner. REV-CHECK-OPEN zaten geri alinmis kaydi
      * reddeder.
       REV-READ-ENTRY.
           READ IDXHIST-FILE
                INVALID KEY MOVE 23 TO HIST-ST
           END-READ
           IF NOT HIST-SUCCESS THEN
              MOVE 86            TO WS-SUB-RC
              INITIALIZE WS-ERROR-EXPLAIN
              STRING 'ERROR, HISTORY ENTRY NOT FOUND!'
              DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       REV-READ-ENTRY-END. EXIT.
      *
       REV-CHECK-OPEN.
           IF HIST-REV-SEQ NOT = 0 THEN
              MOVE 84            TO WS-SUB-RC
              INITIALIZE WS-ERROR-EXPLAIN
              STRING 'ERROR, ENTRY WAS ALREADY REVERSED!'
              DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       REV-CHECK-OPEN-END. EXIT.
      *
      * Asil kayda, onu geri alan 'V' kaydinin SEQ'ini yazar. Hareket
      * zaten islenmis oldugundan yazilamazsa yalnizca uyari verilir.
       REV-MARK-ORIGINAL.
           MOVE REV-MARK-KEY     TO HIST-KEY
           READ IDXHIST-FILE
                INVALID KEY MOVE 23 TO HIST-ST
           END-READ
           IF HIST-SUCCESS THEN
              MOVE REV-MARK-NEW-SEQ TO HIST-REV-SEQ
              REWRITE HIST-RECORD
           END-IF
           PERFORM HIST-WRITE-CONTROL.
       REV-MARK-ORIGINAL-END. EXIT.
      *
       STATUS-CONTROL.
      * En basta initialize etmemizin sebebi bazi fonksiyonlarda
                   MOVE IDX-ST TO WS-SUB-RC
                   STRING 'SUCCESSFULL, TRANSFER WAS POSTED.'
                   DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
             WHEN IDX-SUCCESS AND WS-FUNC-EXCHANGE
                   MOVE IDX-ST TO WS-SUB-RC
                   STRING 'SUCCESSFULL, EXCHANGE WAS POSTED.'
                   DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
             WHEN IDX-SUCCESS AND WS-FUNC-INTEREST
                   MOVE IDX-ST TO WS-SUB-RC
                   STRING 'SUCCESSFULL, INTEREST WAS POSTED.'
                   DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
             WHEN IDX-SUCCESS AND WS-FUNC-WITHHOLD
                   MOVE IDX-ST TO WS-SUB-RC
                   STRING 'SUCCESSFULL, TAX WAS WITHHELD.'
                   DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
             WHEN IDX-SUCCESS AND WS-FUNC-REVERSAL
                   MOVE IDX-ST TO WS-SUB-RC
                   STRING 'SUCCESSFULL, ENTRY WAS REVERSED.'
                   DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
             WHEN IDX-SUCCESS AND WS-FUNC-STATUS
                   MOVE IDX-ST TO WS-SUB-RC
                   STRING 'SUCCESSFULL, STATUS WAS CHANGED.'
                   STRING 'ERROR, RECORD NOT FOUND FOR INTEREST!'
                   DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
                   PERFORM H999-PROGRAM-EXIT
             WHEN IDX-NOTFND AND WS-FUNC-WITHHOLD
                   MOVE IDX-ST TO WS-SUB-RC
                   STRING 'ERROR, RECORD NOT FOUND FOR WITHHOLDING!'
                   DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
                   PERFORM H999-PROGRAM-EXIT
             WHEN IDX-NOTFND AND WS-FUNC-REVERSAL
                   MOVE IDX-ST TO WS-SUB-RC
                   STRING 'ERROR, RECORD NOT FOUND FOR REVERSAL!'
                   DELIMITED BY SIZE INTO WS-ERROR-EXPLAIN
                   PERFORM H999-PROGRAM-EXIT
             WHEN IDX-NOTFND AND WS-FUNC-STATUS
                   MOVE IDX-ST TO WS-SUB-RC
                   STRING 'ERROR, RECORD NOT FOUND FOR STATUS!'
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-HIST-TS
           ADD 1 TO WS-HIST-CTR
           COMPUTE HIST-SEQ = WS-HIST-TS * 10000 + WS-HIST-CTR
           MOVE WS-BUS-DATE        TO HIST-BUS-DATE
           MOVE WS-SUB-FUNC        TO HIST-FUNC
           MOVE WS-SUB-RC          TO HIST-RC
           MOVE WS-ALLNAME-BEFORE  TO HIST-ALLNAME-BEFORE
           MOVE WS-SUB-DATA        TO HIST-ALLNAME-AFTER
           MOVE WS-BUDGET-BEFORE   TO HIST-BUDGET-BEFORE
           MOVE WS-BUDGET          TO HIST-BUDGET-AFTER
           MOVE 0                  TO HIST-FX-RATE HIST-FX-SPREAD
           MOVE 0                  TO HIST-PAIR-ID HIST-PAIR-DVZ
                                      HIST-PAIR-SEQ HIST-REV-SEQ
           MOVE SPACE              TO HIST-REV-FUNC
           MOVE 0                  TO HIST-IDX-DATE
           IF WS-FUNC-WRITE THEN
              MOVE WS-DATE         TO HIST-IDX-DATE
           END-IF
           IF WS-FUNC-REVERSAL THEN
              MOVE REV-SEQ-SRC     TO HIST-REV-SEQ
              MOVE REV-ORIG-FUNC   TO HIST-REV-FUNC
           END-IF
           PERFORM HIST-STAMP-ORIGIN
           WRITE HIST-RECORD
           PERFORM HIST-WRITE-CONTROL
           IF WS-FUNC-REVERSAL THEN
              MOVE WS-SUB-ID          TO REV-MARK-ID
              MOVE WS-SUB-DVZ         TO REV-MARK-DVZ
              MOVE REV-SEQ-SRC        TO REV-MARK-SEQ
              MOVE HIST-SEQ           TO REV-MARK-NEW-SEQ
              PERFORM REV-MARK-ORIGINAL
           END-IF.
       APPEND-HIST-END. EXIT.
      *
      * Kaynak damgasi cagiranin verdigi alanlardan kopyalanir; asil
      * kayda storno baglantisi yazilirken (REV-MARK-ORIGINAL) asil
      * kaydin kendi damgasi korunur.
       HIST-STAMP-ORIGIN.
           MOVE WS-ORG-PROGRAM     TO HIST-ORG-PROGRAM
           MOVE WS-ORG-BATCH-ID    TO HIST-ORG-BATCH-ID
           MOVE WS-ORG-BRANCH      TO HIST-ORG-BRANCH
           MOVE WS-ORG-OPERATOR    TO HIST-ORG-OPERATOR
           MOVE WS-OVERRIDE-IND    TO HIST-OVERRIDE-IND.
       HIST-STAMP-ORIGIN-END. EXIT.
      *
       HIST-WRITE-CONTROL.
      * Denetim kaydi yazilamazsa bile ana islemi bozmamak icin sadece
