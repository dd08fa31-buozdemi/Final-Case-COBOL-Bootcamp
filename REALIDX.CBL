            SELECT REJ-FILE   ASSIGN TO REJFILE
                              STATUS    REJ-ST.
      * Para biriminin buyuk tutar esigini (DVZ-LARGE-LIMIT) asan
      * 'B'/'T'/'X' islemleri posting'e sokulmadan supervizor onayina
      * ayrilir; PNDREL buradan okuyup serbest birakir veya reddeder.
            SELECT PND-FILE   ASSIGN TO PNDFILE
                              STATUS    PND-ST.
            05  INP-DVZ               PIC S9(03).
      * Asagidaki 3 alan sadece 'W' (WRITE) islemlerinde kullanilir,
      * hesap acilirken gercek isim/soyisim, dogum tarihi ve acilis
      * bakiyesini tasimak icin eklendi. 'V' (storno) kayitlarinda
      * INP-ALLNAME'in ilk 20 hanesi geri alinacak IDXHIST kaydinin
      * HIST-SEQ'ini tasir.
            05  INP-ALLNAME           PIC X(30).
            05  INP-DATE              PIC 9(07).
            05  INP-BUDGET            PIC S9(13)V99.
      * Asagidaki 2 alan sadece 'T' (TRANSFER) ve 'X' (EXCHANGE)
      * islemlerinde kullanilir; INP-BUDGET'teki tutarin ID/DVZ'deki
      * kaynak hesaptan dusulup eklenecegi hedef hesabin anahtarini
      * tasir. 'X'te hedef ayni ID'nin baska para birimi hesabidir.
            05  INP-TARGET-ID         PIC S9(05).
            05  INP-TARGET-DVZ        PIC S9(03).
      * 'O' = supervizor onayi: 'B'/'T' islemlerinde taban bakiye
            05  PND-DATE              PIC 9(08).
            05  PND-SPACE-1           PIC X(01).
            05  PND-REASON            PIC X(42).
      * Kalemi ayiran batch'in kimligi ve subesi; PNDREL serbest
      * birakirken IDXHIST kaynak damgasina aynen tasir.
            05  PND-SPACE-2           PIC X(01).
            05  PND-BATCH-ID          PIC X(08).
            05  PND-SPACE-3           PIC X(01).
            05  PND-BRANCH            PIC X(04).
      * OUTFILE'daki her detay satirinin boru ile ayrilmis hali;
      * genislik alanlarindaki bosluklar kirpilarak yazilir.
      * Trailer satiri transfer/batch alanlari eklendikce uzadi;
            03  CST-ID               PIC S9(05) COMP-3.
            03  CST-ALLNAME          PIC X(30).
            03  CST-DATE             PIC 9(07) COMP-3.
      * Stopaj kategorisi; WHTFILE'da DVZ ile birlikte oran anahtari
      * (bosluk = para biriminin genel orani).
            03  CST-TAX-CAT          PIC X(01).
      * Checkpoint kaydi: o ana kadar basarili islenen INP-FILE kayit
      * sayisi ve en son islenen kaydin ID/DVZ'si. Her yazildiginda
      * oncekini gecersiz kilar; batch basariyla bitince bosaltilir.
            05  CKP-CNT-HELD          PIC 9(07) COMP-3.
            05  CKP-TOT-BUDGET-MOVED  PIC S9(13)V99 COMP-3.
            05  CKP-TOT-TRANSFERRED   PIC S9(13)V99 COMP-3.
            05  CKP-CNT-EXCHANGE      PIC 9(07) COMP-3.
            05  CKP-TOT-EXCHANGED     PIC S9(13)V99 COMP-3.
            05  CKP-CNT-REVERSAL      PIC 9(07) COMP-3.
            05  CKP-BATCH-ID          PIC X(08).
      * Baslik kaydindaki sube ve uretim tarihi de tasinir: restart'ta
      * 'H' kaydi atlanan kayitlar arasinda kaldigi icin H210 bu
            05  CKP-TRL-SEEN          PIC 9(01).
            05  CKP-EXP-DETAIL-CNT    PIC 9(07) COMP-3.
            05  CKP-EXP-HASH-TOTAL    PIC S9(13)V99 COMP-3.
      * Islenmis batch kutugu: baslik bilgileri, islendigi is gunu ve
      * calistirmanin kontrol toplamlari. "X batch'i islendi mi?"
      * sorusu eski OUTFILE'lari esmeden BRGLIST ile cevaplanir.
        FD  BRG-FILE.
            05 CST-ST               PIC 9(02).
               88 CST-SUCCESS               VALUE 00 97.
               88 CST-NOTFND                VALUE 23.
      * 'W' kaydi musteri ana kaydiyla celisiyor mu veya ana kaydi
      * hic yok mu; H235 doldurur.
            05 WS-MASTER-FLAG       PIC 9(01) VALUE 0.
               88 WS-MASTER-MISMATCH        VALUE 1.
               88 WS-MASTER-MISSING         VALUE 2.
      * ID (1) veya hedef ID (2) kontrol hanesi tutmuyor; H239 doldurur.
            05 WS-IDCHK-FLAG        PIC 9(01) VALUE 0.
               88 WS-IDCHK-BAD              VALUE 1 2.
      * DVZ-FILE'dan okunan ondalik basamak sayisi; OUT-BUDGET'in kac
      * hane gosterecegini belirler. Kod bulunamazsa 2 varsayilir.
            05 WS-DVZ-DECIMALS      PIC 9(01) VALUE 2.
            05  WS-LAST-ID          PIC S9(05) COMP-3 VALUE 0.
            05  WS-LAST-DVZ         PIC S9(03) COMP VALUE 0.
            05 WS-PBEGIDX           PIC X(08) VALUE 'SUBPROGR'.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
            05 WS-PIDNCTL           PIC X(08) VALUE 'IDNCTL'.
      * BDTFILE'daki is gunu; kutuk ve bekleyen kuyruk tarihi olur.
            05 WS-BUS-DATE          PIC 9(08) VALUE 0.
            05 TEMP-REC-66          PIC X(66).
            05  TMP-DATE            PIC 9(07).
            05  TMP-INT-JULIAN      PIC 9(07).
            05  WS-CNT-HELD         PIC 9(07) COMP-3 VALUE 0.
            05  WS-TOT-BUDGET-MOVED PIC S9(13)V99 COMP-3 VALUE 0.
            05  WS-TOT-TRANSFERRED  PIC S9(13)V99 COMP-3 VALUE 0.
      * Doviz bozdurma: sayi ve kaynak para biriminde cekilen toplam.
            05  WS-CNT-EXCHANGE     PIC 9(07) COMP-3 VALUE 0.
            05  WS-TOT-EXCHANGED    PIC S9(13)V99 COMP-3 VALUE 0.
            05  WS-CNT-REVERSAL     PIC 9(07) COMP-3 VALUE 0.
      * Batch kontrol alanlari: baslik kaydindan gelen batch no ile,
      * okunan detay sayisi ve W/B/T/X tutarlarinin hash toplami. 'Z'
      * kuyruk kaydi geldiginde beklenenlerle karsilastirilir; dosya
      * dengede degilse checkpoint temizlenmez ve calistirma OUTFILE
      * trailer'inda eksik olarak isaretlenir.
            05  WS-DLM-CNT-DISPLAY  PIC ZZZZZZ9.
            05  WS-DLM-BUDGET-DISP  PIC -(14)9.99.
            05  WS-DLM-PTR          PIC 9(04) COMP-3.
      * 'X' satirinda uygulanan kur ve hedefe giren tutarin goruntusu.
            05  WS-OUT-FX-RATE      PIC ZZZZZZ9.999999.
            05  WS-OUT-FX-AMOUNT    PIC -(11)9.99.
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
      * Musteri numarasi kontrolu (IDNCTL) cagri alani.
        01  WS-IDN-AREA.
            05 WS-IDN-FUNC          PIC X(01).
            05 WS-IDN-BASE          PIC 9(04).
            05 WS-IDN-ID            PIC 9(05).
            05 WS-IDN-RC            PIC 9(02).
            05 WS-IDN-MESSAGE       PIC X(42).
        01  FLAG.
            05 GO-HOME               PIC 9(01).
               88 GO-SUCCESS         VALUE 1.
      * 'S' = durum degisikligi (dondur/kapat/ac); yeni durum
      * INP-ALLNAME'in ilk baytinda gelir.
              88 WS-FUNC-STATUS                VALUE 'S'.
      * 'X' = ayni musterinin iki para birimi hesabi arasinda doviz
      * bozdurma; kur ve marj SUBPROGR'da FXRFILE'dan uygulanir.
              88 WS-FUNC-EXCHANGE              VALUE 'X'.
      * 'V' = storno; geri alinacak kaydin HIST-SEQ'i WS-SUB-DATA'nin
      * ilk 20 hanesinde gider.
              88 WS-FUNC-REVERSAL              VALUE 'V'.
      * 'C' girdi kaydi degildir; batch sonunda alt programdaki
      * dosyalarin kapatilmasini istemek icin kullanilir.
              88 WS-FUNC-CLOSE                 VALUE 'C'.
            07 WS-KEY.
               09 WS-SUB-ID      PIC S9(05) COMP-3.
               09 WS-SUB-DVZ     PIC S9(03) COMP.
      * Sadece 'T' (TRANSFER) ve 'X' (EXCHANGE) islemlerinde
      * kullanilir; hedef hesabin anahtari.
            07 WS-KEY-TARGET.
               09 WS-SUB-ID-TARGET  PIC S9(05) COMP-3.
               09 WS-SUB-DVZ-TARGET PIC S9(03) COMP.
            07 WS-OVERRIDE-IND   PIC X(01).
               88 WS-OVERRIDE-ALLOWED          VALUE 'O'.
            07 WS-UPD-COUNT      PIC 9(05) COMP-3.
            07 WS-FX-RATE        PIC S9(07)V9(06) COMP-3.
            07 WS-FX-AMOUNT      PIC S9(13)V99 COMP-3.
      * IDXHIST kaynak damgasi: program, batch, sube, operator.
            07 WS-ORG-PROGRAM    PIC X(08).
            07 WS-ORG-BATCH-ID   PIC X(08).
            07 WS-ORG-BRANCH     PIC X(04).
            07 WS-ORG-OPERATOR   PIC X(08).
        01  HEADER-NOTE.
            05  FILLER         PIC X(20) VALUE 'Note : If EVENT is '.
            05  FILLER         PIC X(16) VALUE 'READ(R), use the'.
            05  FILLER         PIC X(118) VALUE SPACES.
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H090-BUS-DATE-CHECK.
           PERFORM H100-OPEN-FILES.
      * Bir restart'ta OUTFILE/DLMFILE zaten onceki calistirmadan kalan
      * detay satirlarini tasiyor (OPEN EXTEND korundu); basliklari
           PERFORM H999-PROGRAM-EXIT.
        0000-END-MAIN. EXIT.
      *
      * Sira kontrolu hicbir dosya acilmadan yapilir; reddedilen bir
      * calistirma onceki batch'in OUTFILE/REJFILE'ini bosaltmasin.
      * REALIDX is gunu icinde her sube batch'i icin calisabilir,
      * ancak PNDREL o gun icin tamamlandiktan sonra posting kapanir.
        H090-BUS-DATE-CHECK.
            INITIALIZE WS-BDT-AREA
            MOVE 'S'        TO WS-BDT-FUNC
            MOVE 'REALIDX'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-BDT-BUS-DATE TO WS-BUS-DATE.
        H090-END. EXIT.
      *
      * OUTFILE/REJFILE/DLMFILE'i acmadan once CKPFILE'a bakip bunun
      * bir restart olup olmadigini anlamamiz gerekir; restart ise bu
      * ucu OPEN EXTEND ile acariz ki onceki calistirmadan kalan detay
            MOVE CKP-CNT-HELD         TO WS-CNT-HELD
            MOVE CKP-TOT-BUDGET-MOVED TO WS-TOT-BUDGET-MOVED
            MOVE CKP-TOT-TRANSFERRED  TO WS-TOT-TRANSFERRED
            MOVE CKP-CNT-EXCHANGE     TO WS-CNT-EXCHANGE
            MOVE CKP-TOT-EXCHANGED    TO WS-TOT-EXCHANGED
            MOVE CKP-CNT-REVERSAL     TO WS-CNT-REVERSAL
            MOVE CKP-BATCH-ID         TO WS-BATCH-ID
            MOVE CKP-HDR-BRANCH       TO WS-HDR-BRANCH
            MOVE CKP-HDR-DATE         TO WS-HDR-DATE
               MOVE WS-BATCH-ID    TO BRG-BATCH-ID
               MOVE WS-HDR-BRANCH  TO BRG-BRANCH
               MOVE WS-HDR-DATE    TO BRG-HDR-DATE
               MOVE WS-BUS-DATE    TO BRG-RUN-DATE
               MOVE WS-DETAIL-CNT  TO BRG-DETAIL-CNT
               MOVE WS-HASH-TOTAL  TO BRG-HASH-TOTAL
               MOVE WS-CNT-REJECT  TO BRG-CNT-REJECT
        H230-DETAIL.
            ADD 1 TO WS-DETAIL-CNT
      * Hash toplami, subenin kuyruk kaydina koydugu toplamla ayni
      * tanimda: dosyadaki W/B/T/X detaylarinin INP-BUDGET alanlari.
            IF (INP-PROC-TYPE = 'W' OR INP-PROC-TYPE = 'B'
                OR INP-PROC-TYPE = 'T' OR INP-PROC-TYPE = 'X')
               AND INP-BUDGET NUMERIC THEN
               ADD INP-BUDGET TO WS-HASH-TOTAL
            END-IF
            MOVE INP-PROC-TYPE     TO WS-SUB-FUNC
            MOVE INP-ID            TO WS-SUB-ID
            MOVE INP-DVZ           TO WS-SUB-DVZ
      * IDXHIST kaynak damgasi: baslik kaydi olmayan dosyada batch
      * kimligi bos birakilir, '(NONE)' yalnizca rapor icindir.
            MOVE 'REALIDX'         TO WS-ORG-PROGRAM
            IF WS-BATCH-ID NOT = '(NONE)  ' THEN
               MOVE WS-BATCH-ID    TO WS-ORG-BATCH-ID
            END-IF
            MOVE WS-HDR-BRANCH     TO WS-ORG-BRANCH
      * ID/DVZ icin temel gecerlilik kontrolu: ikisi de sifirdan
      * buyuk olmali. Gecmezse SUBPROGR hic CALL edilmez, kayit
      * sebebiyle birlikte REJFILE'a yazilir ve batch'e devam edilir.
      * 'I' (faiz tahakkuku) ve 'K' (stopaj kesintisi) da girdiden
      * gelemez; bu kayitlari IDXACCR uretir (eksik kalan 'K'
      * IDXINQ'dan onayla elle tamamlanir), subeden gelirse reddedilir.
      * 'W' kayitlari ayrica musteri ana kaydina karsi dogrulanir;
      * ana kayit yoksa veya isim/dogum tarihi onunla celisirse hesap
      * acilmaz.
            MOVE 0 TO WS-MASTER-FLAG
            IF INP-PROC-TYPE = 'W' AND INP-ID > 0 THEN
               PERFORM H235-MASTER-CHECK
            END-IF
      * ID ve ('T'/'X'te) hedef ID'nin kontrol hanesi: tutmayan kayit
      * SUBPROGR'a gitmez, RC 80 ile H250-COND-CONTROL'den kendi
      * nedeniyle REJFILE'a yazilir.
            MOVE 0 TO WS-IDCHK-FLAG
            PERFORM H239-ID-CHECK-DIGIT
      * Buyuk tutar kontrolu: para biriminin esigini asan 'B'/'T'
      * tutarlari posting'e gitmez, supervizor onayina ayrilir. 'X'
      * icin esik, tutarin geldigi borc bacaginin (kaynak) para
      * biriminden okunur.
            MOVE 0 TO WS-LARGE-FLAG
            IF (INP-PROC-TYPE = 'B' OR INP-PROC-TYPE = 'T'
                OR INP-PROC-TYPE = 'X')
               AND INP-DVZ > 0 AND INP-BUDGET NUMERIC THEN
               PERFORM H238-LARGE-CHECK
            END-IF
            EVALUATE TRUE
              WHEN INP-PROC-TYPE = 'I' OR INP-PROC-TYPE = 'K'
               PERFORM H282-REJECT-SYSTEM-FUNC
              WHEN INP-ID NOT > 0 OR INP-DVZ NOT > 0
               OR ((INP-PROC-TYPE = 'T' OR INP-PROC-TYPE = 'X') AND
                   (INP-TARGET-ID NOT > 0 OR INP-TARGET-DVZ NOT > 0))
               PERFORM H280-REJECT-BAD-KEY
              WHEN WS-IDCHK-BAD
               MOVE 80 TO WS-SUB-RC
               INITIALIZE WS-ERROR-EXPLAIN
               IF WS-IDCHK-FLAG = 2 THEN
                  MOVE 'ERROR, TARGET ID CHECK DIGIT IS NOT VALID!'
                                    TO WS-ERROR-EXPLAIN
               ELSE
                  MOVE 'ERROR, ID CHECK DIGIT IS NOT VALID!'
                                    TO WS-ERROR-EXPLAIN
               END-IF
               PERFORM H250-COND-CONTROL
              WHEN WS-MASTER-MISMATCH OR WS-MASTER-MISSING
               PERFORM H283-REJECT-MASTER
              WHEN WS-LARGE-HELD
               PERFORM H284-HOLD-LARGE
               END-IF
      * 'T' (TRANSFER) icin INP-BUDGET aktarilacak tutari, hedef
      * ID/DVZ ise paranin gidecegi hesabi tasir.
      * 'X' (EXCHANGE) ayni alanlari kullanir; INP-BUDGET kaynak para
      * biriminde cekilecek tutardir.
               IF WS-FUNC-TRANSFER OR WS-FUNC-EXCHANGE THEN
                  MOVE INP-BUDGET     TO WS-BUDGET
                  MOVE INP-TARGET-ID  TO WS-SUB-ID-TARGET
                  MOVE INP-TARGET-DVZ TO WS-SUB-DVZ-TARGET
               IF WS-FUNC-STATUS THEN
                  MOVE INP-ALLNAME    TO WS-SUB-DATA
               END-IF
      * 'V' (STORNO) icin INP-ALLNAME geri alinacak kaydin HIST-SEQ'ini
      * tasir; tutar SUBPROGR'da asil kayittan alinir.
               IF WS-FUNC-REVERSAL THEN
                  MOVE INP-ALLNAME    TO WS-SUB-DATA
               END-IF
               MOVE INP-OVERRIDE-IND  TO WS-OVERRIDE-IND
      * 'C' (kapanis istegi) girdiden gelemez; gelirse CALL edilmeden
      * taninmayan islem kodu gibi reddedilir, yoksa dosyalari batch
            MOVE WS-CNT-HELD      TO CKP-CNT-HELD
            MOVE WS-TOT-BUDGET-MOVED TO CKP-TOT-BUDGET-MOVED
            MOVE WS-TOT-TRANSFERRED  TO CKP-TOT-TRANSFERRED
            MOVE WS-CNT-EXCHANGE     TO CKP-CNT-EXCHANGE
            MOVE WS-TOT-EXCHANGED    TO CKP-TOT-EXCHANGED
            MOVE WS-CNT-REVERSAL     TO CKP-CNT-REVERSAL
            MOVE WS-BATCH-ID         TO CKP-BATCH-ID
            MOVE WS-HDR-BRANCH       TO CKP-HDR-BRANCH
            MOVE WS-HDR-DATE         TO CKP-HDR-DATE
      * Kaydi durdurmadan REJFILE'a yaziyoruz, batch devam eder.
              WHEN WS-SUB-RC = 90
                PERFORM H280-REJECT-UNDEFINED-TYPE
      * Kontrol hanesi tutmayan ID (RC 80); SUBPROGR hic cagrilmadi.
      * Kayit kendi nedeniyle REJFILE'a yazilir, batch devam eder.
              WHEN WS-SUB-RC = 80
                PERFORM H289-REJECT-CHECK-DIGIT
      * Buradaki ilk WHEN ifadesi IDX-FILE acilamazsa sadece
      * hata aciklamasi yazilsin diye var. Aksi takdirde ID,DVZ,WRITE
      * gibi degerler de yaziliyor. Ayrica programi durduruyoruz.
                   AND NOT WS-FUNC-READ AND
                   NOT WS-FUNC-DELETE AND NOT WS-FUNC-UPDATE AND
                   NOT WS-FUNC-WRITE AND NOT WS-FUNC-BUDGET AND
                   NOT WS-FUNC-TRANSFER AND NOT WS-FUNC-STATUS AND
                   NOT WS-FUNC-EXCHANGE AND NOT WS-FUNC-REVERSAL
                WRITE OUT-REC FROM WS-ERROR-EXPLAIN
                PERFORM H999-PROGRAM-EXIT
              WHEN NOT WS-SUB-RC = 0
      * dogrudan OUT-REC yazilir.
                PERFORM H275-FILL-PART1
                PERFORM H285-FILL-PART2
                IF WS-FUNC-EXCHANGE THEN
                   PERFORM H287-FILL-EXCHANGE
                END-IF
                WRITE OUT-REC
                PERFORM H297-BUILD-DLM-ROW
            END-EVALUATE.
            ADD 1                  TO WS-CNT-REJECT.
        H280-REJECT-UNDEFINED-TYPE-END. EXIT.
      *
      * 'W' kaydindaki isim ve dogum tarihi ana kayitla birebir tutmak
      * zorundadir. Musteri numaralari artik yalnizca CSTMNT'te
      * ayrildigi icin ana kaydi olmayan ID ile hesap acilamaz; sube
      * numarayi kendisi uyduramaz.
        H235-MASTER-CHECK.
            MOVE INP-ID TO CST-ID
            READ CST-FILE
                  OR INP-DATE NOT = CST-DATE THEN
                  SET WS-MASTER-MISMATCH TO TRUE
               END-IF
            END-IF
            IF CST-NOTFND THEN
               SET WS-MASTER-MISSING TO TRUE
            END-IF.
        H235-MASTER-CHECK-END. EXIT.
      *
      * Sifir/eksi anahtarlar H280-REJECT-BAD-KEY'e kalir; burada
      * yalnizca sifirdan buyuk numaralarin kontrol hanesine bakilir.
        H239-ID-CHECK-DIGIT.
            IF INP-ID > 0 THEN
               INITIALIZE WS-IDN-AREA
               MOVE 'V'    TO WS-IDN-FUNC
               MOVE INP-ID TO WS-IDN-ID
               CALL WS-PIDNCTL USING BY REFERENCE WS-IDN-AREA
               IF WS-IDN-RC NOT = 0 THEN
                  MOVE 1 TO WS-IDCHK-FLAG
               END-IF
            END-IF
            IF WS-IDCHK-FLAG = 0 AND INP-TARGET-ID > 0
               AND (INP-PROC-TYPE = 'T' OR INP-PROC-TYPE = 'X') THEN
               INITIALIZE WS-IDN-AREA
               MOVE 'V'           TO WS-IDN-FUNC
               MOVE INP-TARGET-ID TO WS-IDN-ID
               CALL WS-PIDNCTL USING BY REFERENCE WS-IDN-AREA
               IF WS-IDN-RC NOT = 0 THEN
                  MOVE 2 TO WS-IDCHK-FLAG
               END-IF
            END-IF.
        H239-ID-CHECK-DIGIT-END. EXIT.
      *
      * Para biriminin esigi (DVZ-LARGE-LIMIT) sifirsa esik yoktur.
      * Karsilastirma tutarin mutlak degeriyle yapilir; 9.000.000'luk
      * yanlis bir cekim de yatirim kadar tehlikelidir.
            MOVE SPACES            TO PND-REC
            MOVE INP-REC           TO PND-ORIG-REC
            MOVE '-'               TO PND-SPACE-0
            MOVE WS-BUS-DATE       TO PND-DATE
            MOVE '-'               TO PND-SPACE-1
            MOVE 'HELD, AMOUNT OVER CURRENCY LARGE LIMIT!'
                                    TO PND-REASON
            MOVE '-'               TO PND-SPACE-2
            MOVE WS-ORG-BATCH-ID   TO PND-BATCH-ID
            MOVE '-'               TO PND-SPACE-3
            MOVE WS-ORG-BRANCH     TO PND-BRANCH
            WRITE PND-REC
            ADD 1                  TO WS-CNT-HELD
            MOVE 04                TO WS-SUB-RC
            MOVE '-'               TO REJ-SPACE-1
            MOVE INP-PROC-TYPE     TO REJ-PROC-TYPE
            MOVE '-'               TO REJ-SPACE-2
            IF WS-MASTER-MISSING THEN
               MOVE 'ERROR, CUSTOMER NOT ON MASTER, SEE CSTMNT!'
                                    TO REJ-REASON
            ELSE
               MOVE 'ERROR, NAME OR DATE CONTRADICTS MASTER!'
                                    TO REJ-REASON
            END-IF
            MOVE '-'               TO REJ-SPACE-3
            MOVE INP-REC           TO REJ-ORIG-REC
            WRITE REJ-REC
            ADD 1                  TO WS-CNT-ERROR
            ADD 1                  TO WS-CNT-REJECT.
        H280-REJECT-BAD-KEY-END. EXIT.
      *
        H289-REJECT-CHECK-DIGIT.
            MOVE WS-SUB-ID         TO REJ-ID
            MOVE '-'               TO REJ-SPACE-0
            MOVE WS-SUB-DVZ        TO REJ-DVZ
            MOVE '-'               TO REJ-SPACE-1
            MOVE WS-SUB-FUNC       TO REJ-PROC-TYPE
            MOVE '-'               TO REJ-SPACE-2
            MOVE WS-ERROR-EXPLAIN  TO REJ-REASON
            MOVE '-'               TO REJ-SPACE-3
            MOVE INP-REC           TO REJ-ORIG-REC
            WRITE REJ-REC
            ADD 1                  TO WS-CNT-REJECT.
        H289-REJECT-CHECK-DIGIT-END. EXIT.
      *
        H281-REJECT-FLOOR.
            MOVE WS-SUB-ID         TO REJ-ID
                           WS-TOT-TRANSFERRED +
                           (WS-BUDGET-BEFORE - WS-BUDGET)
                END-IF
      * Bozdurma da banka disina para cikarmaz; kaynak para biriminde
      * cekilen tutar kendi toplamina yazilir.
              WHEN WS-FUNC-EXCHANGE
                ADD 1 TO WS-CNT-EXCHANGE
                IF WS-SUB-RC = 0 THEN
                   COMPUTE WS-TOT-EXCHANGED =
                           WS-TOT-EXCHANGED +
                           (WS-BUDGET-BEFORE - WS-BUDGET)
                END-IF
      * Storno bir duzeltmedir; tutari W/B/T toplamlarina katilmaz,
      * yalnizca sayilir.
              WHEN WS-FUNC-REVERSAL
                ADD 1 TO WS-CNT-REVERSAL
            END-EVALUATE.
        H295-ACCUM-TOTALS-END. EXIT.
      *
                 MOVE 'TRNSFR'    TO OUT-PROC-TYPE
              WHEN WS-FUNC-STATUS
                 MOVE 'STATUS'    TO OUT-PROC-TYPE
              WHEN WS-FUNC-EXCHANGE
                 MOVE 'EXCHNG'    TO OUT-PROC-TYPE
              WHEN WS-FUNC-REVERSAL
                 MOVE 'STORNO'    TO OUT-PROC-TYPE
              WHEN OTHER
                 MOVE 'EMPTY '    TO OUT-PROC-TYPE
            END-EVALUATE
               MOVE WS-BUDGET             TO OUT-BUDGET
            END-IF.
        H285-FILL-PART2-END. EXIT.
      *
      * Bozdurmada isim iki tarafta da ayni musteridir; soyisim
      * kolonlari yerine (READ'deki tarih kolonlari gibi) uygulanan
      * efektif kur ve hedef hesaba giren tutar gosterilir. OUT-BUDGET
      * kaynak hesabin AFTER bakiyesidir.
        H287-FILL-EXCHANGE.
            MOVE WS-FX-RATE               TO WS-OUT-FX-RATE
            MOVE WS-OUT-FX-RATE           TO OUT-LNAME-FROM
            MOVE WS-FX-AMOUNT             TO WS-OUT-FX-AMOUNT
            MOVE WS-OUT-FX-AMOUNT         TO OUT-LNAME-TO.
        H287-FILL-EXCHANGE-END. EXIT.
      *
        H290-FILL-AS-READ.
           MOVE '-'                      TO OUT-SPACE-4
                    BRG-FILE
                    CKP-FILE
                    DLM-FILE
              IF WS-FULL-COMPLETION THEN
                 PERFORM H990-STEP-COMPLETE
              END-IF
              STOP RUN.
        H999-END. EXIT.
      *
      * Gun sonu sirasinda bu adimin is gunu icin bittigi kaydedilir.
        H990-STEP-COMPLETE.
            INITIALIZE WS-BDT-AREA
            MOVE 'E'        TO WS-BDT-FUNC
            MOVE 'REALIDX'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
            END-IF.
        H990-END. EXIT.
      *
      * Batch basariyla tamamlandiginda CKPFILE'i bosaltir ki bir
      * sonraki taze calistirma bunu eski bir restart noktasi
      * sanmasin.
            MOVE 'TRANSFER EVENTS                  :' TO WS-TRL-LABEL
            MOVE WS-CNT-TRANSFER                      TO WS-TRL-COUNT
            WRITE OUT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'EXCHANGE EVENTS                  :' TO WS-TRL-LABEL
            MOVE WS-CNT-EXCHANGE                      TO WS-TRL-COUNT
            WRITE OUT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'REVERSAL (STORNO) EVENTS         :' TO WS-TRL-LABEL
            MOVE WS-CNT-REVERSAL                      TO WS-TRL-COUNT
            WRITE OUT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'ERRORED EVENTS (RC NOT 0)        :' TO WS-TRL-LABEL
            MOVE WS-CNT-ERROR                         TO WS-TRL-COUNT
            WRITE OUT-REC FROM WS-TRAILER-CNT-LINE.
                                            TO WS-TRL-AMT-LABEL
            MOVE WS-TOT-TRANSFERRED         TO WS-TRL-AMOUNT
            WRITE OUT-REC FROM WS-TRAILER-AMT-LINE.
            MOVE 'TOTAL EXCHANGED, SOURCE DVZ (X)  :'
                                            TO WS-TRL-AMT-LABEL
            MOVE WS-TOT-EXCHANGED           TO WS-TRL-AMOUNT
            WRITE OUT-REC FROM WS-TRAILER-AMT-LINE.
            PERFORM H298-BUILD-DLM-TRAILER.
        H900-WRITE-TRAILER-END. EXIT.
      *
                   FUNCTION TRIM(WS-DLM-CNT-DISPLAY) DELIMITED BY SIZE
              INTO DLM-REC WITH POINTER WS-DLM-PTR
            END-STRING
            MOVE WS-CNT-EXCHANGE TO WS-DLM-CNT-DISPLAY
            STRING '|EXCHANGE=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-CNT-DISPLAY) DELIMITED BY SIZE
              INTO DLM-REC WITH POINTER WS-DLM-PTR
            END-STRING
            MOVE WS-CNT-REVERSAL TO WS-DLM-CNT-DISPLAY
            STRING '|REVERSAL=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-CNT-DISPLAY) DELIMITED BY SIZE
              INTO DLM-REC WITH POINTER WS-DLM-PTR
            END-STRING
            MOVE WS-CNT-ERROR TO WS-DLM-CNT-DISPLAY
            STRING '|ERROR=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-CNT-DISPLAY) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-BUDGET-DISP) DELIMITED BY SIZE
              INTO DLM-REC WITH POINTER WS-DLM-PTR
            END-STRING
            MOVE WS-TOT-EXCHANGED TO WS-DLM-BUDGET-DISP
            STRING '|TOTAL_EXCHANGED=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-BUDGET-DISP) DELIMITED BY SIZE
              INTO DLM-REC WITH POINTER WS-DLM-PTR
            END-STRING
            STRING '|BATCH_ID=' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BATCH-ID) DELIMITED BY SIZE
              INTO DLM-REC WITH POINTER WS-DLM-PTR
