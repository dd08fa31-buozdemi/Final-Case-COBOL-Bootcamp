        IDENTIFICATION DIVISION.
        PROGRAM-ID.    INTCERT.
        AUTHOR.        BURAK OZDEMIR.
      * Yillik faiz geliri ve stopaj belgesi: vergi yilinin IDXHIST
      * faiz ('I') ve stopaj ('K') hareketleri - HSTPURGE'un HSTARCH'a
      * tasidiklari dahil - musteri + para birimi bazinda toplanir.
      * CSTFILE'daki her musteri icin para birimi basina brut faiz,
      * kesilen stopaj ve net faiz yeni sayfada basilir; ayni bilgi
      * vergi dairesi bildirimi icin TAXFILE ozet dosyasina yazilir.
      * Yil icindeki stornolar ('V') geri aldiklari kaydin tarafina
      * eksi olarak girer; borc faizi (eksi 'I') gelir sayilmaz.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT IDXHIST-FILE ASSIGN TO IDXHIST
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY HIST-KEY
                              STATUS HIST-ST.
      * HSTPURGE'un esikten eski hareketleri tasidigi arsiv. JCL vergi
      * yilini iceren arsiv(ler)i verir; dosya yoksa belge yalniz
      * canli gecmisle uretilir ve trailer'da belirtilir.
            SELECT ARC-FILE   ASSIGN TO HSTARCH
                              STATUS ARC-ST.
      * Belgeler musteri ana kaydi sirasinda basilir.
            SELECT CST-FILE   ASSIGN TO CSTFILE
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY CST-ID
                              STATUS CST-ST.
            SELECT DVZ-FILE   ASSIGN TO DVZFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY DVZ-KEY
                              STATUS DVZ-ST.
      * Istege bagli tek kayitlik parametre: vergi yili (CCYY). Yoksa
      * veya sifirsa is gununun bir onceki yili alinir.
            SELECT CRT-FILE   ASSIGN TO CRTPARM
                              STATUS CRT-ST.
            SELECT RPT-FILE   ASSIGN TO RPTFILE
                              STATUS RPT-ST.
      * Vergi dairesi bildirim dosyasi.
            SELECT TAX-FILE   ASSIGN TO TAXFILE
                              STATUS TAX-ST.
      * Hareketler musteri + para birimi sirasina sort edilir.
            SELECT SRT-FILE   ASSIGN TO SRTWORK.
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
      * Arsiv HIST-RECORD ile ayni duzendedir; okunan kayit
      * HIST-RECORD'a tasinip canli kayitlarla ayni mantiktan gecer.
        FD  ARC-FILE RECORDING MODE F.
        01  ARC-RECORD                PIC X(179).
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
        FD  DVZ-FILE.
        01  DVZ-RECORD.
            05  DVZ-KEY               PIC S9(03) COMP.
            05  DVZ-NAME              PIC X(03).
            05  DVZ-DECIMALS          PIC 9(01).
            05  DVZ-MIN-BALANCE       PIC S9(13)V99 COMP-3.
            05  DVZ-CREDIT-RATE       PIC S9(03)V9(06) COMP-3.
            05  DVZ-DEBIT-RATE        PIC S9(03)V9(06) COMP-3.
            05  DVZ-LARGE-LIMIT       PIC S9(13)V99 COMP-3.
      *
        FD  CRT-FILE RECORDING MODE F.
        01  CRT-REC.
            05  CRT-YEAR              PIC 9(04).
      *
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC                   PIC X(132).
      *
      * Bildirim dosyasi: 'H' baslik, her musteri + para birimi icin
      * 'D', her para birimi icin 'C' toplam ve 'T' kuyruk kaydi.
      * Tutarlar para biriminin kendisindedir; para birimleri arasi
      * toplam verilmez.
        FD  TAX-FILE RECORDING MODE F.
        01  TAX-REC.
            05  TAX-TYPE              PIC X(01).
            05  TAX-YEAR              PIC 9(04).
            05  TAX-CUST-ID           PIC 9(05).
            05  TAX-NAME              PIC X(30).
            05  TAX-CAT               PIC X(01).
            05  TAX-DVZ               PIC 9(03).
            05  TAX-CUR               PIC X(03).
            05  TAX-GROSS             PIC S9(13)V99.
            05  TAX-WHT               PIC S9(13)V99.
            05  TAX-NET               PIC S9(13)V99.
            05  FILLER                PIC X(08).
        01  TAX-HDR-REC.
            05  TAX-HDR-TYPE          PIC X(01).
            05  TAX-HDR-YEAR          PIC 9(04).
            05  TAX-HDR-RUN-DATE      PIC 9(08).
            05  TAX-HDR-PROGRAM       PIC X(08).
            05  FILLER                PIC X(79).
        01  TAX-SUM-REC.
            05  TAX-SUM-TYPE          PIC X(01).
            05  TAX-SUM-YEAR          PIC 9(04).
            05  TAX-SUM-DVZ           PIC 9(03).
            05  TAX-SUM-CUR           PIC X(03).
            05  TAX-SUM-COUNT         PIC 9(07).
            05  TAX-SUM-GROSS         PIC S9(13)V99.
            05  TAX-SUM-WHT           PIC S9(13)V99.
            05  TAX-SUM-NET           PIC S9(13)V99.
            05  FILLER                PIC X(37).
        01  TAX-TRL-REC.
            05  TAX-TRL-TYPE          PIC X(01).
            05  TAX-TRL-YEAR          PIC 9(04).
            05  TAX-TRL-COUNT         PIC 9(07).
            05  FILLER                PIC X(88).
      *
        SD  SRT-FILE.
        01  SRT-REC.
            05  SRT-ID               PIC S9(05) COMP-3.
            05  SRT-DVZ              PIC S9(03) COMP.
            05  SRT-GROSS            PIC S9(13)V99 COMP-3.
            05  SRT-WHT              PIC S9(13)V99 COMP-3.
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 HIST-ST              PIC 9(02).
               88 HIST-SUCCESS              VALUE 00 97.
               88 HIST-EOF                  VALUE 10.
            05 ARC-ST               PIC 9(02).
               88 ARC-SUCCESS               VALUE 00 97.
               88 ARC-EOF                   VALUE 10.
            05 CST-ST               PIC 9(02).
               88 CST-SUCCESS               VALUE 00 97.
               88 CST-EOF                   VALUE 10.
            05 DVZ-ST               PIC 9(02).
               88 DVZ-SUCCESS               VALUE 00 97.
            05 CRT-ST               PIC 9(02).
               88 CRT-SUCCESS               VALUE 00 97.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 TAX-ST               PIC 9(02).
               88 TAX-SUCCESS               VALUE 00 97.
            05 WS-SORT-EOF          PIC 9(01) VALUE 0.
               88 WS-SRT-EOF                VALUE 1.
            05 WS-ARC-OPEN          PIC 9(01) VALUE 0.
               88 WS-ARC-AVAILABLE          VALUE 1.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
            05 WS-BUS-DATE          PIC 9(08) VALUE 0.
            05 WS-BUS-DATE-R REDEFINES WS-BUS-DATE.
               10 WS-BUS-YEAR       PIC 9(04).
               10 FILLER            PIC 9(04).
            05 WS-TAX-YEAR          PIC 9(04) VALUE 0.
      * Hareketin is gunu; ilk 4 hanesi vergi yili ile karsilastirilir.
            05 WS-EVT-DATE          PIC 9(08).
            05 WS-MOVE-AMT          PIC S9(13)V99 COMP-3 VALUE 0.
      * Musteri ve para birimi kirilimi.
            05 WS-CUR-ID            PIC S9(05) COMP-3 VALUE 0.
            05 WS-CUR-DVZ           PIC S9(03) COMP VALUE 0.
            05 WS-CST-FLAG          PIC 9(01) VALUE 0.
               88 WS-CST-FOUND              VALUE 1.
            05 WS-ACC-GROSS         PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-ACC-WHT           PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-ACC-NET           PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-EFF-RATE          PIC S9(03)V99 COMP-3 VALUE 0.
            05 TMP-INT              PIC 9(07).
            05 TMP-GREG             PIC 9(08).
      * Trailer kontrol toplamlari.
            05 WS-CNT-HIST-READ     PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-ARC-READ      PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-USED          PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-CERTS         PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-NO-INTEREST   PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-NO-MASTER     PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-TAX-DETAIL    PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-TAX-RECS      PIC 9(07) COMP-3 VALUE 0.
            05 WS-TBL-MAX           PIC 9(03) COMP-3 VALUE 0.
            05 WS-TBL-IX            PIC 9(03) COMP-3 VALUE 0.
            05 WS-TBL-HIT           PIC 9(03) COMP-3 VALUE 0.
            05 WS-CNT-OVERFLOW      PIC 9(03) COMP-3 VALUE 0.
      * Para birimi basina yil toplamlari (bildirim 'C' kayitlari).
        01  WS-DVZ-TABLE.
            05  WS-DVZ-ENT OCCURS 50 TIMES.
                10  WS-TBL-DVZ      PIC S9(03) COMP.
                10  WS-TBL-CUR      PIC X(03).
                10  WS-TBL-CNT      PIC 9(07) COMP-3.
                10  WS-TBL-GROSS    PIC S9(13)V99 COMP-3.
                10  WS-TBL-WHT      PIC S9(13)V99 COMP-3.
      * Belge satirlari.
        01  WS-TITLE-LINE.
            05  FILLER              PIC X(47) VALUE
                'INTEREST INCOME AND WITHHOLDING TAX CERTIFICATE'.
            05  FILLER              PIC X(12) VALUE '  TAX YEAR: '.
            05  WS-TTL-YEAR         PIC 9(04).
            05  FILLER              PIC X(17) VALUE
                '  BUSINESS DATE: '.
            05  WS-TTL-BUS-DATE     PIC 9(08).
            05  FILLER              PIC X(44) VALUE SPACES.
        01  WS-CUST-LINE.
            05  FILLER              PIC X(13) VALUE 'CUSTOMER   : '.
            05  WS-CUL-ID           PIC 9(05).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  WS-CUL-NAME         PIC X(30).
            05  FILLER              PIC X(15) VALUE
                '  BIRTH DATE : '.
            05  WS-CUL-BIRTH        PIC 9(08).
            05  FILLER              PIC X(17) VALUE
                '  TAX CATEGORY : '.
            05  WS-CUL-CAT          PIC X(01).
            05  FILLER              PIC X(41) VALUE SPACES.
        01  WS-CERT-LINE.
            05  WS-CRL-DVZ          PIC 9(03).
            05  WS-CRL-SPACE-0      PIC X(01).
            05  WS-CRL-CUR          PIC X(03).
            05  WS-CRL-SPACE-1      PIC X(01).
            05  WS-CRL-GROSS        PIC $,$$$,$$$,$$$,$$$9.99-.
            05  WS-CRL-SPACE-2      PIC X(01).
            05  WS-CRL-WHT          PIC $,$$$,$$$,$$$,$$$9.99-.
            05  WS-CRL-SPACE-3      PIC X(01).
            05  WS-CRL-NET          PIC $,$$$,$$$,$$$,$$$9.99-.
            05  WS-CRL-SPACE-4      PIC X(01).
            05  WS-CRL-RATE         PIC ZZ9.99-.
            05  FILLER              PIC X(48) VALUE SPACES.
        01  WS-TEXT-LINE.
            05  FILLER              PIC X(04) VALUE SPACES.
            05  WS-TXT-TEXT         PIC X(70).
            05  FILLER              PIC X(58) VALUE SPACES.
        01  WS-DVZ-TOTAL-LINE.
            05  FILLER              PIC X(04) VALUE 'DVZ '.
            05  WS-DT-DVZ           PIC 9(03).
            05  FILLER              PIC X(01) VALUE SPACE.
            05  WS-DT-CUR           PIC X(03).
            05  FILLER              PIC X(08) VALUE ' COUNT  '.
            05  WS-DT-CNT           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(08) VALUE ' GROSS  '.
            05  WS-DT-GROSS         PIC $,$$$,$$$,$$$,$$$9.99-.
            05  FILLER              PIC X(06) VALUE ' TAX  '.
            05  WS-DT-WHT           PIC $,$$$,$$$,$$$,$$$9.99-.
            05  FILLER              PIC X(06) VALUE ' NET  '.
            05  WS-DT-NET           PIC $,$$$,$$$,$$$,$$$9.99-.
            05  FILLER              PIC X(20) VALUE SPACES.
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
        01  HEADER-1.
            05  FILLER         PIC X(04) VALUE 'DVZ '.
            05  FILLER         PIC X(04) VALUE '|CUR'.
            05  FILLER         PIC X(23) VALUE
                '|  GROSS INTEREST      '.
            05  FILLER         PIC X(23) VALUE
                '|  TAX WITHHELD        '.
            05  FILLER         PIC X(23) VALUE
                '|  NET INTEREST        '.
            05  FILLER         PIC X(08) VALUE '|RATE % '.
        01  HEADER-2.
            05  FILLER         PIC X(04) VALUE '----'.
            05  FILLER         PIC X(04) VALUE '----'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
            05  FILLER         PIC X(08) VALUE '--------'.
        01  TRAILER-BANNER.
            05  FILLER         PIC X(35) VALUE
                '===== CONTROL TOTALS FOR RUN ====='.
            05  FILLER         PIC X(97) VALUE SPACES.
        PROCEDURE DIVISION.
        0000-MAIN SECTION.
        0000-MAINLINE.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-PARAM.
           PERFORM H170-WRITE-TAX-HEADER.
      * Vergi yilinin faiz/stopaj hareketleri musteri + para birimi
      * sirasina sort edilir; belgeler cikis prosedurunde CSTFILE ile
      * eslestirilerek basilir.
           SORT SRT-FILE ON ASCENDING KEY SRT-ID SRT-DVZ
                INPUT  PROCEDURE IS H300-SORT-IN
                OUTPUT PROCEDURE IS H400-SORT-OUT.
           PERFORM H999-PROGRAM-EXIT.
        0000-END-MAIN. EXIT.
      *
        H100-OPEN-FILES.
            OPEN INPUT  IDXHIST-FILE
            OPEN INPUT  CST-FILE
            OPEN INPUT  DVZ-FILE
            OPEN OUTPUT RPT-FILE
            OPEN OUTPUT TAX-FILE
            PERFORM STATUS-CONTROL
            SET GO-SUCCESS TO TRUE.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (HIST-SUCCESS AND CST-SUCCESS AND DVZ-SUCCESS
                    AND RPT-SUCCESS AND TAX-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  HIST: ' HIST-ST ' CST: ' CST-ST
                       ' DVZ: ' DVZ-ST ' RPT: ' RPT-ST
                       ' TAX: ' TAX-ST
               IF HIST-SUCCESS THEN CLOSE IDXHIST-FILE END-IF
               IF CST-SUCCESS  THEN CLOSE CST-FILE     END-IF
               IF DVZ-SUCCESS  THEN CLOSE DVZ-FILE     END-IF
               IF RPT-SUCCESS  THEN CLOSE RPT-FILE     END-IF
               IF TAX-SUCCESS  THEN CLOSE TAX-FILE     END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Vergi yili parametreden alinir; parametre yoksa, bossa veya
      * sifirsa yil sonundan sonra calisildigi varsayilarak is
      * gununun bir onceki yili kullanilir.
        H150-READ-PARAM.
            INITIALIZE WS-BDT-AREA
            MOVE 'D'        TO WS-BDT-FUNC
            MOVE 'INTCERT'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               CLOSE IDXHIST-FILE CST-FILE DVZ-FILE RPT-FILE TAX-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-BDT-BUS-DATE TO WS-BUS-DATE
            MOVE 0 TO WS-TAX-YEAR
            OPEN INPUT CRT-FILE
            IF CRT-SUCCESS THEN
               READ CRT-FILE
               IF CRT-SUCCESS AND CRT-YEAR NUMERIC THEN
                  MOVE CRT-YEAR TO WS-TAX-YEAR
               END-IF
               CLOSE CRT-FILE
            END-IF
            IF WS-TAX-YEAR = 0 THEN
               COMPUTE WS-TAX-YEAR = WS-BUS-YEAR - 1
            END-IF
            IF WS-TAX-YEAR NOT < WS-BUS-YEAR THEN
               DISPLAY 'WARNING: TAX YEAR ' WS-TAX-YEAR
                       ' IS NOT CLOSED, CERTIFICATES ARE PROVISIONAL.'
            END-IF
            DISPLAY 'TAX YEAR                : ' WS-TAX-YEAR
            MOVE WS-TAX-YEAR TO WS-TTL-YEAR
            MOVE WS-BUS-DATE TO WS-TTL-BUS-DATE.
        H150-END. EXIT.
      *
        H170-WRITE-TAX-HEADER.
            MOVE SPACES       TO TAX-HDR-REC
            MOVE 'H'          TO TAX-HDR-TYPE
            MOVE WS-TAX-YEAR  TO TAX-HDR-YEAR
            MOVE WS-BUS-DATE  TO TAX-HDR-RUN-DATE
            MOVE 'INTCERT'    TO TAX-HDR-PROGRAM
            WRITE TAX-HDR-REC
            ADD 1 TO WS-CNT-TAX-RECS.
        H170-END. EXIT.
      *
      * Giris proseduru: once arsiv (varsa), sonra canli IDXHIST
      * taranir; vergi yilina ait faiz/stopaj tutarlari sort'a verilir.
      * Dikkat: giris/cikis prosedurlerinde besleme paragrafi, ayni
      * SECTION icindeki yardimci paragrafa DUSMEMELI; GO TO ile
      * SECTION'in en sonundaki EXIT paragrafina atlanir.
        H300-SORT-IN SECTION.
        H300-FEED.
            OPEN INPUT ARC-FILE
            IF ARC-SUCCESS THEN
               SET WS-ARC-AVAILABLE TO TRUE
               PERFORM READ-ARC-RECORD
               PERFORM H310-ARC-ONE UNTIL ARC-EOF
               CLOSE ARC-FILE
            ELSE
               DISPLAY 'HSTARCH NOT AVAILABLE, STATUS: ' ARC-ST
               DISPLAY 'CERTIFICATES USE LIVE HISTORY ONLY.'
            END-IF
            PERFORM READ-HIST-RECORD
            PERFORM H320-HIST-ONE UNTIL HIST-EOF
            GO TO H300-SORT-IN-END.
      *
        H310-ARC-ONE.
            ADD 1 TO WS-CNT-ARC-READ
            MOVE ARC-RECORD TO HIST-RECORD
            PERFORM H350-SELECT-RELEASE
            PERFORM READ-ARC-RECORD.
        H310-END. EXIT.
      *
        H320-HIST-ONE.
            ADD 1 TO WS-CNT-HIST-READ
            PERFORM H350-SELECT-RELEASE
            PERFORM READ-HIST-RECORD.
        H320-END. EXIT.
      *
      * Basarili ve vergi yilina ait kayitlardan: arti 'I' brut faizi,
      * 'K' kesilen stopaji artirir. Storno ('V') asil kaydin tarafini
      * azaltir: alacak faizi stornosu (eksi) brutten, stopaj stornosu
      * (arti) stopajdan duser. Borc faizi ve stornosu belgeye girmez.
        H350-SELECT-RELEASE.
            MOVE HIST-BUS-DATE TO WS-EVT-DATE
            IF HIST-RC-OK AND WS-EVT-DATE(1:4) = WS-TAX-YEAR THEN
               COMPUTE WS-MOVE-AMT =
                       HIST-BUDGET-AFTER - HIST-BUDGET-BEFORE
               MOVE 0 TO SRT-GROSS SRT-WHT
               EVALUATE TRUE
                 WHEN HIST-FUNC = 'I' AND WS-MOVE-AMT > 0
                 WHEN HIST-FUNC = 'V' AND HIST-REV-FUNC = 'I'
                      AND WS-MOVE-AMT < 0
                   MOVE WS-MOVE-AMT TO SRT-GROSS
                 WHEN HIST-FUNC = 'K'
                 WHEN HIST-FUNC = 'V' AND HIST-REV-FUNC = 'K'
                   COMPUTE SRT-WHT = 0 - WS-MOVE-AMT
               END-EVALUATE
               IF SRT-GROSS NOT = 0 OR SRT-WHT NOT = 0 THEN
                  MOVE HIST-ID  TO SRT-ID
                  MOVE HIST-DVZ TO SRT-DVZ
                  RELEASE SRT-REC
                  ADD 1 TO WS-CNT-USED
               END-IF
            END-IF.
        H350-END. EXIT.
      *
        H300-SORT-IN-END. EXIT.
      *
      * Cikis proseduru: sort'tan musteri + para birimi sirasinda donen
      * tutarlar CSTFILE ile eslestirilir. Hareketi olmayan musteriler
      * sayilir, belge basilmaz; ana kaydi olmayan musterinin belgesi
      * yine basilir ve isaretlenir.
        H400-SORT-OUT SECTION.
        H400-DRAIN.
            MOVE 0 TO WS-SORT-EOF
            PERFORM READ-CST-RECORD
            PERFORM RETURN-SRT-RECORD
            PERFORM H410-CUSTOMER UNTIL WS-SRT-EOF
            PERFORM H420-SKIP-CUSTOMER UNTIL CST-EOF
            GO TO H400-SORT-OUT-END.
      *
        H410-CUSTOMER.
            MOVE SRT-ID TO WS-CUR-ID
            PERFORM H420-SKIP-CUSTOMER
                    UNTIL CST-EOF OR CST-ID NOT < WS-CUR-ID
            MOVE 0 TO WS-CST-FLAG
            IF NOT CST-EOF AND CST-ID = WS-CUR-ID THEN
               SET WS-CST-FOUND TO TRUE
            ELSE
               ADD 1 TO WS-CNT-NO-MASTER
            END-IF
            PERFORM H500-PRINT-HEADER
            PERFORM H430-CURRENCY
                    UNTIL WS-SRT-EOF OR SRT-ID NOT = WS-CUR-ID
            PERFORM H550-PRINT-FOOTER
            IF WS-CST-FOUND THEN
               PERFORM READ-CST-RECORD
            END-IF.
        H410-END. EXIT.
      *
        H420-SKIP-CUSTOMER.
            ADD 1 TO WS-CNT-NO-INTEREST
            PERFORM READ-CST-RECORD.
        H420-END. EXIT.
      *
        H430-CURRENCY.
            MOVE SRT-DVZ TO WS-CUR-DVZ
            MOVE 0       TO WS-ACC-GROSS WS-ACC-WHT
            PERFORM H435-FOLD
                    UNTIL WS-SRT-EOF OR SRT-ID NOT = WS-CUR-ID
                          OR SRT-DVZ NOT = WS-CUR-DVZ
            COMPUTE WS-ACC-NET = WS-ACC-GROSS - WS-ACC-WHT
            PERFORM H600-PRINT-CURRENCY.
        H430-END. EXIT.
      *
        H435-FOLD.
            ADD SRT-GROSS TO WS-ACC-GROSS
            ADD SRT-WHT   TO WS-ACC-WHT
            PERFORM RETURN-SRT-RECORD.
        H435-END. EXIT.
      *
        H400-SORT-OUT-END. EXIT.
      *
      * Sort prosedurlerinin PERFORM ettigi ortak paragraflar kendi
      * SECTION'larinda durur.
        H500-COMMON SECTION.
        H500-PRINT-HEADER.
            ADD 1 TO WS-CNT-CERTS
            WRITE RPT-REC FROM WS-TITLE-LINE
                  AFTER ADVANCING PAGE
            MOVE WS-CUR-ID TO WS-CUL-ID
            MOVE 0         TO WS-CUL-BIRTH
            IF WS-CST-FOUND THEN
               MOVE CST-ALLNAME TO WS-CUL-NAME
               MOVE CST-TAX-CAT TO WS-CUL-CAT
               IF CST-DATE > 0 THEN
                  COMPUTE TMP-INT = FUNCTION INTEGER-OF-DAY(CST-DATE)
                  COMPUTE TMP-GREG = FUNCTION DATE-OF-INTEGER(TMP-INT)
                  MOVE TMP-GREG TO WS-CUL-BIRTH
               END-IF
            ELSE
               MOVE '*** NOT ON CUSTOMER MASTER ***' TO WS-CUL-NAME
               MOVE SPACE TO WS-CUL-CAT
            END-IF
            WRITE RPT-REC FROM WS-CUST-LINE
                  AFTER ADVANCING 2 LINES
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            WRITE RPT-REC FROM HEADER-1
            WRITE RPT-REC FROM HEADER-2.
        H500-END. EXIT.
      *
        H550-PRINT-FOOTER.
            WRITE RPT-REC FROM HEADER-2
            MOVE 'AMOUNTS ARE IN THE CURRENCY OF EACH ACCOUNT.'
                                TO WS-TXT-TEXT
            WRITE RPT-REC FROM WS-TEXT-LINE
            MOVE 'TAX WAS WITHHELD AT SOURCE ON BEHALF OF THE CUSTOMER.'
                                TO WS-TXT-TEXT
            WRITE RPT-REC FROM WS-TEXT-LINE.
        H550-END. EXIT.
      *
      * Bir para biriminin yil toplami: belge satiri, bildirim 'D'
      * kaydi ve para birimi toplami.
        H600-PRINT-CURRENCY.
            MOVE WS-CUR-DVZ TO DVZ-KEY
            READ DVZ-FILE
                 INVALID KEY MOVE 23 TO DVZ-ST
            END-READ
            IF NOT DVZ-SUCCESS THEN
               MOVE '???' TO DVZ-NAME
            END-IF
            IF WS-ACC-GROSS > 0 THEN
               COMPUTE WS-EFF-RATE ROUNDED =
                       (WS-ACC-WHT * 100) / WS-ACC-GROSS
            ELSE
               MOVE 0 TO WS-EFF-RATE
            END-IF
            MOVE WS-CUR-DVZ    TO WS-CRL-DVZ
            MOVE '-'           TO WS-CRL-SPACE-0
            MOVE DVZ-NAME      TO WS-CRL-CUR
            MOVE '-'           TO WS-CRL-SPACE-1
            MOVE WS-ACC-GROSS  TO WS-CRL-GROSS
            MOVE '-'           TO WS-CRL-SPACE-2
            MOVE WS-ACC-WHT    TO WS-CRL-WHT
            MOVE '-'           TO WS-CRL-SPACE-3
            MOVE WS-ACC-NET    TO WS-CRL-NET
            MOVE '-'           TO WS-CRL-SPACE-4
            MOVE WS-EFF-RATE   TO WS-CRL-RATE
            WRITE RPT-REC FROM WS-CERT-LINE
            MOVE SPACES        TO TAX-REC
            MOVE 'D'           TO TAX-TYPE
            MOVE WS-TAX-YEAR   TO TAX-YEAR
            MOVE WS-CUR-ID     TO TAX-CUST-ID
            MOVE WS-CUL-NAME   TO TAX-NAME
            MOVE WS-CUL-CAT    TO TAX-CAT
            MOVE WS-CUR-DVZ    TO TAX-DVZ
            MOVE DVZ-NAME      TO TAX-CUR
            MOVE WS-ACC-GROSS  TO TAX-GROSS
            MOVE WS-ACC-WHT    TO TAX-WHT
            MOVE WS-ACC-NET    TO TAX-NET
            WRITE TAX-REC
            ADD 1 TO WS-CNT-TAX-DETAIL WS-CNT-TAX-RECS
            PERFORM H650-ACCUM-DVZ-TOTAL.
        H600-END. EXIT.
      *
      * Para birimi toplamini tabloda arayarak biriktirir; tablo
      * dolarsa fazlasi sayilmaz ve trailer'da belirtilir.
        H650-ACCUM-DVZ-TOTAL.
            MOVE 0 TO WS-TBL-HIT
            PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                UNTIL WS-TBL-IX > WS-TBL-MAX OR WS-TBL-HIT > 0
              IF WS-TBL-DVZ(WS-TBL-IX) = WS-CUR-DVZ
                 MOVE WS-TBL-IX TO WS-TBL-HIT
              END-IF
            END-PERFORM
            IF WS-TBL-HIT = 0 THEN
               IF WS-TBL-MAX < 50 THEN
                  ADD 1 TO WS-TBL-MAX
                  MOVE WS-TBL-MAX TO WS-TBL-HIT
                  MOVE WS-CUR-DVZ TO WS-TBL-DVZ(WS-TBL-HIT)
                  MOVE DVZ-NAME   TO WS-TBL-CUR(WS-TBL-HIT)
                  MOVE 0          TO WS-TBL-CNT(WS-TBL-HIT)
                  MOVE 0          TO WS-TBL-GROSS(WS-TBL-HIT)
                  MOVE 0          TO WS-TBL-WHT(WS-TBL-HIT)
               ELSE
                  ADD 1 TO WS-CNT-OVERFLOW
               END-IF
            END-IF
            IF WS-TBL-HIT > 0 THEN
               ADD 1            TO WS-TBL-CNT(WS-TBL-HIT)
               ADD WS-ACC-GROSS TO WS-TBL-GROSS(WS-TBL-HIT)
               ADD WS-ACC-WHT   TO WS-TBL-WHT(WS-TBL-HIT)
            END-IF.
        H650-END. EXIT.
      *
        READ-HIST-RECORD.
            READ IDXHIST-FILE NEXT RECORD.
        READ-HIST-RECORD-END. EXIT.
      *
        READ-ARC-RECORD.
            READ ARC-FILE.
        READ-ARC-RECORD-END. EXIT.
      *
        READ-CST-RECORD.
            READ CST-FILE NEXT RECORD.
        READ-CST-RECORD-END. EXIT.
      *
        RETURN-SRT-RECORD.
            RETURN SRT-FILE
                AT END SET WS-SRT-EOF TO TRUE
            END-RETURN.
        RETURN-SRT-RECORD-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            IF GO-SUCCESS
              PERFORM H800-WRITE-TAX-TOTALS
              PERFORM H900-WRITE-TRAILER
              CLOSE IDXHIST-FILE
                    CST-FILE
                    DVZ-FILE
                    RPT-FILE
                    TAX-FILE
              STOP RUN.
        H999-END. EXIT.
      *
      * Bildirim dosyasinin sonu: para birimi toplamlari ('C') ve
      * toplam kayit sayisini tasiyan kuyruk ('T').
        H800-WRITE-TAX-TOTALS.
            PERFORM H850-TAX-SUM-ONE
                VARYING WS-TBL-IX FROM 1 BY 1
                UNTIL WS-TBL-IX > WS-TBL-MAX
            ADD 1 TO WS-CNT-TAX-RECS
            MOVE SPACES          TO TAX-TRL-REC
            MOVE 'T'             TO TAX-TRL-TYPE
            MOVE WS-TAX-YEAR     TO TAX-TRL-YEAR
            MOVE WS-CNT-TAX-RECS TO TAX-TRL-COUNT
            WRITE TAX-TRL-REC.
        H800-END. EXIT.
      *
        H850-TAX-SUM-ONE.
            MOVE SPACES                  TO TAX-SUM-REC
            MOVE 'C'                     TO TAX-SUM-TYPE
            MOVE WS-TAX-YEAR             TO TAX-SUM-YEAR
            MOVE WS-TBL-DVZ(WS-TBL-IX)   TO TAX-SUM-DVZ
            MOVE WS-TBL-CUR(WS-TBL-IX)   TO TAX-SUM-CUR
            MOVE WS-TBL-CNT(WS-TBL-IX)   TO TAX-SUM-COUNT
            MOVE WS-TBL-GROSS(WS-TBL-IX) TO TAX-SUM-GROSS
            MOVE WS-TBL-WHT(WS-TBL-IX)   TO TAX-SUM-WHT
            COMPUTE TAX-SUM-NET = WS-TBL-GROSS(WS-TBL-IX)
                                - WS-TBL-WHT(WS-TBL-IX)
            WRITE TAX-SUM-REC
            ADD 1 TO WS-CNT-TAX-RECS.
        H850-END. EXIT.
      *
        H900-WRITE-TRAILER.
            WRITE RPT-REC FROM TRAILER-BANNER
                  AFTER ADVANCING PAGE.
            MOVE 'TAX YEAR                         :'
                                            TO WS-TRL-TXT-LABEL
            MOVE WS-TAX-YEAR                TO WS-TRL-TEXT
            WRITE RPT-REC FROM WS-TRAILER-TXT-LINE.
            MOVE 'ARCHIVE (HSTARCH) INCLUDED       :'
                                            TO WS-TRL-TXT-LABEL
            IF WS-ARC-AVAILABLE THEN
               MOVE 'YES'                   TO WS-TRL-TEXT
            ELSE
               MOVE 'NO, LIVE HISTORY ONLY' TO WS-TRL-TEXT
            END-IF
            WRITE RPT-REC FROM WS-TRAILER-TXT-LINE.
            MOVE 'ARCHIVE RECORDS READ             :' TO WS-TRL-LABEL
            MOVE WS-CNT-ARC-READ                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'HISTORY RECORDS READ             :' TO WS-TRL-LABEL
            MOVE WS-CNT-HIST-READ                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'INTEREST/TAX MOVEMENTS USED      :' TO WS-TRL-LABEL
            MOVE WS-CNT-USED                          TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'CERTIFICATES PRINTED             :' TO WS-TRL-LABEL
            MOVE WS-CNT-CERTS                         TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'CUSTOMERS WITHOUT INTEREST       :' TO WS-TRL-LABEL
            MOVE WS-CNT-NO-INTEREST                   TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'CERTIFICATES WITHOUT MASTER      :' TO WS-TRL-LABEL
            MOVE WS-CNT-NO-MASTER                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'TAX FILE DETAIL RECORDS          :' TO WS-TRL-LABEL
            MOVE WS-CNT-TAX-DETAIL                    TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'TAX FILE RECORDS WRITTEN         :' TO WS-TRL-LABEL
            MOVE WS-CNT-TAX-RECS                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            PERFORM H950-DVZ-TOTAL-ONE
                VARYING WS-TBL-IX FROM 1 BY 1
                UNTIL WS-TBL-IX > WS-TBL-MAX.
            IF WS-CNT-OVERFLOW > 0 THEN
               MOVE 'DVZ TOTALS DROPPED (TABLE FULL)  :'
                                            TO WS-TRL-LABEL
               MOVE WS-CNT-OVERFLOW         TO WS-TRL-COUNT
               WRITE RPT-REC FROM WS-TRAILER-CNT-LINE
               MOVE 4 TO RETURN-CODE
            END-IF.
        H900-END. EXIT.
      *
        H950-DVZ-TOTAL-ONE.
            MOVE WS-TBL-DVZ(WS-TBL-IX)   TO WS-DT-DVZ
            MOVE WS-TBL-CUR(WS-TBL-IX)   TO WS-DT-CUR
            MOVE WS-TBL-CNT(WS-TBL-IX)   TO WS-DT-CNT
            MOVE WS-TBL-GROSS(WS-TBL-IX) TO WS-DT-GROSS
            MOVE WS-TBL-WHT(WS-TBL-IX)   TO WS-DT-WHT
            COMPUTE WS-ACC-NET = WS-TBL-GROSS(WS-TBL-IX)
                               - WS-TBL-WHT(WS-TBL-IX)
            MOVE WS-ACC-NET              TO WS-DT-NET
            WRITE RPT-REC FROM WS-DVZ-TOTAL-LINE.
        H950-END. EXIT.
