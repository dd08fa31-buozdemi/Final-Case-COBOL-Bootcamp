      * hesaplanir ve SUBPROGR'un 'I' fonksiyonu ile hesaba islenir.
      * Boylece tahakkuk IDXHIST'e her hareket gibi duser, IDXRECON
      * zinciri kopmaz ve el ile 'B' kaydi girmeye gerek kalmaz.
      * Alacak faizinden, musterinin CSTFILE'daki stopaj kategorisi
      * ve para birimi icin WHTFILE'da tanimli oranla stopaj kesilir
      * ve 'K' fonksiyonu ile ayri bir hareket olarak islenir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                              ACCESS RANDOM
                              RECORD KEY DVZ-KEY
                              STATUS DVZ-ST.
      * Musterinin stopaj kategorisi ana kayittan okunur.
            SELECT CST-FILE   ASSIGN TO CSTFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY CST-ID
                              STATUS CST-ST.
      * Stopaj oranlari: para birimi + musteri kategorisi; vergi
      * birimi tarafindan beslenir.
            SELECT WHT-FILE   ASSIGN TO WHTFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY WHT-KEY
                              STATUS WHT-ST.
            SELECT RPT-FILE   ASSIGN TO RPTFILE
                              STATUS RPT-ST.
        DATA DIVISION.
      * (PNDFILE) ayirir.
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
      * Kategoriye ozel kayit yoksa ayni para biriminin bosluk
      * kategorili (genel) kaydi kullanilir. Oran yuzdedir; sifir
      * oran muafiyet demektir.
        FD  WHT-FILE.
        01  WHT-RECORD.
            05  WHT-KEY.
                07 WHT-DVZ            PIC S9(03) COMP.
                07 WHT-CAT            PIC X(01).
            05  WHT-RATE              PIC S9(03)V9(06) COMP-3.
      *
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC.
            05 DVZ-ST               PIC 9(02).
               88 DVZ-SUCCESS               VALUE 00 97.
               88 DVZ-NOTFND                VALUE 23.
            05 CST-ST               PIC 9(02).
               88 CST-SUCCESS               VALUE 00 97.
            05 WHT-ST               PIC 9(02).
               88 WHT-SUCCESS               VALUE 00 97.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 WS-PBEGIDX           PIC X(08) VALUE 'SUBPROGR'.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
      * Tahakkuk donemi ve gun sayisi (BDTFILE'daki is gunlerinden).
            05 WS-PER-FROM          PIC 9(08) VALUE 0.
            05 WS-PER-TO            PIC 9(08) VALUE 0.
            05 WS-PER-DAYS          PIC 9(05) COMP-3 VALUE 0.
            05 WS-ACCR-AMT          PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-ACCR-UNITS        PIC S9(13) COMP-3 VALUE 0.
            05 WS-ACCR-TENTHS       PIC S9(14) COMP-3 VALUE 0.
            05 WS-ROUND-AMT         PIC S9(13)V99 COMP-3 VALUE 0.
      * Stopaj: musterinin kategorisi (IDXFILE ID sirasinda geldigi
      * icin ana kayit ID degisince okunur), oran ve kesinti tutari.
            05 WS-CST-LAST-ID       PIC S9(05) COMP-3 VALUE 0.
            05 WS-TAX-CAT           PIC X(01) VALUE SPACE.
            05 WS-WHT-RATE          PIC S9(03)V9(06) COMP-3 VALUE 0.
            05 WS-WHT-FLAG          PIC 9(01) VALUE 0.
               88 WS-WHT-FOUND              VALUE 1.
            05 WS-WHT-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
      * Trailer kontrol toplamlari.
            05 WS-CNT-SCANNED       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-POSTED        PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-NORATE        PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-ZERO          PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-ERROR         PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-WHT-POSTED    PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-WHT-ERROR     PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-WHT-NORATE    PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-NO-MASTER     PIC 9(07) COMP-3 VALUE 0.
            05 WS-TBL-MAX           PIC 9(03) COMP-3 VALUE 0.
            05 WS-TBL-IX            PIC 9(03) COMP-3 VALUE 0.
            05 WS-TBL-HIT           PIC 9(03) COMP-3 VALUE 0.
                10  WS-TBL-DVZ      PIC S9(03) COMP.
                10  WS-TBL-CNT      PIC 9(07) COMP-3.
                10  WS-TBL-TOTAL    PIC S9(13)V99 COMP-3.
                10  WS-TBL-WCNT     PIC 9(07) COMP-3.
                10  WS-TBL-WHT      PIC S9(13)V99 COMP-3.
        01  WS-TRAILER-CNT-LINE.
            05  WS-TRL-LABEL        PIC X(34).
            05  WS-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05  WS-DT-CNT           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(11) VALUE ' ACCRUED   '.
            05  WS-DT-TOTAL         PIC $,$$$,$$$,$$$,$$$9.99-.
        01  WS-DVZ-WHT-LINE.
            05  FILLER              PIC X(04) VALUE 'DVZ '.
            05  WS-DW-DVZ           PIC 9(03).
            05  FILLER              PIC X(12) VALUE ' POSTINGS   '.
            05  WS-DW-CNT           PIC ZZZ,ZZ9.
            05  FILLER              PIC X(11) VALUE ' WITHHELD  '.
            05  WS-DW-TOTAL         PIC $,$$$,$$$,$$$,$$$9.99-.
        01  WS-PERIOD-LINE.
            05  FILLER              PIC X(24) VALUE
                'ACCRUAL PERIOD        : '.
            05  WS-PER-TO-OUT       PIC 9(08).
            05  FILLER              PIC X(08) VALUE '  DAYS: '.
            05  WS-PER-DAYS-OUT     PIC ZZZZ9.
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
              88 WS-FUNC-BUDGET                VALUE 'B'.
              88 WS-FUNC-TRANSFER              VALUE 'T'.
              88 WS-FUNC-INTEREST              VALUE 'I'.
              88 WS-FUNC-EXCHANGE              VALUE 'X'.
              88 WS-FUNC-CLOSE                 VALUE 'C'.
            07 WS-KEY.
               09 WS-SUB-ID      PIC S9(05) COMP-3.
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
        01  HEADER-1.
            05  FILLER         PIC X(06) VALUE ' ID   '.
            05  FILLER         PIC X(04) VALUE '|DVZ'.
            05  FILLER         PIC X(55) VALUE SPACES.
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H150-BUS-DATE-CHECK.
           PERFORM H100-OPEN-FILES.
           MOVE WS-PER-FROM TO WS-PER-FROM-OUT.
           MOVE WS-PER-TO   TO WS-PER-TO-OUT.
           MOVE WS-PER-DAYS TO WS-PER-DAYS-OUT.
        H100-OPEN-FILES.
            OPEN INPUT  IDX-FILE
            OPEN INPUT  DVZ-FILE
            OPEN INPUT  CST-FILE
            OPEN INPUT  WHT-FILE
            OPEN OUTPUT RPT-FILE
            PERFORM STATUS-CONTROL
            SET GO-SUCCESS TO TRUE.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (IDX-SUCCESS AND DVZ-SUCCESS AND CST-SUCCESS
                    AND WHT-SUCCESS AND RPT-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  IDX: ' IDX-ST ' DVZ: ' DVZ-ST
                       ' CST: ' CST-ST ' WHT: ' WHT-ST
                       ' RPT: ' RPT-ST
               IF IDX-SUCCESS THEN CLOSE IDX-FILE END-IF
               IF DVZ-SUCCESS THEN CLOSE DVZ-FILE END-IF
               IF CST-SUCCESS THEN CLOSE CST-FILE END-IF
               IF WHT-SUCCESS THEN CLOSE WHT-FILE END-IF
               IF RPT-SUCCESS THEN CLOSE RPT-FILE END-IF
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Donem bir onceki is gunundan gecerli is gunune kadardir; hafta
      * sonu ve tatil gunleri ardindan gelen is gununun tahakkukuna
      * girer.
      * Adim ancak PNDREL o gun icin tamamlandiktan sonra ve gunde bir
      * kez calisir. Kontrol dosyalar acilmadan yapilir; reddedilen bir
      * calistirma elle 'K' tamamlamanin dayandigi raporu silmesin.
        H150-BUS-DATE-CHECK.
            INITIALIZE WS-BDT-AREA
            MOVE 'S'        TO WS-BDT-FUNC
            MOVE 'IDXACCR'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-BDT-PREV-DATE TO WS-PER-FROM
            MOVE WS-BDT-BUS-DATE  TO WS-PER-TO
            IF WS-PER-FROM NOT > 0 OR WS-PER-TO NOT > WS-PER-FROM THEN
               DISPLAY 'ERROR: INVALID PREVIOUS BUSINESS DATE: '
                       WS-PER-FROM
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            COMPUTE TMP-INT-FROM =
        H250-COMPUTE-ACCRUAL.
            COMPUTE WS-ACCR-RAW ROUNDED =
                    (IDX-BUDGET * WS-RATE * WS-PER-DAYS) / 36500
            PERFORM H260-ROUND-TO-DVZ
            MOVE WS-ROUND-AMT TO WS-ACCR-AMT.
        H250-COMPUTE-ACCRUAL-END. EXIT.
      *
      * WS-ACCR-RAW'daki ham tutari para biriminin DVZ-DECIMALS basamak
      * sayisina yuvarlayip WS-ROUND-AMT'ye koyar; tahakkuk ve stopaj
      * ayni kurali kullanir.
        H260-ROUND-TO-DVZ.
            EVALUATE WS-DVZ-DECIMALS
              WHEN 0
                COMPUTE WS-ACCR-UNITS ROUNDED = WS-ACCR-RAW
                MOVE WS-ACCR-UNITS TO WS-ROUND-AMT
              WHEN 1
                COMPUTE WS-ACCR-TENTHS ROUNDED = WS-ACCR-RAW * 10
                COMPUTE WS-ROUND-AMT = WS-ACCR-TENTHS / 10
              WHEN OTHER
                COMPUTE WS-ROUND-AMT ROUNDED = WS-ACCR-RAW
            END-EVALUATE.
        H260-ROUND-TO-DVZ-END. EXIT.
      *
      * Tahakkuk SUBPROGR uzerinden 'I' fonksiyonu ile islenir ki
      * IDXHIST izi ve IDXRECON zinciri her hareketteki gibi olussun.
            MOVE IDX-DVZ     TO WS-SUB-DVZ
            MOVE WS-ACCR-AMT TO WS-BUDGET
            MOVE 'O'         TO WS-OVERRIDE-IND
            MOVE 'IDXACCR'   TO WS-ORG-PROGRAM
            CALL WS-PBEGIDX USING BY REFERENCE WS-SUB-AREA
            PERFORM H275-FILL-LINE
            MOVE WS-RATE     TO RPT-RATE
               ADD 1 TO WS-CNT-ERROR
               MOVE WS-ERROR-EXPLAIN(1:12) TO RPT-NOTE
            END-IF
            WRITE RPT-REC
      * Stopaj yalnizca musteriye odenen (arti) faizden kesilir; borc
      * faizi bir gelir olmadigi icin kesinti konusu degildir.
            IF WS-SUB-RC-OK AND WS-ACCR-AMT > 0 THEN
               PERFORM H400-WITHHOLD-TAX
            END-IF.
        H300-POST-INTEREST-END. EXIT.
      *
      * Para birimi toplamini tabloda arayarak biriktirir; tablo
                  MOVE IDX-DVZ     TO WS-TBL-DVZ(WS-TBL-MAX)
                  MOVE 1           TO WS-TBL-CNT(WS-TBL-MAX)
                  MOVE WS-ACCR-AMT TO WS-TBL-TOTAL(WS-TBL-MAX)
                  MOVE 0           TO WS-TBL-WCNT(WS-TBL-MAX)
                  MOVE 0           TO WS-TBL-WHT(WS-TBL-MAX)
               ELSE
                  ADD 1 TO WS-CNT-OVERFLOW
               END-IF
            END-IF.
        H350-ACCUM-DVZ-TOTAL-END. EXIT.
      *
      * Kesinti = faiz * stopaj orani(%) / 100, para biriminin basamak
      * sayisina yuvarlanir. Faizle ayni kaynak ve onayla 'K' olarak
      * islenir; boylece IDXGLEXT kesintiyi kendi vergi hesabina
      * fisler ve yil sonu belgesi brut/stopaj/net ayrimini IDXHIST'ten
      * okuyabilir. Faiz islenip kesinti islenemezse satir hata
      * aciklamasiyla raporlanir, trailer'da sayilir ve RC 4 ile
      * donulur. Faiz islendigi icin adim yine de o is gunu icin
      * tamamlanmis kaydedilir; yeniden calistirma faizi ikinci kez
      * isler. Eksik kesinti, hatanin nedeni giderildikten sonra
      * rapor satirindaki tutarla IDXINQ'dan 'K' fonksiyonu ve
      * supervizor onayi ('O') ile elle islenir; kayit IDXINQ kaynagi
      * ve operator kimligiyle damgalanir, IDXGLEXT ve yil sonu
      * belgesi onu otomatik kesinti gibi okur. WHTFILE'da oran hic
      * yoksa (muafiyet sifir oranla tanimlanir, eksik oran muafiyet
      * degildir) de RC 4 verilir; oran tanimlandiktan sonra kesinti
      * bir onceki POSTED satirindaki faizden hesaplanip ayni yolla
      * elle islenir.
        H400-WITHHOLD-TAX.
            PERFORM H410-WHT-RATE-LOOKUP
            IF NOT WS-WHT-FOUND THEN
               ADD 1 TO WS-CNT-WHT-NORATE
               PERFORM H275-FILL-LINE
               MOVE 0             TO RPT-RATE RPT-AMOUNT RPT-RC
               MOVE 'NO WHT RATE ' TO RPT-NOTE
               WRITE RPT-REC
               MOVE 4 TO RETURN-CODE
            ELSE
               COMPUTE WS-ACCR-RAW ROUNDED =
                       (WS-ACCR-AMT * WS-WHT-RATE) / 100
               PERFORM H260-ROUND-TO-DVZ
               MOVE WS-ROUND-AMT TO WS-WHT-AMT
               IF WS-WHT-AMT > 0 THEN
                  PERFORM H420-POST-WHT
               END-IF
            END-IF.
        H400-WITHHOLD-TAX-END. EXIT.
      *
        H420-POST-WHT.
            INITIALIZE WS-SUB-AREA
            MOVE 'K'         TO WS-SUB-FUNC
            MOVE IDX-ID      TO WS-SUB-ID
            MOVE IDX-DVZ     TO WS-SUB-DVZ
            COMPUTE WS-BUDGET = 0 - WS-WHT-AMT
            MOVE 'O'         TO WS-OVERRIDE-IND
            MOVE 'IDXACCR'   TO WS-ORG-PROGRAM
            CALL WS-PBEGIDX USING BY REFERENCE WS-SUB-AREA
            PERFORM H275-FILL-LINE
            MOVE WS-WHT-RATE TO RPT-RATE
            COMPUTE RPT-AMOUNT = 0 - WS-WHT-AMT
            MOVE WS-SUB-RC   TO RPT-RC
            IF WS-SUB-RC-OK THEN
               ADD 1 TO WS-CNT-WHT-POSTED
               MOVE 'WHT POSTED  ' TO RPT-NOTE
               PERFORM H450-ACCUM-DVZ-WHT
            ELSE
               ADD 1 TO WS-CNT-WHT-ERROR
               MOVE 4 TO RETURN-CODE
               MOVE WS-ERROR-EXPLAIN(1:12) TO RPT-NOTE
            END-IF
            WRITE RPT-REC.
        H420-POST-WHT-END. EXIT.
      *
      * Kategori musterinin ana kaydindan alinir; ana kaydi olmayan
      * musteriye genel (bosluk) oran uygulanir. Kategoriye ozel oran
      * yoksa yine genel orana dusulur.
        H410-WHT-RATE-LOOKUP.
            MOVE 0 TO WS-WHT-FLAG
            MOVE 0 TO WS-WHT-RATE
            IF IDX-ID NOT = WS-CST-LAST-ID THEN
               MOVE IDX-ID TO WS-CST-LAST-ID
               MOVE IDX-ID TO CST-ID
               READ CST-FILE
                    INVALID KEY MOVE 23 TO CST-ST
               END-READ
               IF CST-SUCCESS THEN
                  MOVE CST-TAX-CAT TO WS-TAX-CAT
               ELSE
                  ADD 1 TO WS-CNT-NO-MASTER
                  MOVE SPACE TO WS-TAX-CAT
               END-IF
            END-IF
            MOVE IDX-DVZ    TO WHT-DVZ
            MOVE WS-TAX-CAT TO WHT-CAT
            READ WHT-FILE
                 INVALID KEY MOVE 23 TO WHT-ST
            END-READ
            IF NOT WHT-SUCCESS AND WS-TAX-CAT NOT = SPACE THEN
               MOVE IDX-DVZ TO WHT-DVZ
               MOVE SPACE   TO WHT-CAT
               READ WHT-FILE
                    INVALID KEY MOVE 23 TO WHT-ST
               END-READ
            END-IF
            IF WHT-SUCCESS THEN
               SET WS-WHT-FOUND TO TRUE
               MOVE WHT-RATE TO WS-WHT-RATE
            END-IF.
        H410-WHT-RATE-LOOKUP-END. EXIT.
      *
      * Stopaj, H350'de acilmis olan para birimi satirina eklenir.
        H450-ACCUM-DVZ-WHT.
            MOVE 0 TO WS-TBL-HIT
            PERFORM VARYING WS-TBL-IX FROM 1 BY 1
                UNTIL WS-TBL-IX > WS-TBL-MAX OR WS-TBL-HIT > 0
              IF WS-TBL-DVZ(WS-TBL-IX) = IDX-DVZ
                 MOVE WS-TBL-IX TO WS-TBL-HIT
              END-IF
            END-PERFORM
            IF WS-TBL-HIT > 0 THEN
               ADD 1          TO WS-TBL-WCNT(WS-TBL-HIT)
               ADD WS-WHT-AMT TO WS-TBL-WHT(WS-TBL-HIT)
            END-IF.
        H450-ACCUM-DVZ-WHT-END. EXIT.
      *
        H275-FILL-LINE.
            INITIALIZE RPT-REC
              CALL WS-PBEGIDX USING BY REFERENCE WS-SUB-AREA
              CLOSE IDX-FILE
                    DVZ-FILE
                    CST-FILE
                    WHT-FILE
                    RPT-FILE
              PERFORM H990-STEP-COMPLETE
              STOP RUN.
        H999-END. EXIT.
      *
      * Gun sonu sirasinda bu adimin is gunu icin bittigi kaydedilir.
        H990-STEP-COMPLETE.
            INITIALIZE WS-BDT-AREA
            MOVE 'E'        TO WS-BDT-FUNC
            MOVE 'IDXACCR'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
            END-IF.
        H990-END. EXIT.
      *
        H900-WRITE-TRAILER.
            WRITE RPT-REC FROM HEADER-2.
            MOVE 'POSTINGS IN ERROR                :' TO WS-TRL-LABEL
            MOVE WS-CNT-ERROR                         TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'WITHHOLDING POSTINGS MADE        :' TO WS-TRL-LABEL
            MOVE WS-CNT-WHT-POSTED                    TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'WITHHOLDING POSTINGS IN ERROR    :' TO WS-TRL-LABEL
            MOVE WS-CNT-WHT-ERROR                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'INTEREST WITHOUT A WHT RATE      :' TO WS-TRL-LABEL
            MOVE WS-CNT-WHT-NORATE                    TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'CUSTOMERS WITHOUT MASTER RECORD  :' TO WS-TRL-LABEL
            MOVE WS-CNT-NO-MASTER                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            PERFORM H950-DVZ-TOTAL-ONE
                VARYING WS-TBL-IX FROM 1 BY 1
                UNTIL WS-TBL-IX > WS-TBL-MAX.
            MOVE WS-TBL-DVZ(WS-TBL-IX)   TO WS-DT-DVZ
            MOVE WS-TBL-CNT(WS-TBL-IX)   TO WS-DT-CNT
            MOVE WS-TBL-TOTAL(WS-TBL-IX) TO WS-DT-TOTAL
            WRITE RPT-REC FROM WS-DVZ-TOTAL-LINE
            IF WS-TBL-WCNT(WS-TBL-IX) > 0 THEN
               MOVE WS-TBL-DVZ(WS-TBL-IX)   TO WS-DW-DVZ
               MOVE WS-TBL-WCNT(WS-TBL-IX)  TO WS-DW-CNT
               MOVE WS-TBL-WHT(WS-TBL-IX)   TO WS-DW-TOTAL
               WRITE RPT-REC FROM WS-DVZ-WHT-LINE
            END-IF.
        H950-END. EXIT.
