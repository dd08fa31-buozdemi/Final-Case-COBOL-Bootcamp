        IDENTIFICATION DIVISION.
        PROGRAM-ID.    CSTSTMT.
        AUTHOR.        BURAK OZDEMIR.
      * Musteri iliski ekstresi: CSTFILE'daki her musteri (veya
      * istenen ID araligi) icin tek ekstre. Musterinin adi ve dogum
      * tarihi ana kayittan alinir; IDXFILE'daki tum doviz hesaplari
      * durumlariyla listelenir. Her hesap icin donem acilis bakiyesi,
      * IDXHIST hareketlerinin fonksiyon kodu bazinda toplami ve
      * kapanis bakiyesi verilir; hesaplarin FXRFILE kuruyla baz para
      * birimine cevrilmis toplami musteri toplami olarak basilir. Her
      * musteri yeni sayfada baslar. Basim/e-ekstre firmasi icin ayni
      * bilgiler boru (|) ile ayrilmis STMDLM dosyasina da yazilir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Ekstre CSTFILE sirasiyla uretilir; ID araligi START ile
      * baslatilir.
            SELECT CST-FILE   ASSIGN TO CSTFILE
                              ORGANIZATION INDEXED
                              ACCESS DYNAMIC
                              RECORD KEY CST-ID
                              STATUS CST-ST.
      * Musterinin hesaplari ID ile START edilip ayni ID'li kayitlar
      * okunarak bulunur.
            SELECT IDX-FILE   ASSIGN TO IDXFILE
                              ORGANIZATION INDEXED
                              ACCESS DYNAMIC
                              RECORD KEY IDX-KEY
                              STATUS IDX-ST.
      * Her hesabin hareketleri IDXSTMT'te oldugu gibi START ile
      * hesabin ilk gecmis kaydindan okunur.
            SELECT IDXHIST-FILE ASSIGN TO IDXHIST
                              ORGANIZATION INDEXED
                              ACCESS DYNAMIC
                              RECORD KEY HIST-KEY
                              STATUS HIST-ST.
            SELECT DVZ-FILE   ASSIGN TO DVZFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY DVZ-KEY
                              STATUS DVZ-ST.
      * IDXSNAP'in kullandigi kur dosyasi; yoksa ekstre yine basilir,
      * baz para birimi toplami kursuz olarak isaretlenir.
            SELECT FXR-FILE   ASSIGN TO FXRFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY FXR-KEY
                              STATUS FXR-ST.
      * Tek kayitlik parametre dosyasi: ID araligi ve donem.
            SELECT RST-FILE   ASSIGN TO RSTPARM
                              STATUS RST-ST.
            SELECT RPT-FILE   ASSIGN TO RPTFILE
                              STATUS RPT-ST.
            SELECT DLM-FILE   ASSIGN TO STMDLM
                              STATUS DLM-ST.
        DATA DIVISION.
        FILE SECTION.
        FD  CST-FILE.
        01  CST-RECORD.
            03  CST-ID               PIC S9(05) COMP-3.
            03  CST-ALLNAME          PIC X(30).
            03  CST-DATE             PIC 9(07) COMP-3.
      * Stopaj kategorisi; WHTFILE'da DVZ ile birlikte oran anahtari
      * (bosluk = para biriminin genel orani).
            03  CST-TAX-CAT          PIC X(01).
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
        FD  FXR-FILE.
        01  FXR-RECORD.
            05  FXR-KEY               PIC S9(03) COMP.
            05  FXR-RATE              PIC S9(07)V9(06) COMP-3.
      * Doviz bozdurma ('X') alis/satis marjlari; burada kullanilmaz.
            05  FXR-BUY-SPREAD        PIC S9(01)V9(06) COMP-3.
            05  FXR-SELL-SPREAD       PIC S9(01)V9(06) COMP-3.
      *
      * ID araligi (ikisi de sifir = tum musteriler, bitis sifir =
      * sona kadar) ve donem (CCYYMMDD). Bitis tarihi sifirsa is gunu,
      * baslangic sifirsa bitis tarihinin ayinin ilk gunu alinir.
        FD  RST-FILE RECORDING MODE F.
        01  RST-REC.
            05  RST-FROM-ID           PIC 9(05).
            05  RST-TO-ID             PIC 9(05).
            05  RST-FROM              PIC 9(08).
            05  RST-TO                PIC 9(08).
      *
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC                   PIC X(132).
      *
      * Kayit tipleri: H dosya basligi, C musteri, A hesap, M hareket
      * grubu, S musteri toplami, Z kuyruk.
        FD  DLM-FILE RECORDING MODE F.
        01  DLM-REC                   PIC X(256).
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 CST-ST               PIC 9(02).
               88 CST-SUCCESS               VALUE 00 97.
               88 CST-EOF                   VALUE 10.
            05 IDX-ST               PIC 9(02).
               88 IDX-SUCCESS               VALUE 00 97.
            05 HIST-ST              PIC 9(02).
               88 HIST-SUCCESS              VALUE 00 97.
            05 DVZ-ST               PIC 9(02).
               88 DVZ-SUCCESS               VALUE 00 97.
            05 FXR-ST               PIC 9(02).
               88 FXR-SUCCESS               VALUE 00 97.
            05 RST-ST               PIC 9(02).
               88 RST-SUCCESS               VALUE 00 97.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 DLM-ST               PIC 9(02).
               88 DLM-SUCCESS               VALUE 00 97.
            05 WS-FXR-OPEN          PIC 9(01) VALUE 0.
               88 WS-FXR-AVAILABLE          VALUE 1.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
            05 WS-BUS-DATE          PIC 9(08) VALUE 0.
      * Istenen musteri araligi ve donem.
            05 WS-REQ-FROM-ID       PIC 9(05) VALUE 0.
            05 WS-REQ-TO-ID         PIC 9(05) VALUE 0.
            05 WS-REQ-FROM          PIC 9(08) VALUE 0.
            05 WS-REQ-TO            PIC 9(08) VALUE 0.
            05 WS-CUR-ID            PIC S9(05) COMP-3 VALUE 0.
            05 WS-CUR-DVZ           PIC S9(03) COMP VALUE 0.
            05 WS-CST-DONE-FLAG     PIC 9(01) VALUE 0.
               88 WS-CST-DONE               VALUE 1.
            05 WS-ACCT-FLAG         PIC 9(01) VALUE 0.
               88 WS-ACCT-DONE              VALUE 1.
            05 WS-HIST-FLAG         PIC 9(01) VALUE 0.
               88 WS-HIST-DONE              VALUE 1.
            05 WS-EVT-DATE          PIC 9(08).
            05 WS-AMOUNT            PIC S9(13)V99 COMP-3.
            05 WS-CONV-AMT          PIC S9(13)V99 COMP-3 VALUE 0.
            05 TMP-INT              PIC 9(07).
            05 TMP-GREG             PIC 9(08).
            05 WS-BIRTH-DATE        PIC 9(08).
            05 WS-STATUS-TEXT       PIC X(06).
            05 WS-FUNC-TEXT         PIC X(12).
            05 WS-FX                PIC 9(02) COMP VALUE 0.
            05 WS-FOUND             PIC 9(02) COMP VALUE 0.
      * DLMFILE satirlari parca parca kurulurken kullanilan alanlar.
            05 WS-DLM-AMT-1         PIC -(14)9.99.
            05 WS-DLM-AMT-2         PIC -(14)9.99.
            05 WS-DLM-AMT-3         PIC -(14)9.99.
            05 WS-DLM-AMT-4         PIC -(14)9.99.
            05 WS-DLM-AMT-5         PIC -(14)9.99.
            05 WS-DLM-CNT           PIC ZZZZZZ9.
            05 WS-DLM-ID            PIC 9(05).
            05 WS-DLM-DVZ           PIC 9(03).
      * Hesap duzeyi: acilis/kapanis ve donem ici borc/alacak.
        01  WS-ACCOUNT-AREA.
            05 WS-PRIOR-FLAG        PIC 9(01) VALUE 0.
               88 WS-HAVE-PRIOR             VALUE 1.
            05 WS-INPER-FLAG        PIC 9(01) VALUE 0.
               88 WS-HAVE-INPER             VALUE 1.
            05 WS-AFTER-FLAG        PIC 9(01) VALUE 0.
               88 WS-HAVE-AFTER             VALUE 1.
            05 WS-PRIOR-BAL         PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-FIRST-INPER-BAL   PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-LAST-INPER-BAL    PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-FIRST-AFTER-BAL   PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-OPEN-BAL          PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-CLOSE-BAL         PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-ACC-DEBITS        PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-ACC-CREDITS       PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-ACC-BASE          PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-ACC-RATED         PIC X(01) VALUE 'N'.
      * Donem ici hareketler fonksiyon kodu bazinda.
            05 WS-MV-CNT            PIC 9(02) COMP VALUE 0.
            05 WS-MV-ENTRY OCCURS 12 TIMES.
               10 WS-MV-FUNC        PIC X(01).
               10 WS-MV-COUNT       PIC 9(07) COMP-3.
               10 WS-MV-DEBITS      PIC S9(13)V99 COMP-3.
               10 WS-MV-CREDITS     PIC S9(13)V99 COMP-3.
      * Musteri duzeyi: hesap sayisi ve baz para birimi toplamlari.
        01  WS-CUSTOMER-AREA.
            05 WS-CUS-ACCOUNTS      PIC 9(03) COMP-3 VALUE 0.
            05 WS-CUS-UNRATED       PIC 9(03) COMP-3 VALUE 0.
            05 WS-CUS-OPEN-BASE     PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-CUS-CLOSE-BASE    PIC S9(13)V99 COMP-3 VALUE 0.
        01  WS-COUNTERS.
            05 WS-CNT-CUSTOMERS     PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-NO-ACCOUNT    PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-ACCOUNTS      PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-MOVEMENTS     PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-UNRATED       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-DLM           PIC 9(09) COMP-3 VALUE 0.
      * Ekstre satirlari.
        01  WS-TITLE-LINE.
            05  FILLER              PIC X(31) VALUE
                'CUSTOMER RELATIONSHIP STATEMENT'.
            05  FILLER              PIC X(10) VALUE '  PERIOD: '.
            05  WS-TTL-FROM         PIC 9(08).
            05  FILLER              PIC X(03) VALUE ' - '.
            05  WS-TTL-TO           PIC 9(08).
            05  FILLER              PIC X(17) VALUE
                '  BUSINESS DATE: '.
            05  WS-TTL-BUS-DATE     PIC 9(08).
            05  FILLER              PIC X(47) VALUE SPACES.
        01  WS-CUST-LINE.
            05  FILLER              PIC X(13) VALUE 'CUSTOMER   : '.
            05  WS-CUL-ID           PIC 9(05).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  WS-CUL-NAME         PIC X(30).
            05  FILLER              PIC X(16) VALUE
                '  BIRTH DATE : '.
            05  WS-CUL-BIRTH        PIC 9(08).
            05  FILLER              PIC X(58) VALUE SPACES.
        01  WS-ACCT-LINE.
            05  WS-ACL-DVZ          PIC 9(03).
            05  WS-ACL-SPACE-0      PIC X(01).
            05  WS-ACL-CUR          PIC X(03).
            05  WS-ACL-SPACE-1      PIC X(01).
            05  WS-ACL-STATUS       PIC X(06).
            05  WS-ACL-SPACE-2      PIC X(01).
            05  WS-ACL-OPEN         PIC $,$$$,$$$,$$$,$$$9.99-.
            05  WS-ACL-SPACE-3      PIC X(01).
            05  WS-ACL-DEBITS       PIC $,$$$,$$$,$$$,$$$9.99-.
            05  WS-ACL-SPACE-4      PIC X(01).
            05  WS-ACL-CREDITS      PIC $,$$$,$$$,$$$,$$$9.99-.
            05  WS-ACL-SPACE-5      PIC X(01).
            05  WS-ACL-CLOSE        PIC $,$$$,$$$,$$$,$$$9.99-.
            05  WS-ACL-SPACE-6      PIC X(01).
            05  WS-ACL-BASE         PIC $,$$$,$$$,$$$,$$$9.99-.
            05  FILLER              PIC X(03) VALUE SPACES.
        01  WS-MOVE-LINE.
            05  FILLER              PIC X(04) VALUE SPACES.
            05  WS-MVL-TEXT         PIC X(12).
            05  FILLER              PIC X(09) VALUE '  COUNT: '.
            05  WS-MVL-COUNT        PIC ZZ,ZZ9.
            05  FILLER              PIC X(07) VALUE SPACES.
            05  WS-MVL-DEBITS       PIC $,$$$,$$$,$$$,$$$9.99-.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  WS-MVL-CREDITS      PIC $,$$$,$$$,$$$,$$$9.99-.
            05  FILLER              PIC X(49) VALUE SPACES.
        01  WS-TOTAL-LINE.
            05  WS-TOT-LABEL        PIC X(38).
            05  WS-TOT-OPEN         PIC $,$$$,$$$,$$$,$$$9.99-.
            05  FILLER              PIC X(25) VALUE SPACES.
            05  WS-TOT-CLOSE        PIC $,$$$,$$$,$$$,$$$9.99-.
            05  FILLER              PIC X(01) VALUE SPACES.
            05  WS-TOT-NOTE         PIC X(24).
        01  WS-TEXT-LINE.
            05  FILLER              PIC X(04) VALUE SPACES.
            05  WS-TXT-TEXT         PIC X(60).
            05  FILLER              PIC X(68) VALUE SPACES.
        01  WS-TRAILER-CNT-LINE.
            05  WS-TRL-LABEL        PIC X(34).
            05  WS-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
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
            05  FILLER         PIC X(07) VALUE '|STATUS'.
            05  FILLER         PIC X(23) VALUE
                '|  OPENING BALANCE     '.
            05  FILLER         PIC X(23) VALUE
                '|  DEBITS              '.
            05  FILLER         PIC X(23) VALUE
                '|  CREDITS             '.
            05  FILLER         PIC X(23) VALUE
                '|  CLOSING BALANCE     '.
            05  FILLER         PIC X(23) VALUE
                '|  BASE EQUIVALENT     '.
        01  HEADER-2.
            05  FILLER         PIC X(04) VALUE '----'.
            05  FILLER         PIC X(04) VALUE '----'.
            05  FILLER         PIC X(07) VALUE '-------'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
        01  TRAILER-BANNER.
            05  FILLER         PIC X(35) VALUE
                '===== CONTROL TOTALS FOR RUN ====='.
            05  FILLER         PIC X(97) VALUE SPACES.
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-PARAM.
           PERFORM H170-WRITE-DLM-HEADER.
           PERFORM H180-START-CUSTOMERS.
           PERFORM H200-CUSTOMER UNTIL WS-CST-DONE.
           PERFORM H999-PROGRAM-EXIT.
        0000-END-MAIN. EXIT.
      *
        H100-OPEN-FILES.
            OPEN INPUT  CST-FILE
            OPEN INPUT  IDX-FILE
            OPEN INPUT  IDXHIST-FILE
            OPEN INPUT  DVZ-FILE
            OPEN OUTPUT RPT-FILE
            OPEN OUTPUT DLM-FILE
            PERFORM STATUS-CONTROL
            OPEN INPUT  FXR-FILE
            IF FXR-SUCCESS THEN
               SET WS-FXR-AVAILABLE TO TRUE
            ELSE
               DISPLAY 'FXRFILE NOT AVAILABLE, STATUS: ' FXR-ST
               DISPLAY 'BASE CURRENCY TOTALS WILL BE SKIPPED.'
            END-IF
            SET GO-SUCCESS TO TRUE.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (CST-SUCCESS AND IDX-SUCCESS AND HIST-SUCCESS
                    AND DVZ-SUCCESS AND RPT-SUCCESS AND DLM-SUCCESS)
               THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  CST: ' CST-ST ' IDX: ' IDX-ST
                       ' HIST: ' HIST-ST ' DVZ: ' DVZ-ST
                       ' RPT: ' RPT-ST ' DLM: ' DLM-ST
               IF CST-SUCCESS  THEN CLOSE CST-FILE     END-IF
               IF IDX-SUCCESS  THEN CLOSE IDX-FILE     END-IF
               IF HIST-SUCCESS THEN CLOSE IDXHIST-FILE END-IF
               IF DVZ-SUCCESS  THEN CLOSE DVZ-FILE     END-IF
               IF RPT-SUCCESS  THEN CLOSE RPT-FILE     END-IF
               IF DLM-SUCCESS  THEN CLOSE DLM-FILE     END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Parametre dosyasi zorunludur. Bos tarihler is gunune gore
      * doldurulur (ay basindan is gunune kadar).
        H150-READ-PARAM.
            OPEN INPUT RST-FILE
            IF RST-SUCCESS THEN
               READ RST-FILE
            END-IF
            IF NOT RST-SUCCESS THEN
               DISPLAY 'ERROR: RSTPARM MISSING OR EMPTY, STATUS: '
                       RST-ST
               PERFORM H190-CLOSE-ALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            CLOSE RST-FILE
            IF RST-FROM-ID NOT NUMERIC OR RST-TO-ID NOT NUMERIC
               OR RST-FROM NOT NUMERIC OR RST-TO NOT NUMERIC THEN
               DISPLAY 'ERROR: INVALID RSTPARM CONTENT.'
               PERFORM H190-CLOSE-ALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE RST-FROM-ID TO WS-REQ-FROM-ID
            MOVE RST-TO-ID   TO WS-REQ-TO-ID
            MOVE RST-FROM    TO WS-REQ-FROM
            MOVE RST-TO      TO WS-REQ-TO
            IF WS-REQ-TO-ID = 0 THEN
               MOVE 99999 TO WS-REQ-TO-ID
            END-IF
            INITIALIZE WS-BDT-AREA
            MOVE 'D'        TO WS-BDT-FUNC
            MOVE 'CSTSTMT'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               PERFORM H190-CLOSE-ALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-BDT-BUS-DATE TO WS-BUS-DATE
            IF WS-REQ-TO = 0 THEN
               MOVE WS-BUS-DATE TO WS-REQ-TO
            END-IF
            IF WS-REQ-FROM = 0 THEN
               MOVE WS-REQ-TO   TO WS-REQ-FROM
               MOVE '01'        TO WS-REQ-FROM(7:2)
            END-IF
            IF WS-REQ-FROM > WS-REQ-TO
               OR WS-REQ-FROM-ID > WS-REQ-TO-ID THEN
               DISPLAY 'ERROR: INVALID RSTPARM CONTENT.'
               PERFORM H190-CLOSE-ALL
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY 'STATEMENT PERIOD        : ' WS-REQ-FROM
                    ' - ' WS-REQ-TO
            DISPLAY 'CUSTOMER RANGE          : ' WS-REQ-FROM-ID
                    ' - ' WS-REQ-TO-ID
            MOVE WS-REQ-FROM  TO WS-TTL-FROM
            MOVE WS-REQ-TO    TO WS-TTL-TO
            MOVE WS-BUS-DATE  TO WS-TTL-BUS-DATE.
        H150-END. EXIT.
      *
        H170-WRITE-DLM-HEADER.
            INITIALIZE DLM-REC
            STRING 'H' '|' WS-REQ-FROM '|' WS-REQ-TO '|' WS-BUS-DATE
                   DELIMITED BY SIZE INTO DLM-REC
            END-STRING
            PERFORM H195-WRITE-DLM.
        H170-END. EXIT.
      *
        H180-START-CUSTOMERS.
            MOVE WS-REQ-FROM-ID TO CST-ID
            START CST-FILE KEY NOT < CST-ID
                  INVALID KEY SET WS-CST-DONE TO TRUE
            END-START
            IF NOT WS-CST-DONE THEN
               PERFORM READ-CST-RECORD
            END-IF.
        H180-END. EXIT.
      *
        H190-CLOSE-ALL.
            CLOSE CST-FILE IDX-FILE IDXHIST-FILE DVZ-FILE
                  RPT-FILE DLM-FILE
            IF WS-FXR-AVAILABLE THEN
               CLOSE FXR-FILE
            END-IF.
        H190-END. EXIT.
      *
        H195-WRITE-DLM.
            WRITE DLM-REC
            ADD 1 TO WS-CNT-DLM.
        H195-END. EXIT.
      *
      * Her musteri yeni sayfada baslar: baslik, musteri satiri,
      * hesaplar ve baz para birimi toplami.
        H200-CUSTOMER.
            ADD 1 TO WS-CNT-CUSTOMERS
            MOVE CST-ID TO WS-CUR-ID
            INITIALIZE WS-CUSTOMER-AREA
            PERFORM H210-BIRTH-DATE
            WRITE RPT-REC FROM WS-TITLE-LINE
                  AFTER ADVANCING PAGE
            MOVE CST-ID        TO WS-CUL-ID
            MOVE CST-ALLNAME   TO WS-CUL-NAME
            MOVE WS-BIRTH-DATE TO WS-CUL-BIRTH
            WRITE RPT-REC FROM WS-CUST-LINE
                  AFTER ADVANCING 2 LINES
            MOVE SPACES TO RPT-REC
            WRITE RPT-REC
            WRITE RPT-REC FROM HEADER-1
            WRITE RPT-REC FROM HEADER-2
            PERFORM H220-DLM-CUSTOMER
            MOVE 0 TO WS-ACCT-FLAG
            MOVE WS-CUR-ID TO IDX-ID
            MOVE 0         TO IDX-DVZ
            START IDX-FILE KEY NOT < IDX-KEY
                  INVALID KEY SET WS-ACCT-DONE TO TRUE
            END-START
            PERFORM H300-ACCOUNT UNTIL WS-ACCT-DONE
            PERFORM H600-CUSTOMER-TOTAL
            PERFORM READ-CST-RECORD.
        H200-END. EXIT.
      *
      * Dogum tarihi ana kayitta julian (YYYYDDD) tutulur.
        H210-BIRTH-DATE.
            MOVE 0 TO WS-BIRTH-DATE
            IF CST-DATE > 0 THEN
               COMPUTE TMP-INT = FUNCTION INTEGER-OF-DAY(CST-DATE)
               COMPUTE TMP-GREG = FUNCTION DATE-OF-INTEGER(TMP-INT)
               MOVE TMP-GREG TO WS-BIRTH-DATE
            END-IF.
        H210-END. EXIT.
      *
        H220-DLM-CUSTOMER.
            INITIALIZE DLM-REC
            MOVE CST-ID TO WS-DLM-ID
            STRING 'C'                        DELIMITED BY SIZE
                   '|'                        DELIMITED BY SIZE
                   WS-DLM-ID                  DELIMITED BY SIZE
                   '|'                        DELIMITED BY SIZE
                   FUNCTION TRIM(CST-ALLNAME) DELIMITED BY SIZE
                   '|'                        DELIMITED BY SIZE
                   WS-BIRTH-DATE              DELIMITED BY SIZE
              INTO DLM-REC
            END-STRING
            PERFORM H195-WRITE-DLM.
        H220-END. EXIT.
      *
      * Musterinin bir sonraki hesabi; ID degisince musteri biter.
        H300-ACCOUNT.
            READ IDX-FILE NEXT RECORD
                 AT END SET WS-ACCT-DONE TO TRUE
            END-READ
            IF NOT WS-ACCT-DONE THEN
               IF IDX-ID NOT = WS-CUR-ID THEN
                  SET WS-ACCT-DONE TO TRUE
               ELSE
                  PERFORM H310-ONE-ACCOUNT
               END-IF
            END-IF.
        H300-END. EXIT.
      *
        H310-ONE-ACCOUNT.
            ADD 1 TO WS-CNT-ACCOUNTS WS-CUS-ACCOUNTS
            MOVE IDX-DVZ TO WS-CUR-DVZ
            INITIALIZE WS-ACCOUNT-AREA
            PERFORM H400-SCAN-HISTORY
            PERFORM H450-OPEN-CLOSE
            PERFORM H500-PRINT-ACCOUNT.
        H310-END. EXIT.
      *
      * Hesabin gecmisi IDXSTMT ile ayni kuralla okunur: donemden
      * onceki son hareket acilis bakiyesini, donem icindekiler
      * hareket gruplarini ve kapanis bakiyesini verir. Basarisiz
      * denemeler (RC > 0) bakiye degistirmez.
        H400-SCAN-HISTORY.
            MOVE 0 TO WS-HIST-FLAG
            MOVE WS-CUR-ID  TO HIST-ID
            MOVE WS-CUR-DVZ TO HIST-DVZ
            MOVE 0          TO HIST-SEQ
            START IDXHIST-FILE KEY NOT < HIST-KEY
                  INVALID KEY SET WS-HIST-DONE TO TRUE
            END-START
            PERFORM H410-NEXT-HIST UNTIL WS-HIST-DONE.
        H400-END. EXIT.
      *
        H410-NEXT-HIST.
            READ IDXHIST-FILE NEXT RECORD
                 AT END SET WS-HIST-DONE TO TRUE
            END-READ
            IF NOT WS-HIST-DONE THEN
               IF HIST-ID NOT = WS-CUR-ID
                  OR HIST-DVZ NOT = WS-CUR-DVZ THEN
                  SET WS-HIST-DONE TO TRUE
               ELSE
                  IF HIST-RC-OK THEN
                     PERFORM H420-APPLY-EVENT
                  END-IF
               END-IF
            END-IF.
        H410-END. EXIT.
      *
      * Donem sonrasindaki ilk hareketin BEFORE degeri, donemde hic
      * hareketi olmayan hesabin kapanisini verir; ondan sonrasina
      * bakilmaz.
        H420-APPLY-EVENT.
            MOVE HIST-BUS-DATE     TO WS-EVT-DATE
            EVALUATE TRUE
              WHEN WS-EVT-DATE < WS-REQ-FROM
                SET WS-HAVE-PRIOR TO TRUE
                MOVE HIST-BUDGET-AFTER TO WS-PRIOR-BAL
              WHEN WS-EVT-DATE > WS-REQ-TO
                IF NOT WS-HAVE-AFTER THEN
                   SET WS-HAVE-AFTER TO TRUE
                   MOVE HIST-BUDGET-BEFORE TO WS-FIRST-AFTER-BAL
                END-IF
                SET WS-HIST-DONE TO TRUE
              WHEN OTHER
                IF NOT WS-HAVE-INPER THEN
                   SET WS-HAVE-INPER TO TRUE
                   MOVE HIST-BUDGET-BEFORE TO WS-FIRST-INPER-BAL
                END-IF
                MOVE HIST-BUDGET-AFTER TO WS-LAST-INPER-BAL
                PERFORM H430-GROUP-MOVEMENT
            END-EVALUATE.
        H420-END. EXIT.
      *
      * Tutarsiz hareketler (UPDATE, durum degisikligi) de sayilir;
      * tutar borc veya alacak tarafina eklenir. Tablo dolarsa kalan
      * kodlar son satirda toplanir.
        H430-GROUP-MOVEMENT.
            ADD 1 TO WS-CNT-MOVEMENTS
            COMPUTE WS-AMOUNT = HIST-BUDGET-AFTER - HIST-BUDGET-BEFORE
            MOVE 0 TO WS-FOUND
            PERFORM H435-FUNC-COMPARE
                    VARYING WS-FX FROM 1 BY 1
                    UNTIL WS-FX > WS-MV-CNT OR WS-FOUND > 0
            IF WS-FOUND = 0 THEN
               IF WS-MV-CNT < 12 THEN
                  ADD 1 TO WS-MV-CNT
               END-IF
               MOVE WS-MV-CNT TO WS-FOUND
               IF WS-MV-COUNT (WS-FOUND) = 0 THEN
                  MOVE HIST-FUNC TO WS-MV-FUNC (WS-FOUND)
               END-IF
            END-IF
            ADD 1 TO WS-MV-COUNT (WS-FOUND)
            IF WS-AMOUNT < 0 THEN
               SUBTRACT WS-AMOUNT FROM WS-MV-DEBITS (WS-FOUND)
                                       WS-ACC-DEBITS
            ELSE
               ADD WS-AMOUNT TO WS-MV-CREDITS (WS-FOUND)
                                WS-ACC-CREDITS
            END-IF.
        H430-END. EXIT.
      *
        H435-FUNC-COMPARE.
            IF WS-MV-FUNC (WS-FX) = HIST-FUNC THEN
               MOVE WS-FX TO WS-FOUND
            END-IF.
        H435-END. EXIT.
      *
      * Acilis: donem oncesi son bakiye; yoksa donemdeki ilk hareketin
      * BEFORE degeri; o da yoksa donem sonrasi ilk hareketin BEFORE
      * degeri; hic gecmis yoksa IDXFILE bakiyesi. Kapanis: donemdeki
      * son hareketin AFTER degeri, donemde hareket yoksa acilis.
        H450-OPEN-CLOSE.
            EVALUATE TRUE
              WHEN WS-HAVE-PRIOR
                MOVE WS-PRIOR-BAL       TO WS-OPEN-BAL
              WHEN WS-HAVE-INPER
                MOVE WS-FIRST-INPER-BAL TO WS-OPEN-BAL
              WHEN WS-HAVE-AFTER
                MOVE WS-FIRST-AFTER-BAL TO WS-OPEN-BAL
              WHEN OTHER
                MOVE IDX-BUDGET         TO WS-OPEN-BAL
            END-EVALUATE
            IF WS-HAVE-INPER THEN
               MOVE WS-LAST-INPER-BAL TO WS-CLOSE-BAL
            ELSE
               MOVE WS-OPEN-BAL       TO WS-CLOSE-BAL
            END-IF
            IF WS-FXR-AVAILABLE THEN
               MOVE WS-CUR-DVZ TO FXR-KEY
               READ FXR-FILE
                    INVALID KEY MOVE 23 TO FXR-ST
               END-READ
            ELSE
               MOVE 23 TO FXR-ST
            END-IF
            IF FXR-SUCCESS AND WS-FXR-AVAILABLE THEN
               MOVE 'Y' TO WS-ACC-RATED
               COMPUTE WS-CONV-AMT ROUNDED = WS-OPEN-BAL * FXR-RATE
               ADD WS-CONV-AMT TO WS-CUS-OPEN-BASE
               COMPUTE WS-ACC-BASE ROUNDED = WS-CLOSE-BAL * FXR-RATE
               ADD WS-ACC-BASE TO WS-CUS-CLOSE-BASE
            ELSE
               MOVE 'N' TO WS-ACC-RATED
               MOVE 0   TO WS-ACC-BASE
               ADD 1    TO WS-CUS-UNRATED WS-CNT-UNRATED
            END-IF.
        H450-END. EXIT.
      *
        H500-PRINT-ACCOUNT.
            MOVE WS-CUR-DVZ TO DVZ-KEY
            READ DVZ-FILE
                 INVALID KEY MOVE 23 TO DVZ-ST
            END-READ
            IF NOT DVZ-SUCCESS THEN
               MOVE '???' TO DVZ-NAME
            END-IF
            EVALUATE IDX-STATUS
              WHEN 'F'   MOVE 'FROZEN' TO WS-STATUS-TEXT
              WHEN 'C'   MOVE 'CLOSED' TO WS-STATUS-TEXT
              WHEN OTHER MOVE 'ACTIVE' TO WS-STATUS-TEXT
            END-EVALUATE
            MOVE WS-CUR-DVZ      TO WS-ACL-DVZ
            MOVE '-'             TO WS-ACL-SPACE-0
            MOVE DVZ-NAME        TO WS-ACL-CUR
            MOVE '-'             TO WS-ACL-SPACE-1
            MOVE WS-STATUS-TEXT  TO WS-ACL-STATUS
            MOVE '-'             TO WS-ACL-SPACE-2
            MOVE WS-OPEN-BAL     TO WS-ACL-OPEN
            MOVE '-'             TO WS-ACL-SPACE-3
            MOVE WS-ACC-DEBITS   TO WS-ACL-DEBITS
            MOVE '-'             TO WS-ACL-SPACE-4
            MOVE WS-ACC-CREDITS  TO WS-ACL-CREDITS
            MOVE '-'             TO WS-ACL-SPACE-5
            MOVE WS-CLOSE-BAL    TO WS-ACL-CLOSE
            MOVE '-'             TO WS-ACL-SPACE-6
            MOVE WS-ACC-BASE     TO WS-ACL-BASE
            WRITE RPT-REC FROM WS-ACCT-LINE
            PERFORM H520-DLM-ACCOUNT
            PERFORM H530-PRINT-MOVEMENT
                    VARYING WS-FX FROM 1 BY 1
                    UNTIL WS-FX > WS-MV-CNT
            IF WS-ACC-RATED = 'N' THEN
               MOVE 'NO FXRFILE RATE, NOT IN BASE TOTAL'
                                 TO WS-TXT-TEXT
               WRITE RPT-REC FROM WS-TEXT-LINE
            END-IF.
        H500-END. EXIT.
      *
        H520-DLM-ACCOUNT.
            INITIALIZE DLM-REC
            MOVE WS-CUR-ID       TO WS-DLM-ID
            MOVE WS-CUR-DVZ      TO WS-DLM-DVZ
            MOVE WS-OPEN-BAL     TO WS-DLM-AMT-1
            MOVE WS-ACC-DEBITS   TO WS-DLM-AMT-2
            MOVE WS-ACC-CREDITS  TO WS-DLM-AMT-3
            MOVE WS-CLOSE-BAL    TO WS-DLM-AMT-4
            MOVE WS-ACC-BASE     TO WS-DLM-AMT-5
            STRING 'A'                          DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   WS-DLM-ID                    DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   WS-DLM-DVZ                   DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   DVZ-NAME                     DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   WS-STATUS-TEXT               DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-AMT-1)  DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-AMT-2)  DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-AMT-3)  DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-AMT-4)  DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-AMT-5)  DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   WS-ACC-RATED                 DELIMITED BY SIZE
              INTO DLM-REC
            END-STRING
            PERFORM H195-WRITE-DLM.
        H520-END. EXIT.
      *
        H530-PRINT-MOVEMENT.
            EVALUATE WS-MV-FUNC (WS-FX)
              WHEN 'W'   MOVE 'ACCOUNT OPEN' TO WS-FUNC-TEXT
              WHEN 'U'   MOVE 'NAME UPDATE'  TO WS-FUNC-TEXT
              WHEN 'D'   MOVE 'ACCOUNT DEL'  TO WS-FUNC-TEXT
              WHEN 'B'   MOVE 'DEPOSIT/WDRL' TO WS-FUNC-TEXT
              WHEN 'T'   MOVE 'TRANSFER'     TO WS-FUNC-TEXT
              WHEN 'X'   MOVE 'EXCHANGE'     TO WS-FUNC-TEXT
              WHEN 'I'   MOVE 'INTEREST'     TO WS-FUNC-TEXT
              WHEN 'K'   MOVE 'WITHHOLD TAX' TO WS-FUNC-TEXT
              WHEN 'F'   MOVE 'CARRY FWD'    TO WS-FUNC-TEXT
              WHEN 'S'   MOVE 'STATUS CHG'   TO WS-FUNC-TEXT
              WHEN 'V'   MOVE 'REVERSAL'     TO WS-FUNC-TEXT
              WHEN OTHER MOVE WS-MV-FUNC (WS-FX) TO WS-FUNC-TEXT
            END-EVALUATE
            MOVE WS-FUNC-TEXT            TO WS-MVL-TEXT
            MOVE WS-MV-COUNT (WS-FX)     TO WS-MVL-COUNT
            MOVE WS-MV-DEBITS (WS-FX)    TO WS-MVL-DEBITS
            MOVE WS-MV-CREDITS (WS-FX)   TO WS-MVL-CREDITS
            WRITE RPT-REC FROM WS-MOVE-LINE
            INITIALIZE DLM-REC
            MOVE WS-MV-COUNT (WS-FX)     TO WS-DLM-CNT
            MOVE WS-MV-DEBITS (WS-FX)    TO WS-DLM-AMT-2
            MOVE WS-MV-CREDITS (WS-FX)   TO WS-DLM-AMT-3
            STRING 'M'                          DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   WS-DLM-ID                    DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   WS-DLM-DVZ                   DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   WS-MV-FUNC (WS-FX)           DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FUNC-TEXT)  DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-CNT)    DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-AMT-2)  DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-AMT-3)  DELIMITED BY SIZE
              INTO DLM-REC
            END-STRING
            PERFORM H195-WRITE-DLM.
        H530-END. EXIT.
      *
      * Musteri toplami baz para birimindedir; kuru olmayan hesap
      * varsa toplam eksik oldugu belirtilerek basilir.
        H600-CUSTOMER-TOTAL.
            IF WS-CUS-ACCOUNTS = 0 THEN
               ADD 1 TO WS-CNT-NO-ACCOUNT
               MOVE 'NO ACCOUNTS ON IDXFILE FOR THIS CUSTOMER'
                                 TO WS-TXT-TEXT
               WRITE RPT-REC FROM WS-TEXT-LINE
            END-IF
            WRITE RPT-REC FROM HEADER-2
            MOVE 'TOTAL IN BASE CURRENCY, OPEN / CLOSE :'
                                 TO WS-TOT-LABEL
            MOVE WS-CUS-OPEN-BASE  TO WS-TOT-OPEN
            MOVE WS-CUS-CLOSE-BASE TO WS-TOT-CLOSE
            IF WS-CUS-UNRATED > 0 THEN
               MOVE 'INCOMPLETE, RATE MISSING' TO WS-TOT-NOTE
            ELSE
               MOVE SPACES                     TO WS-TOT-NOTE
            END-IF
            WRITE RPT-REC FROM WS-TOTAL-LINE
            INITIALIZE DLM-REC
            MOVE WS-CUR-ID         TO WS-DLM-ID
            MOVE WS-CUS-ACCOUNTS   TO WS-DLM-CNT
            MOVE WS-CUS-OPEN-BASE  TO WS-DLM-AMT-1
            MOVE WS-CUS-CLOSE-BASE TO WS-DLM-AMT-4
            IF WS-CUS-UNRATED > 0 THEN
               MOVE 'N' TO WS-ACC-RATED
            ELSE
               MOVE 'Y' TO WS-ACC-RATED
            END-IF
            STRING 'S'                          DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   WS-DLM-ID                    DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-CNT)    DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-AMT-1)  DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DLM-AMT-4)  DELIMITED BY SIZE
                   '|'                          DELIMITED BY SIZE
                   WS-ACC-RATED                 DELIMITED BY SIZE
              INTO DLM-REC
            END-STRING
            PERFORM H195-WRITE-DLM.
        H600-END. EXIT.
      *
      * Aralik sonuna gelince veya dosya bitince durulur.
        READ-CST-RECORD.
            READ CST-FILE NEXT RECORD
                 AT END SET WS-CST-DONE TO TRUE
            END-READ
            IF NOT WS-CST-DONE AND CST-ID > WS-REQ-TO-ID THEN
               SET WS-CST-DONE TO TRUE
            END-IF.
        READ-CST-RECORD-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            IF GO-SUCCESS
              PERFORM H900-WRITE-TRAILER
              PERFORM H190-CLOSE-ALL
              STOP RUN.
        H999-END. EXIT.
      *
        H900-WRITE-TRAILER.
            WRITE RPT-REC FROM TRAILER-BANNER
                  AFTER ADVANCING PAGE.
            MOVE 'STATEMENTS PRINTED (CUSTOMERS)   :' TO WS-TRL-LABEL
            MOVE WS-CNT-CUSTOMERS                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'CUSTOMERS WITHOUT ACCOUNTS       :' TO WS-TRL-LABEL
            MOVE WS-CNT-NO-ACCOUNT                    TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'ACCOUNTS LISTED                  :' TO WS-TRL-LABEL
            MOVE WS-CNT-ACCOUNTS                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'MOVEMENTS IN PERIOD              :' TO WS-TRL-LABEL
            MOVE WS-CNT-MOVEMENTS                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'ACCOUNTS WITHOUT FXRFILE RATE    :' TO WS-TRL-LABEL
            MOVE WS-CNT-UNRATED                       TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            ADD 1 TO WS-CNT-DLM
            MOVE 'DELIMITED RECORDS WRITTEN        :' TO WS-TRL-LABEL
            MOVE WS-CNT-DLM                           TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            INITIALIZE DLM-REC
            MOVE WS-CNT-DLM TO WS-DLM-CNT
            STRING 'Z' '|' FUNCTION TRIM(WS-DLM-CNT)
                   DELIMITED BY SIZE INTO DLM-REC
            END-STRING
            WRITE DLM-REC.
        H900-END. EXIT.
