        IDENTIFICATION DIVISION.
        PROGRAM-ID.    HSTAUDT.
        AUTHOR.        BURAK OZDEMIR.
      * Denetim sorgusu: IDXHIST kayitlarini kaynak damgasina gore
      * listeler. Secim batch kimligi, sube veya operator uzerinden,
      * bir tarih araligi (CCYYMMDD, hareketin is gunu HIST-BUS-DATE)
      * icin yapilir. Aralik HSTPURGE esiginden eskiyse JCL ilgili yilin
      * arsivini (HSTARCH) da verir; arsiv kayitlari da ayni secimden
      * gecer. Damgasiz eski kayitlar (kaynak alani bos) hicbir secime
      * uymaz, aralikta kac tane oldugu trailer'da ayrica sayilir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Secim anahtarla ilgili olmadigi icin dosya bastan sona okunur.
            SELECT IDXHIST-FILE ASSIGN TO IDXHIST
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY HIST-KEY
                              STATUS HIST-ST.
      * Tek kayitlik parametre dosyasi: secim turu ('B' batch, 'R'
      * sube, 'O' operator), aranan deger ve tarih araligi.
            SELECT AUD-FILE   ASSIGN TO AUDPARM
                              STATUS AUD-ST.
            SELECT RPT-FILE   ASSIGN TO RPTFILE
                              STATUS RPT-ST.
      * HSTPURGE arsivi; istege baglidir (IDXSTMT ile ayni kural).
            SELECT ARC-FILE   ASSIGN TO HSTARCH
                              STATUS ARC-ST.
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
        FD  ARC-FILE RECORDING MODE F.
        01  ARC-RECORD                PIC X(179).
      *
        FD  AUD-FILE RECORDING MODE F.
        01  AUD-REC.
            05  AUD-SEL-TYPE          PIC X(01).
            05  AUD-SEL-VALUE         PIC X(08).
            05  AUD-FROM              PIC 9(08).
            05  AUD-TO                PIC 9(08).
      *
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC.
            05  RPT-DATE              PIC 9(08).
            05  RPT-SPACE-0           PIC X(01).
            05  RPT-TIME              PIC 9(06).
            05  RPT-SPACE-1           PIC X(01).
            05  RPT-ID                PIC 9(05).
            05  RPT-DASH              PIC X(01).
            05  RPT-DVZ               PIC 9(03).
            05  RPT-SPACE-2           PIC X(01).
            05  RPT-FUNC              PIC X(01).
            05  RPT-SPACE-3           PIC X(01).
            05  RPT-RC                PIC 9(02).
            05  RPT-SPACE-4           PIC X(01).
            05  RPT-AMOUNT            PIC $,$$$,$$$,$$$,$$$9.99-.
            05  RPT-SPACE-5           PIC X(01).
            05  RPT-PROGRAM           PIC X(08).
            05  RPT-SPACE-6           PIC X(01).
            05  RPT-BATCH-ID          PIC X(08).
            05  RPT-SPACE-7           PIC X(01).
            05  RPT-BRANCH            PIC X(04).
            05  RPT-SPACE-8           PIC X(01).
            05  RPT-OPERATOR          PIC X(08).
            05  RPT-SPACE-9           PIC X(01).
            05  RPT-HIST-SEQ          PIC Z(20).
            05  RPT-SPACE-10          PIC X(01).
            05  RPT-SOURCE            PIC X(04).
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 HIST-ST              PIC 9(02).
               88 HIST-SUCCESS              VALUE 00 97.
               88 HIST-EOF                  VALUE 10.
            05 AUD-ST               PIC 9(02).
               88 AUD-SUCCESS               VALUE 00 97.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 ARC-ST               PIC 9(02).
               88 ARC-SUCCESS               VALUE 00 97.
               88 ARC-EOF                   VALUE 10.
      * Istenen secim (parametre dosyasindan).
            05 WS-SEL-TYPE          PIC X(01).
               88 WS-SEL-BATCH              VALUE 'B'.
               88 WS-SEL-BRANCH             VALUE 'R'.
               88 WS-SEL-OPERATOR           VALUE 'O'.
            05 WS-SEL-VALUE         PIC X(08).
            05 WS-REQ-FROM          PIC 9(08) VALUE 0.
            05 WS-REQ-TO            PIC 9(08) VALUE 0.
            05 WS-MATCH-FLAG        PIC 9(01) VALUE 0.
               88 WS-MATCHED                VALUE 1.
            05 WS-SOURCE            PIC X(04).
      * Tarih HIST-BUS-DATE'ten, saat HIST-SEQ zaman damgasinin
      * 9-14. hanelerinden alinir (IDXSTMT ile ayni yontem).
            05 WS-SEQ-DISP          PIC 9(20).
            05 WS-EVT-DATE          PIC 9(08).
            05 WS-EVT-TIME          PIC 9(06).
            05 WS-CNT-HIST-READ     PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-ARC-READ      PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-LISTED        PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-FAILED        PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-UNSTAMPED     PIC 9(07) COMP-3 VALUE 0.
        01  WS-BANNER-LINE.
            05  WS-BAN-LABEL        PIC X(24).
            05  WS-BAN-TYPE         PIC X(09).
            05  WS-BAN-VALUE        PIC X(08).
            05  WS-BAN-SPACE        PIC X(01).
            05  WS-BAN-FROM         PIC 9(08).
            05  WS-BAN-SLASH        PIC X(01).
            05  WS-BAN-TO           PIC 9(08).
            05  FILLER              PIC X(13) VALUE SPACES.
        01  WS-TRAILER-CNT-LINE.
            05  WS-TRL-LABEL        PIC X(34).
            05  WS-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
        01  FLAG.
            05 GO-HOME               PIC 9(01).
               88 GO-SUCCESS         VALUE 1.
        01  HEADER-1.
            05  FILLER         PIC X(09) VALUE 'DATE     '.
            05  FILLER         PIC X(07) VALUE '|TIME  '.
            05  FILLER         PIC X(10) VALUE '|ACCOUNT  '.
            05  FILLER         PIC X(02) VALUE '|F'.
            05  FILLER         PIC X(03) VALUE '|RC'.
            05  FILLER         PIC X(23) VALUE
                '|  AMOUNT              '.
            05  FILLER         PIC X(09) VALUE '|PROGRAM '.
            05  FILLER         PIC X(09) VALUE '|BATCH   '.
            05  FILLER         PIC X(05) VALUE '|BRN '.
            05  FILLER         PIC X(09) VALUE '|OPERATOR'.
            05  FILLER         PIC X(21) VALUE
                '|HIST-SEQ            '.
            05  FILLER         PIC X(04) VALUE '|SRC'.
        01  HEADER-2.
            05  FILLER         PIC X(09) VALUE '---------'.
            05  FILLER         PIC X(07) VALUE '-------'.
            05  FILLER         PIC X(10) VALUE '----------'.
            05  FILLER         PIC X(02) VALUE '--'.
            05  FILLER         PIC X(03) VALUE '---'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
            05  FILLER         PIC X(09) VALUE '---------'.
            05  FILLER         PIC X(09) VALUE '---------'.
            05  FILLER         PIC X(05) VALUE '-----'.
            05  FILLER         PIC X(09) VALUE '---------'.
            05  FILLER         PIC X(21) VALUE
                '---------------------'.
            05  FILLER         PIC X(04) VALUE '----'.
        01  TRAILER-BANNER.
            05  FILLER         PIC X(35) VALUE
                '===== AUDIT QUERY SUMMARY     ====='.
            05  FILLER         PIC X(37) VALUE SPACES.
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-PARAM.
           MOVE 'AUDIT HISTORY BY       : ' TO WS-BAN-LABEL
           EVALUATE TRUE
             WHEN WS-SEL-BATCH    MOVE 'BATCH    ' TO WS-BAN-TYPE
             WHEN WS-SEL-BRANCH   MOVE 'BRANCH   ' TO WS-BAN-TYPE
             WHEN WS-SEL-OPERATOR MOVE 'OPERATOR ' TO WS-BAN-TYPE
           END-EVALUATE
           MOVE WS-SEL-VALUE     TO WS-BAN-VALUE
           MOVE ' '              TO WS-BAN-SPACE
           MOVE WS-REQ-FROM      TO WS-BAN-FROM
           MOVE '/'              TO WS-BAN-SLASH
           MOVE WS-REQ-TO        TO WS-BAN-TO
           WRITE RPT-REC FROM WS-BANNER-LINE.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           PERFORM H180-SCAN-ARCHIVE.
           MOVE 'LIVE' TO WS-SOURCE
           PERFORM READ-HIST-RECORD.
           PERFORM H200-PROCESS UNTIL HIST-EOF.
           PERFORM H999-PROGRAM-EXIT.
        0000-END-MAIN. EXIT.
      *
        H100-OPEN-FILES.
            OPEN INPUT  IDXHIST-FILE
            OPEN OUTPUT RPT-FILE
            PERFORM STATUS-CONTROL
            SET GO-SUCCESS TO TRUE.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (HIST-SUCCESS AND RPT-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  HIST: ' HIST-ST ' RPT: ' RPT-ST
               IF HIST-SUCCESS THEN CLOSE IDXHIST-FILE END-IF
               IF RPT-SUCCESS  THEN CLOSE RPT-FILE     END-IF
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Parametre dosyasi zorunludur; secim turu bilinmiyorsa, aranan
      * deger bossa veya aralik ters ise sorgu calistirilmaz.
        H150-READ-PARAM.
            OPEN INPUT AUD-FILE
            IF AUD-SUCCESS THEN
               READ AUD-FILE
            END-IF
            IF NOT AUD-SUCCESS THEN
               DISPLAY 'ERROR: AUDPARM MISSING OR EMPTY, STATUS: '
                       AUD-ST
               CLOSE IDXHIST-FILE RPT-FILE
               STOP RUN
            END-IF
            MOVE AUD-SEL-TYPE  TO WS-SEL-TYPE
            MOVE AUD-SEL-VALUE TO WS-SEL-VALUE
            MOVE AUD-FROM      TO WS-REQ-FROM
            MOVE AUD-TO        TO WS-REQ-TO
            CLOSE AUD-FILE
            IF (NOT WS-SEL-BATCH AND NOT WS-SEL-BRANCH
                AND NOT WS-SEL-OPERATOR)
               OR WS-SEL-VALUE = SPACES
               OR WS-REQ-FROM > WS-REQ-TO THEN
               DISPLAY 'ERROR: INVALID AUDPARM CONTENT.'
               CLOSE IDXHIST-FILE RPT-FILE
               STOP RUN
            END-IF.
        H150-END. EXIT.
      *
      * Arsiv istege baglidir: acilamazsa sorgu canli gecmisle devam
      * eder. Arsiv kayitlari HIST-RECORD tamponuna tasinip canli
      * kayitlarla ayni secimden (H210) gecirilir.
        H180-SCAN-ARCHIVE.
            OPEN INPUT ARC-FILE
            IF NOT ARC-SUCCESS THEN
               DISPLAY 'HSTARCH NOT AVAILABLE, STATUS: ' ARC-ST
               DISPLAY 'QUERY USES LIVE HISTORY ONLY.'
            ELSE
               MOVE 'ARCH' TO WS-SOURCE
               PERFORM READ-ARC-RECORD
               PERFORM H185-ARC-ONE UNTIL ARC-EOF
               CLOSE ARC-FILE
            END-IF.
        H180-END. EXIT.
      *
        H185-ARC-ONE.
            ADD 1 TO WS-CNT-ARC-READ
            MOVE ARC-RECORD TO HIST-RECORD
            PERFORM H210-SELECT-EVENT
            PERFORM READ-ARC-RECORD.
        H185-END. EXIT.
      *
        H200-PROCESS.
            ADD 1 TO WS-CNT-HIST-READ
            PERFORM H210-SELECT-EVENT
            PERFORM READ-HIST-RECORD.
        H200-END. EXIT.
      *
      * Once tarih araligi, sonra kaynak damgasi kontrol edilir.
      * Basarisiz denemeler (RC > 0) da listelenir: denetim "kim
      * denedi" sorusunu da sorar; trailer'da ayrica sayilir.
        H210-SELECT-EVENT.
            PERFORM H225-SPLIT-SEQ
            IF WS-EVT-DATE NOT < WS-REQ-FROM
               AND WS-EVT-DATE NOT > WS-REQ-TO THEN
               IF HIST-ORG-PROGRAM = SPACES THEN
                  ADD 1 TO WS-CNT-UNSTAMPED
               END-IF
               MOVE 0 TO WS-MATCH-FLAG
               EVALUATE TRUE
                 WHEN WS-SEL-BATCH
                   IF HIST-ORG-BATCH-ID = WS-SEL-VALUE THEN
                      SET WS-MATCHED TO TRUE
                   END-IF
                 WHEN WS-SEL-BRANCH
                   IF HIST-ORG-BRANCH = WS-SEL-VALUE(1:4) THEN
                      SET WS-MATCHED TO TRUE
                   END-IF
                 WHEN WS-SEL-OPERATOR
                   IF HIST-ORG-OPERATOR = WS-SEL-VALUE THEN
                      SET WS-MATCHED TO TRUE
                   END-IF
               END-EVALUATE
               IF WS-MATCHED THEN
                  PERFORM H275-PRINT-EVENT
               END-IF
            END-IF.
        H210-END. EXIT.
      *
        H225-SPLIT-SEQ.
            MOVE HIST-BUS-DATE     TO WS-EVT-DATE
            MOVE HIST-SEQ          TO WS-SEQ-DISP
            MOVE WS-SEQ-DISP(9:6)  TO WS-EVT-TIME.
        H225-SPLIT-SEQ-END. EXIT.
      *
        H275-PRINT-EVENT.
            INITIALIZE RPT-REC
            MOVE WS-EVT-DATE       TO RPT-DATE
            MOVE '-'               TO RPT-SPACE-0
            MOVE WS-EVT-TIME       TO RPT-TIME
            MOVE '-'               TO RPT-SPACE-1
            MOVE HIST-ID           TO RPT-ID
            MOVE '-'               TO RPT-DASH
            MOVE HIST-DVZ          TO RPT-DVZ
            MOVE '-'               TO RPT-SPACE-2
            MOVE HIST-FUNC         TO RPT-FUNC
            MOVE '-'               TO RPT-SPACE-3
            MOVE HIST-RC           TO RPT-RC
            MOVE '-'               TO RPT-SPACE-4
            COMPUTE RPT-AMOUNT =
                    HIST-BUDGET-AFTER - HIST-BUDGET-BEFORE
            MOVE '-'               TO RPT-SPACE-5
            MOVE HIST-ORG-PROGRAM  TO RPT-PROGRAM
            MOVE '-'               TO RPT-SPACE-6
            MOVE HIST-ORG-BATCH-ID TO RPT-BATCH-ID
            MOVE '-'               TO RPT-SPACE-7
            MOVE HIST-ORG-BRANCH   TO RPT-BRANCH
            MOVE '-'               TO RPT-SPACE-8
            MOVE HIST-ORG-OPERATOR TO RPT-OPERATOR
            MOVE '-'               TO RPT-SPACE-9
            MOVE HIST-SEQ          TO RPT-HIST-SEQ
            MOVE '-'               TO RPT-SPACE-10
            MOVE WS-SOURCE         TO RPT-SOURCE
            ADD 1 TO WS-CNT-LISTED
            IF NOT HIST-RC-OK THEN
               ADD 1 TO WS-CNT-FAILED
            END-IF
            WRITE RPT-REC.
        H275-PRINT-EVENT-END. EXIT.
      *
        READ-HIST-RECORD.
            READ IDXHIST-FILE NEXT RECORD.
        READ-HIST-RECORD-END. EXIT.
      *
        READ-ARC-RECORD.
            READ ARC-FILE.
        READ-ARC-RECORD-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            IF GO-SUCCESS
              PERFORM H900-WRITE-TRAILER
              CLOSE IDXHIST-FILE
                    RPT-FILE
              STOP RUN.
        H999-END. EXIT.
      *
        H900-WRITE-TRAILER.
            WRITE RPT-REC FROM HEADER-2.
            WRITE RPT-REC FROM TRAILER-BANNER.
            MOVE 'HISTORY RECORDS READ             :' TO WS-TRL-LABEL
            MOVE WS-CNT-HIST-READ                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            IF WS-CNT-ARC-READ > 0 THEN
               MOVE 'ARCHIVE RECORDS READ             :'
                                                     TO WS-TRL-LABEL
               MOVE WS-CNT-ARC-READ                  TO WS-TRL-COUNT
               WRITE RPT-REC FROM WS-TRAILER-CNT-LINE
            END-IF.
            MOVE 'ENTRIES LISTED                   :' TO WS-TRL-LABEL
            MOVE WS-CNT-LISTED                        TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'OF WHICH FAILED (RC NOT OK)      :' TO WS-TRL-LABEL
            MOVE WS-CNT-FAILED                        TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            IF WS-CNT-UNSTAMPED > 0 THEN
               MOVE 'UNSTAMPED RECORDS IN DATE RANGE  :'
                                                     TO WS-TRL-LABEL
               MOVE WS-CNT-UNSTAMPED                 TO WS-TRL-COUNT
               WRITE RPT-REC FROM WS-TRAILER-CNT-LINE
            END-IF.
        H900-END. EXIT.
