        IDENTIFICATION DIVISION.
        PROGRAM-ID.    IDNCONV.
        AUTHOR.        BURAK OZDEMIR.
      * Musteri numaralarinin kontrol haneli numaralara tek seferlik
      * donusumu. Subelerin sectigi eski numaralar CSTFILE, IDXFILE ve
      * IDXHIST'ten artan sirada birlestirilir; her farkli eski numaraya
      * IDNCTL'in kurali ile sirayla yeni bir numara verilir. Yeni
      * numaralar da artan sirada verildigi icin anahtar sirasi
      * bozulmaz ve yeni dosyalar sirali yazilir:
      *   CSTFILE -> CSTNEW, IDXFILE -> IDXNEW, STOFILE -> STONEW
      *   (ID ve hedef ID), IDXHIST -> HSTNEW (ID ve karsi bacak ID),
      *   HSTARCH -> ARCNEW (ID ve karsi bacak ID).
      * IDXHIST de cevrilir; aksi halde IDXRECON zinciri kopar ve
      * eski bir numara yeni bir musteriye verildiginde onun gecmisi
      * yeni musterinin ekstresine girerdi. Yalnizca gecmiste kalan
      * (hesabi silinmis) numaralar da bu yuzden yeni numara alir.
      * Ayni sebeple HSTPURGE arsivi de cevrilir: INTCERT, IDXSTMT ve
      * HSTAUDT arsivi HIST-ID ile yeni numarali dosyalara baglar.
      * Yalnizca arsivde kalan numaralara arsiv gecisinde sonraki
      * numaralar verilir ve raporda ayrica listelenir.
      * Eskiden yeniye capraz referans XRFFILE'a (kalicidir) ve
      * rapora yazilir. Son olarak IDNFILE kontrol kaydi siradaki
      * tabanla olusturulur; IDNFILE'da kontrol kaydi varsa donusum
      * zaten yapilmistir ve program calismaz.
      * Hesabi olmayan numaraya bagli talimatlar cevrilmez, raporda
      * listelenir. Herhangi bir hata RC 8 verir; o durumda yeni
      * dosyalar yerine konmamalidir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CST-FILE   ASSIGN TO CSTFILE
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY CST-ID
                              STATUS CST-ST.
            SELECT IDX-FILE   ASSIGN TO IDXFILE
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY IDX-KEY
                              STATUS IDX-ST.
            SELECT STO-FILE   ASSIGN TO STOFILE
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY STO-ORDNO
                              STATUS STO-ST.
      * IDXHIST iki kez okunur: once numaralari toplamak, sonra karsi
      * bacak numaralari da belli olduktan sonra kopyalamak icin.
            SELECT IDXHIST-FILE ASSIGN TO IDXHIST
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY HIST-KEY
                              STATUS HIST-ST.
            SELECT CSN-FILE   ASSIGN TO CSTNEW
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY CSN-ID
                              STATUS CSN-ST.
            SELECT IXN-FILE   ASSIGN TO IDXNEW
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY IXN-KEY
                              STATUS IXN-ST.
            SELECT STN-FILE   ASSIGN TO STONEW
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY STN-ORDNO
                              STATUS STN-ST.
            SELECT HSN-FILE   ASSIGN TO HSTNEW
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY HSN-KEY
                              STATUS HSN-ST.
      * HSTPURGE arsivi istege baglidir; verilmezse gecis atlanir.
            SELECT ARC-FILE   ASSIGN TO HSTARCH
                              STATUS ARC-ST.
            SELECT ARN-FILE   ASSIGN TO ARCNEW
                              STATUS ARN-ST.
      * Eski numara ile anahtarli capraz referans.
            SELECT XRF-FILE   ASSIGN TO XRFFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY XRF-OLD-ID
                              STATUS XRF-ST.
            SELECT IDN-FILE   ASSIGN TO IDNFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY IDN-KEY
                              STATUS IDN-ST.
            SELECT RPT-FILE   ASSIGN TO RPTFILE
                              STATUS RPT-ST.
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
            03  IDX-STATUS           PIC X(01).
      *
        FD  STO-FILE.
        01  STO-RECORD.
            03  STO-ORDNO            PIC S9(05) COMP-3.
            03  STO-FUNC             PIC X(01).
            03  STO-ID               PIC S9(05) COMP-3.
            03  STO-DVZ              PIC S9(03) COMP.
            03  STO-AMOUNT           PIC S9(13)V99 COMP-3.
            03  STO-TARGET-ID        PIC S9(05) COMP-3.
            03  STO-TARGET-DVZ       PIC S9(03) COMP.
            03  STO-FREQ             PIC X(01).
            03  STO-NEXT-DUE         PIC 9(08).
            03  STO-EXPIRY           PIC 9(08).
      *
      * Yalnizca anahtar ve karsi bacak numarasi gerekir; aradaki ve
      * sonraki alanlar oldugu gibi kopyalanir.
        FD  IDXHIST-FILE.
        01  HIST-RECORD.
            03  HIST-KEY.
                05 HIST-ID            PIC S9(05) COMP-3.
                05 HIST-DVZ           PIC S9(03) COMP.
                05 HIST-SEQ           PIC 9(20) COMP-3.
            03  FILLER                PIC X(106).
            03  HIST-PAIR-ID          PIC S9(05) COMP-3.
            03  FILLER                PIC X(54).
      *
        FD  CSN-FILE.
        01  CSN-RECORD.
            03  CSN-ID               PIC S9(05) COMP-3.
            03  FILLER               PIC X(35).
      *
        FD  IXN-FILE.
        01  IXN-RECORD.
            03  IXN-KEY.
                05 IXN-ID            PIC S9(05) COMP-3.
                05 IXN-DVZ           PIC S9(03) COMP.
            03  FILLER               PIC X(50).
      *
        FD  STN-FILE.
        01  STN-RECORD.
            03  STN-ORDNO            PIC S9(05) COMP-3.
            03  STN-FUNC             PIC X(01).
            03  STN-ID               PIC S9(05) COMP-3.
            03  STN-DVZ              PIC S9(03) COMP.
            03  STN-AMOUNT           PIC S9(13)V99 COMP-3.
            03  STN-TARGET-ID        PIC S9(05) COMP-3.
            03  STN-TARGET-DVZ       PIC S9(03) COMP.
            03  STN-FREQ             PIC X(01).
            03  STN-NEXT-DUE         PIC 9(08).
            03  STN-EXPIRY           PIC 9(08).
      *
        FD  HSN-FILE.
        01  HSN-RECORD.
            03  HSN-KEY.
                05 HSN-ID             PIC S9(05) COMP-3.
                05 HSN-DVZ            PIC S9(03) COMP.
                05 HSN-SEQ            PIC 9(20) COMP-3.
            03  FILLER                PIC X(106).
            03  HSN-PAIR-ID           PIC S9(05) COMP-3.
            03  FILLER                PIC X(54).
      *
      * Arsiv HIST-RECORD ile ayni duzendedir.
        FD  ARC-FILE RECORDING MODE F.
        01  ARC-RECORD.
            03  ARC-KEY.
                05 ARC-ID             PIC S9(05) COMP-3.
                05 ARC-DVZ            PIC S9(03) COMP.
                05 ARC-SEQ            PIC 9(20) COMP-3.
            03  FILLER                PIC X(106).
            03  ARC-PAIR-ID           PIC S9(05) COMP-3.
            03  FILLER                PIC X(54).
      *
        FD  ARN-FILE RECORDING MODE F.
        01  ARN-RECORD.
            03  ARN-KEY.
                05 ARN-ID             PIC S9(05) COMP-3.
                05 ARN-DVZ            PIC S9(03) COMP.
                05 ARN-SEQ            PIC 9(20) COMP-3.
            03  FILLER                PIC X(106).
            03  ARN-PAIR-ID           PIC S9(05) COMP-3.
            03  FILLER                PIC X(54).
      *
      * Capraz referans: yeni numara, eski numaranin ana kaydi olup
      * olmadigi, hesap ve gecmis kaydi sayisi, donusum is gunu.
        FD  XRF-FILE.
        01  XRF-RECORD.
            03  XRF-OLD-ID           PIC S9(05) COMP-3.
            03  XRF-NEW-ID           PIC S9(05) COMP-3.
            03  XRF-ON-MASTER        PIC X(01).
            03  XRF-ACCOUNTS         PIC 9(03) COMP-3.
            03  XRF-HIST-CNT         PIC 9(07) COMP-3.
            03  XRF-CONV-DATE        PIC 9(08).
      *
      * IDNCTL'in kontrol kaydiyla ayni duzen.
        FD  IDN-FILE.
        01  IDN-RECORD.
            03  IDN-KEY              PIC X(01).
            03  IDN-NEXT-BASE        PIC 9(05).
            03  IDN-LAST-ID          PIC 9(05).
            03  IDN-ALLOC-CNT        PIC 9(07).
            03  IDN-STAMP            PIC 9(14).
      *
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC                   PIC X(100).
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 CST-ST               PIC 9(02).
               88 CST-SUCCESS               VALUE 00 97.
               88 CST-EOF                   VALUE 10.
            05 IDX-ST               PIC 9(02).
               88 IDX-SUCCESS               VALUE 00 97.
               88 IDX-EOF                   VALUE 10.
            05 STO-ST               PIC 9(02).
               88 STO-SUCCESS               VALUE 00 97.
               88 STO-EOF                   VALUE 10.
            05 HIST-ST              PIC 9(02).
               88 HIST-SUCCESS              VALUE 00 97.
               88 HIST-EOF                  VALUE 10.
            05 CSN-ST               PIC 9(02).
               88 CSN-SUCCESS               VALUE 00 97.
            05 IXN-ST               PIC 9(02).
               88 IXN-SUCCESS               VALUE 00 97.
            05 STN-ST               PIC 9(02).
               88 STN-SUCCESS               VALUE 00 97.
            05 HSN-ST               PIC 9(02).
               88 HSN-SUCCESS               VALUE 00 97.
            05 ARC-ST               PIC 9(02).
               88 ARC-SUCCESS               VALUE 00 97.
               88 ARC-EOF                   VALUE 10.
            05 ARN-ST               PIC 9(02).
               88 ARN-SUCCESS               VALUE 00 97.
            05 XRF-ST               PIC 9(02).
               88 XRF-SUCCESS               VALUE 00 97.
            05 IDN-ST               PIC 9(02).
               88 IDN-SUCCESS               VALUE 00 97.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 WS-PIDNCTL           PIC X(08) VALUE 'IDNCTL'.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
            05 WS-BUS-DATE          PIC 9(08) VALUE 0.
      * Birlesik siradaki en kucuk eski numara ve ona verilen yeni
      * numara; siradaki denenecek taban.
            05 WS-LOW-ID            PIC S9(05) COMP-3 VALUE 0.
            05 WS-NEW-ID            PIC 9(05) VALUE 0.
            05 WS-NEXT-BASE         PIC 9(05) VALUE 1.
            05 WS-RANGE-FLAG        PIC 9(01) VALUE 0.
               88 WS-RANGE-FULL             VALUE 1.
            05 WS-ON-MASTER         PIC X(01).
            05 WS-XR-NAME           PIC X(30).
            05 WS-ACC-CNT           PIC 9(03) COMP-3 VALUE 0.
            05 WS-HST-CNT           PIC 9(07) COMP-3 VALUE 0.
      * Capraz referans aramasi: eski numara girer, yeni numara cikar.
            05 WS-LOOK-OLD          PIC S9(05) COMP-3 VALUE 0.
            05 WS-LOOK-NEW          PIC S9(05) COMP-3 VALUE 0.
            05 WS-LOOK-FLAG         PIC 9(01) VALUE 0.
               88 WS-LOOK-FOUND             VALUE 1.
            05 WS-STO-FLAG          PIC 9(01) VALUE 0.
               88 WS-STO-MAPPED             VALUE 1.
      * Trailer kontrol toplamlari.
            05 WS-CNT-IDS           PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-CST           PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-IDX           PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-HIST-ONLY     PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-NO-MASTER     PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-STO           PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-STO-DROP      PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-HIST          PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-PAIR-MISS     PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-ARC           PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-ARC-ONLY      PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-ARC-MISS      PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-WRITE-ERR     PIC 9(07) COMP-3 VALUE 0.
        01  WS-XREF-LINE.
            05  WS-XL-OLD           PIC 9(05).
            05  FILLER              PIC X(03) VALUE ' | '.
            05  WS-XL-NEW           PIC 9(05).
            05  FILLER              PIC X(03) VALUE ' | '.
            05  WS-XL-NAME          PIC X(30).
            05  FILLER              PIC X(03) VALUE ' | '.
            05  WS-XL-MASTER        PIC X(03).
            05  FILLER              PIC X(03) VALUE ' | '.
            05  WS-XL-ACCTS         PIC ZZ9.
            05  FILLER              PIC X(03) VALUE ' | '.
            05  WS-XL-HIST          PIC Z,ZZZ,ZZ9.
            05  FILLER              PIC X(32) VALUE SPACES.
        01  WS-STO-LINE.
            05  FILLER              PIC X(06) VALUE 'ORDER '.
            05  WS-SL-ORDNO         PIC 9(05).
            05  FILLER              PIC X(04) VALUE ' ID '.
            05  WS-SL-ID            PIC 9(05).
            05  FILLER              PIC X(08) VALUE ' TARGET '.
            05  WS-SL-TARGET        PIC 9(05).
            05  FILLER              PIC X(02) VALUE SPACES.
            05  WS-SL-TEXT          PIC X(42).
            05  FILLER              PIC X(23) VALUE SPACES.
        01  WS-TRAILER-CNT-LINE.
            05  WS-TRL-LABEL        PIC X(34).
            05  WS-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
      * Musteri numarasi kontrolu (IDNCTL) cagri alani.
        01  WS-IDN-AREA.
            05 WS-IDN-FUNC          PIC X(01).
            05 WS-IDN-BASE          PIC 9(04).
            05 WS-IDN-ID            PIC 9(05).
            05 WS-IDN-RC            PIC 9(02).
            05 WS-IDN-MESSAGE       PIC X(42).
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
            05  FILLER         PIC X(08) VALUE 'OLD ID |'.
            05  FILLER         PIC X(08) VALUE ' NEW ID|'.
            05  FILLER         PIC X(33) VALUE
                ' CUSTOMER NAME                  |'.
            05  FILLER         PIC X(06) VALUE ' MST |'.
            05  FILLER         PIC X(06) VALUE ' ACC |'.
            05  FILLER         PIC X(10) VALUE ' HIST RECS'.
        01  HEADER-2.
            05  FILLER         PIC X(08) VALUE '--------'.
            05  FILLER         PIC X(08) VALUE '--------'.
            05  FILLER         PIC X(33) VALUE
                '---------------------------------'.
            05  FILLER         PIC X(06) VALUE '------'.
            05  FILLER         PIC X(06) VALUE '------'.
            05  FILLER         PIC X(10) VALUE '----------'.
        01  TRAILER-BANNER.
            05  FILLER         PIC X(35) VALUE
                '===== CONTROL TOTALS FOR RUN ====='.
            05  FILLER         PIC X(65) VALUE SPACES.
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H050-ALREADY-CONVERTED.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-GET-DATE.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           PERFORM READ-CST-RECORD.
           PERFORM READ-IDX-RECORD.
           PERFORM READ-HIST-RECORD.
           PERFORM H300-ONE-CUSTOMER
               UNTIL (CST-EOF AND IDX-EOF AND HIST-EOF)
                     OR WS-RANGE-FULL.
           IF NOT WS-RANGE-FULL THEN
              PERFORM H390-REOPEN-FOR-PASS-2
              WRITE RPT-REC FROM HEADER-2
              PERFORM READ-STO-RECORD
              PERFORM H400-ONE-ORDER UNTIL STO-EOF
              PERFORM READ-HIST-RECORD
              PERFORM H500-ONE-HIST UNTIL HIST-EOF
              WRITE RPT-REC FROM HEADER-2
              PERFORM H550-CONVERT-ARCHIVE
              PERFORM H700-WRITE-CONTROL
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
        0000-END-MAIN. EXIT.
      *
      * IDNFILE'da kontrol kaydi varsa numaralar zaten kontrol haneli
      * dagitilmaktadir; ikinci bir donusum onlari yeniden numaralar.
        H050-ALREADY-CONVERTED.
            OPEN INPUT IDN-FILE
            IF IDN-SUCCESS THEN
               MOVE 'C' TO IDN-KEY
               READ IDN-FILE
                    INVALID KEY MOVE 23 TO IDN-ST
               END-READ
               IF IDN-SUCCESS THEN
                  DISPLAY 'ERROR, IDNFILE HAS A CONTROL RECORD, IDS '
                          'ARE ALREADY CONVERTED.'
                  CLOSE IDN-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               CLOSE IDN-FILE
            END-IF.
        H050-END. EXIT.
      *
        H100-OPEN-FILES.
            OPEN INPUT  CST-FILE
            OPEN INPUT  IDX-FILE
            OPEN INPUT  STO-FILE
            OPEN INPUT  IDXHIST-FILE
            OPEN OUTPUT CSN-FILE
            OPEN OUTPUT IXN-FILE
            OPEN OUTPUT STN-FILE
            OPEN OUTPUT HSN-FILE
            OPEN OUTPUT XRF-FILE
            OPEN OUTPUT RPT-FILE
            PERFORM STATUS-CONTROL
            SET GO-SUCCESS TO TRUE.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (CST-SUCCESS AND IDX-SUCCESS AND STO-SUCCESS
                    AND HIST-SUCCESS AND CSN-SUCCESS AND IXN-SUCCESS
                    AND STN-SUCCESS AND HSN-SUCCESS AND XRF-SUCCESS
                    AND RPT-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  CST: ' CST-ST ' IDX: ' IDX-ST
                       ' STO: ' STO-ST ' HIST: ' HIST-ST
               DISPLAY '             CSN: ' CSN-ST ' IXN: ' IXN-ST
                       ' STN: ' STN-ST ' HSN: ' HSN-ST
                       ' XRF: ' XRF-ST ' RPT: ' RPT-ST
               IF CST-SUCCESS  THEN CLOSE CST-FILE     END-IF
               IF IDX-SUCCESS  THEN CLOSE IDX-FILE     END-IF
               IF STO-SUCCESS  THEN CLOSE STO-FILE     END-IF
               IF HIST-SUCCESS THEN CLOSE IDXHIST-FILE END-IF
               IF CSN-SUCCESS  THEN CLOSE CSN-FILE     END-IF
               IF IXN-SUCCESS  THEN CLOSE IXN-FILE     END-IF
               IF STN-SUCCESS  THEN CLOSE STN-FILE     END-IF
               IF HSN-SUCCESS  THEN CLOSE HSN-FILE     END-IF
               IF XRF-SUCCESS  THEN CLOSE XRF-FILE     END-IF
               IF RPT-SUCCESS  THEN CLOSE RPT-FILE     END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
        H150-GET-DATE.
            INITIALIZE WS-BDT-AREA
            MOVE 'D'        TO WS-BDT-FUNC
            MOVE 'IDNCONV'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
               MOVE 0 TO GO-HOME
               CLOSE CST-FILE IDX-FILE STO-FILE IDXHIST-FILE
                     CSN-FILE IXN-FILE STN-FILE HSN-FILE
                     XRF-FILE RPT-FILE
               STOP RUN
            END-IF
            MOVE WS-BDT-BUS-DATE TO WS-BUS-DATE.
        H150-END. EXIT.
      *
      * Birinci gecis: uc dosyanin en kucuk eski numarasi secilir,
      * yeni numara verilir; ana kaydi ve hesaplari yeni numarayla
      * yazilir, gecmis kayitlari yalnizca sayilir.
        H300-ONE-CUSTOMER.
            PERFORM H310-PICK-LOW
            PERFORM H320-NEXT-ID
            IF NOT WS-RANGE-FULL THEN
               ADD 1 TO WS-CNT-IDS
               MOVE 0      TO WS-ACC-CNT WS-HST-CNT
               MOVE 'N'    TO WS-ON-MASTER
               MOVE SPACES TO WS-XR-NAME
               IF NOT CST-EOF AND CST-ID = WS-LOW-ID THEN
                  PERFORM H330-COPY-CUSTOMER
               END-IF
               PERFORM H340-COPY-ACCOUNT
                   UNTIL IDX-EOF OR IDX-ID NOT = WS-LOW-ID
               PERFORM H350-COUNT-HIST
                   UNTIL HIST-EOF OR HIST-ID NOT = WS-LOW-ID
               PERFORM H360-WRITE-XREF
            END-IF.
        H300-END. EXIT.
      *
        H310-PICK-LOW.
            MOVE 99999 TO WS-LOW-ID
            IF NOT CST-EOF AND CST-ID < WS-LOW-ID THEN
               MOVE CST-ID  TO WS-LOW-ID
            END-IF
            IF NOT IDX-EOF AND IDX-ID < WS-LOW-ID THEN
               MOVE IDX-ID  TO WS-LOW-ID
            END-IF
            IF NOT HIST-EOF AND HIST-ID < WS-LOW-ID THEN
               MOVE HIST-ID TO WS-LOW-ID
            END-IF.
        H310-END. EXIT.
      *
      * Kontrol hanesi 10 cikan taban atlanir; 9999'u gecen taban
      * kalmadiysa donusum yapilamaz.
        H320-NEXT-ID.
            MOVE 80 TO WS-IDN-RC
            PERFORM H325-TRY-BASE
                UNTIL WS-IDN-RC = 0 OR WS-NEXT-BASE > 9999
            IF WS-IDN-RC = 0 THEN
               MOVE WS-IDN-ID TO WS-NEW-ID
            ELSE
               SET WS-RANGE-FULL TO TRUE
               DISPLAY 'ERROR, CUSTOMER ID RANGE IS EXHAUSTED AT OLD '
                       'ID ' WS-LOW-ID
               MOVE 8 TO RETURN-CODE
            END-IF.
        H320-END. EXIT.
      *
        H325-TRY-BASE.
            INITIALIZE WS-IDN-AREA
            MOVE 'G'          TO WS-IDN-FUNC
            MOVE WS-NEXT-BASE TO WS-IDN-BASE
            CALL WS-PIDNCTL USING BY REFERENCE WS-IDN-AREA
            ADD 1 TO WS-NEXT-BASE.
        H325-END. EXIT.
      *
        H330-COPY-CUSTOMER.
            MOVE 'Y'         TO WS-ON-MASTER
            MOVE CST-ALLNAME TO WS-XR-NAME
            MOVE CST-RECORD  TO CSN-RECORD
            MOVE WS-NEW-ID   TO CSN-ID
            WRITE CSN-RECORD
            IF CSN-SUCCESS THEN
               ADD 1 TO WS-CNT-CST
            ELSE
               ADD 1 TO WS-CNT-WRITE-ERR
               DISPLAY 'CSTNEW WRITE FAILED, OLD ID: ' CST-ID
                       ' STATUS: ' CSN-ST
            END-IF
            PERFORM READ-CST-RECORD.
        H330-END. EXIT.
      *
      * Ana kaydi olmayan musterinin adi ilk hesabindan alinir.
        H340-COPY-ACCOUNT.
            ADD 1 TO WS-ACC-CNT
            IF WS-XR-NAME = SPACES THEN
               MOVE IDX-ALLNAME TO WS-XR-NAME
            END-IF
            MOVE IDX-RECORD  TO IXN-RECORD
            MOVE WS-NEW-ID   TO IXN-ID
            WRITE IXN-RECORD
            IF IXN-SUCCESS THEN
               ADD 1 TO WS-CNT-IDX
            ELSE
               ADD 1 TO WS-CNT-WRITE-ERR
               DISPLAY 'IDXNEW WRITE FAILED, OLD KEY: ' IDX-ID '-'
                       IDX-DVZ ' STATUS: ' IXN-ST
            END-IF
            PERFORM READ-IDX-RECORD.
        H340-END. EXIT.
      *
        H350-COUNT-HIST.
            ADD 1 TO WS-HST-CNT
            PERFORM READ-HIST-RECORD.
        H350-END. EXIT.
      *
        H360-WRITE-XREF.
            IF WS-ON-MASTER = 'N' THEN
               ADD 1 TO WS-CNT-NO-MASTER
            END-IF
            IF WS-ON-MASTER = 'N' AND WS-ACC-CNT = 0 THEN
               ADD 1 TO WS-CNT-HIST-ONLY
               MOVE '(HISTORY ONLY, NO ACCOUNT)' TO WS-XR-NAME
            END-IF
            MOVE WS-LOW-ID     TO XRF-OLD-ID
            MOVE WS-NEW-ID     TO XRF-NEW-ID
            MOVE WS-ON-MASTER  TO XRF-ON-MASTER
            MOVE WS-ACC-CNT    TO XRF-ACCOUNTS
            MOVE WS-HST-CNT    TO XRF-HIST-CNT
            MOVE WS-BUS-DATE   TO XRF-CONV-DATE
            WRITE XRF-RECORD
                  INVALID KEY MOVE 22 TO XRF-ST
            END-WRITE
            IF NOT XRF-SUCCESS THEN
               ADD 1 TO WS-CNT-WRITE-ERR
               DISPLAY 'XRFFILE WRITE FAILED, OLD ID: ' WS-LOW-ID
                       ' STATUS: ' XRF-ST
            END-IF
            MOVE WS-LOW-ID     TO WS-XL-OLD
            MOVE WS-NEW-ID     TO WS-XL-NEW
            MOVE WS-XR-NAME    TO WS-XL-NAME
            IF WS-ON-MASTER = 'Y' THEN
               MOVE 'YES'      TO WS-XL-MASTER
            ELSE
               MOVE 'NO '      TO WS-XL-MASTER
            END-IF
            MOVE WS-ACC-CNT    TO WS-XL-ACCTS
            MOVE WS-HST-CNT    TO WS-XL-HIST
            WRITE RPT-REC FROM WS-XREF-LINE.
        H360-END. EXIT.
      *
      * Capraz referans ikinci gecis icin okunmak uzere yeniden acilir;
      * arsiv gecisi yalnizca arsivde kalan numaralari ekleyecegi icin
      * I-O acilir. IDXHIST de basa donmek icin kapatilip acilir.
        H390-REOPEN-FOR-PASS-2.
            CLOSE XRF-FILE
            OPEN I-O XRF-FILE
            CLOSE IDXHIST-FILE
            OPEN INPUT IDXHIST-FILE
            IF NOT (XRF-SUCCESS AND HIST-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT RE-OPENED.'
               DISPLAY 'F.STATUS =>  XRF: ' XRF-ST ' HIST: ' HIST-ST
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
        H390-END. EXIT.
      *
      * Talimatin kaynak ve ('T'de) hedef numarasi cevrilir; hesabi
      * hic olmamis bir numaraya bagli talimat yeni dosyaya alinmaz.
        H400-ONE-ORDER.
            MOVE STO-RECORD TO STN-RECORD
            SET WS-STO-MAPPED TO TRUE
            MOVE STO-ID TO WS-LOOK-OLD
            PERFORM H600-LOOKUP-XREF
            IF WS-LOOK-FOUND THEN
               MOVE WS-LOOK-NEW TO STN-ID
            ELSE
               MOVE 0 TO WS-STO-FLAG
            END-IF
            IF STO-TARGET-ID > 0 THEN
               MOVE STO-TARGET-ID TO WS-LOOK-OLD
               PERFORM H600-LOOKUP-XREF
               IF WS-LOOK-FOUND THEN
                  MOVE WS-LOOK-NEW TO STN-TARGET-ID
               ELSE
                  MOVE 0 TO WS-STO-FLAG
               END-IF
            END-IF
            IF WS-STO-MAPPED THEN
               WRITE STN-RECORD
               IF STN-SUCCESS THEN
                  ADD 1 TO WS-CNT-STO
               ELSE
                  ADD 1 TO WS-CNT-WRITE-ERR
                  DISPLAY 'STONEW WRITE FAILED, ORDER: ' STO-ORDNO
                          ' STATUS: ' STN-ST
               END-IF
            ELSE
               ADD 1 TO WS-CNT-STO-DROP
               MOVE STO-ORDNO     TO WS-SL-ORDNO
               MOVE STO-ID        TO WS-SL-ID
               MOVE STO-TARGET-ID TO WS-SL-TARGET
               MOVE 'NOT CONVERTED, ID HAS NO ACCOUNT OR MASTER!'
                                  TO WS-SL-TEXT
               WRITE RPT-REC FROM WS-STO-LINE
            END-IF
            PERFORM READ-STO-RECORD.
        H400-END. EXIT.
      *
      * Ucuncu gecis: gecmis kayitlari yeni numara ve yeni karsi bacak
      * numarasiyla kopyalanir (anahtar sirasi korunur).
        H500-ONE-HIST.
            MOVE HIST-RECORD TO HSN-RECORD
            MOVE HIST-ID TO WS-LOOK-OLD
            PERFORM H600-LOOKUP-XREF
            MOVE WS-LOOK-NEW TO HSN-ID
            IF HIST-PAIR-ID > 0 THEN
               MOVE HIST-PAIR-ID TO WS-LOOK-OLD
               PERFORM H600-LOOKUP-XREF
               IF WS-LOOK-FOUND THEN
                  MOVE WS-LOOK-NEW TO HSN-PAIR-ID
               ELSE
                  ADD 1 TO WS-CNT-PAIR-MISS
                  MOVE 0 TO HSN-PAIR-ID
               END-IF
            END-IF
            WRITE HSN-RECORD
            IF HSN-SUCCESS THEN
               ADD 1 TO WS-CNT-HIST
            ELSE
               ADD 1 TO WS-CNT-WRITE-ERR
               DISPLAY 'HSTNEW WRITE FAILED, OLD ID: ' HIST-ID
                       ' STATUS: ' HSN-ST
            END-IF
            PERFORM READ-HIST-RECORD.
        H500-END. EXIT.
      *
      * Dorduncu gecis: arsiv kayitlari yeni numara ve yeni karsi bacak
      * numarasiyla ARCNEW'e kopyalanir. Arsiv yoksa gecis atlanir ve
      * eski arsiv yerinde kalir.
        H550-CONVERT-ARCHIVE.
            OPEN INPUT ARC-FILE
            IF NOT ARC-SUCCESS THEN
               DISPLAY 'HSTARCH NOT AVAILABLE, STATUS: ' ARC-ST
               DISPLAY 'ARCHIVE NOT CONVERTED.'
            ELSE
               OPEN OUTPUT ARN-FILE
               IF NOT ARN-SUCCESS THEN
                  ADD 1 TO WS-CNT-WRITE-ERR
                  DISPLAY 'ARCNEW NOT OPENED, STATUS: ' ARN-ST
               ELSE
                  PERFORM READ-ARC-RECORD
                  PERFORM H560-ONE-ARC UNTIL ARC-EOF
                  CLOSE ARN-FILE
               END-IF
               CLOSE ARC-FILE
            END-IF.
        H550-END. EXIT.
      *
        H560-ONE-ARC.
            MOVE ARC-RECORD TO ARN-RECORD
            MOVE ARC-ID TO WS-LOOK-OLD
            PERFORM H570-MAP-ARC-ID
            MOVE WS-LOOK-NEW TO ARN-ID
            IF ARC-PAIR-ID > 0 THEN
               MOVE ARC-PAIR-ID TO WS-LOOK-OLD
               PERFORM H570-MAP-ARC-ID
               MOVE WS-LOOK-NEW TO ARN-PAIR-ID
            END-IF
            WRITE ARN-RECORD
            IF ARN-SUCCESS THEN
               ADD 1 TO WS-CNT-ARC
            ELSE
               ADD 1 TO WS-CNT-WRITE-ERR
               DISPLAY 'ARCNEW WRITE FAILED, OLD ID: ' ARC-ID
                       ' STATUS: ' ARN-ST
            END-IF
            PERFORM READ-ARC-RECORD.
        H560-END. EXIT.
      *
      * Capraz referansta olmayan numara yalnizca arsivde kalmistir
      * (hesabi ve gecmisi arsivlenmis musteri). Eski numarasi yeni bir
      * musteriye verilmis olabilecegi icin o da siradaki yeni numarayi
      * alir. Numara kalmadiysa kayit eslenemez; donusum RC 8 ile
      * biter ve IDNFILE kontrol kaydi yazilmaz.
        H570-MAP-ARC-ID.
            PERFORM H600-LOOKUP-XREF
            IF NOT WS-LOOK-FOUND AND NOT WS-RANGE-FULL THEN
               MOVE WS-LOOK-OLD TO WS-LOW-ID
               PERFORM H320-NEXT-ID
               IF NOT WS-RANGE-FULL THEN
                  PERFORM H580-ADD-ARC-XREF
               END-IF
            END-IF
            IF NOT WS-LOOK-FOUND THEN
               ADD 1 TO WS-CNT-ARC-MISS
               DISPLAY 'ARCHIVE ID NOT MAPPED, OLD ID: ' WS-LOOK-OLD
                       ' SEQ: ' ARC-SEQ
            END-IF.
        H570-END. EXIT.
      *
        H580-ADD-ARC-XREF.
            ADD 1 TO WS-CNT-IDS
            ADD 1 TO WS-CNT-ARC-ONLY
            MOVE WS-LOOK-OLD   TO XRF-OLD-ID
            MOVE WS-NEW-ID     TO XRF-NEW-ID
            MOVE 'N'           TO XRF-ON-MASTER
            MOVE 0             TO XRF-ACCOUNTS
            MOVE 0             TO XRF-HIST-CNT
            MOVE WS-BUS-DATE   TO XRF-CONV-DATE
            WRITE XRF-RECORD
                  INVALID KEY MOVE 22 TO XRF-ST
            END-WRITE
            IF XRF-SUCCESS THEN
               SET WS-LOOK-FOUND TO TRUE
               MOVE WS-NEW-ID  TO WS-LOOK-NEW
            ELSE
               ADD 1 TO WS-CNT-WRITE-ERR
               DISPLAY 'XRFFILE WRITE FAILED, OLD ID: ' WS-LOOK-OLD
                       ' STATUS: ' XRF-ST
            END-IF
            MOVE WS-LOOK-OLD   TO WS-XL-OLD
            MOVE WS-NEW-ID     TO WS-XL-NEW
            MOVE '(ARCHIVE ONLY, NO ACCOUNT)' TO WS-XL-NAME
            MOVE 'NO '         TO WS-XL-MASTER
            MOVE 0             TO WS-XL-ACCTS
            MOVE 0             TO WS-XL-HIST
            WRITE RPT-REC FROM WS-XREF-LINE.
        H580-END. EXIT.
      *
        H600-LOOKUP-XREF.
            MOVE 0 TO WS-LOOK-FLAG WS-LOOK-NEW
            MOVE WS-LOOK-OLD TO XRF-OLD-ID
            READ XRF-FILE
                 INVALID KEY MOVE 23 TO XRF-ST
            END-READ
            IF XRF-SUCCESS THEN
               SET WS-LOOK-FOUND TO TRUE
               MOVE XRF-NEW-ID TO WS-LOOK-NEW
            END-IF.
        H600-END. EXIT.
      *
      * IDNCTL'in ayirma kaydi, donusumde kullanilan son tabandan
      * sonrasiyla olusturulur. Bir yazma hatasi olduysa kayit
      * yazilmaz ki yarim donusum yeni numara dagitimina acilmasin.
        H700-WRITE-CONTROL.
            IF WS-CNT-WRITE-ERR > 0 OR WS-CNT-ARC-MISS > 0 THEN
               DISPLAY 'WRITE OR MAPPING ERRORS, IDNFILE CONTROL '
                       'RECORD NOT CREATED.'
               MOVE 8 TO RETURN-CODE
            ELSE
               OPEN OUTPUT IDN-FILE
               IF NOT IDN-SUCCESS THEN
                  DISPLAY 'IDNFILE NOT OPENED, STATUS: ' IDN-ST
                  MOVE 8 TO RETURN-CODE
               ELSE
                  MOVE SPACES       TO IDN-RECORD
                  MOVE 'C'          TO IDN-KEY
                  MOVE WS-NEXT-BASE TO IDN-NEXT-BASE
                  MOVE WS-NEW-ID    TO IDN-LAST-ID
                  MOVE WS-CNT-IDS   TO IDN-ALLOC-CNT
                  MOVE FUNCTION CURRENT-DATE(1:14) TO IDN-STAMP
                  WRITE IDN-RECORD
                        INVALID KEY MOVE 22 TO IDN-ST
                  END-WRITE
                  IF NOT IDN-SUCCESS THEN
                     DISPLAY 'IDNFILE WRITE FAILED, STATUS: ' IDN-ST
                     MOVE 8 TO RETURN-CODE
                  END-IF
                  CLOSE IDN-FILE
               END-IF
            END-IF.
        H700-END. EXIT.
      *
        READ-CST-RECORD.
            READ CST-FILE NEXT RECORD.
        READ-CST-RECORD-END. EXIT.
      *
        READ-IDX-RECORD.
            READ IDX-FILE NEXT RECORD.
        READ-IDX-RECORD-END. EXIT.
      *
        READ-STO-RECORD.
            READ STO-FILE NEXT RECORD.
        READ-STO-RECORD-END. EXIT.
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
              CLOSE CST-FILE
                    IDX-FILE
                    STO-FILE
                    IDXHIST-FILE
                    CSN-FILE
                    IXN-FILE
                    STN-FILE
                    HSN-FILE
                    XRF-FILE
                    RPT-FILE
              STOP RUN.
        H999-END. EXIT.
      *
        H900-WRITE-TRAILER.
            WRITE RPT-REC FROM HEADER-2.
            WRITE RPT-REC FROM TRAILER-BANNER.
            MOVE 'CUSTOMER IDS RENUMBERED          :' TO WS-TRL-LABEL
            MOVE WS-CNT-IDS                           TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'CUSTOMER MASTERS WRITTEN         :' TO WS-TRL-LABEL
            MOVE WS-CNT-CST                           TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'ACCOUNTS WRITTEN                 :' TO WS-TRL-LABEL
            MOVE WS-CNT-IDX                           TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'IDS WITHOUT CUSTOMER MASTER      :' TO WS-TRL-LABEL
            MOVE WS-CNT-NO-MASTER                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'IDS ON HISTORY ONLY              :' TO WS-TRL-LABEL
            MOVE WS-CNT-HIST-ONLY                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'STANDING ORDERS WRITTEN          :' TO WS-TRL-LABEL
            MOVE WS-CNT-STO                           TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'STANDING ORDERS NOT CONVERTED    :' TO WS-TRL-LABEL
            MOVE WS-CNT-STO-DROP                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'HISTORY RECORDS WRITTEN          :' TO WS-TRL-LABEL
            MOVE WS-CNT-HIST                          TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'HISTORY PAIR IDS NOT MAPPED      :' TO WS-TRL-LABEL
            MOVE WS-CNT-PAIR-MISS                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'ARCHIVE RECORDS WRITTEN          :' TO WS-TRL-LABEL
            MOVE WS-CNT-ARC                           TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'IDS ON ARCHIVE ONLY              :' TO WS-TRL-LABEL
            MOVE WS-CNT-ARC-ONLY                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'ARCHIVE IDS NOT MAPPED           :' TO WS-TRL-LABEL
            MOVE WS-CNT-ARC-MISS                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'WRITE ERRORS                     :' TO WS-TRL-LABEL
            MOVE WS-CNT-WRITE-ERR                     TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'LAST NEW ID ALLOCATED            :' TO WS-TRL-LABEL
            MOVE WS-NEW-ID                            TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            IF WS-CNT-WRITE-ERR > 0 OR WS-RANGE-FULL
               OR WS-CNT-ARC-MISS > 0 THEN
               MOVE 8 TO RETURN-CODE
            END-IF.
        H900-END. EXIT.
