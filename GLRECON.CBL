        IDENTIFICATION DIVISION.
        PROGRAM-ID.    GLRECON.
        AUTHOR.        BURAK OZDEMIR.
      * Yardimci defter (IDXFILE) ile defteri kebir (GL) arasinda para
      * birimi bazinda bakiye mutabakati. IDXFILE bakiyeleri IDX-DVZ
      * bazinda toplanir; her para biriminin musteri bakiyesi kontrol
      * hesabi IDXGLEXT'in kullandigi GLMFILE eslemesinden bulunur ve
      * muhasebenin geri gonderdigi GL bakiye dosyasindaki (GLBFILE)
      * bakiyeyle karsilastirilir. Sonuc para birimi basina tek satir:
      * MATCHED, OUT OF BALANCE, NO GL BALANCE veya UNMAPPED. Her
      * farkin altinda gunun JRNFILE fisinden o kontrol hesabina dusen
      * ve GL'in henuz islemedigi bacaklar fonksiyon kodu bazinda
      * dokulur; farkin bu bacaklarla aciklanamayan kismi ayrica
      * gosterilir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT IDX-FILE   ASSIGN TO IDXFILE
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY IDX-KEY
                              STATUS IDX-ST.
      * Esleme dosyasi bastan sona okunur; musteri bakiyesi kontrol
      * hesabi 'B' + DVZ kaydinin alacak hesabidir (bakiyeyi artiran
      * hareket musteri hesabini alacaklandirir).
            SELECT GLM-FILE   ASSIGN TO GLMFILE
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY GLM-KEY
                              STATUS GLM-ST.
      * Muhasebeden donen GL bakiye dosyasi: GL hesap numarasi ile
      * anahtarli.
            SELECT GLB-FILE   ASSIGN TO GLBFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY GLB-ACCT
                              STATUS GLB-ST.
      * IDXGLEXT'in o gun biraktigi fis; yalnizca fark dokumunde
      * okunur.
            SELECT JRN-FILE   ASSIGN TO JRNFILE
                              STATUS JRN-ST.
            SELECT RPT-FILE   ASSIGN TO RPTFILE
                              STATUS RPT-ST.
        DATA DIVISION.
        FILE SECTION.
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
        FD  GLM-FILE.
        01  GLM-RECORD.
            05  GLM-KEY.
                07 GLM-FUNC           PIC X(01).
                07 GLM-DVZ            PIC S9(03) COMP.
      * Arti yonlu (bakiyeyi artiran) bir hareket icin borclanacak ve
      * alacaklanacak GL hesaplari; eksi yonlu harekette bacaklar yer
      * degistirir.
            05  GLM-DR-ACCT           PIC X(08).
            05  GLM-CR-ACCT           PIC X(08).
      *
      * GL bakiye kaydi. Bakiye alacak eksi borc olarak verilir (musteri
      * bakiyeleriyle ayni isaret). ACK-DATE, GL'in bu hesaba islemis
      * oldugu en son JRNFILE fis tarihidir (CCYYMMDD).
        FD  GLB-FILE.
        01  GLB-RECORD.
            05  GLB-ACCT              PIC X(08).
            05  GLB-DVZ               PIC 9(03).
            05  GLB-BAL-DATE          PIC 9(08).
            05  GLB-BALANCE           PIC S9(13)V99 COMP-3.
            05  GLB-ACK-DATE          PIC 9(08).
      *
      * IDXGLEXT fis dosyasi ile ayni duzen.
        FD  JRN-FILE RECORDING MODE F.
        01  JRN-REC.
            05  JRN-TYPE              PIC X(01).
            05  JRN-DRCR              PIC X(01).
            05  JRN-GL-ACCT           PIC X(08).
            05  JRN-DVZ               PIC 9(03).
            05  JRN-FUNC              PIC X(01).
            05  JRN-SRC-ID            PIC 9(05).
            05  JRN-DATE              PIC 9(08).
            05  JRN-AMOUNT            PIC S9(13)V99.
            05  FILLER                PIC X(06).
        01  JRN-TRL-REC.
            05  JRN-TRL-TYPE          PIC X(01).
            05  JRN-TRL-COUNT         PIC 9(07).
            05  JRN-TRL-DEBITS        PIC S9(13)V99.
            05  JRN-TRL-CREDITS       PIC S9(13)V99.
            05  JRN-TRL-STATUS        PIC X(10).
      *
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC.
            05  RPT-DVZ               PIC 9(03).
            05  RPT-SPACE-0           PIC X(01).
            05  RPT-GL-ACCT           PIC X(08).
            05  RPT-SPACE-1           PIC X(01).
            05  RPT-ACCTS             PIC ZZZ,ZZ9.
            05  RPT-SPACE-2           PIC X(01).
            05  RPT-IDX-TOTAL         PIC $,$$$,$$$,$$$,$$$9.99-.
            05  RPT-SPACE-3           PIC X(01).
            05  RPT-GL-BALANCE        PIC $,$$$,$$$,$$$,$$$9.99-.
            05  RPT-SPACE-4           PIC X(01).
            05  RPT-DIFF              PIC $,$$$,$$$,$$$,$$$9.99-.
            05  RPT-SPACE-5           PIC X(01).
            05  RPT-RESULT            PIC X(14).
      * Fark dokum satiri: fonksiyon kodu bazinda islenmemis bacaklar.
        01  RPT-BRK-REC.
            05  RPT-BRK-INDENT        PIC X(04).
            05  RPT-BRK-LABEL         PIC X(20).
            05  RPT-BRK-LEGS          PIC ZZZ,ZZ9.
            05  RPT-BRK-SPACE-1       PIC X(01).
            05  RPT-BRK-DEBITS        PIC $,$$$,$$$,$$$,$$$9.99-.
            05  RPT-BRK-SPACE-2       PIC X(01).
            05  RPT-BRK-CREDITS       PIC $,$$$,$$$,$$$,$$$9.99-.
            05  RPT-BRK-SPACE-3       PIC X(01).
            05  RPT-BRK-NET           PIC $,$$$,$$$,$$$,$$$9.99-.
            05  FILLER                PIC X(04).
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 IDX-ST               PIC 9(02).
               88 IDX-SUCCESS               VALUE 00 97.
               88 IDX-EOF                   VALUE 10.
            05 GLM-ST               PIC 9(02).
               88 GLM-SUCCESS               VALUE 00 97.
               88 GLM-EOF                   VALUE 10.
            05 GLB-ST               PIC 9(02).
               88 GLB-SUCCESS               VALUE 00 97.
            05 JRN-ST               PIC 9(02).
               88 JRN-SUCCESS               VALUE 00 97.
               88 JRN-EOF                   VALUE 10.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
            05 WS-BUS-DATE          PIC 9(08) VALUE 0.
            05 WS-DX                PIC 9(04) COMP VALUE 0.
            05 WS-FX                PIC 9(02) COMP VALUE 0.
            05 WS-FOUND             PIC 9(02) COMP VALUE 0.
            05 WS-DIFF              PIC S9(15)V99 COMP-3 VALUE 0.
            05 WS-UNACK-NET         PIC S9(15)V99 COMP-3 VALUE 0.
            05 WS-UNACK-DR          PIC S9(15)V99 COMP-3 VALUE 0.
            05 WS-UNACK-CR          PIC S9(15)V99 COMP-3 VALUE 0.
            05 WS-UNACK-LEGS        PIC 9(07) COMP-3 VALUE 0.
            05 WS-JRN-STATUS        PIC X(10) VALUE SPACES.
            05 WS-CNT-IDX-READ      PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-BAD-DVZ       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-CURRENCIES    PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-MATCHED       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-BREAKS        PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-NO-GL         PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-UNMAPPED      PIC 9(07) COMP-3 VALUE 0.
      * Para birimi tablosu: DVZ kodu dogrudan indistir (1-999).
        01  WS-DVZ-TABLE.
            05 WS-DT-ENTRY OCCURS 999 TIMES.
               10 WS-DT-ACCTS       PIC 9(07) COMP-3.
               10 WS-DT-TOTAL       PIC S9(15)V99 COMP-3.
               10 WS-DT-MAPPED      PIC X(01).
                  88 WS-DT-HAS-MAP          VALUE 'Y'.
               10 WS-DT-GL-ACCT     PIC X(08).
      * Fark dokumu: islenmemis bacaklar fonksiyon kodu bazinda.
        01  WS-JRN-FUNC-TABLE.
            05 WS-JF-CNT            PIC 9(02) COMP VALUE 0.
            05 WS-JF-ENTRY OCCURS 20 TIMES.
               10 WS-JF-FUNC        PIC X(01).
               10 WS-JF-LEGS        PIC 9(07) COMP-3.
               10 WS-JF-DEBITS      PIC S9(15)V99 COMP-3.
               10 WS-JF-CREDITS     PIC S9(15)V99 COMP-3.
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
            05  FILLER         PIC X(09) VALUE '|GL ACCT '.
            05  FILLER         PIC X(08) VALUE '|ACCTS  '.
            05  FILLER         PIC X(23) VALUE
                '|  IDXFILE TOTAL       '.
            05  FILLER         PIC X(23) VALUE
                '|  GL BALANCE          '.
            05  FILLER         PIC X(23) VALUE
                '|  DIFFERENCE          '.
            05  FILLER         PIC X(07) VALUE '|RESULT'.
        01  HEADER-2.
            05  FILLER         PIC X(04) VALUE '----'.
            05  FILLER         PIC X(09) VALUE '---------'.
            05  FILLER         PIC X(08) VALUE '--------'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
            05  FILLER         PIC X(23) VALUE
                '-----------------------'.
            05  FILLER         PIC X(15) VALUE '---------------'.
        01  TRAILER-BANNER.
            05  FILLER         PIC X(35) VALUE
                '===== CONTROL TOTALS FOR RUN ====='.
            05  FILLER         PIC X(69) VALUE SPACES.
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-BUS-DATE.
           INITIALIZE WS-DVZ-TABLE.
           PERFORM READ-IDX-RECORD.
           PERFORM H200-TOTAL-IDX UNTIL IDX-EOF.
           PERFORM READ-GLM-RECORD.
           PERFORM H250-LOAD-MAP UNTIL GLM-EOF.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           PERFORM H300-RECONCILE-DVZ
                   VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 999.
           PERFORM H999-PROGRAM-EXIT.
        0000-END-MAIN. EXIT.
      *
        H100-OPEN-FILES.
            OPEN INPUT  IDX-FILE
            OPEN INPUT  GLM-FILE
            OPEN INPUT  GLB-FILE
            OPEN OUTPUT RPT-FILE
            PERFORM STATUS-CONTROL
            SET GO-SUCCESS TO TRUE.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (IDX-SUCCESS AND GLM-SUCCESS AND GLB-SUCCESS
                    AND RPT-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  IDX: ' IDX-ST ' GLM: ' GLM-ST
                       ' GLB: ' GLB-ST ' RPT: ' RPT-ST
               IF IDX-SUCCESS  THEN CLOSE IDX-FILE     END-IF
               IF GLM-SUCCESS  THEN CLOSE GLM-FILE     END-IF
               IF GLB-SUCCESS  THEN CLOSE GLB-FILE     END-IF
               IF RPT-SUCCESS  THEN CLOSE RPT-FILE     END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Mutabakat BDTFILE'daki is gunu icindir: o gunun fisi GL'e
      * islendiyse (ACK-DATE = is gunu) bakiyeler birebir tutmalidir.
        H150-BUS-DATE.
            INITIALIZE WS-BDT-AREA
            MOVE 'D'        TO WS-BDT-FUNC
            MOVE 'GLRECON'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               CLOSE IDX-FILE GLM-FILE GLB-FILE RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-BDT-BUS-DATE TO WS-BUS-DATE
            DISPLAY 'BUSINESS DATE           : ' WS-BUS-DATE.
        H150-END. EXIT.
      *
      * Gecersiz DVZ'li kayit (1-999 disi) toplama girmez, sayilir.
        H200-TOTAL-IDX.
            ADD 1 TO WS-CNT-IDX-READ
            IF IDX-DVZ > 0 THEN
               ADD 1          TO WS-DT-ACCTS (IDX-DVZ)
               ADD IDX-BUDGET TO WS-DT-TOTAL (IDX-DVZ)
            ELSE
               ADD 1 TO WS-CNT-BAD-DVZ
            END-IF
            PERFORM READ-IDX-RECORD.
        H200-END. EXIT.
      *
        H250-LOAD-MAP.
            IF GLM-FUNC = 'B' AND GLM-DVZ > 0 THEN
               MOVE 'Y'         TO WS-DT-MAPPED (GLM-DVZ)
               MOVE GLM-CR-ACCT TO WS-DT-GL-ACCT (GLM-DVZ)
            END-IF
            PERFORM READ-GLM-RECORD.
        H250-END. EXIT.
      *
      * Hesabi olan veya eslemesi bulunan her para birimi icin bir
      * satir. Hesabi olmayan ama eslenmis para biriminde GL bakiyesi
      * sifir olmalidir.
        H300-RECONCILE-DVZ.
            IF WS-DT-ACCTS (WS-DX) > 0 OR WS-DT-HAS-MAP (WS-DX) THEN
               ADD 1 TO WS-CNT-CURRENCIES
               INITIALIZE RPT-REC
               MOVE WS-DX                  TO RPT-DVZ
               MOVE '-'                    TO RPT-SPACE-0
               MOVE '-'                    TO RPT-SPACE-1
               MOVE WS-DT-ACCTS (WS-DX)    TO RPT-ACCTS
               MOVE '-'                    TO RPT-SPACE-2
               MOVE WS-DT-TOTAL (WS-DX)    TO RPT-IDX-TOTAL
               MOVE '-'                    TO RPT-SPACE-3
               MOVE '-'                    TO RPT-SPACE-4
               MOVE '-'                    TO RPT-SPACE-5
               IF NOT WS-DT-HAS-MAP (WS-DX) THEN
                  ADD 1 TO WS-CNT-UNMAPPED
                  MOVE SPACES              TO RPT-GL-ACCT
                  MOVE 'UNMAPPED'          TO RPT-RESULT
                  WRITE RPT-REC
               ELSE
                  PERFORM H350-COMPARE
               END-IF
            END-IF.
        H300-END. EXIT.
      *
      * GL bakiye kaydi yoksa GL bakiyesi sifir kabul edilir; fark
      * dokumu yine verilir.
        H350-COMPARE.
            MOVE WS-DT-GL-ACCT (WS-DX) TO RPT-GL-ACCT GLB-ACCT
            READ GLB-FILE
                 INVALID KEY MOVE 23 TO GLB-ST
            END-READ
            IF NOT GLB-SUCCESS THEN
               MOVE 0 TO GLB-BALANCE GLB-ACK-DATE
            END-IF
            COMPUTE WS-DIFF = WS-DT-TOTAL (WS-DX) - GLB-BALANCE
            MOVE GLB-BALANCE TO RPT-GL-BALANCE
            MOVE WS-DIFF     TO RPT-DIFF
            EVALUATE TRUE
              WHEN NOT GLB-SUCCESS
                ADD 1 TO WS-CNT-NO-GL
                MOVE 'NO GL BALANCE'     TO RPT-RESULT
              WHEN WS-DIFF = 0
                ADD 1 TO WS-CNT-MATCHED
                MOVE 'MATCHED'           TO RPT-RESULT
              WHEN OTHER
                ADD 1 TO WS-CNT-BREAKS
                MOVE 'OUT OF BALANCE'    TO RPT-RESULT
            END-EVALUATE
            WRITE RPT-REC
            IF WS-DIFF NOT = 0 OR NOT GLB-SUCCESS THEN
               PERFORM H400-BREAKDOWN
            END-IF.
        H350-END. EXIT.
      *
      * GL gunun fisini bu hesaba isledi ise (ACK-DATE is gunune
      * esit veya sonra) islenmemis bacak yoktur ve fark tamamen
      * aciklanamaz. Aksi halde JRNFILE'da bu hesap ve para birimine
      * dusen bacaklar fonksiyon kodu bazinda toplanir. Kontrol hesabi
      * alacak bakiyeli oldugundan net etki alacak eksi borctur.
        H400-BREAKDOWN.
            INITIALIZE WS-JRN-FUNC-TABLE
            MOVE 0 TO WS-UNACK-NET WS-UNACK-DR WS-UNACK-CR
                      WS-UNACK-LEGS
            MOVE SPACES TO WS-JRN-STATUS
            IF GLB-SUCCESS AND GLB-ACK-DATE NOT < WS-BUS-DATE THEN
               MOVE 'DAY JOURNAL POSTED' TO RPT-BRK-LABEL
               PERFORM H480-WRITE-BRK-TEXT
            ELSE
               OPEN INPUT JRN-FILE
               IF NOT JRN-SUCCESS THEN
                  MOVE 'JRNFILE MISSING'   TO RPT-BRK-LABEL
                  PERFORM H480-WRITE-BRK-TEXT
               ELSE
                  PERFORM READ-JRN-RECORD
                  PERFORM H410-JRN-ONE UNTIL JRN-EOF
                                          OR NOT JRN-SUCCESS
                  CLOSE JRN-FILE
                  IF WS-JRN-STATUS = 'SUPPRESSED' THEN
                     MOVE 'JOURNAL SUPPRESSED' TO RPT-BRK-LABEL
                     PERFORM H480-WRITE-BRK-TEXT
                  END-IF
                  PERFORM H450-WRITE-BRK-FUNC
                          VARYING WS-FX FROM 1 BY 1
                          UNTIL WS-FX > WS-JF-CNT
               END-IF
            END-IF
            MOVE 'UNACKNOWLEDGED TOTAL' TO RPT-BRK-LABEL
            MOVE WS-UNACK-LEGS          TO RPT-BRK-LEGS
            MOVE WS-UNACK-DR            TO RPT-BRK-DEBITS
            MOVE WS-UNACK-CR            TO RPT-BRK-CREDITS
            MOVE WS-UNACK-NET           TO RPT-BRK-NET
            PERFORM H470-WRITE-BRK-LINE
            MOVE 'UNEXPLAINED DIFF'     TO RPT-BRK-LABEL
            MOVE 0                      TO RPT-BRK-LEGS
                                           RPT-BRK-DEBITS
                                           RPT-BRK-CREDITS
            COMPUTE RPT-BRK-NET = WS-DIFF - WS-UNACK-NET
            PERFORM H470-WRITE-BRK-LINE.
        H400-END. EXIT.
      *
      * Yalnizca is gunune ait detay bacaklari sayilir; eski tarihli
      * bir fis dosyasi dokume girmez.
        H410-JRN-ONE.
            IF JRN-TYPE = 'T' THEN
               MOVE JRN-TRL-STATUS TO WS-JRN-STATUS
            END-IF
            IF JRN-TYPE = 'J' AND JRN-DATE = WS-BUS-DATE
               AND JRN-GL-ACCT = WS-DT-GL-ACCT (WS-DX)
               AND JRN-DVZ = WS-DX THEN
               PERFORM H420-FIND-FUNC
               ADD 1 TO WS-JF-LEGS (WS-FOUND) WS-UNACK-LEGS
               IF JRN-DRCR = 'D' THEN
                  ADD JRN-AMOUNT TO WS-JF-DEBITS (WS-FOUND)
                                    WS-UNACK-DR
                  SUBTRACT JRN-AMOUNT FROM WS-UNACK-NET
               ELSE
                  ADD JRN-AMOUNT TO WS-JF-CREDITS (WS-FOUND)
                                    WS-UNACK-CR
                  ADD JRN-AMOUNT TO WS-UNACK-NET
               END-IF
            END-IF
            PERFORM READ-JRN-RECORD.
        H410-END. EXIT.
      *
      * Tablo dolarsa kalan kodlar son satirda toplanir.
        H420-FIND-FUNC.
            MOVE 0 TO WS-FOUND
            PERFORM H425-FUNC-COMPARE
                    VARYING WS-FX FROM 1 BY 1
                    UNTIL WS-FX > WS-JF-CNT OR WS-FOUND > 0
            IF WS-FOUND = 0 THEN
               IF WS-JF-CNT < 20 THEN
                  ADD 1 TO WS-JF-CNT
               END-IF
               MOVE WS-JF-CNT TO WS-FOUND
               IF WS-JF-LEGS (WS-FOUND) = 0 THEN
                  MOVE JRN-FUNC TO WS-JF-FUNC (WS-FOUND)
               END-IF
            END-IF.
        H420-END. EXIT.
      *
        H425-FUNC-COMPARE.
            IF WS-JF-FUNC (WS-FX) = JRN-FUNC THEN
               MOVE WS-FX TO WS-FOUND
            END-IF.
        H425-END. EXIT.
      *
        H450-WRITE-BRK-FUNC.
            MOVE SPACES                  TO RPT-BRK-LABEL
            STRING 'UNACKED FUNC ' WS-JF-FUNC (WS-FX)
                   DELIMITED BY SIZE INTO RPT-BRK-LABEL
            MOVE WS-JF-LEGS (WS-FX)      TO RPT-BRK-LEGS
            MOVE WS-JF-DEBITS (WS-FX)    TO RPT-BRK-DEBITS
            MOVE WS-JF-CREDITS (WS-FX)   TO RPT-BRK-CREDITS
            COMPUTE RPT-BRK-NET =
                    WS-JF-CREDITS (WS-FX) - WS-JF-DEBITS (WS-FX)
            PERFORM H470-WRITE-BRK-LINE.
        H450-END. EXIT.
      *
        H470-WRITE-BRK-LINE.
            MOVE SPACES TO RPT-BRK-INDENT
            MOVE '-'    TO RPT-BRK-SPACE-1
                           RPT-BRK-SPACE-2
                           RPT-BRK-SPACE-3
            WRITE RPT-BRK-REC.
        H470-END. EXIT.
      *
        H480-WRITE-BRK-TEXT.
            MOVE 0 TO RPT-BRK-LEGS RPT-BRK-DEBITS RPT-BRK-CREDITS
                      RPT-BRK-NET
            PERFORM H470-WRITE-BRK-LINE.
        H480-END. EXIT.
      *
        READ-IDX-RECORD.
            READ IDX-FILE NEXT RECORD.
        READ-IDX-RECORD-END. EXIT.
      *
        READ-GLM-RECORD.
            READ GLM-FILE NEXT RECORD.
        READ-GLM-RECORD-END. EXIT.
      *
        READ-JRN-RECORD.
            READ JRN-FILE.
        READ-JRN-RECORD-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            IF GO-SUCCESS
              PERFORM H900-WRITE-TRAILER
              IF WS-CNT-BREAKS > 0 OR WS-CNT-NO-GL > 0
                 OR WS-CNT-UNMAPPED > 0 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              CLOSE IDX-FILE
                    GLM-FILE
                    GLB-FILE
                    RPT-FILE
              STOP RUN.
        H999-END. EXIT.
      *
        H900-WRITE-TRAILER.
            WRITE RPT-REC FROM HEADER-2.
            WRITE RPT-REC FROM TRAILER-BANNER.
            MOVE 'IDXFILE RECORDS READ             :' TO WS-TRL-LABEL
            MOVE WS-CNT-IDX-READ                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            IF WS-CNT-BAD-DVZ > 0 THEN
               MOVE 'RECORDS WITH INVALID DVZ         :'
                                                     TO WS-TRL-LABEL
               MOVE WS-CNT-BAD-DVZ                   TO WS-TRL-COUNT
               WRITE RPT-REC FROM WS-TRAILER-CNT-LINE
            END-IF.
            MOVE 'CURRENCIES RECONCILED            :' TO WS-TRL-LABEL
            MOVE WS-CNT-CURRENCIES                    TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'MATCHED                          :' TO WS-TRL-LABEL
            MOVE WS-CNT-MATCHED                       TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'OUT OF BALANCE                   :' TO WS-TRL-LABEL
            MOVE WS-CNT-BREAKS                        TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'NO GL BALANCE RECORD             :' TO WS-TRL-LABEL
            MOVE WS-CNT-NO-GL                         TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'UNMAPPED CURRENCIES              :' TO WS-TRL-LABEL
            MOVE WS-CNT-UNMAPPED                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
        H900-END. EXIT.
