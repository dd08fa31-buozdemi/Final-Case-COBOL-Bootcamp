      * dunkuyle (SNPOLD) hesap hesap karsilastirilir ve her para
      * biriminin degisimi, gunun IDXHIST hareketleri uzerinden
      * nedenlerine ayrilir: hesap acilisi (W), bakiye duzeltme (B),
      * transfer (T), faiz (I), stopaj (K), doviz bozdurma (X), storno
      * (V) ve silinen hesaplar. Aciklanamayan kalinti ayrica
      * gosterilir ki sistem disi bir oynama hemen goze batsin.
      * Fotograflar arasinda acilan ve silinen hesaplar tek tek
      * listelenir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                              ACCESS SEQUENTIAL
                              RECORD KEY HIST-KEY
                              STATUS HIST-ST.
            SELECT RPT-FILE   ASSIGN TO RPTFILE
                              STATUS RPT-ST.
        DATA DIVISION.
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
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC                   PIC X(80).
            05 HIST-ST              PIC 9(02).
               88 HIST-SUCCESS              VALUE 00 97.
               88 HIST-EOF                  VALUE 10.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 WS-RPT-DATE          PIC 9(08) VALUE 0.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
      * Es-yuruyen tarama icin bilesik anahtarlar (ID*1000+DVZ).
            05 WS-OLD-KEY           PIC 9(08) VALUE 0.
            05 WS-NEW-KEY           PIC 9(08) VALUE 0.
            05 WS-OLD-BASE          PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-NEW-BASE          PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-BASE-CHANGE       PIC S9(13)V99 COMP-3 VALUE 0.
      * Hareketin is gunu (HIST-BUS-DATE).
            05 WS-EVT-DATE          PIC 9(08).
            05 WS-MOVE-AMT          PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-CHANGE-AMT        PIC S9(13)V99 COMP-3 VALUE 0.
                10  WS-TBL-D-B      PIC S9(13)V99 COMP-3.
                10  WS-TBL-D-T      PIC S9(13)V99 COMP-3.
                10  WS-TBL-D-I      PIC S9(13)V99 COMP-3.
                10  WS-TBL-D-K      PIC S9(13)V99 COMP-3.
                10  WS-TBL-D-X      PIC S9(13)V99 COMP-3.
                10  WS-TBL-D-V      PIC S9(13)V99 COMP-3.
        01  WS-ACCT-LINE.
            05  WS-AL-ID            PIC 9(05).
            05  WS-AL-SPACE-0       PIC X(01).
        01  WS-TRAILER-AMT-LINE.
            05  WS-TRL-AMT-LABEL    PIC X(34).
            05  WS-TRL-AMOUNT       PIC $,$$$,$$$,$$$,$$$9.99-.
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
                '===== CONTROL TOTALS FOR RUN ====='.
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H150-BUS-DATE-CHECK.
           PERFORM H100-OPEN-FILES.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           PERFORM READ-OLD-A.
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Rapor gunu BDTFILE'daki is gunudur; yeni fotografin gunudur,
      * IDXHIST hareketleri bu tarihle secilir. Adim ancak IDXSNAP
      * o gun icin tamamlandiktan sonra calisir. Kontrol dosyalar
      * acilmadan yapilir; reddedilen bir calistirma gunun raporunu
      * silmesin.
        H150-BUS-DATE-CHECK.
            INITIALIZE WS-BDT-AREA
            MOVE 'S'        TO WS-BDT-FUNC
            MOVE 'IDXMOVE'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-BDT-BUS-DATE TO WS-RPT-DATE.
        H150-END. EXIT.
      *
      * Iki fotograf ID+DVZ sirasinda es-yurutulur: yalniz eskide
      * ('D') ve devir ('F') kayitlari bakiye farki tasimadigi icin
      * kendiliginden etkisizdir.
        H300-HIST-ONE.
            MOVE HIST-BUS-DATE    TO WS-EVT-DATE
            IF WS-EVT-DATE = WS-RPT-DATE AND HIST-RC-OK THEN
               ADD 1 TO WS-CNT-HIST-USED
               COMPUTE WS-MOVE-AMT =
                      ADD WS-MOVE-AMT TO WS-TBL-D-T(WS-TBL-HIT)
                    WHEN 'I'
                      ADD WS-MOVE-AMT TO WS-TBL-D-I(WS-TBL-HIT)
                    WHEN 'K'
                      ADD WS-MOVE-AMT TO WS-TBL-D-K(WS-TBL-HIT)
                    WHEN 'X'
                      ADD WS-MOVE-AMT TO WS-TBL-D-X(WS-TBL-HIT)
                    WHEN 'V'
                      ADD WS-MOVE-AMT TO WS-TBL-D-V(WS-TBL-HIT)
                  END-EVALUATE
               END-IF
            END-IF
                  MOVE 0 TO WS-TBL-D-B(WS-TBL-MAX)
                  MOVE 0 TO WS-TBL-D-T(WS-TBL-MAX)
                  MOVE 0 TO WS-TBL-D-I(WS-TBL-MAX)
                  MOVE 0 TO WS-TBL-D-K(WS-TBL-MAX)
                  MOVE 0 TO WS-TBL-D-X(WS-TBL-MAX)
                  MOVE 0 TO WS-TBL-D-V(WS-TBL-MAX)
                  MOVE WS-TBL-MAX TO WS-TBL-HIT
               ELSE
                  ADD 1 TO WS-CNT-OVERFLOW
            MOVE 'CHANGE BY INTEREST        ' TO WS-CL-LABEL
            MOVE WS-TBL-D-I(WS-TBL-IX) TO WS-CL-AMOUNT
            WRITE RPT-REC FROM WS-CAUSE-LINE
            MOVE 'CHANGE BY WITHHOLDING TAX ' TO WS-CL-LABEL
            MOVE WS-TBL-D-K(WS-TBL-IX) TO WS-CL-AMOUNT
            WRITE RPT-REC FROM WS-CAUSE-LINE
            MOVE 'CHANGE BY EXCHANGE        ' TO WS-CL-LABEL
            MOVE WS-TBL-D-X(WS-TBL-IX) TO WS-CL-AMOUNT
            WRITE RPT-REC FROM WS-CAUSE-LINE
            MOVE 'CHANGE BY REVERSAL        ' TO WS-CL-LABEL
            MOVE WS-TBL-D-V(WS-TBL-IX) TO WS-CL-AMOUNT
            WRITE RPT-REC FROM WS-CAUSE-LINE
      * Kalinti sifirsa gunun tum degisimi aciklanmis demektir;
      * degilse sistem disinda bir oynama (veya bakiyeli arsiv
      * silmesi) var, arastirilmali.
            COMPUTE WS-EXPLAINED =
                    WS-TBL-D-W(WS-TBL-IX) + WS-TBL-D-B(WS-TBL-IX)
                  + WS-TBL-D-T(WS-TBL-IX) + WS-TBL-D-I(WS-TBL-IX)
                  + WS-TBL-D-K(WS-TBL-IX) + WS-TBL-D-X(WS-TBL-IX)
                  + WS-TBL-D-V(WS-TBL-IX)
            COMPUTE WS-UNEXPLAINED = WS-CHANGE-AMT - WS-EXPLAINED
            MOVE 'UNEXPLAINED (INVESTIGATE) ' TO WS-CL-LABEL
            MOVE WS-UNEXPLAINED        TO WS-CL-AMOUNT
                    NEW-FILE
                    IDXHIST-FILE
                    RPT-FILE
              PERFORM H990-STEP-COMPLETE
              STOP RUN.
        H999-END. EXIT.
      *
      * Gun sonu sirasinda bu adimin is gunu icin bittigi kaydedilir.
        H990-STEP-COMPLETE.
            INITIALIZE WS-BDT-AREA
            MOVE 'E'        TO WS-BDT-FUNC
            MOVE 'IDXMOVE'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
            END-IF.
        H990-END. EXIT.
      *
        H900-WRITE-TRAILER.
            WRITE RPT-REC FROM TRAILER-BANNER.
