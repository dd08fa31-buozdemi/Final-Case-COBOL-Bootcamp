      * ayrisabiliyordu. CSTFILE yalnizca ID ile anahtarlidir ve
      * isim/dogum tarihinin tek dogru kaynagidir; bu program dosyayi
      * yukler (A), degistirir (C) ve siler (D).
      * Yeni musterinin numarasi girdiden alinmaz, IDNCTL'den kontrol
      * haneli olarak ayrilir ve rapor satirinda subeye bildirilir;
      * C/D'de verilen numaranin kontrol hanesi dogrulanir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                              ACCESS RANDOM
                              RECORD KEY CST-ID
                              STATUS CST-ST.
      * Bakim girdisi: fonksiyon (A/C/D), ID ('A'da sifir), isim,
      * dogum tarihi (CCYYMMDD; dosyaya IDX-DATE ile ayni julian
      * bicimde yazilir) ve stopaj kategorisi.
            SELECT CSI-FILE   ASSIGN TO CSTINP
                              STATUS CSI-ST.
            SELECT RPT-FILE   ASSIGN TO RPTFILE
            03  CST-ID               PIC S9(05) COMP-3.
            03  CST-ALLNAME          PIC X(30).
            03  CST-DATE             PIC 9(07) COMP-3.
      * Stopaj kategorisi; WHTFILE'da DVZ ile birlikte oran anahtari
      * (bosluk = para biriminin genel orani).
            03  CST-TAX-CAT          PIC X(01).
      *
        FD  CSI-FILE RECORDING MODE F.
        01  CSI-REC.
            05  CSI-ID                PIC 9(05).
            05  CSI-ALLNAME           PIC X(30).
            05  CSI-DATE              PIC 9(08).
            05  CSI-TAX-CAT           PIC X(01).
      *
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC.
            05 WS-VALID-FLAG        PIC 9(01).
               88 WS-REC-VALID              VALUE 1.
            05 WS-BAD-REASON        PIC X(42).
            05 WS-PIDNCTL           PIC X(08) VALUE 'IDNCTL'.
      * Tarih dogrulama calisma alanlari: yil/ay/gun dilimleri ve
      * ayin gercek son gunu.
            05 WS-DATE-YYYY         PIC 9(04) VALUE 0.
            05 WS-CNT-CHANGED       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-DELETED       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-REJECTED      PIC 9(07) COMP-3 VALUE 0.
      * Musteri numarasi kontrolu (IDNCTL) cagri alani.
        01  WS-IDN-AREA.
            05 WS-IDN-FUNC          PIC X(01).
            05 WS-IDN-BASE          PIC 9(04).
            05 WS-IDN-ID            PIC 9(05).
            05 WS-IDN-RC            PIC 9(02).
            05 WS-IDN-MESSAGE       PIC X(42).
        01  WS-TRAILER-CNT-LINE.
            05  WS-TRL-LABEL        PIC X(34).
            05  WS-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
               MOVE 'ERROR, UNDEFINED FUNCTION ON RECORD!'
                                     TO WS-BAD-REASON
            END-IF
      * 'A'da numara sistemce verilir, girdide sifir olmali; C/D'de
      * numara kontrol hanesiyle birlikte dogrulanir.
            IF WS-REC-VALID AND CSI-FUNC = 'A' THEN
               IF CSI-ID NOT NUMERIC OR CSI-ID NOT = 0 THEN
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE 'ERROR, ID IS ALLOCATED BY SYSTEM ON ADD!'
                                     TO WS-BAD-REASON
               END-IF
            END-IF
            IF WS-REC-VALID AND CSI-FUNC NOT = 'A' THEN
               IF CSI-ID NOT NUMERIC OR CSI-ID NOT > 0 THEN
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE 'ERROR, INVALID CUSTOMER ID ON RECORD!'
                                     TO WS-BAD-REASON
               ELSE
                  INITIALIZE WS-IDN-AREA
                  MOVE 'V'    TO WS-IDN-FUNC
                  MOVE CSI-ID TO WS-IDN-ID
                  CALL WS-PIDNCTL USING BY REFERENCE WS-IDN-AREA
                  IF WS-IDN-RC NOT = 0 THEN
                     MOVE 0 TO WS-VALID-FLAG
                     MOVE WS-IDN-MESSAGE TO WS-BAD-REASON
                  END-IF
               END-IF
            END-IF
            IF WS-REC-VALID AND (CSI-FUNC = 'A' OR CSI-FUNC = 'C')
                     END-IF
                  END-IF
               END-IF
            END-IF
      * Stopaj kategorisi tek harf veya bosluktur (bosluk: para
      * biriminin genel orani uygulanir).
            IF WS-REC-VALID AND (CSI-FUNC = 'A' OR CSI-FUNC = 'C')
            THEN
               IF CSI-TAX-CAT NOT ALPHABETIC-UPPER THEN
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE 'ERROR, INVALID TAX CATEGORY ON RECORD!'
                                     TO WS-BAD-REASON
               END-IF
            END-IF.
        H250-VALIDATE-END. EXIT.
      *
            COMPUTE TMP-JULIAN = FUNCTION DAY-OF-INTEGER(TMP-INT).
        H275-DATE-TO-JULIAN-END. EXIT.
      *
      * Numara IDNCTL'den ayrilir; rapor satirinda gorunsun diye
      * CSI-ID'ye de konur. Ayrilamazsa (aralik tukendi, kontrol
      * kaydi yok) kayit IDNCTL mesajiyla reddedilir.
        H300-ADD-ONE.
            INITIALIZE WS-IDN-AREA
            MOVE 'A' TO WS-IDN-FUNC
            CALL WS-PIDNCTL USING BY REFERENCE WS-IDN-AREA
            IF WS-IDN-RC NOT = 0 THEN
               ADD 1 TO WS-CNT-REJECTED
               MOVE WS-IDN-MESSAGE TO WS-BAD-REASON
            ELSE
               MOVE WS-IDN-ID   TO CSI-ID
               MOVE WS-IDN-ID   TO CST-ID
               MOVE CSI-ALLNAME TO CST-ALLNAME
               PERFORM H275-DATE-TO-JULIAN
               MOVE TMP-JULIAN  TO CST-DATE
               MOVE CSI-TAX-CAT TO CST-TAX-CAT
               WRITE CST-RECORD
               IF CST-SUCCESS THEN
                  ADD 1 TO WS-CNT-ADDED
                  MOVE 'SUCCESSFULL, CUSTOMER WAS ADDED.'
                                     TO WS-BAD-REASON
               ELSE
                  ADD 1 TO WS-CNT-REJECTED
                  IF CST-DUPLICATE THEN
                     MOVE 'ERROR, CUSTOMER ALREADY ON MASTER!'
                                     TO WS-BAD-REASON
                  ELSE
                     MOVE 'ERROR, MASTER WRITE FAILED!'
                                     TO WS-BAD-REASON
                  END-IF
               END-IF
            END-IF
            PERFORM H400-REPORT-LINE.
               MOVE CSI-ALLNAME TO CST-ALLNAME
               PERFORM H275-DATE-TO-JULIAN
               MOVE TMP-JULIAN  TO CST-DATE
               MOVE CSI-TAX-CAT TO CST-TAX-CAT
               REWRITE CST-RECORD
               IF CST-SUCCESS THEN
                  ADD 1 TO WS-CNT-CHANGED
