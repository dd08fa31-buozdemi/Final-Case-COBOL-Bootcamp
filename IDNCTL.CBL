        IDENTIFICATION DIVISION.
        PROGRAM-ID.    IDNCTL.
        AUTHOR.        BURAK OZDEMIR.
      * Musteri numarasi kontrolu. Subeler 'W' kayitlarinda ID'yi
      * kendileri seciyordu; ayni numara iki subeden gelince mukerrer
      * anahtar reddi, tek hane yanlis yazilinca da baska bir musteriye
      * 'B'/'T' posting'i olusuyordu. Yeni musteri numarasi artik
      * yalnizca buradan, IDNFILE'daki tek kontrol kaydindan verilir
      * (CSTMNT 'A'); her numaranin son hanesi kontrol hanesidir ve
      * ID kabul eden her program SUBPROGR'u cagirmadan once numarayi
      * buradan dogrular.
      *
      * Numara 4 haneli taban + 1 kontrol hanesidir. Kontrol hanesi
      * mod 11: taban haneleri soldan 5,4,3,2 ile agirliklandirilip
      * toplanir, toplamin 11'e bolumunden kalan 0 ise hane 0, aksi
      * halde 11 - kalan'dir. Kalan 1 (hane 10) cikan tabanlar hic
      * verilmez. Tek hane hatalari ve yan yana iki hanenin yer
      * degistirmesi boylece her zaman yakalanir.
      *
      * Fonksiyonlar: 'V' WS-IDN-ID'yi dogrular, 'A' siradaki numarayi
      * ayirip WS-IDN-ID'de dondurur, 'G' WS-IDN-BASE tabanindan
      * numarayi uretir (dosyaya dokunmaz; donusum calistirmasi icin).
      * RC: 00 basari, 80 kontrol hanesi gecersiz (veya 'G'de taban
      * kullanilamaz), 81 numara araligi tukendi, 84 kontrol kaydi
      * yok veya gecersiz, 90 tanimsiz fonksiyon; diger degerler
      * IDNFILE dosya statusudur.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT IDN-FILE   ASSIGN TO IDNFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY IDN-KEY
                              STATUS IDN-ST.
        DATA DIVISION.
        FILE SECTION.
      * Tek kayit: anahtar 'C'. Siradaki denenecek taban, en son
      * verilen numara, toplam verilen numara sayisi ve en son ayirma
      * zamani (CCYYMMDDHHMMSS). Taban 10000 ise aralik tukenmistir.
        FD  IDN-FILE.
        01  IDN-RECORD.
            03  IDN-KEY              PIC X(01).
            03  IDN-NEXT-BASE        PIC 9(05).
            03  IDN-LAST-ID          PIC 9(05).
            03  IDN-ALLOC-CNT        PIC 9(07).
            03  IDN-STAMP            PIC 9(14).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 IDN-ST                PIC 9(02).
               88 IDN-SUCCESS        VALUE 00 97.
            05 WS-IDN-OPEN           PIC 9(01) VALUE 0.
               88 WS-IDN-IS-OPEN             VALUE 1.
            05 WS-TRY-BASE           PIC 9(05) VALUE 0.
            05 WS-CHK-SUM            PIC 9(03) VALUE 0.
            05 WS-CHK-QUOT           PIC 9(03) VALUE 0.
            05 WS-CHK-REM            PIC 9(02) VALUE 0.
            05 WS-CHK-DIGIT          PIC 9(02) VALUE 0.
               88 WS-CHK-UNUSABLE            VALUE 10.
      * Hesaplanan numara; taban ve kontrol hanesi ayri gorunur.
            05 WS-CALC-ID            PIC 9(05) VALUE 0.
            05 WS-CALC-ID-R REDEFINES WS-CALC-ID.
               10 WS-CALC-BASE       PIC 9(04).
               10 WS-CALC-BASE-R REDEFINES WS-CALC-BASE.
                  15 WS-CALC-D1      PIC 9(01).
                  15 WS-CALC-D2      PIC 9(01).
                  15 WS-CALC-D3      PIC 9(01).
                  15 WS-CALC-D4      PIC 9(01).
               10 WS-CALC-CHECK      PIC 9(01).
        LINKAGE SECTION.
        01 WS-IDN-AREA.
           07 WS-IDN-FUNC            PIC X(01).
              88 WS-IDN-VERIFY                 VALUE 'V'.
              88 WS-IDN-ALLOCATE               VALUE 'A'.
              88 WS-IDN-GENERATE               VALUE 'G'.
           07 WS-IDN-BASE            PIC 9(04).
           07 WS-IDN-ID              PIC 9(05).
           07 WS-IDN-RC              PIC 9(02).
           07 WS-IDN-MESSAGE         PIC X(42).
       PROCEDURE DIVISION USING WS-IDN-AREA.
       0000-MAIN.
           MOVE 0      TO WS-IDN-RC
           MOVE SPACES TO WS-IDN-MESSAGE
           MOVE 0      TO WS-IDN-OPEN
           EVALUATE TRUE
             WHEN WS-IDN-VERIFY
                PERFORM VER-PROCESS
             WHEN WS-IDN-ALLOCATE
                PERFORM ALC-PROCESS
             WHEN WS-IDN-GENERATE
                PERFORM GEN-PROCESS
             WHEN OTHER
                MOVE 90 TO WS-IDN-RC
                STRING 'ERROR: UNDEFINED IDNCTL FUNCTION: '
                WS-IDN-FUNC
                DELIMITED BY SIZE INTO WS-IDN-MESSAGE
           END-EVALUATE
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *
      * WS-CALC-BASE icin kontrol hanesini hesaplar; hane 10 ise
      * taban kullanilamaz (WS-CHK-UNUSABLE).
       CHK-COMPUTE.
           COMPUTE WS-CHK-SUM = WS-CALC-D1 * 5 + WS-CALC-D2 * 4
                              + WS-CALC-D3 * 3 + WS-CALC-D4 * 2
           DIVIDE WS-CHK-SUM BY 11 GIVING WS-CHK-QUOT
                  REMAINDER WS-CHK-REM
           IF WS-CHK-REM = 0 THEN
              MOVE 0 TO WS-CHK-DIGIT
           ELSE
              COMPUTE WS-CHK-DIGIT = 11 - WS-CHK-REM
           END-IF.
       CHK-COMPUTE-END. EXIT.
      *
      * Sifir, sayisal olmayan veya kontrol hanesi tutmayan numara
      * gecersizdir.
       VER-PROCESS.
           MOVE 80 TO WS-IDN-RC
           MOVE 'ERROR, ID CHECK DIGIT IS NOT VALID!'
                                     TO WS-IDN-MESSAGE
           IF WS-IDN-ID NUMERIC THEN
              MOVE WS-IDN-ID TO WS-CALC-ID
              IF WS-CALC-BASE > 0 THEN
                 PERFORM CHK-COMPUTE
                 IF NOT WS-CHK-UNUSABLE AND
                    WS-CHK-DIGIT = WS-CALC-CHECK THEN
                    MOVE 0 TO WS-IDN-RC
                    MOVE 'SUCCESSFULL, ID IS VALID.'
                                     TO WS-IDN-MESSAGE
                 END-IF
              END-IF
           END-IF.
       VER-PROCESS-END. EXIT.
      *
       GEN-PROCESS.
           MOVE 0 TO WS-IDN-ID
           MOVE WS-IDN-BASE TO WS-CALC-BASE
           PERFORM CHK-COMPUTE
           IF WS-CALC-BASE = 0 OR WS-CHK-UNUSABLE THEN
              MOVE 80 TO WS-IDN-RC
              MOVE 'ERROR, BASE HAS NO VALID CHECK DIGIT!'
                                     TO WS-IDN-MESSAGE
           ELSE
              MOVE WS-CHK-DIGIT TO WS-CALC-CHECK
              MOVE WS-CALC-ID   TO WS-IDN-ID
              MOVE 'SUCCESSFULL, ID GENERATED.'
                                     TO WS-IDN-MESSAGE
           END-IF.
       GEN-PROCESS-END. EXIT.
      *
      * Dosya BDTCTL'deki gibi her ayirmada acilip kapatilir; kontrol
      * kaydi birden fazla program arasinda paylasilir ve acik
      * tutulursa ayni numara iki kez verilebilirdi.
       ALC-PROCESS.
           MOVE 0 TO WS-IDN-ID
           OPEN I-O IDN-FILE
           IF NOT IDN-SUCCESS THEN
              MOVE IDN-ST TO WS-IDN-RC
              STRING 'ERROR: IDNFILE WAS NOT OPENED RC: ' IDN-ST
              DELIMITED BY SIZE INTO WS-IDN-MESSAGE
              GOBACK
           END-IF
           SET WS-IDN-IS-OPEN TO TRUE
           MOVE 'C' TO IDN-KEY
           READ IDN-FILE
                INVALID KEY MOVE 23 TO IDN-ST
           END-READ
           IF NOT IDN-SUCCESS OR IDN-NEXT-BASE NOT NUMERIC
              OR IDN-NEXT-BASE = 0 THEN
              MOVE 84 TO WS-IDN-RC
              MOVE 'ERROR, NO ID ALLOCATION CONTROL RECORD!'
                                     TO WS-IDN-MESSAGE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE IDN-NEXT-BASE TO WS-TRY-BASE
           MOVE 10            TO WS-CHK-DIGIT
           PERFORM ALC-TRY-BASE
               UNTIL NOT WS-CHK-UNUSABLE OR WS-TRY-BASE > 9999
           IF WS-CHK-UNUSABLE THEN
              MOVE 81 TO WS-IDN-RC
              MOVE 'ERROR, CUSTOMER ID RANGE IS EXHAUSTED!'
                                     TO WS-IDN-MESSAGE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE WS-CHK-DIGIT  TO WS-CALC-CHECK
           COMPUTE IDN-NEXT-BASE = WS-TRY-BASE + 1
           MOVE WS-CALC-ID    TO IDN-LAST-ID
           ADD 1              TO IDN-ALLOC-CNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO IDN-STAMP
           REWRITE IDN-RECORD
           IF IDN-SUCCESS THEN
              MOVE WS-CALC-ID TO WS-IDN-ID
              MOVE 'SUCCESSFULL, CUSTOMER ID ALLOCATED.'
                                     TO WS-IDN-MESSAGE
           ELSE
              MOVE IDN-ST TO WS-IDN-RC
              STRING 'ERROR: IDNFILE WAS NOT UPDATED RC: ' IDN-ST
              DELIMITED BY SIZE INTO WS-IDN-MESSAGE
           END-IF.
       ALC-PROCESS-END. EXIT.
      *
      * Kontrol hanesi 10 cikan taban atlanir.
       ALC-TRY-BASE.
           MOVE WS-TRY-BASE TO WS-CALC-BASE
           PERFORM CHK-COMPUTE
           IF WS-CHK-UNUSABLE THEN
              ADD 1 TO WS-TRY-BASE
           END-IF.
       ALC-TRY-BASE-END. EXIT.
      *
       H999-PROGRAM-EXIT.
           IF WS-IDN-IS-OPEN THEN
              CLOSE IDN-FILE
           END-IF
           GOBACK.
       H999-END. EXIT.
      *
       END PROGRAM IDNCTL.
