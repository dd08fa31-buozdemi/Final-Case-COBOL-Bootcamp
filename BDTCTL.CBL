        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BDTCTL.
        AUTHOR.        BURAK OZDEMIR.
      * Is gunu (business date) kontrolu. Tum programlar tarihlerini
      * makine saatinden veya kendi parametre dosyalarindan degil,
      * buradan, BDTFILE'daki tek kontrol kaydindan alir. Gun sonu
      * adimlari (REALIDX, PNDREL, IDXACCR, IDXSNAP, IDXMOVE,
      * IDXGLEXT) baslarken sira kontrolunu ('S'), basariyla bitince
      * tamamlanma kaydini ('E') buradan ister; boylece bir adim
      * oncekiler bitmeden veya ayni is gunu icin ikinci kez
      * calistirilamaz. Gunun ilerletilmesi BDTROLL'un isidir.
      *
      * Fonksiyonlar: 'D' yalniz tarihleri dondurur, 'S' adimin
      * baslayabilecegini dogrular, 'E' adimi tamamlandi isaretler.
      * RC: 00 basari, 81 sira disi, 82 gun icin zaten tamamlandi,
      * 83 program gun sonu adimi degil, 84 kontrol kaydi yok veya
      * gecersiz, 90 tanimsiz fonksiyon; diger degerler BDTFILE
      * dosya statusudur.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BDT-FILE   ASSIGN TO BDTFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY BDT-KEY
                              STATUS BDT-ST.
        DATA DIVISION.
        FILE SECTION.
      * Anahtar kayit tipi + tarihtir. 'C' tek kontrol kaydidir (tarih
      * sifir); 'H' kayitlari tatil takvimidir, anahtardaki tarih
      * tatil gunudur. Hafta sonlari takvime yazilmaz, BDTROLL onlari
      * kendisi atlar.
        FD  BDT-FILE.
        01  BDT-RECORD.
            03  BDT-KEY.
                05 BDT-REC-TYPE      PIC X(01).
                   88 BDT-TYPE-CONTROL       VALUE 'C'.
                   88 BDT-TYPE-HOLIDAY       VALUE 'H'.
                05 BDT-KEY-DATE      PIC 9(08).
      * Gecerli is gunu, bir onceki is gunu ve gunun en son ne zaman
      * ilerletildigi; her gun sonu adimi icin en son tamamladigi is
      * gunu ve tamamlanma zamani (CCYYMMDDHHMMSS).
            03  BDT-CONTROL-DATA.
                05 BDT-BUS-DATE      PIC 9(08).
                05 BDT-PREV-DATE     PIC 9(08).
                05 BDT-ROLL-STAMP    PIC 9(14).
                05 BDT-STEP OCCURS 6 TIMES.
                   07 BDT-STEP-PROGRAM  PIC X(08).
                   07 BDT-STEP-DATE     PIC 9(08).
                   07 BDT-STEP-STAMP    PIC 9(14).
            03  BDT-HOLIDAY-DATA REDEFINES BDT-CONTROL-DATA.
                05 BDT-HOL-DESC      PIC X(30).
                05 FILLER            PIC X(180).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 BDT-ST                PIC 9(02).
               88 BDT-SUCCESS        VALUE 00 97.
               88 BDT-NOTFND         VALUE 23.
            05 WS-STEP-IX            PIC 9(02) COMP-3 VALUE 0.
            05 WS-CHK-IX             PIC 9(02) COMP-3 VALUE 0.
            05 WS-NEXT-IX            PIC 9(02) COMP-3 VALUE 0.
      * Gun sonu sirasi. 'R' isaretli adim is gunu icinde birden
      * fazla calisabilir (REALIDX her sube batch'i icin bir kez
      * calisir; ayni batch'in tekrarini BRGFILE zaten reddeder),
      * ancak sonraki adim tamamlandiktan sonra artik calisamaz.
        01  WS-STEP-ORDER-TABLE.
            05 FILLER                PIC X(09) VALUE 'REALIDX R'.
            05 FILLER                PIC X(09) VALUE 'PNDREL  N'.
            05 FILLER                PIC X(09) VALUE 'IDXACCR N'.
            05 FILLER                PIC X(09) VALUE 'IDXSNAP N'.
            05 FILLER                PIC X(09) VALUE 'IDXMOVE N'.
            05 FILLER                PIC X(09) VALUE 'IDXGLEXTN'.
        01  WS-STEP-ORDER REDEFINES WS-STEP-ORDER-TABLE.
            05 WS-STEP-ENT OCCURS 6 TIMES.
               09 WS-STEP-NAME       PIC X(08).
               09 WS-STEP-REPEAT     PIC X(01).
                  88 WS-STEP-REPEATABLE      VALUE 'R'.
        LINKAGE SECTION.
        01 WS-BDT-AREA.
           07 WS-BDT-FUNC            PIC X(01).
              88 WS-BDT-DATE-ONLY              VALUE 'D'.
              88 WS-BDT-STEP-START             VALUE 'S'.
              88 WS-BDT-STEP-END               VALUE 'E'.
           07 WS-BDT-PROGRAM         PIC X(08).
           07 WS-BDT-BUS-DATE        PIC 9(08).
           07 WS-BDT-PREV-DATE       PIC 9(08).
           07 WS-BDT-RC              PIC 9(02).
           07 WS-BDT-MESSAGE         PIC X(42).
       PROCEDURE DIVISION USING WS-BDT-AREA.
       0000-MAIN.
           MOVE 0      TO WS-BDT-RC
           MOVE 0      TO WS-BDT-BUS-DATE WS-BDT-PREV-DATE
           MOVE SPACES TO WS-BDT-MESSAGE
           PERFORM H100-OPEN-READ
           EVALUATE TRUE
             WHEN WS-BDT-DATE-ONLY
                MOVE 'SUCCESSFULL, BUSINESS DATE RETURNED.'
                                     TO WS-BDT-MESSAGE
             WHEN WS-BDT-STEP-START
                PERFORM STP-START-PROCESS
             WHEN WS-BDT-STEP-END
                PERFORM STP-END-PROCESS
             WHEN OTHER
                MOVE 90 TO WS-BDT-RC
                STRING 'ERROR: UNDEFINED BDTCTL FUNCTION: '
                WS-BDT-FUNC
                DELIMITED BY SIZE INTO WS-BDT-MESSAGE
           END-EVALUATE
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *
      * Dosya her cagrida acilip kapatilir: cagri sayisi program
      * basina bir iki tanedir, kontrol kaydi ise gun sonu adimlari
      * arasinda paylasilir; acik tutulursa bir adimin yazdigi
      * tamamlanma digerinin tamponunda eski kalirdi.
       H100-OPEN-READ.
           OPEN I-O BDT-FILE
           IF NOT BDT-SUCCESS THEN
              MOVE BDT-ST TO WS-BDT-RC
              STRING 'ERROR: BDTFILE WAS NOT OPENED RC: ' BDT-ST
              DELIMITED BY SIZE INTO WS-BDT-MESSAGE
              GOBACK
           END-IF
           MOVE 'C'    TO BDT-REC-TYPE
           MOVE 0      TO BDT-KEY-DATE
           READ BDT-FILE
                INVALID KEY MOVE 23 TO BDT-ST
           END-READ
           IF NOT BDT-SUCCESS OR BDT-BUS-DATE NOT > 0 THEN
              MOVE 84 TO WS-BDT-RC
              MOVE 'ERROR, NO BUSINESS DATE CONTROL RECORD!'
                                     TO WS-BDT-MESSAGE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           MOVE BDT-BUS-DATE  TO WS-BDT-BUS-DATE
           MOVE BDT-PREV-DATE TO WS-BDT-PREV-DATE.
       H100-OPEN-READ-END. EXIT.
      *
       FIND-STEP.
           MOVE 0 TO WS-STEP-IX
           PERFORM FIND-STEP-ONE
               VARYING WS-CHK-IX FROM 1 BY 1
               UNTIL WS-CHK-IX > 6 OR WS-STEP-IX > 0
           IF WS-STEP-IX = 0 THEN
              MOVE 83 TO WS-BDT-RC
              MOVE 'ERROR, PROGRAM IS NOT AN END-OF-DAY STEP!'
                                     TO WS-BDT-MESSAGE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       FIND-STEP-END. EXIT.
      *
       FIND-STEP-ONE.
           IF WS-STEP-NAME(WS-CHK-IX) = WS-BDT-PROGRAM THEN
              MOVE WS-CHK-IX TO WS-STEP-IX
           END-IF.
       FIND-STEP-ONE-END. EXIT.
      *
      * Adimdan onceki her adim bu is gunu icin tamamlanmis olmali;
      * ilk eksik adimin adi mesajda verilir. Adimin kendisi de bu
      * gun icin tamamlanmis olmamali (tekrarlanabilir adim haric,
      * o da sonraki adim bitmediyse).
       STP-START-PROCESS.
           PERFORM FIND-STEP
           PERFORM STP-CHECK-PRIOR
               VARYING WS-CHK-IX FROM 1 BY 1
               UNTIL WS-CHK-IX NOT < WS-STEP-IX OR WS-BDT-RC > 0
           IF WS-BDT-RC = 0 THEN
              COMPUTE WS-NEXT-IX = WS-STEP-IX + 1
              EVALUATE TRUE
                WHEN WS-STEP-REPEATABLE(WS-STEP-IX) AND
                     WS-NEXT-IX NOT > 6 AND
                     BDT-STEP-DATE(WS-NEXT-IX) = BDT-BUS-DATE
                  MOVE 82 TO WS-BDT-RC
                  MOVE 'ERROR, POSTING CLOSED FOR BUSINESS DATE!'
                                     TO WS-BDT-MESSAGE
                WHEN BDT-STEP-DATE(WS-STEP-IX) = BDT-BUS-DATE AND
                     NOT WS-STEP-REPEATABLE(WS-STEP-IX)
                  MOVE 82 TO WS-BDT-RC
                  MOVE 'ERROR, STEP ALREADY RUN FOR BUSINESS DATE!'
                                     TO WS-BDT-MESSAGE
                WHEN OTHER
                  MOVE 'SUCCESSFULL, STEP CLEARED TO RUN.'
                                     TO WS-BDT-MESSAGE
              END-EVALUATE
           END-IF.
       STP-START-PROCESS-END. EXIT.
      *
       STP-CHECK-PRIOR.
           IF BDT-STEP-DATE(WS-CHK-IX) NOT = BDT-BUS-DATE THEN
              MOVE 81 TO WS-BDT-RC
              STRING 'ERROR, OUT OF SEQUENCE, RUN ' DELIMITED BY SIZE
                     WS-STEP-NAME(WS-CHK-IX)   DELIMITED BY SPACE
                     ' FIRST!'                 DELIMITED BY SIZE
                     INTO WS-BDT-MESSAGE
           END-IF.
       STP-CHECK-PRIOR-END. EXIT.
      *
       STP-END-PROCESS.
           PERFORM FIND-STEP
           MOVE WS-BDT-PROGRAM   TO BDT-STEP-PROGRAM(WS-STEP-IX)
           MOVE BDT-BUS-DATE     TO BDT-STEP-DATE(WS-STEP-IX)
           MOVE FUNCTION CURRENT-DATE(1:14)
                                 TO BDT-STEP-STAMP(WS-STEP-IX)
           REWRITE BDT-RECORD
           IF BDT-SUCCESS THEN
              MOVE 'SUCCESSFULL, STEP COMPLETION RECORDED.'
                                     TO WS-BDT-MESSAGE
           ELSE
              MOVE BDT-ST TO WS-BDT-RC
              STRING 'ERROR: BDTFILE WAS NOT UPDATED RC: ' BDT-ST
              DELIMITED BY SIZE INTO WS-BDT-MESSAGE
           END-IF.
       STP-END-PROCESS-END. EXIT.
      *
       H999-PROGRAM-EXIT.
           CLOSE BDT-FILE
           GOBACK.
       H999-END. EXIT.
      *
       END PROGRAM BDTCTL.
