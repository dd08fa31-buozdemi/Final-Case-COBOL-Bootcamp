      * ve anahtar operatorden alinir, REALIDX'in kullandigi ayni
      * SUBPROGR cagri alani doldurulur; guncellemeler ve bakiye
      * islemleri ayni yollardan gectigi icin IDXHIST izi ve taban
      * bakiye kurallari burada da aynen gecerlidir. Oturum basinda
      * operator kendini tanitir; konsoldan yapilan her islem IDXHIST'e
      * operator kimligiyle damgalanir. Girilen hesap ve hedef hesap
      * numaralarinin kontrol hanesi SUBPROGR cagrilmadan once IDNCTL
      * ile dogrulanir. IDXACCR'da faizi islenip stopaji islenemeyen
      * hesabin kesintisi buradan 'K' ile, yalnizca supervizor onayiyla
      * elle tamamlanir.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 WS-PBEGIDX           PIC X(08) VALUE 'SUBPROGR'.
            05 WS-PIDNCTL           PIC X(08) VALUE 'IDNCTL'.
            05 WS-FUNC-IN           PIC X(01).
            05 WS-IN-TEXT           PIC X(30).
            05 WS-IN-AMT            PIC X(18).
            05 TMP-GREG             PIC 9(08).
            05 WS-DSP-BUDGET        PIC $,$$$,$$$,$$$,$$$9.99-.
            05 WS-DSP-COUNT         PIC ZZ,ZZ9.
            05 WS-DSP-RATE          PIC ZZZZZZ9.999999.
            05 WS-REV-SEQ           PIC 9(20).
      * Oturumu acan operatorun kimligi; bos gecilemez.
            05 WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
      * Musteri numarasi kontrolu (IDNCTL) cagri alani.
        01  WS-IDN-AREA.
            05 WS-IDN-FUNC          PIC X(01).
            05 WS-IDN-BASE          PIC 9(04).
            05 WS-IDN-ID            PIC 9(05).
            05 WS-IDN-RC            PIC 9(02).
            05 WS-IDN-MESSAGE       PIC X(42).
        01  WS-SUB-AREA.
            07 WS-SUB-FUNC       PIC X(01).
              88 WS-FUNC-WRITE                 VALUE 'W'.
              88 WS-FUNC-TRANSFER              VALUE 'T'.
      * 'S' = durum degisikligi (A aktif / F dondur / C kapat).
              88 WS-FUNC-STATUS                VALUE 'S'.
      * 'X' = ayni musterinin iki para birimi hesabi arasi bozdurma.
              88 WS-FUNC-EXCHANGE              VALUE 'X'.
      * 'V' = storno; geri alinacak kaydin HIST-SEQ'i WS-SUB-DATA'da.
              88 WS-FUNC-REVERSAL              VALUE 'V'.
      * 'K' = IDXACCR'da islenemeyen stopaj kesintisinin elle
      * tamamlanmasi; tutar pozitif girilir, hesaptan dusulur.
              88 WS-FUNC-WITHHOLD              VALUE 'K'.
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
        PROCEDURE DIVISION.
        0000-MAIN.
           DISPLAY 'IDX SINGLE ACCOUNT INQUIRY / MAINTENANCE'.
           DISPLAY '========================================'.
           PERFORM H150-GET-OPERATOR UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM H200-ONE-REQUEST UNTIL WS-QUIT.
      * Alt program indexed dosyalari oturum boyunca acik tutar;
      * cikista kapanis istenir.
           DISPLAY 'GOODBYE.'.
           STOP RUN.
        0000-END-MAIN. EXIT.
      *
        H150-GET-OPERATOR.
            DISPLAY 'OPERATOR ID                    : '
            ACCEPT WS-OPERATOR-ID
            INSPECT WS-OPERATOR-ID CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY 'OPERATOR ID IS REQUIRED.'
            END-IF.
        H150-END. EXIT.
      *
        H200-ONE-REQUEST.
            DISPLAY ' '
            DISPLAY 'FUNCTION (W/U/R/D/B/T/S/X/V/K, Q=QUIT) : '
            ACCEPT WS-FUNC-IN
            INSPECT WS-FUNC-IN CONVERTING 'wurdbtsxvkq'
                                       TO 'WURDBTSXVKQ'
            INITIALIZE WS-SUB-AREA
            MOVE WS-FUNC-IN TO WS-SUB-FUNC
            MOVE 'IDXINQ'       TO WS-ORG-PROGRAM
            MOVE WS-OPERATOR-ID TO WS-ORG-OPERATOR
            EVALUATE TRUE
              WHEN WS-FUNC-IN = 'Q'
                SET WS-QUIT TO TRUE
              WHEN WS-FUNC-WRITE OR WS-FUNC-UPDATE OR WS-FUNC-READ
                   OR WS-FUNC-DELETE OR WS-FUNC-BUDGET
                   OR WS-FUNC-TRANSFER OR WS-FUNC-STATUS
                   OR WS-FUNC-EXCHANGE OR WS-FUNC-REVERSAL
                   OR WS-FUNC-WITHHOLD
                PERFORM H250-GET-KEY
                IF WS-KEY-VALID THEN
                   PERFORM H260-GET-DETAILS
                   PERFORM H270-CHECK-TARGET
                END-IF
                IF WS-KEY-VALID THEN
                   CALL WS-PBEGIDX USING BY REFERENCE WS-SUB-AREA
                   PERFORM H400-SHOW-RESULT
                END-IF
               SET WS-KEY-VALID TO TRUE
            ELSE
               DISPLAY 'ERROR, INVALID ID OR DVZ.'
            END-IF
            IF WS-KEY-VALID THEN
               MOVE WS-SUB-ID TO WS-IDN-ID
               PERFORM H280-CHECK-DIGIT
            END-IF.
        H250-END. EXIT.
      *
      * Transferin hedef hesabi da ayni kontrolden gecer; bozdurmada
      * hedef musterinin kendisidir, ayrica bakilmaz.
        H270-CHECK-TARGET.
            IF WS-FUNC-TRANSFER THEN
               MOVE WS-SUB-ID-TARGET TO WS-IDN-ID
               PERFORM H280-CHECK-DIGIT
            END-IF.
        H270-END. EXIT.
      *
      * WS-IDN-ID'deki numaranin kontrol hanesi tutmazsa istek
      * SUBPROGR'a gitmez; IDNCTL'in RC ve mesaji gosterilir.
        H280-CHECK-DIGIT.
            MOVE 'V'    TO WS-IDN-FUNC
            MOVE 0      TO WS-IDN-BASE WS-IDN-RC
            MOVE SPACES TO WS-IDN-MESSAGE
            CALL WS-PIDNCTL USING BY REFERENCE WS-IDN-AREA
            IF WS-IDN-RC NOT = 0 THEN
               MOVE 0 TO WS-KEY-OK
               DISPLAY 'RC ' WS-IDN-RC ' - ' WS-IDN-MESSAGE
            END-IF.
        H280-END. EXIT.
      *
        H260-GET-DETAILS.
            IF WS-FUNC-WRITE THEN
               ACCEPT WS-IN-AMT
               COMPUTE WS-BUDGET = FUNCTION NUMVAL(WS-IN-AMT)
            END-IF
      * Bozdurmada hedef ayni musterinin hesabidir; sadece hedef para
      * birimi sorulur. Tutar kaynak para biriminde cekilecek tutardir.
            IF WS-FUNC-EXCHANGE THEN
               DISPLAY 'AMOUNT TO SELL (SOURCE DVZ)    : '
               ACCEPT WS-IN-AMT
               COMPUTE WS-BUDGET = FUNCTION NUMVAL(WS-IN-AMT)
               MOVE WS-SUB-ID TO WS-SUB-ID-TARGET
               DISPLAY 'TARGET CURRENCY (DVZ)          : '
               ACCEPT WS-IN-AMT
               COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-IN-AMT)
               MOVE WS-NUM-WORK TO WS-SUB-DVZ-TARGET
            END-IF
            IF WS-FUNC-TRANSFER THEN
               DISPLAY 'TARGET ACCOUNT ID              : '
               ACCEPT WS-IN-AMT
            END-IF
      * Taban bakiye kurali konsoldan da asilabilsin diye supervizor
      * onayi sorulur; bos gecilirse kural aynen uygulanir.
      * Storno edilecek kayit, hesabin IDXHIST'teki 20 haneli
      * HIST-SEQ'i ile (ekstredeki LINKED HIST-SEQ kolonu gibi)
      * belirtilir. NUMVAL 20 haneyi kayipsiz tasimayabilecegi icin
      * dogrudan sayisal alana alinir; WS-SUB-DATA'nin basinda gider.
            IF WS-FUNC-REVERSAL THEN
               DISPLAY 'HIST-SEQ OF ENTRY (20 DIGITS)  : '
               ACCEPT WS-REV-SEQ
               MOVE WS-REV-SEQ TO WS-SUB-DATA(1:20)
            END-IF
            IF WS-FUNC-BUDGET OR WS-FUNC-TRANSFER OR WS-FUNC-EXCHANGE
               OR WS-FUNC-REVERSAL
            THEN
               DISPLAY 'SUPERVISOR OVERRIDE (O=YES)    : '
               ACCEPT WS-OVERRIDE-IND
               INSPECT WS-OVERRIDE-IND CONVERTING 'o' TO 'O'
            END-IF
      * Elle stopaj kesintisi IDXACCR raporunda islenemeyen 'K'
      * satirindaki tutarla girilir. Banka kaynakli bir kesinti oldugu
      * icin onaysiz gonderilmez; onay yoksa istek SUBPROGR'a gitmez.
            IF WS-FUNC-WITHHOLD THEN
               DISPLAY 'WITHHOLDING AMOUNT (EX: 12.50) : '
               ACCEPT WS-IN-AMT
               COMPUTE WS-BUDGET = 0 - FUNCTION NUMVAL(WS-IN-AMT)
               DISPLAY 'SUPERVISOR OVERRIDE (O=YES)    : '
               ACCEPT WS-OVERRIDE-IND
               INSPECT WS-OVERRIDE-IND CONVERTING 'o' TO 'O'
               IF NOT WS-BUDGET < 0 THEN
                  MOVE 0 TO WS-KEY-OK
                  DISPLAY 'ERROR, WITHHOLDING AMOUNT MUST BE POSITIVE!'
               END-IF
               IF NOT WS-OVERRIDE-ALLOWED THEN
                  MOVE 0 TO WS-KEY-OK
                  DISPLAY 'ERROR, MANUAL WITHHOLDING NEEDS OVERRIDE!'
               END-IF
            END-IF
      * Yeni durum WS-SUB-DATA'nin ilk baytinda SUBPROGR'a gider.
            IF WS-FUNC-STATUS THEN
                   MOVE WS-BUDGET-BEFORE TO WS-DSP-BUDGET
                   DISPLAY 'CLOSED BALANCE  : ' WS-DSP-BUDGET
                 WHEN WS-FUNC-BUDGET OR WS-FUNC-TRANSFER
                   OR WS-FUNC-WITHHOLD
                   MOVE WS-BUDGET-BEFORE TO WS-DSP-BUDGET
                   DISPLAY 'BALANCE BEFORE  : ' WS-DSP-BUDGET
                   MOVE WS-BUDGET TO WS-DSP-BUDGET
                   DISPLAY 'BALANCE AFTER   : ' WS-DSP-BUDGET
                 WHEN WS-FUNC-REVERSAL
                   DISPLAY 'ACCOUNT POSTED  : ' WS-SUB-ID '-'
                           WS-SUB-DVZ
                   MOVE WS-BUDGET-BEFORE TO WS-DSP-BUDGET
                   DISPLAY 'BALANCE BEFORE  : ' WS-DSP-BUDGET
                   MOVE WS-BUDGET TO WS-DSP-BUDGET
                   DISPLAY 'BALANCE AFTER   : ' WS-DSP-BUDGET
                 WHEN WS-FUNC-EXCHANGE
                   MOVE WS-BUDGET-BEFORE TO WS-DSP-BUDGET
                   DISPLAY 'BALANCE BEFORE  : ' WS-DSP-BUDGET
                   MOVE WS-BUDGET TO WS-DSP-BUDGET
                   DISPLAY 'BALANCE AFTER   : ' WS-DSP-BUDGET
                   MOVE WS-FX-RATE TO WS-DSP-RATE
                   DISPLAY 'RATE APPLIED    : ' WS-DSP-RATE
                   MOVE WS-FX-AMOUNT TO WS-DSP-BUDGET
                   DISPLAY 'TARGET CREDITED : ' WS-DSP-BUDGET
                 WHEN WS-FUNC-STATUS
                   DISPLAY 'STATUS BEFORE   : ' WS-ALLNAME-BEFORE
                   DISPLAY 'STATUS AFTER    : ' WS-SUB-DATA
