      * INP-REC kayitlarina cevirir; 'H' basligi ile sayi + INP-BUDGET
      * hash toplamini tasiyan 'Z' kuyrugunu kendisi uretir. Elle
      * cevirirken yasanan kolon kaymasi hatalari boylece kalkar.
      * Musteri numaralari (ID, hedef ID) IDNCTL ile kontrol hanesine
      * karsi da dogrulanir.
      * Dogrulamadan gecemeyen satirlar satir numarasi ve nedeniyle
      * kendi red listesine duser; tek bir satir bile cevrilemezse
      * batch REALIDX'e birakilmaz (cikti dosyasi bos birakilir).
      *
      * Gonderim bicimi: ilk satir  H|BATCHID|BRANCH
      * detay satirlari FUNC|ID|DVZ|NAME|DATE|AMOUNT|TID|TDVZ|OVR
      * (DATE gregoryen CCYYMMDD'dir, dosyaya julian yazilir). 'V'
      * (storno) satirinda NAME, geri alinacak kaydin 20 haneli
      * HIST-SEQ'idir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            05 WS-VALID-FLAG        PIC 9(01).
               88 WS-REC-VALID              VALUE 1.
            05 WS-BAD-REASON        PIC X(42).
            05 WS-PIDNCTL           PIC X(08) VALUE 'IDNCTL'.
            05 WS-HDR-FLAG          PIC 9(01) VALUE 0.
               88 WS-HDR-OK                 VALUE 1.
      * Alan dogrulama calisma alanlari: incelenen belirtec, uzunlugu
            05 TMP-INT              PIC 9(07).
            05 TMP-JULIAN           PIC 9(07).
      * Kuyruk kaydi icin sayi ve hash toplami (REALIDX tanimiyla
      * ayni: yazilan W/B/T/X detaylarinin budget alanlari).
            05 WS-DETAIL-CNT        PIC 9(07) COMP-3 VALUE 0.
            05 WS-HASH-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
            05 WS-CNT-LINES         PIC 9(07) COMP-3 VALUE 0.
            05  TOK-HDR-TYPE        PIC X(18).
            05  TOK-HDR-BATCH       PIC X(18).
            05  TOK-HDR-BRANCH      PIC X(18).
      * Musteri numarasi kontrolu (IDNCTL) cagri alani.
        01  WS-IDN-AREA.
            05 WS-IDN-FUNC          PIC X(01).
            05 WS-IDN-BASE          PIC 9(04).
            05 WS-IDN-ID            PIC 9(05).
            05 WS-IDN-RC            PIC 9(02).
            05 WS-IDN-MESSAGE       PIC X(42).
        01  FLAG.
            05 GO-HOME               PIC 9(01).
               88 GO-SUCCESS         VALUE 1.
            IF TOK-FUNC NOT = 'W' AND TOK-FUNC NOT = 'U'
               AND TOK-FUNC NOT = 'R' AND TOK-FUNC NOT = 'D'
               AND TOK-FUNC NOT = 'B' AND TOK-FUNC NOT = 'T'
               AND TOK-FUNC NOT = 'S' AND TOK-FUNC NOT = 'X'
               AND TOK-FUNC NOT = 'V' THEN
               MOVE 0 TO WS-VALID-FLAG
               MOVE 'ERROR, UNDEFINED FUNCTION ON LINE!'
                                     TO WS-BAD-REASON
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE 'ERROR, ID IS NOT 1-5 DIGITS!'
                                     TO WS-BAD-REASON
               ELSE
                  COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(TOK-ID)
                  PERFORM H545-CHECK-DIGIT
                  IF WS-IDN-RC NOT = 0 THEN
                     MOVE 0 TO WS-VALID-FLAG
                     MOVE WS-IDN-MESSAGE TO WS-BAD-REASON
                  END-IF
               END-IF
            END-IF
            IF WS-REC-VALID THEN
                                     TO WS-BAD-REASON
               END-IF
            END-IF
            IF WS-REC-VALID AND TOK-FUNC = 'V' THEN
               IF TOK-NAME(1:20) NOT NUMERIC
                  OR TOK-NAME(21:20) NOT = SPACES THEN
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE 'ERROR, REVERSAL NEEDS 20-DIGIT HIST-SEQ!'
                                     TO WS-BAD-REASON
               END-IF
            END-IF
            IF WS-REC-VALID AND (TOK-FUNC = 'W' OR TOK-FUNC = 'B'
               OR TOK-FUNC = 'T' OR TOK-FUNC = 'X') THEN
               MOVE TOK-AMOUNT TO WS-CHK-FIELD
               PERFORM H520-CHECK-AMOUNT
               EVALUATE TRUE
                                     TO WS-BAD-REASON
               END-EVALUATE
            END-IF
            IF WS-REC-VALID AND (TOK-FUNC = 'T' OR TOK-FUNC = 'X')
            THEN
               MOVE TOK-TARGET-ID TO WS-CHK-FIELD
               PERFORM H510-CHECK-UNSIGNED
               IF NOT WS-CHK-GOOD OR WS-CHK-LEN > 5 THEN
                  END-IF
               END-IF
            END-IF
            IF WS-REC-VALID AND (TOK-FUNC = 'T' OR TOK-FUNC = 'X')
            THEN
               COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(TOK-TARGET-ID)
               PERFORM H545-CHECK-DIGIT
               IF WS-IDN-RC NOT = 0 THEN
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE 'ERROR, TARGET ID CHECK DIGIT IS NOT VALID!'
                                     TO WS-BAD-REASON
               END-IF
            END-IF
      * Doviz bozdurma yalnizca musterinin kendi hesaplari arasinda
      * ve iki farkli para birimi arasinda olur; tutar artidir (yon,
      * kaynak ile hedefin yeri degistirilerek verilir).
            IF WS-REC-VALID AND TOK-FUNC = 'X' THEN
               PERFORM H540-CHECK-EXCHANGE
            END-IF
            IF WS-REC-VALID THEN
               IF TOK-OVERRIDE NOT = SPACES
                  AND TOK-OVERRIDE NOT = 'O' THEN
                MOVE 31 TO WS-MAX-DD
            END-EVALUATE.
        H535-MONTH-MAX-DAY-END. EXIT.
      *
        H540-CHECK-EXCHANGE.
            IF FUNCTION NUMVAL(TOK-TARGET-ID) NOT =
               FUNCTION NUMVAL(TOK-ID) THEN
               MOVE 0 TO WS-VALID-FLAG
               MOVE 'ERROR, EXCHANGE ONLY BETWEEN OWN ACCOUNTS!'
                                     TO WS-BAD-REASON
            END-IF
            IF WS-REC-VALID AND FUNCTION NUMVAL(TOK-TARGET-DVZ) =
               FUNCTION NUMVAL(TOK-DVZ) THEN
               MOVE 0 TO WS-VALID-FLAG
               MOVE 'ERROR, EXCHANGE NEEDS TWO CURRENCIES!'
                                     TO WS-BAD-REASON
            END-IF
            IF WS-REC-VALID AND FUNCTION NUMVAL(TOK-AMOUNT) NOT > 0
            THEN
               MOVE 0 TO WS-VALID-FLAG
               MOVE 'ERROR, EXCHANGE AMOUNT MUST BE POSITIVE!'
                                     TO WS-BAD-REASON
            END-IF.
        H540-CHECK-EXCHANGE-END. EXIT.
      *
      * WS-NUM-WORK'teki musteri numarasinin kontrol hanesi IDNCTL'e
      * dogrulatilir; sonuc WS-IDN-RC / WS-IDN-MESSAGE'dadir.
        H545-CHECK-DIGIT.
            INITIALIZE WS-IDN-AREA
            MOVE 'V'         TO WS-IDN-FUNC
            MOVE WS-NUM-WORK TO WS-IDN-ID
            CALL WS-PIDNCTL USING BY REFERENCE WS-IDN-AREA.
        H545-CHECK-DIGIT-END. EXIT.
      *
      * Temiz satir sabit bicime cevrilir. Tarih julian'a donusturulur
      * (REALIDX INP-DATE julian bekler), tutar hash toplamina katilir.
               MOVE 0 TO CNV-DATE
            END-IF
            IF TOK-FUNC = 'W' OR TOK-FUNC = 'B' OR TOK-FUNC = 'T'
               OR TOK-FUNC = 'X' THEN
               COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(TOK-AMOUNT)
               MOVE WS-NUM-WORK TO CNV-BUDGET
               ADD WS-NUM-WORK TO WS-HASH-TOTAL
            ELSE
               MOVE 0 TO CNV-BUDGET
            END-IF
            IF TOK-FUNC = 'T' OR TOK-FUNC = 'X' THEN
               COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(TOK-TARGET-ID)
               MOVE WS-NUM-WORK TO CNV-TARGET-ID
               COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(TOK-TARGET-DVZ)
