      * normal posting yolundan gecer (durum ve taban kurallari dahil),
      * reddedilen islem nedeniyle REJFILE'a yazilir ki REJRECYC'in
      * olagan onarim yolu uygulansin. Karar verilmeyenler PNDOUT'a
      * devredilir ve kuyrukta kalir. Oturum basinda supervizor
      * kendini tanitir; serbest birakilan her posting IDXHIST'e
      * operator kimligi ve kalemin geldigi batch/sube ile yazilir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            05  PND-DATE              PIC 9(08).
            05  PND-SPACE-1           PIC X(01).
            05  PND-REASON            PIC X(42).
      * Kalemi ayiran REALIDX batch'inin kimligi ve subesi.
            05  PND-SPACE-2           PIC X(01).
            05  PND-BATCH-ID          PIC X(08).
            05  PND-SPACE-3           PIC X(01).
            05  PND-BRANCH            PIC X(04).
      *
        FD  PNO-FILE RECORDING MODE F.
        01  PNO-REC.
            05  PNO-DATE              PIC 9(08).
            05  PNO-SPACE-1           PIC X(01).
            05  PNO-REASON            PIC X(42).
            05  PNO-SPACE-2           PIC X(01).
            05  PNO-BATCH-ID          PIC X(08).
            05  PNO-SPACE-3           PIC X(01).
            05  PNO-BRANCH            PIC X(04).
      *
        FD  REJ-FILE RECORDING MODE F.
        01  REJ-REC.
            05 REJ-ST               PIC 9(02).
               88 REJ-SUCCESS               VALUE 00 97.
            05 WS-PBEGIDX           PIC X(08) VALUE 'SUBPROGR'.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
            05 WS-DECISION          PIC X(01).
               88 WS-DEC-RELEASE            VALUE 'R'.
               88 WS-DEC-REFUSE             VALUE 'F'.
               88 WS-DEC-SKIP               VALUE 'S'.
               88 WS-DEC-VALID              VALUE 'R' 'F' 'S'.
            05 WS-DSP-BUDGET        PIC $,$$$,$$$,$$$,$$$9.99-.
      * Oturumu acan supervizorun kimligi; bos gecilemez.
            05 WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
            05 WS-CNT-READ          PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-RELEASED      PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-REFUSED       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-FAILED        PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-KEPT          PIC 9(07) COMP-3 VALUE 0.
      * Is gunu kontrolu (BDTCTL) cagri alani.
        01  WS-BDT-AREA.
            05 WS-BDT-FUNC          PIC X(01).
            05 WS-BDT-PROGRAM       PIC X(08).
            05 WS-BDT-BUS-DATE      PIC 9(08).
            05 WS-BDT-PREV-DATE     PIC 9(08).
            05 WS-BDT-RC            PIC 9(02).
            05 WS-BDT-MESSAGE       PIC X(42).
      * PND-ORIG-REC, REALIDX'in 71 baytlik INP-REC goruntusudur;
      * alan alan erisebilmek icin ayni kesimde buraya acilir.
        01  WS-ORIG-REC.
            07 WS-SUB-FUNC       PIC X(01).
              88 WS-FUNC-BUDGET                VALUE 'B'.
              88 WS-FUNC-TRANSFER              VALUE 'T'.
              88 WS-FUNC-EXCHANGE              VALUE 'X'.
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
           DISPLAY 'PENDING LARGE-AMOUNT RELEASE REVIEW'.
           DISPLAY '==================================='.
           PERFORM H120-BUS-DATE-CHECK.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-GET-OPERATOR UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM READ-PND-RECORD.
           PERFORM H200-REVIEW-ONE UNTIL PND-EOF.
      * Alt program indexed dosyalari oturum boyunca acik tutar;
               IF REJ-SUCCESS THEN CLOSE REJ-FILE END-IF
               STOP RUN.
        H100-END. EXIT.
      *
      * Gozden gecirme gun sonu sirasinda REALIDX'ten sonra gelir ve
      * tamamlandiginda o is gunu icin posting kapanir. Kontrol
      * dosyalar acilmadan yapilir; OPEN OUTPUT PNDOUT devreden
      * kuyrugu bosaltir, reddedilen calistirma onu silmemeli.
        H120-BUS-DATE-CHECK.
            INITIALIZE WS-BDT-AREA
            MOVE 'S'        TO WS-BDT-FUNC
            MOVE 'PNDREL'   TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            DISPLAY 'BUSINESS DATE : ' WS-BDT-BUS-DATE.
        H120-END. EXIT.
      *
        H150-GET-OPERATOR.
            DISPLAY 'OPERATOR ID : '
            ACCEPT WS-OPERATOR-ID
            INSPECT WS-OPERATOR-ID CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY 'OPERATOR ID IS REQUIRED.'
            END-IF.
        H150-END. EXIT.
      *
        H200-REVIEW-ONE.
      * Onceki kalemin karari temizlenir; temizlenmese UNTIL kosulu
            DISPLAY 'ITEM     : ' WS-CNT-READ
            DISPLAY 'FUNCTION : ' ORG-PROC-TYPE
            DISPLAY 'ACCOUNT  : ' ORG-ID '-' ORG-DVZ
            IF ORG-PROC-TYPE = 'T' OR ORG-PROC-TYPE = 'X' THEN
               DISPLAY 'TARGET   : ' ORG-TARGET-ID '-' ORG-TARGET-DVZ
            END-IF
            MOVE ORG-BUDGET TO WS-DSP-BUDGET
            DISPLAY 'AMOUNT   : ' WS-DSP-BUDGET
            DISPLAY 'HELD ON  : ' PND-DATE
            DISPLAY 'BATCH    : ' PND-BATCH-ID ' BRANCH: ' PND-BRANCH
            DISPLAY 'REASON   : ' PND-REASON
            PERFORM H250-GET-DECISION UNTIL WS-DEC-VALID
            EVALUATE TRUE
            MOVE ORG-ID         TO WS-SUB-ID
            MOVE ORG-DVZ        TO WS-SUB-DVZ
            MOVE ORG-BUDGET     TO WS-BUDGET
            IF ORG-PROC-TYPE = 'T' OR ORG-PROC-TYPE = 'X' THEN
               MOVE ORG-TARGET-ID  TO WS-SUB-ID-TARGET
               MOVE ORG-TARGET-DVZ TO WS-SUB-DVZ-TARGET
            END-IF
            MOVE ORG-OVERRIDE-IND TO WS-OVERRIDE-IND
            MOVE 'PNDREL'       TO WS-ORG-PROGRAM
            MOVE PND-BATCH-ID   TO WS-ORG-BATCH-ID
            MOVE PND-BRANCH     TO WS-ORG-BRANCH
            MOVE WS-OPERATOR-ID TO WS-ORG-OPERATOR
            CALL WS-PBEGIDX USING BY REFERENCE WS-SUB-AREA
            DISPLAY 'RC ' WS-SUB-RC ' - ' WS-ERROR-EXPLAIN
            IF WS-SUB-RC-OK THEN
      *
        H999-PROGRAM-EXIT.
            DISPLAY ' '
            DISPLAY 'REVIEWED BY             : ' WS-OPERATOR-ID
            DISPLAY 'ITEMS REVIEWED          : ' WS-CNT-READ
            DISPLAY 'RELEASED AND POSTED     : ' WS-CNT-RELEASED
            DISPLAY 'RELEASE FAILED (REJ)    : ' WS-CNT-FAILED
            CLOSE PND-FILE
                  PNO-FILE
                  REJ-FILE
      * Kuyrukta karar bekleyen kalem kaldikca adim tamamlanmis
      * sayilmaz; PNDOUT, PNDFILE olarak yeniden gozden gecirilir.
            IF WS-CNT-KEPT = 0 THEN
               PERFORM H990-STEP-COMPLETE
            ELSE
               DISPLAY 'PENDING QUEUE NOT CLEARED, STEP NOT COMPLETE.'
               MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.
        H999-END. EXIT.
      *
      * Gun sonu sirasinda bu adimin is gunu icin bittigi kaydedilir.
        H990-STEP-COMPLETE.
            INITIALIZE WS-BDT-AREA
            MOVE 'E'        TO WS-BDT-FUNC
            MOVE 'PNDREL'   TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               MOVE 8 TO RETURN-CODE
            END-IF.
        H990-END. EXIT.
