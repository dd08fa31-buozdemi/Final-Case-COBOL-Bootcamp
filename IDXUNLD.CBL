        IDENTIFICATION DIVISION.
        PROGRAM-ID.    IDXUNLD.
        AUTHOR.        BURAK OZDEMIR.
      * Gun sonu tam goruntu yedegi: IDXFILE'daki her kayit oldugu gibi
      * (isim, acilis tarihi, bakiye, guncelleme sayaci/tarihi, durum)
      * BKPFILE'a bosaltilir. Dosya bir 'H' baslik kaydiyla acilir;
      * baslik is gununu, yedek damgasini ve yedek alindigi anda
      * IDXHIST'teki en buyuk HIST-SEQ'i (yedek noktasi) tasir. Hesap
      * sayisi ve bakiye hash toplamini tasiyan bir 'Z' kuyruk kaydiyla
      * kapanir. IDXRCVR bu yedegi geri yukleyip yedek noktasindan
      * sonraki IDXHIST hareketlerini yeniden uygular.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT IDX-FILE   ASSIGN TO IDXFILE
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY IDX-KEY
                              STATUS IDX-ST.
      * IDXHIST anahtari ID+DVZ+SEQ oldugundan en buyuk SEQ ancak tum
      * dosya taranarak bulunur; dosya yalnizca okunur.
            SELECT IDXHIST-FILE ASSIGN TO IDXHIST
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY HIST-KEY
                              STATUS HIST-ST.
            SELECT BKP-FILE   ASSIGN TO BKPFILE
                              STATUS BKP-ST.
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
      * Yalnizca anahtar gerekir; kaydin geri kalani okunmaz.
        FD  IDXHIST-FILE.
        01  HIST-RECORD.
            03  HIST-KEY.
                05 HIST-ID            PIC S9(05) COMP-3.
                05 HIST-DVZ           PIC S9(03) COMP.
                05 HIST-SEQ           PIC 9(20) COMP-3.
            03  FILLER                PIC X(163).
      *
      * Yedek kaydi: 'A' satiri IDX-RECORD'un 55 baytlik birebir
      * goruntusudur. 'H' baslik ve 'Z' kuyruk ayni uzunluktadir.
        FD  BKP-FILE RECORDING MODE F.
        01  BKP-REC.
            05  BKP-TYPE              PIC X(01).
            05  BKP-IDX-IMAGE         PIC X(55).
        01  BKP-HDR-REC.
            05  BKP-HDR-TYPE          PIC X(01).
            05  BKP-HDR-BUS-DATE      PIC 9(08).
            05  BKP-HDR-STAMP         PIC 9(14).
            05  BKP-HDR-HIGH-SEQ      PIC 9(20).
            05  FILLER                PIC X(13).
        01  BKP-TRL-REC.
            05  BKP-TRL-TYPE          PIC X(01).
            05  BKP-TRL-COUNT         PIC 9(09).
            05  BKP-TRL-HASH          PIC S9(15)V99.
            05  FILLER                PIC X(29).
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 IDX-ST               PIC 9(02).
               88 IDX-SUCCESS               VALUE 00 97.
               88 IDX-EOF                   VALUE 10.
            05 HIST-ST              PIC 9(02).
               88 HIST-SUCCESS              VALUE 00 97.
               88 HIST-EOF                  VALUE 10.
            05 BKP-ST               PIC 9(02).
               88 BKP-SUCCESS               VALUE 00 97.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
            05 WS-BUS-DATE          PIC 9(08) VALUE 0.
            05 WS-STAMP             PIC 9(14) VALUE 0.
            05 WS-HIGH-SEQ          PIC 9(20) COMP-3 VALUE 0.
            05 WS-HASH-TOTAL        PIC S9(15)V99 COMP-3 VALUE 0.
            05 WS-CNT-ACCOUNTS      PIC 9(09) COMP-3 VALUE 0.
            05 WS-CNT-HIST-READ     PIC 9(09) COMP-3 VALUE 0.
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
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-BUS-DATE.
           PERFORM H200-FIND-HIGH-SEQ.
           PERFORM H250-WRITE-HEADER.
           PERFORM READ-IDX-RECORD.
           PERFORM H300-UNLOAD UNTIL IDX-EOF.
           PERFORM H350-WRITE-TRAILER-ROW.
           PERFORM H999-PROGRAM-EXIT.
        0000-END-MAIN. EXIT.
      *
        H100-OPEN-FILES.
            OPEN INPUT  IDX-FILE
            OPEN INPUT  IDXHIST-FILE
            OPEN OUTPUT BKP-FILE
            PERFORM STATUS-CONTROL
            SET GO-SUCCESS TO TRUE.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (IDX-SUCCESS AND HIST-SUCCESS AND BKP-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  IDX: ' IDX-ST ' HIST: ' HIST-ST
                       ' BKP: ' BKP-ST
               IF IDX-SUCCESS  THEN CLOSE IDX-FILE     END-IF
               IF HIST-SUCCESS THEN CLOSE IDXHIST-FILE END-IF
               IF BKP-SUCCESS  THEN CLOSE BKP-FILE     END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Yedek BDTFILE'daki is gunune aittir; gun sonu zincirinin
      * sonunda (IDXGLEXT'ten sonra, BDTROLL'dan once) alinir. Damga
      * yedegin alindigi saattir, yalnizca bilgi icindir.
        H150-BUS-DATE.
            INITIALIZE WS-BDT-AREA
            MOVE 'D'        TO WS-BDT-FUNC
            MOVE 'IDXUNLD'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               CLOSE IDX-FILE IDXHIST-FILE BKP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-BDT-BUS-DATE TO WS-BUS-DATE
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
        H150-END. EXIT.
      *
      * Yedek noktasi: su ana kadar yazilmis en buyuk HIST-SEQ. Geri
      * yuklemede bundan buyuk SEQ'li hareketler yeniden uygulanir.
        H200-FIND-HIGH-SEQ.
            PERFORM READ-HIST-RECORD
            PERFORM H210-CHECK-SEQ UNTIL HIST-EOF
            CLOSE IDXHIST-FILE.
        H200-END. EXIT.
      *
        H210-CHECK-SEQ.
            ADD 1 TO WS-CNT-HIST-READ
            IF HIST-SEQ > WS-HIGH-SEQ THEN
               MOVE HIST-SEQ TO WS-HIGH-SEQ
            END-IF
            PERFORM READ-HIST-RECORD.
        H210-END. EXIT.
      *
        H250-WRITE-HEADER.
            MOVE SPACES         TO BKP-HDR-REC
            MOVE 'H'            TO BKP-HDR-TYPE
            MOVE WS-BUS-DATE    TO BKP-HDR-BUS-DATE
            MOVE WS-STAMP       TO BKP-HDR-STAMP
            MOVE WS-HIGH-SEQ    TO BKP-HDR-HIGH-SEQ
            WRITE BKP-HDR-REC.
        H250-END. EXIT.
      *
        H300-UNLOAD.
            ADD 1 TO WS-CNT-ACCOUNTS
            ADD IDX-BUDGET      TO WS-HASH-TOTAL
            MOVE 'A'            TO BKP-TYPE
            MOVE IDX-RECORD     TO BKP-IDX-IMAGE
            WRITE BKP-REC
            PERFORM READ-IDX-RECORD.
        H300-END. EXIT.
      *
        H350-WRITE-TRAILER-ROW.
            MOVE SPACES          TO BKP-TRL-REC
            MOVE 'Z'             TO BKP-TRL-TYPE
            MOVE WS-CNT-ACCOUNTS TO BKP-TRL-COUNT
            MOVE WS-HASH-TOTAL   TO BKP-TRL-HASH
            WRITE BKP-TRL-REC.
        H350-WRITE-TRAILER-ROW-END. EXIT.
      *
        READ-IDX-RECORD.
            READ IDX-FILE NEXT RECORD.
        READ-IDX-RECORD-END. EXIT.
      *
        READ-HIST-RECORD.
            READ IDXHIST-FILE NEXT RECORD.
        READ-HIST-RECORD-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            IF GO-SUCCESS
              DISPLAY 'BACKUP BUSINESS DATE    : ' WS-BUS-DATE
              DISPLAY 'BACKUP POINT (HIST-SEQ) : ' WS-HIGH-SEQ
              DISPLAY 'HISTORY RECORDS SCANNED : ' WS-CNT-HIST-READ
              DISPLAY 'ACCOUNT IMAGES WRITTEN  : ' WS-CNT-ACCOUNTS
              DISPLAY 'BALANCE HASH TOTAL      : ' WS-HASH-TOTAL
              CLOSE IDX-FILE
                    BKP-FILE
              STOP RUN.
        H999-END. EXIT.
