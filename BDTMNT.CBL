        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BDTMNT.
        AUTHOR.        BURAK OZDEMIR.
      * Is gunu kontrol dosyasi (BDTFILE) bakimi. Kontrol kaydi bir
      * kez kurulur (I): gecerli ve bir onceki is gunu verilir, gun
      * sonu adimlarinin sirasi kayda yazilir. Tatil takvimi ayni
      * dosyada tutulur; tatil eklenir (A), aciklamasi degistirilir
      * (C) veya silinir (D). Kurulumdan sonra is gunu yalnizca
      * BDTROLL ile ilerler; tarih burada elle degistirilemez.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BDT-FILE   ASSIGN TO BDTFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY BDT-KEY
                              STATUS BDT-ST.
      * Bakim girdisi: fonksiyon (I/A/C/D), tarih (CCYYMMDD; I'da
      * gecerli is gunu, digerlerinde tatil gunu), I icin bir onceki
      * is gunu ve tatil aciklamasi.
            SELECT BDI-FILE   ASSIGN TO BDTINP
                              STATUS BDI-ST.
            SELECT RPT-FILE   ASSIGN TO RPTFILE
                              STATUS RPT-ST.
        DATA DIVISION.
        FILE SECTION.
        FD  BDT-FILE.
        01  BDT-RECORD.
            03  BDT-KEY.
                05 BDT-REC-TYPE      PIC X(01).
                   88 BDT-TYPE-CONTROL       VALUE 'C'.
                   88 BDT-TYPE-HOLIDAY       VALUE 'H'.
                05 BDT-KEY-DATE      PIC 9(08).
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
        FD  BDI-FILE RECORDING MODE F.
        01  BDI-REC.
            05  BDI-FUNC              PIC X(01).
            05  BDI-DATE              PIC 9(08).
            05  BDI-PREV-DATE         PIC 9(08).
            05  BDI-DESC              PIC X(30).
      *
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC.
            05  RPT-DATE              PIC 9(08).
            05  RPT-SPACE-0           PIC X(01).
            05  RPT-FUNC              PIC X(01).
            05  RPT-SPACE-1           PIC X(01).
            05  RPT-RESULT            PIC X(42).
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 BDT-ST               PIC 9(02).
               88 BDT-SUCCESS               VALUE 00 97.
               88 BDT-DUPLICATE             VALUE 22.
               88 BDT-NOTFND                VALUE 23.
            05 BDI-ST               PIC 9(02).
               88 BDI-SUCCESS               VALUE 00 97.
               88 BDI-EOF                   VALUE 10.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 WS-VALID-FLAG        PIC 9(01).
               88 WS-REC-VALID              VALUE 1.
            05 WS-BAD-REASON        PIC X(42).
      * Tarih dogrulama calisma alanlari (CSTMNT ile ayni yontem).
            05 WS-CHK-DATE          PIC 9(08) VALUE 0.
            05 WS-DATE-YYYY         PIC 9(04) VALUE 0.
            05 WS-DATE-MM           PIC 9(02) VALUE 0.
            05 WS-DATE-DD           PIC 9(02) VALUE 0.
            05 WS-MAX-DD            PIC 9(02) VALUE 0.
            05 WS-DATE-OK-FLAG      PIC 9(01) VALUE 0.
               88 WS-DATE-OK                VALUE 1.
            05 WS-STEP-IX           PIC 9(02) COMP-3 VALUE 0.
            05 WS-CNT-READ          PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-INIT          PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-ADDED         PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-CHANGED       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-DELETED       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-REJECTED      PIC 9(07) COMP-3 VALUE 0.
      * Gun sonu adimlarinin sirasi; BDTCTL'deki tabloyla aynidir.
        01  WS-STEP-ORDER-TABLE.
            05 FILLER                PIC X(08) VALUE 'REALIDX '.
            05 FILLER                PIC X(08) VALUE 'PNDREL  '.
            05 FILLER                PIC X(08) VALUE 'IDXACCR '.
            05 FILLER                PIC X(08) VALUE 'IDXSNAP '.
            05 FILLER                PIC X(08) VALUE 'IDXMOVE '.
            05 FILLER                PIC X(08) VALUE 'IDXGLEXT'.
        01  WS-STEP-ORDER REDEFINES WS-STEP-ORDER-TABLE.
            05 WS-STEP-NAME          PIC X(08) OCCURS 6 TIMES.
        01  WS-TRAILER-CNT-LINE.
            05  WS-TRL-LABEL        PIC X(34).
            05  WS-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
        01  FLAG.
            05 GO-HOME               PIC 9(01).
               88 GO-SUCCESS         VALUE 1.
        01  HEADER-1.
            05  FILLER         PIC X(09) VALUE 'DATE     '.
            05  FILLER         PIC X(02) VALUE '|F'.
            05  FILLER         PIC X(42) VALUE
                '|                RESULT                   '.
        01  HEADER-2.
            05  FILLER         PIC X(09) VALUE '---------'.
            05  FILLER         PIC X(02) VALUE '--'.
            05  FILLER         PIC X(42) VALUE
                '------------------------------------------'.
        01  TRAILER-BANNER.
            05  FILLER         PIC X(35) VALUE
                '===== CONTROL TOTALS FOR RUN ====='.
            05  FILLER         PIC X(18) VALUE SPACES.
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H100-OPEN-FILES.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           PERFORM READ-RECORD.
           PERFORM H200-PROCESS UNTIL BDI-EOF.
           PERFORM H999-PROGRAM-EXIT.
        0000-END-MAIN. EXIT.
      *
        H100-OPEN-FILES.
            OPEN I-O    BDT-FILE
            OPEN INPUT  BDI-FILE
            OPEN OUTPUT RPT-FILE
            PERFORM STATUS-CONTROL
            SET GO-SUCCESS TO TRUE.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (BDT-SUCCESS AND BDI-SUCCESS AND RPT-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  BDT: ' BDT-ST ' BDI: ' BDI-ST
                       ' RPT: ' RPT-ST
               IF BDT-SUCCESS THEN CLOSE BDT-FILE END-IF
               IF BDI-SUCCESS THEN CLOSE BDI-FILE END-IF
               IF RPT-SUCCESS THEN CLOSE RPT-FILE END-IF
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
        H200-PROCESS.
            ADD 1 TO WS-CNT-READ
            PERFORM H250-VALIDATE
            IF WS-REC-VALID THEN
               EVALUATE BDI-FUNC
                 WHEN 'I'
                   PERFORM H300-INIT-CONTROL
                 WHEN 'A'
                   PERFORM H310-ADD-HOLIDAY
                 WHEN 'C'
                   PERFORM H320-CHANGE-HOLIDAY
                 WHEN 'D'
                   PERFORM H330-DELETE-HOLIDAY
               END-EVALUATE
            ELSE
               ADD 1 TO WS-CNT-REJECTED
               PERFORM H400-REPORT-LINE
            END-IF
            PERFORM READ-RECORD.
        H200-END. EXIT.
      *
      * Her fonksiyonda tarih gecerli bir CCYYMMDD olmali; I'da bir
      * onceki is gunu de gecerli ve is gununden once olmali, A/C'de
      * aciklama bos olamaz.
        H250-VALIDATE.
            MOVE 1      TO WS-VALID-FLAG
            MOVE SPACES TO WS-BAD-REASON
            IF BDI-FUNC NOT = 'I' AND BDI-FUNC NOT = 'A'
               AND BDI-FUNC NOT = 'C' AND BDI-FUNC NOT = 'D' THEN
               MOVE 0 TO WS-VALID-FLAG
               MOVE 'ERROR, UNDEFINED FUNCTION ON RECORD!'
                                     TO WS-BAD-REASON
            END-IF
            IF WS-REC-VALID THEN
               IF BDI-DATE NOT NUMERIC THEN
                  MOVE 0 TO WS-CHK-DATE
               ELSE
                  MOVE BDI-DATE TO WS-CHK-DATE
               END-IF
               PERFORM H260-CHECK-REAL-DATE
               IF NOT WS-DATE-OK THEN
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE 'ERROR, DATE IS NOT A REAL DATE!'
                                     TO WS-BAD-REASON
               END-IF
            END-IF
            IF WS-REC-VALID AND BDI-FUNC = 'I' THEN
               IF BDI-PREV-DATE NOT NUMERIC THEN
                  MOVE 0 TO WS-CHK-DATE
               ELSE
                  MOVE BDI-PREV-DATE TO WS-CHK-DATE
               END-IF
               PERFORM H260-CHECK-REAL-DATE
               IF NOT WS-DATE-OK OR BDI-PREV-DATE NOT < BDI-DATE THEN
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE 'ERROR, INVALID PREVIOUS BUSINESS DATE!'
                                     TO WS-BAD-REASON
               END-IF
            END-IF
            IF WS-REC-VALID AND (BDI-FUNC = 'A' OR BDI-FUNC = 'C')
               AND BDI-DESC = SPACES THEN
               MOVE 0 TO WS-VALID-FLAG
               MOVE 'ERROR, HOLIDAY DESCRIPTION IS BLANK!'
                                     TO WS-BAD-REASON
            END-IF.
        H250-VALIDATE-END. EXIT.
      *
        H260-CHECK-REAL-DATE.
            MOVE 0 TO WS-DATE-OK-FLAG
            MOVE WS-CHK-DATE(1:4) TO WS-DATE-YYYY
            MOVE WS-CHK-DATE(5:2) TO WS-DATE-MM
            MOVE WS-CHK-DATE(7:2) TO WS-DATE-DD
            IF WS-DATE-YYYY > 1600 AND
               WS-DATE-MM >= 1 AND WS-DATE-MM <= 12 THEN
               PERFORM H265-MONTH-MAX-DAY
               IF WS-DATE-DD >= 1 AND WS-DATE-DD <= WS-MAX-DD THEN
                  SET WS-DATE-OK TO TRUE
               END-IF
            END-IF.
        H260-CHECK-REAL-DATE-END. EXIT.
      *
        H265-MONTH-MAX-DAY.
            EVALUATE WS-DATE-MM
              WHEN 2
                IF FUNCTION MOD(WS-DATE-YYYY 4) = 0 AND
                   (FUNCTION MOD(WS-DATE-YYYY 100) NOT = 0 OR
                    FUNCTION MOD(WS-DATE-YYYY 400) = 0) THEN
                   MOVE 29 TO WS-MAX-DD
                ELSE
                   MOVE 28 TO WS-MAX-DD
                END-IF
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                MOVE 30 TO WS-MAX-DD
              WHEN OTHER
                MOVE 31 TO WS-MAX-DD
            END-EVALUATE.
        H265-MONTH-MAX-DAY-END. EXIT.
      *
      * Kontrol kaydi yalnizca bir kez kurulur; var olan kayit
      * uzerine yazilmaz, yoksa gunun adim kayitlari silinirdi.
        H300-INIT-CONTROL.
            INITIALIZE BDT-RECORD
            MOVE 'C'           TO BDT-REC-TYPE
            MOVE 0             TO BDT-KEY-DATE
            MOVE BDI-DATE      TO BDT-BUS-DATE
            MOVE BDI-PREV-DATE TO BDT-PREV-DATE
            MOVE FUNCTION CURRENT-DATE(1:14) TO BDT-ROLL-STAMP
            PERFORM H305-INIT-STEP
                VARYING WS-STEP-IX FROM 1 BY 1
                UNTIL WS-STEP-IX > 6
            WRITE BDT-RECORD
            IF BDT-SUCCESS THEN
               ADD 1 TO WS-CNT-INIT
               MOVE 'SUCCESSFULL, CONTROL RECORD WAS CREATED.'
                                     TO WS-BAD-REASON
            ELSE
               ADD 1 TO WS-CNT-REJECTED
               IF BDT-DUPLICATE THEN
                  MOVE 'ERROR, CONTROL RECORD ALREADY EXISTS!'
                                     TO WS-BAD-REASON
               ELSE
                  MOVE 'ERROR, CONTROL RECORD WRITE FAILED!'
                                     TO WS-BAD-REASON
               END-IF
            END-IF
            PERFORM H400-REPORT-LINE.
        H300-INIT-CONTROL-END. EXIT.
      *
        H305-INIT-STEP.
            MOVE WS-STEP-NAME(WS-STEP-IX)
                                 TO BDT-STEP-PROGRAM(WS-STEP-IX)
            MOVE 0               TO BDT-STEP-DATE(WS-STEP-IX)
                                    BDT-STEP-STAMP(WS-STEP-IX).
        H305-INIT-STEP-END. EXIT.
      *
        H310-ADD-HOLIDAY.
            INITIALIZE BDT-RECORD
            MOVE 'H'           TO BDT-REC-TYPE
            MOVE BDI-DATE      TO BDT-KEY-DATE
            MOVE BDI-DESC      TO BDT-HOL-DESC
            WRITE BDT-RECORD
            IF BDT-SUCCESS THEN
               ADD 1 TO WS-CNT-ADDED
               MOVE 'SUCCESSFULL, HOLIDAY WAS ADDED.'
                                     TO WS-BAD-REASON
            ELSE
               ADD 1 TO WS-CNT-REJECTED
               IF BDT-DUPLICATE THEN
                  MOVE 'ERROR, HOLIDAY ALREADY ON CALENDAR!'
                                     TO WS-BAD-REASON
               ELSE
                  MOVE 'ERROR, HOLIDAY WRITE FAILED!'
                                     TO WS-BAD-REASON
               END-IF
            END-IF
            PERFORM H400-REPORT-LINE.
        H310-ADD-HOLIDAY-END. EXIT.
      *
        H320-CHANGE-HOLIDAY.
            MOVE 'H'           TO BDT-REC-TYPE
            MOVE BDI-DATE      TO BDT-KEY-DATE
            READ BDT-FILE
                 INVALID KEY MOVE 23 TO BDT-ST
            END-READ
            IF BDT-SUCCESS THEN
               MOVE BDI-DESC   TO BDT-HOL-DESC
               REWRITE BDT-RECORD
               IF BDT-SUCCESS THEN
                  ADD 1 TO WS-CNT-CHANGED
                  MOVE 'SUCCESSFULL, HOLIDAY WAS CHANGED.'
                                     TO WS-BAD-REASON
               ELSE
                  ADD 1 TO WS-CNT-REJECTED
                  MOVE 'ERROR, HOLIDAY REWRITE FAILED!'
                                     TO WS-BAD-REASON
               END-IF
            ELSE
               ADD 1 TO WS-CNT-REJECTED
               MOVE 'ERROR, HOLIDAY NOT ON CALENDAR!'
                                     TO WS-BAD-REASON
            END-IF
            PERFORM H400-REPORT-LINE.
        H320-CHANGE-HOLIDAY-END. EXIT.
      *
        H330-DELETE-HOLIDAY.
            MOVE 'H'           TO BDT-REC-TYPE
            MOVE BDI-DATE      TO BDT-KEY-DATE
            DELETE BDT-FILE RECORD
                 INVALID KEY MOVE 23 TO BDT-ST
            END-DELETE
            IF BDT-SUCCESS THEN
               ADD 1 TO WS-CNT-DELETED
               MOVE 'SUCCESSFULL, HOLIDAY WAS DELETED.'
                                     TO WS-BAD-REASON
            ELSE
               ADD 1 TO WS-CNT-REJECTED
               MOVE 'ERROR, HOLIDAY NOT ON CALENDAR!'
                                     TO WS-BAD-REASON
            END-IF
            PERFORM H400-REPORT-LINE.
        H330-DELETE-HOLIDAY-END. EXIT.
      *
        H400-REPORT-LINE.
            INITIALIZE RPT-REC
            IF BDI-DATE NUMERIC THEN
               MOVE BDI-DATE TO RPT-DATE
            ELSE
               MOVE 0        TO RPT-DATE
            END-IF
            MOVE '-'           TO RPT-SPACE-0
            MOVE BDI-FUNC      TO RPT-FUNC
            MOVE '-'           TO RPT-SPACE-1
            MOVE WS-BAD-REASON TO RPT-RESULT
            WRITE RPT-REC.
        H400-REPORT-LINE-END. EXIT.
      *
        READ-RECORD.
            READ BDI-FILE.
        END-READ-RECORD. EXIT.
      *
        H999-PROGRAM-EXIT.
            IF GO-SUCCESS
              PERFORM H900-WRITE-TRAILER
              CLOSE BDT-FILE
                    BDI-FILE
                    RPT-FILE
              STOP RUN.
        H999-END. EXIT.
      *
        H900-WRITE-TRAILER.
            WRITE RPT-REC FROM HEADER-2.
            WRITE RPT-REC FROM TRAILER-BANNER.
            MOVE 'INPUT RECORDS READ               :' TO WS-TRL-LABEL
            MOVE WS-CNT-READ                          TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'CONTROL RECORDS CREATED          :' TO WS-TRL-LABEL
            MOVE WS-CNT-INIT                          TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'HOLIDAYS ADDED                   :' TO WS-TRL-LABEL
            MOVE WS-CNT-ADDED                         TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'HOLIDAYS CHANGED                 :' TO WS-TRL-LABEL
            MOVE WS-CNT-CHANGED                       TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'HOLIDAYS DELETED                 :' TO WS-TRL-LABEL
            MOVE WS-CNT-DELETED                       TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            MOVE 'RECORDS REJECTED                 :' TO WS-TRL-LABEL
            MOVE WS-CNT-REJECTED                      TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
        H900-END. EXIT.
