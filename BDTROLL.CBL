        IDENTIFICATION DIVISION.
        PROGRAM-ID.    BDTROLL.
        AUTHOR.        BURAK OZDEMIR.
      * Gun devri: BDTFILE'daki is gununu bir sonraki is gunune
      * ilerletir. Gun sonu adimlarinin (REALIDX, PNDREL, IDXACCR,
      * IDXSNAP, IDXMOVE, IDXGLEXT) hepsi gecerli is gunu icin
      * tamamlanmis olmalidir; eksik adim varsa tarih ilerletilmez,
      * eksikler raporlanir ve program RC 8 ile biter. Sonraki is
      * gunu hafta sonlari ve takvimdeki tatiller ('H' kayitlari)
      * atlanarak bulunur; atlanan gunler raporda listelenir.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BDT-FILE   ASSIGN TO BDTFILE
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY BDT-KEY
                              STATUS BDT-ST.
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
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC                   PIC X(60).
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 BDT-ST               PIC 9(02).
               88 BDT-SUCCESS               VALUE 00 97.
               88 BDT-NOTFND                VALUE 23.
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 WS-STEP-IX           PIC 9(02) COMP-3 VALUE 0.
            05 WS-CNT-MISSING       PIC 9(02) COMP-3 VALUE 0.
            05 WS-CNT-SKIPPED       PIC 9(03) COMP-3 VALUE 0.
            05 WS-OLD-BUS-DATE      PIC 9(08) VALUE 0.
            05 WS-NEXT-DATE         PIC 9(08) VALUE 0.
            05 WS-NEXT-INT          PIC 9(07) VALUE 0.
            05 WS-WEEKDAY           PIC 9(01) VALUE 0.
            05 WS-FOUND-FLAG        PIC 9(01) VALUE 0.
               88 WS-NEXT-FOUND             VALUE 1.
            05 WS-CTL-RECORD        PIC X(219).
      * Adim satiri: program, tamamladigi son is gunu, zamani, durum.
        01  WS-STEP-LINE.
            05  WS-STL-PROGRAM      PIC X(08).
            05  FILLER              PIC X(01) VALUE '|'.
            05  WS-STL-DATE         PIC 9(08).
            05  FILLER              PIC X(01) VALUE '|'.
            05  WS-STL-STAMP        PIC 9(14).
            05  FILLER              PIC X(01) VALUE '|'.
            05  WS-STL-STATUS       PIC X(08).
      * Atlanan gun satiri: tarih ve nedeni (hafta sonu/tatil adi).
        01  WS-SKIP-LINE.
            05  FILLER              PIC X(09) VALUE 'SKIPPED  '.
            05  WS-SKL-DATE         PIC 9(08).
            05  FILLER              PIC X(01) VALUE '|'.
            05  WS-SKL-REASON       PIC X(30).
        01  WS-TRAILER-DATE-LINE.
            05  WS-TRD-LABEL        PIC X(34).
            05  WS-TRD-DATE         PIC 9(08).
        01  WS-TRAILER-CNT-LINE.
            05  WS-TRL-LABEL        PIC X(34).
            05  WS-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
        01  WS-TRAILER-MSG-LINE.
            05  WS-TRM-TEXT         PIC X(42).
        01  FLAG.
            05 GO-HOME               PIC 9(01).
               88 GO-SUCCESS         VALUE 1.
        01  HEADER-1.
            05  FILLER         PIC X(09) VALUE 'STEP    |'.
            05  FILLER         PIC X(09) VALUE 'BUS.DATE|'.
            05  FILLER         PIC X(15) VALUE 'COMPLETED AT  |'.
            05  FILLER         PIC X(08) VALUE 'STATUS  '.
        01  HEADER-2.
            05  FILLER         PIC X(41) VALUE
                '-----------------------------------------'.
        01  TRAILER-BANNER.
            05  FILLER         PIC X(35) VALUE
                '===== CONTROL TOTALS FOR RUN ====='.
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-READ-CONTROL.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
           PERFORM H200-CHECK-STEP
               VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > 6.
           WRITE RPT-REC FROM HEADER-2.
           IF WS-CNT-MISSING = 0 THEN
              PERFORM H300-FIND-NEXT-DATE
              PERFORM H400-ROLL-DATE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM H999-PROGRAM-EXIT.
        0000-END-MAIN. EXIT.
      *
        H100-OPEN-FILES.
            OPEN I-O    BDT-FILE
            OPEN OUTPUT RPT-FILE
            PERFORM STATUS-CONTROL
            SET GO-SUCCESS TO TRUE.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (BDT-SUCCESS AND RPT-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  BDT: ' BDT-ST ' RPT: ' RPT-ST
               IF BDT-SUCCESS THEN CLOSE BDT-FILE END-IF
               IF RPT-SUCCESS THEN CLOSE RPT-FILE END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Kontrol kaydi tatil okumalarinda tampon degisecegi icin
      * calisma alanina alinir; REWRITE oncesi geri konur.
        H150-READ-CONTROL.
            MOVE 'C'    TO BDT-REC-TYPE
            MOVE 0      TO BDT-KEY-DATE
            READ BDT-FILE
                 INVALID KEY MOVE 23 TO BDT-ST
            END-READ
            IF NOT BDT-SUCCESS OR BDT-BUS-DATE NOT > 0 THEN
               DISPLAY 'ERROR: NO BUSINESS DATE CONTROL RECORD, '
                       'STATUS: ' BDT-ST
               CLOSE BDT-FILE RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE BDT-BUS-DATE TO WS-OLD-BUS-DATE
            MOVE BDT-RECORD   TO WS-CTL-RECORD.
        H150-END. EXIT.
      *
        H200-CHECK-STEP.
            MOVE BDT-STEP-PROGRAM(WS-STEP-IX) TO WS-STL-PROGRAM
            MOVE BDT-STEP-DATE(WS-STEP-IX)    TO WS-STL-DATE
            MOVE BDT-STEP-STAMP(WS-STEP-IX)   TO WS-STL-STAMP
            IF BDT-STEP-DATE(WS-STEP-IX) = BDT-BUS-DATE THEN
               MOVE 'DONE    '                TO WS-STL-STATUS
            ELSE
               ADD 1 TO WS-CNT-MISSING
               MOVE 'MISSING '                TO WS-STL-STATUS
            END-IF
            WRITE RPT-REC FROM WS-STEP-LINE.
        H200-END. EXIT.
      *
      * Is gunu takvim gunu olarak birer ilerletilir; cumartesi,
      * pazar ve takvimdeki tatiller atlanir. 1601-01-01 pazartesi
      * oldugundan gun numarasinin 7'ye bolumunden kalan 6 cumartesi,
      * 0 pazardir.
        H300-FIND-NEXT-DATE.
            MOVE 0 TO WS-FOUND-FLAG
            COMPUTE WS-NEXT-INT =
                    FUNCTION INTEGER-OF-DATE(WS-OLD-BUS-DATE)
            PERFORM H310-NEXT-DAY UNTIL WS-NEXT-FOUND.
        H300-END. EXIT.
      *
        H310-NEXT-DAY.
            ADD 1 TO WS-NEXT-INT
            COMPUTE WS-NEXT-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
            COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-NEXT-INT 7)
            EVALUATE WS-WEEKDAY
              WHEN 6
                MOVE 'SATURDAY'              TO WS-SKL-REASON
                PERFORM H320-WRITE-SKIP
              WHEN 0
                MOVE 'SUNDAY'                TO WS-SKL-REASON
                PERFORM H320-WRITE-SKIP
              WHEN OTHER
                MOVE 'H'          TO BDT-REC-TYPE
                MOVE WS-NEXT-DATE TO BDT-KEY-DATE
                READ BDT-FILE
                     INVALID KEY MOVE 23 TO BDT-ST
                END-READ
                IF BDT-SUCCESS THEN
                   MOVE BDT-HOL-DESC         TO WS-SKL-REASON
                   PERFORM H320-WRITE-SKIP
                ELSE
                   SET WS-NEXT-FOUND TO TRUE
                END-IF
            END-EVALUATE.
        H310-END. EXIT.
      *
        H320-WRITE-SKIP.
            ADD 1 TO WS-CNT-SKIPPED
            MOVE WS-NEXT-DATE TO WS-SKL-DATE
            WRITE RPT-REC FROM WS-SKIP-LINE.
        H320-END. EXIT.
      *
        H400-ROLL-DATE.
            MOVE WS-CTL-RECORD   TO BDT-RECORD
            MOVE WS-OLD-BUS-DATE TO BDT-PREV-DATE
            MOVE WS-NEXT-DATE    TO BDT-BUS-DATE
            MOVE FUNCTION CURRENT-DATE(1:14) TO BDT-ROLL-STAMP
            REWRITE BDT-RECORD
            IF NOT BDT-SUCCESS THEN
               DISPLAY 'ERROR: BDTFILE WAS NOT UPDATED, STATUS: '
                       BDT-ST
               MOVE 0 TO WS-NEXT-DATE
               MOVE 8 TO RETURN-CODE
            END-IF.
        H400-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            IF GO-SUCCESS
              PERFORM H900-WRITE-TRAILER
              CLOSE BDT-FILE
                    RPT-FILE
              STOP RUN.
        H999-END. EXIT.
      *
        H900-WRITE-TRAILER.
            WRITE RPT-REC FROM TRAILER-BANNER.
            MOVE 'BUSINESS DATE AT START           :' TO WS-TRD-LABEL
            MOVE WS-OLD-BUS-DATE                      TO WS-TRD-DATE
            WRITE RPT-REC FROM WS-TRAILER-DATE-LINE.
            MOVE 'END-OF-DAY STEPS MISSING         :' TO WS-TRL-LABEL
            MOVE WS-CNT-MISSING                       TO WS-TRL-COUNT
            WRITE RPT-REC FROM WS-TRAILER-CNT-LINE.
            IF WS-CNT-MISSING > 0 OR WS-NEXT-DATE = 0 THEN
               MOVE 'ROLL REFUSED, BUSINESS DATE NOT CHANGED.'
                                                      TO WS-TRM-TEXT
               WRITE RPT-REC FROM WS-TRAILER-MSG-LINE
               DISPLAY WS-TRM-TEXT
            ELSE
               MOVE 'DAYS SKIPPED                     :'
                                                      TO WS-TRL-LABEL
               MOVE WS-CNT-SKIPPED                    TO WS-TRL-COUNT
               WRITE RPT-REC FROM WS-TRAILER-CNT-LINE
               MOVE 'NEW BUSINESS DATE                :'
                                                      TO WS-TRD-LABEL
               MOVE WS-NEXT-DATE                      TO WS-TRD-DATE
               WRITE RPT-REC FROM WS-TRAILER-DATE-LINE
               DISPLAY 'BUSINESS DATE ROLLED TO : ' WS-NEXT-DATE
            END-IF.
        H900-END. EXIT.
