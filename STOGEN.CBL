        IDENTIFICATION DIVISION.
        PROGRAM-ID.    STOGEN.
        AUTHOR.        BURAK OZDEMIR.
      * Duzenli talimat uretimi: gecerli is gununde vadesi gelmis
      * STOFILE talimatlari secilir ve REALIDX'in oldugu gibi
      * calistirabilecegi eksiksiz bir INPFILE batch'i uretilir:
      * 'H' baslik, 71 baytlik detay kayitlari ve sayi + INP-BUDGET
                              ACCESS SEQUENTIAL
                              RECORD KEY STO-ORDNO
                              STATUS STO-ST.
      * Uretilen batch; REALIDX'e INPFILE olarak verilir.
            SELECT GEN-FILE   ASSIGN TO GENFILE
                              STATUS GEN-ST.
            03  STO-FREQ             PIC X(01).
            03  STO-NEXT-DUE         PIC 9(08).
            03  STO-EXPIRY           PIC 9(08).
      *
      * REALIDX'teki INP-REC / INP-HDR-REC / INP-TRL-REC ile birebir
      * ayni kesimler; uretilen dosya dogrudan INPFILE'dir.
            05 STO-ST               PIC 9(02).
               88 STO-SUCCESS               VALUE 00 97.
               88 STO-EOF                   VALUE 10.
            05 GEN-ST               PIC 9(02).
               88 GEN-SUCCESS               VALUE 00 97.
            05 SEQ-ST               PIC 9(02).
            05 RPT-ST               PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
            05 WS-RUN-DATE          PIC 9(08) VALUE 0.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
      * Vade ileri alma icin tarih calisma alanlari.
            05 TMP-INT              PIC 9(07).
            05 WS-DUE-SPLIT.
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
        PROCEDURE DIVISION.
        0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-BUS-DATE.
           PERFORM H110-WRITE-BATCH-HEADER.
           WRITE RPT-REC FROM HEADER-1.
           WRITE RPT-REC FROM HEADER-2.
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Uretim gunu BDTFILE'daki is gunudur; hafta sonu veya tatile
      * dusen vadeler bir sonraki is gununun batch'ine girer.
        H150-BUS-DATE.
            INITIALIZE WS-BDT-AREA
            MOVE 'D'        TO WS-BDT-FUNC
            MOVE 'STOGEN'   TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               CLOSE STO-FILE GEN-FILE RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-BDT-BUS-DATE TO WS-RUN-DATE.
        H150-END. EXIT.
      *
      * Batch numarasi 'S' + YYMMDD + sira hanesidir. Islenmis batch
