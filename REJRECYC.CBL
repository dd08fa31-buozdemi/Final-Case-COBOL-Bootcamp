            05 WS-VALID-FLAG        PIC 9(01).
               88 WS-REC-VALID              VALUE 1.
            05 WS-BAD-REASON        PIC X(42).
            05 WS-PIDNCTL           PIC X(08) VALUE 'IDNCTL'.
            05 WS-CNT-READ          PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-RECYCLED      PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-STILL-BAD     PIC 9(07) COMP-3 VALUE 0.
      * Kuyruk kaydina konacak hash toplami: REALIDX'in bekledigi
      * tanimla ayni, yazilan W/B/T/X detaylarinin budget alanlari.
            05 WS-HASH-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
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
            IF WS-REC-VALID THEN
               MOVE 'R' TO RCY-RECYCLE-IND
               IF (RCY-PROC-TYPE = 'W' OR RCY-PROC-TYPE = 'B'
                   OR RCY-PROC-TYPE = 'T' OR RCY-PROC-TYPE = 'X')
                  AND RCY-BUDGET NUMERIC THEN
                  ADD RCY-BUDGET TO WS-HASH-TOTAL
               END-IF
      *
      * REALIDX'in SUBPROGR'u cagirmadan once yaptigi on kontrollerin
      * aynisi: taninan islem kodu ve gecerli (sayisal, sifirdan
      * buyuk, kontrol hanesi tutan) anahtarlar. Sayisal olmayan
      * alanlari karsilastirmadan once NUMERIC testinden geciririz ki
      * abend olmasin.
        H250-VALIDATE.
            MOVE 1      TO WS-VALID-FLAG
            MOVE SPACES TO WS-BAD-REASON
            IF RCY-PROC-TYPE NOT = 'W' AND RCY-PROC-TYPE NOT = 'U'
               AND RCY-PROC-TYPE NOT = 'R' AND RCY-PROC-TYPE NOT = 'D'
               AND RCY-PROC-TYPE NOT = 'B' AND RCY-PROC-TYPE NOT = 'T'
               AND RCY-PROC-TYPE NOT = 'S' AND RCY-PROC-TYPE NOT = 'X'
               AND RCY-PROC-TYPE NOT = 'V'
            THEN
               MOVE 0 TO WS-VALID-FLAG
               MOVE 'ERROR, UNDEFINED PROC-TYPE ON RECORD!'
                  END-IF
               END-IF
            END-IF
            IF WS-REC-VALID THEN
               MOVE RCY-ID TO WS-IDN-ID
               PERFORM H260-CHECK-DIGIT
               IF WS-IDN-RC NOT = 0 THEN
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE WS-IDN-MESSAGE TO WS-BAD-REASON
               END-IF
            END-IF
            IF WS-REC-VALID AND
               (RCY-PROC-TYPE = 'T' OR RCY-PROC-TYPE = 'X') THEN
               IF RCY-TARGET-ID NOT NUMERIC
                  OR RCY-TARGET-DVZ NOT NUMERIC THEN
                  MOVE 0 TO WS-VALID-FLAG
                  END-IF
               END-IF
            END-IF
            IF WS-REC-VALID AND
               (RCY-PROC-TYPE = 'T' OR RCY-PROC-TYPE = 'X') THEN
               MOVE RCY-TARGET-ID TO WS-IDN-ID
               PERFORM H260-CHECK-DIGIT
               IF WS-IDN-RC NOT = 0 THEN
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE 'ERROR, TARGET ID CHECK DIGIT IS NOT VALID!'
                                     TO WS-BAD-REASON
               END-IF
            END-IF
            IF WS-REC-VALID AND (RCY-PROC-TYPE = 'W'
               OR RCY-PROC-TYPE = 'B' OR RCY-PROC-TYPE = 'T'
               OR RCY-PROC-TYPE = 'X') THEN
               IF RCY-BUDGET NOT NUMERIC THEN
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE 'ERROR, BUDGET AMOUNT IS NOT NUMERIC!'
               END-IF
            END-IF.
        H250-VALIDATE-END. EXIT.
      *
      * WS-IDN-ID'deki numaranin kontrol hanesi IDNCTL'e dogrulatilir.
        H260-CHECK-DIGIT.
            MOVE 'V'    TO WS-IDN-FUNC
            MOVE 0      TO WS-IDN-BASE WS-IDN-RC
            MOVE SPACES TO WS-IDN-MESSAGE
            CALL WS-PIDNCTL USING BY REFERENCE WS-IDN-AREA.
        H260-CHECK-DIGIT-END. EXIT.
      *
        READ-RECORD.
            READ REJ-FILE.
