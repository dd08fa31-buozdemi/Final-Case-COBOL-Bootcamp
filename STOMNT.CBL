            05 WS-VALID-FLAG        PIC 9(01).
               88 WS-REC-VALID              VALUE 1.
            05 WS-BAD-REASON        PIC X(42).
            05 WS-PIDNCTL           PIC X(08) VALUE 'IDNCTL'.
      * Tarih dogrulama calisma alanlari: incelenen tarih, yil/ay/gun
      * dilimleri ve ayin gercek son gunu.
            05 WS-CHK-DATE          PIC 9(08) VALUE 0.
            05 WS-CNT-CHANGED       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-DELETED       PIC 9(07) COMP-3 VALUE 0.
            05 WS-CNT-REJECTED      PIC 9(07) COMP-3 VALUE 0.
      * Musteri numarasi kontrolu (IDNCTL) cagri alani.
        01  WS-IDN-AREA.
            05 WS-IDN-FUNC          PIC X(01).
            05 WS-IDN-BASE          PIC 9(04).
            05 WS-IDN-ID            PIC 9(05).
            05 WS-IDN-RC            PIC 9(02).
            05 WS-IDN-MESSAGE       PIC X(42).
        01  WS-TRAILER-CNT-LINE.
            05  WS-TRL-LABEL        PIC X(34).
            05  WS-TRL-COUNT        PIC ZZZ,ZZZ,ZZ9.
                MOVE 'ERROR, INVALID EXPIRY DATE ON RECORD!'
                                     TO WS-BAD-REASON
            END-EVALUATE
      * Talimat her vadede posting uretir; yanlis yazilmis ama var
      * olan bir numara her donem baska musteriye islerdi. Kaynak ve
      * ('T'de) hedef numaranin kontrol hanesi dogrulanir.
            IF WS-REC-VALID THEN
               INITIALIZE WS-IDN-AREA
               MOVE 'V'    TO WS-IDN-FUNC
               MOVE STI-ID TO WS-IDN-ID
               CALL WS-PIDNCTL USING BY REFERENCE WS-IDN-AREA
               IF WS-IDN-RC NOT = 0 THEN
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE WS-IDN-MESSAGE TO WS-BAD-REASON
               END-IF
            END-IF
            IF WS-REC-VALID AND STI-ORD-FUNC = 'T' THEN
               INITIALIZE WS-IDN-AREA
               MOVE 'V'           TO WS-IDN-FUNC
               MOVE STI-TARGET-ID TO WS-IDN-ID
               CALL WS-PIDNCTL USING BY REFERENCE WS-IDN-AREA
               IF WS-IDN-RC NOT = 0 THEN
                  MOVE 0 TO WS-VALID-FLAG
                  MOVE 'ERROR, TARGET ID CHECK DIGIT IS NOT VALID!'
                                     TO WS-BAD-REASON
               END-IF
            END-IF
      * Tarihlerin sayisal olmasi yetmez: STOGEN vadeyi dogrudan
      * INTEGER-OF-DATE'e verdigi icin 20250231 gibi olmayan bir
      * tarihle kabul edilen talimat bozuk bir vadeye yuvarlanir ve
