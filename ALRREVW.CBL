        IDENTIFICATION DIVISION.
        PROGRAM-ID.    ALRREVW.
        AUTHOR.        BURAK OZDEMIR.
      * Supheli islem vakalari icin analist inceleme konsolu. ALRSCAN
      * tarafindan acilan ALRFILE vakalari listelenir, tek tek
      * goruntulenir; analist vakaya not ekler ve karar koduyla
      * (F yanlis alarm / E aciklandi / R bildirildi) kapatir.
      * Oturum basinda analist kendini tanitir; not ve kapanislar
      * analist kimligi ve is gunu ile damgalanir.
      * Kapatilan vaka yeniden acilmaz; kural tekrar tutarsa ALRSCAN
      * yeni vaka acar.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ALR-FILE   ASSIGN TO ALRFILE
                              ORGANIZATION INDEXED
                              ACCESS DYNAMIC
                              RECORD KEY ALR-KEY
                              STATUS ALR-ST.
        DATA DIVISION.
        FILE SECTION.
      * Vaka kaydi (ALRSCAN ile ayni duzen). Tarihler CCYYMMDD.
        FD  ALR-FILE.
        01  ALR-RECORD.
            03  ALR-KEY.
                05 ALR-CUST-ID        PIC 9(05).
                05 ALR-RULE           PIC X(02).
                05 ALR-RAISED-DATE    PIC 9(08).
            03  ALR-STATUS            PIC X(01).
                88 ALR-OPEN                  VALUE 'O'.
                88 ALR-CLOSED                VALUE 'C'.
            03  ALR-CUST-NAME         PIC X(30).
            03  ALR-LAST-HIT-DATE     PIC 9(08).
            03  ALR-SCAN-HITS         PIC 9(03).
            03  ALR-HIT-COUNT         PIC 9(05).
            03  ALR-TODAY-COUNT       PIC 9(05).
            03  ALR-COUNTERPARTY      PIC 9(05).
            03  ALR-DETAIL            PIC X(42).
            03  ALR-ACCT-CNT          PIC 9(02).
            03  ALR-ACCT OCCURS 10 TIMES.
                05 ALR-ACCT-DVZ       PIC 9(03).
                05 ALR-ACCT-STATUS    PIC X(01).
                05 ALR-ACCT-BUDGET    PIC S9(13)V99 COMP-3.
            03  ALR-DISPOSITION       PIC X(01).
                88 ALR-DISP-VALID            VALUE 'F' 'E' 'R'.
            03  ALR-CLOSED-DATE       PIC 9(08).
            03  ALR-CLOSED-BY         PIC X(08).
            03  ALR-CLOSE-NOTE        PIC X(60).
            03  ALR-NOTE-CNT          PIC 9(01).
            03  ALR-NOTE OCCURS 9 TIMES.
                05 ALR-NOTE-DATE      PIC 9(08).
                05 ALR-NOTE-OPER      PIC X(08).
                05 ALR-NOTE-TEXT      PIC X(60).
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 ALR-ST               PIC 9(02).
               88 ALR-SUCCESS               VALUE 00 97.
            05 WS-PBDTCTL           PIC X(08) VALUE 'BDTCTL'.
            05 WS-BUS-DATE          PIC 9(08) VALUE 0.
            05 WS-FUNC-IN           PIC X(01).
            05 WS-IN-TEXT           PIC X(60).
            05 WS-IN-AMT            PIC X(18).
            05 WS-NUM-WORK          PIC S9(13)V99 COMP-3.
            05 WS-QUIT-FLAG         PIC 9(01) VALUE 0.
               88 WS-QUIT                   VALUE 1.
            05 WS-CASE-FLAG         PIC 9(01) VALUE 0.
               88 WS-CASE-FOUND             VALUE 1.
            05 WS-SEARCH-FLAG       PIC 9(01) VALUE 0.
               88 WS-SEARCH-DONE            VALUE 1.
      * Aranan vaka: musteri + kural, istege bagli acilis tarihi.
      * Tarih bos gecilirse musterinin o kuraldaki acik vakasi alinir.
            05 WS-REQ-ID            PIC 9(05) VALUE 0.
            05 WS-REQ-RULE          PIC X(02).
            05 WS-REQ-DATE          PIC 9(08) VALUE 0.
            05 WS-IX                PIC 9(02) COMP VALUE 0.
            05 WS-CNT-LISTED        PIC 9(05) COMP-3 VALUE 0.
            05 WS-DSP-BUDGET        PIC $,$$$,$$$,$$$,$$$9.99-.
            05 WS-DSP-COUNT         PIC ZZ,ZZ9.
      * Oturumu acan analistin kimligi; bos gecilemez.
            05 WS-OPERATOR-ID       PIC X(08) VALUE SPACES.
      * Is gunu kontrolu (BDTCTL) cagri alani.
        01  WS-BDT-AREA.
            05 WS-BDT-FUNC          PIC X(01).
            05 WS-BDT-PROGRAM       PIC X(08).
            05 WS-BDT-BUS-DATE      PIC 9(08).
            05 WS-BDT-PREV-DATE     PIC 9(08).
            05 WS-BDT-RC            PIC 9(02).
            05 WS-BDT-MESSAGE       PIC X(42).
        PROCEDURE DIVISION.
        0000-MAIN.
           DISPLAY 'SUSPICIOUS ACTIVITY CASE REVIEW'.
           DISPLAY '==============================='.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-GET-OPERATOR UNTIL WS-OPERATOR-ID NOT = SPACES.
           PERFORM H200-ONE-REQUEST UNTIL WS-QUIT.
           CLOSE ALR-FILE.
           DISPLAY 'GOODBYE.'.
           STOP RUN.
        0000-END-MAIN. EXIT.
      *
        H100-OPEN-FILES.
            OPEN I-O ALR-FILE
            IF NOT ALR-SUCCESS THEN
               DISPLAY 'FILE OR FILES NOT OPENED.'
               DISPLAY 'F.STATUS =>  ALR: ' ALR-ST
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            INITIALIZE WS-BDT-AREA
            MOVE 'D'        TO WS-BDT-FUNC
            MOVE 'ALRREVW'  TO WS-BDT-PROGRAM
            CALL WS-PBDTCTL USING BY REFERENCE WS-BDT-AREA
            IF WS-BDT-RC NOT = 0 THEN
               DISPLAY WS-BDT-MESSAGE
               CLOSE ALR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            MOVE WS-BDT-BUS-DATE TO WS-BUS-DATE
            DISPLAY 'BUSINESS DATE                  : ' WS-BUS-DATE.
        H100-END. EXIT.
      *
        H150-GET-OPERATOR.
            DISPLAY 'ANALYST ID                     : '
            ACCEPT WS-OPERATOR-ID
            INSPECT WS-OPERATOR-ID CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY 'ANALYST ID IS REQUIRED.'
            END-IF.
        H150-END. EXIT.
      *
        H200-ONE-REQUEST.
            DISPLAY ' '
            DISPLAY 'FUNCTION (L=LIST OPEN, S=SHOW, N=NOTE, C=CLOSE,'
                    ' Q=QUIT) : '
            ACCEPT WS-FUNC-IN
            INSPECT WS-FUNC-IN CONVERTING 'lsncq' TO 'LSNCQ'
            EVALUATE WS-FUNC-IN
              WHEN 'Q'
                SET WS-QUIT TO TRUE
              WHEN 'L'
                PERFORM H300-LIST-OPEN
              WHEN 'S'
                PERFORM H250-GET-CASE
                IF WS-CASE-FOUND THEN
                   PERFORM H400-SHOW-CASE
                END-IF
              WHEN 'N'
                PERFORM H250-GET-CASE
                IF WS-CASE-FOUND THEN
                   PERFORM H500-ADD-NOTE
                END-IF
              WHEN 'C'
                PERFORM H250-GET-CASE
                IF WS-CASE-FOUND THEN
                   PERFORM H600-CLOSE-CASE
                END-IF
              WHEN OTHER
                DISPLAY 'UNKNOWN FUNCTION: ' WS-FUNC-IN
            END-EVALUATE.
        H200-END. EXIT.
      *
      * Musteri ID'si ve kural kodu zorunludur. Acilis tarihi
      * verilirse vaka dogrudan okunur (kapali vakalar da
      * goruntulenebilsin); verilmezse musterinin o kuraldaki acik
      * vakasi aranir.
        H250-GET-CASE.
            MOVE 0 TO WS-CASE-FLAG
            DISPLAY 'CUSTOMER ID                    : '
            ACCEPT WS-IN-AMT
            COMPUTE WS-NUM-WORK = FUNCTION NUMVAL(WS-IN-AMT)
            MOVE WS-NUM-WORK TO WS-REQ-ID
            DISPLAY 'RULE (ST/CR/DB/OV)             : '
            ACCEPT WS-REQ-RULE
            INSPECT WS-REQ-RULE CONVERTING 'stcrdbov' TO 'STCRDBOV'
            DISPLAY 'RAISED DATE (CCYYMMDD, BLANK=OPEN CASE) : '
            MOVE SPACES TO WS-IN-AMT
            ACCEPT WS-IN-AMT
            IF WS-IN-AMT = SPACES THEN
               MOVE 0 TO WS-REQ-DATE
            ELSE
               COMPUTE WS-REQ-DATE = FUNCTION NUMVAL(WS-IN-AMT)
            END-IF
            IF WS-REQ-ID = 0 OR WS-REQ-RULE = SPACES THEN
               DISPLAY 'ERROR, INVALID CUSTOMER ID OR RULE.'
            ELSE
               IF WS-REQ-DATE > 0 THEN
                  MOVE WS-REQ-ID    TO ALR-CUST-ID
                  MOVE WS-REQ-RULE  TO ALR-RULE
                  MOVE WS-REQ-DATE  TO ALR-RAISED-DATE
                  READ ALR-FILE
                       INVALID KEY MOVE 23 TO ALR-ST
                  END-READ
                  IF ALR-SUCCESS THEN
                     SET WS-CASE-FOUND TO TRUE
                  END-IF
               ELSE
                  PERFORM H260-FIND-OPEN-CASE
               END-IF
               IF NOT WS-CASE-FOUND THEN
                  DISPLAY 'CASE NOT FOUND.'
               END-IF
            END-IF.
        H250-END. EXIT.
      *
        H260-FIND-OPEN-CASE.
            MOVE 0 TO WS-SEARCH-FLAG
            MOVE WS-REQ-ID    TO ALR-CUST-ID
            MOVE WS-REQ-RULE  TO ALR-RULE
            MOVE 0            TO ALR-RAISED-DATE
            START ALR-FILE KEY NOT < ALR-KEY
                  INVALID KEY SET WS-SEARCH-DONE TO TRUE
            END-START
            PERFORM H265-NEXT-CASE UNTIL WS-SEARCH-DONE.
        H260-END. EXIT.
      *
        H265-NEXT-CASE.
            READ ALR-FILE NEXT RECORD
                 AT END SET WS-SEARCH-DONE TO TRUE
            END-READ
            IF NOT WS-SEARCH-DONE THEN
               IF ALR-CUST-ID NOT = WS-REQ-ID
                  OR ALR-RULE NOT = WS-REQ-RULE THEN
                  SET WS-SEARCH-DONE TO TRUE
               ELSE
                  IF ALR-OPEN THEN
                     SET WS-CASE-FOUND  TO TRUE
                     SET WS-SEARCH-DONE TO TRUE
                  END-IF
               END-IF
            END-IF.
        H265-END. EXIT.
      *
      * Acik vakalar anahtar sirasiyla (musteri, kural, tarih) tek
      * satir halinde listelenir.
        H300-LIST-OPEN.
            MOVE 0 TO WS-SEARCH-FLAG WS-CNT-LISTED
            MOVE 0      TO ALR-CUST-ID ALR-RAISED-DATE
            MOVE SPACES TO ALR-RULE
            START ALR-FILE KEY NOT < ALR-KEY
                  INVALID KEY SET WS-SEARCH-DONE TO TRUE
            END-START
            DISPLAY 'CUST  RL RAISED   LAST HIT WINDOW TODAY NAME'
            PERFORM H310-LIST-ONE UNTIL WS-SEARCH-DONE
            MOVE WS-CNT-LISTED TO WS-DSP-COUNT
            DISPLAY 'OPEN CASES LISTED : ' WS-DSP-COUNT.
        H300-END. EXIT.
      *
        H310-LIST-ONE.
            READ ALR-FILE NEXT RECORD
                 AT END SET WS-SEARCH-DONE TO TRUE
            END-READ
            IF NOT WS-SEARCH-DONE AND ALR-OPEN THEN
               ADD 1 TO WS-CNT-LISTED
               DISPLAY ALR-CUST-ID ' ' ALR-RULE ' ' ALR-RAISED-DATE
                       ' ' ALR-LAST-HIT-DATE ' ' ALR-HIT-COUNT
                       ' ' ALR-TODAY-COUNT ' ' ALR-CUST-NAME
            END-IF.
        H310-END. EXIT.
      *
        H400-SHOW-CASE.
            DISPLAY 'CUSTOMER        : ' ALR-CUST-ID ' ' ALR-CUST-NAME
            DISPLAY 'RULE            : ' ALR-RULE ' - ' ALR-DETAIL
            DISPLAY 'RAISED / LAST   : ' ALR-RAISED-DATE ' / '
                    ALR-LAST-HIT-DATE
            MOVE ALR-SCAN-HITS TO WS-DSP-COUNT
            DISPLAY 'SCANS WITH HIT  : ' WS-DSP-COUNT
            MOVE ALR-HIT-COUNT TO WS-DSP-COUNT
            DISPLAY 'WINDOW COUNT    : ' WS-DSP-COUNT
            MOVE ALR-TODAY-COUNT TO WS-DSP-COUNT
            DISPLAY 'LAST DAY COUNT  : ' WS-DSP-COUNT
            IF ALR-COUNTERPARTY > 0 THEN
               DISPLAY 'COUNTERPARTY    : ' ALR-COUNTERPARTY
            END-IF
            PERFORM H410-SHOW-ACCOUNT
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > ALR-ACCT-CNT OR WS-IX > 10
            PERFORM H420-SHOW-NOTE
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > ALR-NOTE-CNT
            IF ALR-OPEN THEN
               DISPLAY 'STATUS          : OPEN'
            ELSE
               DISPLAY 'STATUS          : CLOSED ' ALR-CLOSED-DATE
                       ' BY ' ALR-CLOSED-BY
               DISPLAY 'DISPOSITION     : ' ALR-DISPOSITION
               DISPLAY 'CLOSING NOTE    : ' ALR-CLOSE-NOTE
            END-IF.
        H400-END. EXIT.
      *
        H410-SHOW-ACCOUNT.
            MOVE ALR-ACCT-BUDGET (WS-IX) TO WS-DSP-BUDGET
            DISPLAY 'ACCOUNT DVZ ' ALR-ACCT-DVZ (WS-IX)
                    ' STATUS ' ALR-ACCT-STATUS (WS-IX)
                    ' BALANCE ' WS-DSP-BUDGET.
        H410-END. EXIT.
      *
        H420-SHOW-NOTE.
            DISPLAY 'NOTE ' ALR-NOTE-DATE (WS-IX) ' '
                    ALR-NOTE-OPER (WS-IX) ' ' ALR-NOTE-TEXT (WS-IX).
        H420-END. EXIT.
      *
      * Notlar yalnizca acik vakaya eklenir; not alani doluysa
      * analist vakayi kapanis notuyla kapatmalidir.
        H500-ADD-NOTE.
            IF NOT ALR-OPEN THEN
               DISPLAY 'CASE IS CLOSED, NOTE NOT ADDED.'
            ELSE
               IF ALR-NOTE-CNT NOT < 9 THEN
                  DISPLAY 'NOTE AREA FULL, CLOSE THE CASE.'
               ELSE
                  DISPLAY 'NOTE TEXT                      : '
                  MOVE SPACES TO WS-IN-TEXT
                  ACCEPT WS-IN-TEXT
                  IF WS-IN-TEXT = SPACES THEN
                     DISPLAY 'EMPTY NOTE, NOT ADDED.'
                  ELSE
                     ADD 1 TO ALR-NOTE-CNT
                     MOVE WS-BUS-DATE    TO ALR-NOTE-DATE (ALR-NOTE-CNT)
                     MOVE WS-OPERATOR-ID TO ALR-NOTE-OPER (ALR-NOTE-CNT)
                     MOVE WS-IN-TEXT     TO ALR-NOTE-TEXT (ALR-NOTE-CNT)
                     REWRITE ALR-RECORD
                     IF ALR-SUCCESS THEN
                        DISPLAY 'NOTE ADDED.'
                     ELSE
                        DISPLAY 'ERROR, CASE NOT UPDATED: ' ALR-ST
                     END-IF
                  END-IF
               END-IF
            END-IF.
        H500-END. EXIT.
      *
      * Kapanis icin karar kodu ve kapanis notu zorunludur.
        H600-CLOSE-CASE.
            IF NOT ALR-OPEN THEN
               DISPLAY 'CASE IS ALREADY CLOSED.'
            ELSE
               DISPLAY 'DISPOSITION (F=FALSE POSITIVE, E=EXPLAINED,'
                       ' R=REPORTED) : '
               ACCEPT ALR-DISPOSITION
               INSPECT ALR-DISPOSITION CONVERTING 'fer' TO 'FER'
               DISPLAY 'CLOSING NOTE                   : '
               MOVE SPACES TO WS-IN-TEXT
               ACCEPT WS-IN-TEXT
               IF NOT ALR-DISP-VALID OR WS-IN-TEXT = SPACES THEN
                  DISPLAY 'ERROR, DISPOSITION AND NOTE REQUIRED.'
               ELSE
                  SET ALR-CLOSED      TO TRUE
                  MOVE WS-BUS-DATE    TO ALR-CLOSED-DATE
                  MOVE WS-OPERATOR-ID TO ALR-CLOSED-BY
                  MOVE WS-IN-TEXT     TO ALR-CLOSE-NOTE
                  REWRITE ALR-RECORD
                  IF ALR-SUCCESS THEN
                     DISPLAY 'CASE CLOSED.'
                  ELSE
                     DISPLAY 'ERROR, CASE NOT UPDATED: ' ALR-ST
                  END-IF
               END-IF
            END-IF.
        H600-END. EXIT.
