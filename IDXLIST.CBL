        01  FXR-RECORD.
            05  FXR-KEY               PIC S9(03) COMP.
            05  FXR-RATE              PIC S9(07)V9(06) COMP-3.
      * Doviz bozdurma ('X') alis/satis marjlari; burada kullanilmaz.
            05  FXR-BUY-SPREAD        PIC S9(01)V9(06) COMP-3.
            05  FXR-SELL-SPREAD       PIC S9(01)V9(06) COMP-3.
      *
        FD  RPT-FILE RECORDING MODE F.
        01  RPT-REC.
