            03  CST-ID               PIC S9(05) COMP-3.
            03  CST-ALLNAME          PIC X(30).
            03  CST-DATE             PIC 9(07) COMP-3.
      * Stopaj kategorisi; WHTFILE'da DVZ ile birlikte oran anahtari
      * (bosluk = para biriminin genel orani).
            03  CST-TAX-CAT          PIC X(01).
      *
      * Istisna satiri: ana kayit yok (NO MASTER), isim ayrismis
      * (NAME DRIFT) veya dogum tarihi ayrismis (DATE DRIFT). Ana
