      * 'C' (CHANGE) veya 'D' (DELETE) degerlerinden birini alir.
      * ADD ve CHANGE icin TRAN-ALLNAME/TRAN-DATE/TRAN-BUDGET de
      * doldurulmus olmalidir; DELETE icin sadece key kullanilir.
      * TRAN-MAKER-ID islemi hazirlayan, TRAN-CHECKER-ID ise cift
      * onaydan (PBEG134) gecen islemi onaylayan kullanicidir; onay
      * gerektirmeyen islemlerde bos gelir. Ikisi de gunluge
      * tasinir.
        FD  TRAN-FILE RECORDING MODE F.
        01  TRAN-REC.
            05  TRAN-CODE            PIC X(01).
            05  TRAN-ALLNAME         PIC X(30).
            05  TRAN-DATE            PIC 9(07).
            05  TRAN-BUDGET          PIC S9(13)V99.
            05  TRAN-MAKER-ID        PIC X(08).
            05  TRAN-CHECKER-ID      PIC X(08).
      *
      * Her transaction icin BASARILI veya REDDEDILDI sonucunun
      * sebebiyle birlikte yazildigi rapor.
      * TRAN-CODE, anahtar ve IDX-REC'in onceki/sonraki goruntusu.
      * ADD'de onceki goruntu, DELETE'de sonraki goruntu bos/sifir
      * yazilir. Tutarlar dosyada okunabilir kalsin diye ZD tasinir.
      * Kaydin sonunda islemi hazirlayan ve onaylayan kullanicilar
      * yer alir. DIKKAT: dosya sabit uzunlukludur; bu iki alan
      * eklenmeden once yazilmis 139 byte'lik eski kayitlar 157
      * byte'lik bu yerlesimle ayni dosyada okunamaz. Eski bir
      * JRNFILE bir defaya mahsus yeni kayit boyuna cevrilmelidir.
        FD  JRN-FILE RECORDING MODE F.
        01  JRN-REC.
            05  JRN-RUN-DATE         PIC 9(08).
            05  JRN-NEW-DATE         PIC 9(07).
            05  WS-JRN-SPACE-10      PIC X(01) VALUE SPACE.
            05  JRN-NEW-BUDGET       PIC S9(13)V99.
            05  WS-JRN-SPACE-11      PIC X(01) VALUE SPACE.
            05  JRN-MAKER-ID         PIC X(08).
            05  WS-JRN-SPACE-12      PIC X(01) VALUE SPACE.
            05  JRN-CHECKER-ID       PIC X(08).
      *
      * Para birimi referans kaydi; PBEG105 ve PBEG107'deki ile
      * birebir ayni yerlesim.
            MOVE WS-AFTER-ALLNAME  TO JRN-NEW-ALLNAME.
            MOVE WS-AFTER-DATE     TO JRN-NEW-DATE.
            MOVE WS-AFTER-BUDGET   TO JRN-NEW-BUDGET.
            MOVE TRAN-MAKER-ID     TO JRN-MAKER-ID.
            MOVE TRAN-CHECKER-ID   TO JRN-CHECKER-ID.
            WRITE JRN-REC.
        WRITE-JOURNAL-END. EXIT.
      *
