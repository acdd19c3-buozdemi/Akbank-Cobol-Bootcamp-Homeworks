            05  JRN-NEW-DATE         PIC 9(07).
            05  WS-JRN-SPACE-10      PIC X(01).
            05  JRN-NEW-BUDGET       PIC S9(13)V99.
            05  WS-JRN-SPACE-11      PIC X(01).
            05  JRN-MAKER-ID         PIC X(08).
            05  WS-JRN-SPACE-12      PIC X(01).
            05  JRN-CHECKER-ID       PIC X(08).
      *
      * Kurtarma parametresi: yeniden uygulanacak ilk calisma
      * kimligi (tarih + saat).
