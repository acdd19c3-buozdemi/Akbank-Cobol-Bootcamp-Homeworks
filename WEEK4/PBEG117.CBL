            05  TOL-AMOUNT           PIC 9(07)V99.
      *
      * Uretilen islem kaydi; yerlesim PBEG106'nin TRAN-REC'i ile
      * birebir aynidir. Otomatik duzeltmelerde hazirlayan kullanici
      * olarak program adi yazilir, onaylayan bos kalir.
        FD  CTR-FILE RECORDING MODE F.
        01  CTR-REC.
            05  CTR-CODE             PIC X(01).
            05  CTR-ALLNAME          PIC X(30).
            05  CTR-DATE             PIC 9(07).
            05  CTR-BUDGET           PIC S9(13)V99.
            05  CTR-MAKER-ID         PIC X(08).
            05  CTR-CHECKER-ID       PIC X(08).
      *
      * Inceleme raporu satiri.
        FD  REV-FILE RECORDING MODE F.
            MOVE IDX-ALLNAME    TO CTR-ALLNAME.
            MOVE IDX-DATE       TO CTR-DATE.
            MOVE WS-BALANCE-AMT TO CTR-BUDGET.
            MOVE 'PBEG117'      TO CTR-MAKER-ID.
            MOVE SPACE          TO CTR-CHECKER-ID.
            WRITE CTR-REC.
        WRITE-CORRECTION-END. EXIT.
      *
