      * toplami) birikimli butce gecmisi dosyasina ekler. PBEG129
      * trend raporu bu gecmisi okur. PBEG112 calisma istatistikleri
      * icin bu hafizayi kurmustu; is toplamlari da aynisini hak
      * ediyor. Donem tarihi ortak is takviminde ay sonu olarak
      * isaretli degilse gecmise hicbir sey eklenmez; boylece is her
      * gun zamanlanabilir, ancak yalnizca ayin son is gununde kayit
      * yazar.
            SELECT IDX-FILE   ASSIGN TO IDXFILE
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
      * Donem tarihi parametresi; verilmezse is tarihi kullanilir.
            SELECT SNP-PARM   ASSIGN TO SNPPARM
                              STATUS  SNP-ST.
      * Ortak is takvimi (PBEG145 uretir); zorunludur. Ay sonu
      * isareti buradan okunur.
            SELECT CAL-FILE   ASSIGN TO BUSCAL
                              STATUS  CAL-ST.
      * Tatil gunu kosusu icin operator gecersiz kilma parametresi.
            SELECT OVR-FILE   ASSIGN TO OVRPARM
                              STATUS  OVR-ST.
      * Birikimli butce gecmisi; her donem sonunda sona eklenir.
            SELECT BHS-FILE   ASSIGN TO BUDHIST
                              STATUS  BHS-ST.
        01  SNP-REC.
            05  SNP-PERIOD-DATE      PIC 9(08).
      *
      * Is takvimi kaydi; PBEG145'teki CAL-REC ile birebir ayni
      * yerlesim.
        FD  CAL-FILE RECORDING MODE F.
        01  CAL-REC.
            05  CAL-DATE           PIC 9(08).
            05  CAL-DAY-TYPE       PIC X(01).
            05  CAL-MONTH-END      PIC X(01).
            05  CAL-YEAR-END       PIC X(01).
            05  CAL-DESC           PIC X(19).
      *
      * Operator gecersiz kilma parametresi; PBEG107'deki ile ayni.
        FD  OVR-FILE RECORDING MODE F.
        01  OVR-REC.
            05  OVR-FLAG           PIC X(01).
      *
      * Butce gecmisi kaydi: donem tarihi, para birimi, kayit adedi,
      * IDX-BUDGET toplami ve USD toplami. Tutarlar dosyada okunabilir
      * kalsin diye ZD tasinir; PBEG129 ayni yerlesimi okur.
               88 SNP-SUCCESS               VALUE 00 97.
            05 BHS-ST            PIC 9(02).
               88 BHS-SUCCESS               VALUE 00 97.
            05 CAL-ST            PIC 9(02).
               88 CAL-EOF                   VALUE 10.
               88 CAL-SUCCESS               VALUE 00 97.
            05 OVR-ST            PIC 9(02).
               88 OVR-SUCCESS               VALUE 00 97.
            05 WS-OVERRIDE       PIC X VALUE 'N'.
               88 OVERRIDE-ON               VALUE 'Y'.
            05 WS-PERIOD-DATE    PIC 9(08) VALUE ZERO.
      *
      * Kur tablosu ve tarihli kur secimi (PBEG124 ile ayni kurgu).
            05 WS-READ-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-WRITTEN-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-USD-TOTAL      PIC S9(15)V99 COMP-3 VALUE ZERO.
      *
      * Is takvimi tablosu. Takvim gun gun ardisik oldugundan bir
      * tarihin satiri, takvimin ilk gunune olan gun farkindan
      * dogrudan bulunur. WS-CAL-WORK-CUM takvimin basindan o gune
      * kadar (o gun dahil) gecen is gunu sayisidir; iki tarih
      * arasindaki is gunu sayisi bu sayaclarin farkidir.
        01  BUSINESS-CALENDAR.
            05 WS-CAL-COUNT      PIC S9(04) COMP VALUE ZERO.
            05 WS-CAL-BASE-INT   PIC S9(09) COMP VALUE ZERO.
            05 WS-CAL-INT        PIC S9(09) COMP VALUE ZERO.
            05 WS-CAL-SUB        PIC S9(09) COMP VALUE ZERO.
            05 WS-TODAY-SUB      PIC S9(09) COMP VALUE ZERO.
            05 WS-CAL-ARG        PIC 9(08) VALUE ZERO.
            05 WS-CAL-FOUND      PIC X VALUE 'N'.
               88 CAL-DATE-FOUND            VALUE 'Y'.
            05 WS-CAL-BAD        PIC X VALUE 'N'.
               88 CALENDAR-BAD              VALUE 'Y'.
            05 WS-CAL-DAY OCCURS 3700 TIMES.
               10 WS-CAL-TYPE      PIC X(01).
               10 WS-CAL-MONTH-END PIC X(01).
               10 WS-CAL-WORK-CUM  PIC S9(05) COMP-3.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      *
        H100-OPEN-FILES.
            ACCEPT WS-PERIOD-DATE FROM DATE YYYYMMDD.
            PERFORM READ-PERIOD-PARM.
            PERFORM LOAD-BUSINESS-CALENDAR.
            PERFORM CHECK-BUSINESS-DATE.
      * Donem tarihi ay sonu degilse gecmise yazilacak bir sey yoktur;
      * is dosya acmadan temiz biter.
            IF WS-CAL-MONTH-END(WS-TODAY-SUB) NOT = 'Y'
               DISPLAY 'PERIOD DATE ' WS-PERIOD-DATE
                       ' IS NOT A MONTH-END BUSINESS DAY'
                       ' - NO SNAPSHOT WRITTEN'
               STOP RUN.
            OPEN INPUT IDX-FILE.
      * Gecmis birikimli bir dosyadir: onceki donemlerin kayitlari
      * korunarak sona eklenir. Dosya ilk donemde henuz yoksa OPEN
            IF NOT BHS-SUCCESS
               OPEN OUTPUT BHS-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM LOAD-RATE-TABLE.
        H100-END. EXIT.
      *
                       WS-PERIOD-DATE.
        READ-PERIOD-PARM-END. EXIT.
      *
      * Is takvimi tabloya yuklenir. Takvim zorunludur; eksik, bos,
      * gecersiz tarihli veya gun gun ardisik olmayan bir takvimle
      * is RETURN-CODE 8 ile durur.
        LOAD-BUSINESS-CALENDAR.
            OPEN INPUT CAL-FILE
            IF NOT CAL-SUCCESS
               DISPLAY 'BUSINESS CALENDAR NOT OPENED, CAL-ST: ' CAL-ST
               PERFORM STOP-CALENDAR-RUN.
            PERFORM UNTIL CAL-EOF
                READ CAL-FILE
                    AT END CONTINUE
                    NOT AT END PERFORM LOAD-ONE-CALENDAR-DAY
                END-READ
            END-PERFORM
            CLOSE CAL-FILE.
            IF WS-CAL-COUNT = ZERO
               DISPLAY 'BUSINESS CALENDAR IS EMPTY'
               MOVE 'Y' TO WS-CAL-BAD.
            IF CALENDAR-BAD
               PERFORM STOP-CALENDAR-RUN.
        LOAD-BUSINESS-CALENDAR-END. EXIT.
      *
        LOAD-ONE-CALENDAR-DAY.
            IF NOT CALENDAR-BAD
               IF CAL-DATE NOT NUMERIC
                  DISPLAY 'INVALID BUSINESS CALENDAR DATE: ' CAL-DATE
                  MOVE 'Y' TO WS-CAL-BAD
               ELSE
                  IF FUNCTION TEST-DATE-YYYYMMDD(CAL-DATE) NOT = 0
                     DISPLAY 'INVALID BUSINESS CALENDAR DATE: '
                             CAL-DATE
                     MOVE 'Y' TO WS-CAL-BAD
                  ELSE
                     PERFORM STORE-CALENDAR-DAY.
        LOAD-ONE-CALENDAR-DAY-END. EXIT.
      *
      * Her gun bir oncekinin ertesi gunu olmalidir; is gunu sayaci
      * bir onceki gunun sayacindan devam eder.
        STORE-CALENDAR-DAY.
            COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(CAL-DATE).
            IF WS-CAL-COUNT = ZERO
               MOVE WS-CAL-INT TO WS-CAL-BASE-INT.
            IF WS-CAL-INT NOT = WS-CAL-BASE-INT + WS-CAL-COUNT
               DISPLAY 'BUSINESS CALENDAR NOT IN DAILY SEQUENCE AT '
                       CAL-DATE
               MOVE 'Y' TO WS-CAL-BAD
            ELSE
               IF WS-CAL-COUNT NOT < 3700
                  DISPLAY 'BUSINESS CALENDAR TABLE FULL AT ' CAL-DATE
                  MOVE 'Y' TO WS-CAL-BAD
               ELSE
                  ADD 1 TO WS-CAL-COUNT
                  MOVE CAL-DAY-TYPE  TO WS-CAL-TYPE(WS-CAL-COUNT)
                  MOVE CAL-MONTH-END TO WS-CAL-MONTH-END(WS-CAL-COUNT)
                  IF WS-CAL-COUNT = 1
                     MOVE ZERO TO WS-CAL-WORK-CUM(1)
                  ELSE
                     MOVE WS-CAL-WORK-CUM(WS-CAL-COUNT - 1)
                       TO WS-CAL-WORK-CUM(WS-CAL-COUNT)
                  END-IF
                  IF CAL-DAY-TYPE = 'W'
                     ADD 1 TO WS-CAL-WORK-CUM(WS-CAL-COUNT)
                  END-IF.
        STORE-CALENDAR-DAY-END. EXIT.
      *
      * WS-CAL-ARG tarihinin takvim satirini WS-CAL-SUB'a koyar.
      * Gecerli bir tarih takvimden onceyse WS-CAL-SUB sifir veya
      * eksi, sonraysa WS-CAL-COUNT'tan buyuk kalir.
        LOOKUP-CALENDAR-DATE.
            MOVE 'N'  TO WS-CAL-FOUND.
            MOVE ZERO TO WS-CAL-SUB.
            IF WS-CAL-ARG NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-ARG) = 0
                  COMPUTE WS-CAL-SUB =
                          FUNCTION INTEGER-OF-DATE(WS-CAL-ARG)
                        - WS-CAL-BASE-INT + 1
                  IF WS-CAL-SUB > 0 AND WS-CAL-SUB NOT > WS-CAL-COUNT
                     MOVE 'Y' TO WS-CAL-FOUND.
        LOOKUP-CALENDAR-DATE-END. EXIT.
      *
      * Is tarihi takvimde olmalidir. Tatil gununde is durur; gercek
      * bir tatil kosusu icin operator OVRPARM = Y verir ve yalnizca
      * uyari yazilir.
        CHECK-BUSINESS-DATE.
            MOVE WS-PERIOD-DATE TO WS-CAL-ARG.
            PERFORM LOOKUP-CALENDAR-DATE.
            IF NOT CAL-DATE-FOUND
               DISPLAY 'JOB STOPPED: ' WS-PERIOD-DATE
                       ' IS NOT COVERED BY THE BUSINESS CALENDAR'
               PERFORM STOP-CALENDAR-RUN.
            MOVE WS-CAL-SUB TO WS-TODAY-SUB.
            IF WS-CAL-TYPE(WS-TODAY-SUB) NOT = 'W'
               PERFORM READ-OVERRIDE-PARM
               IF OVERRIDE-ON
                  DISPLAY 'WARNING: ' WS-PERIOD-DATE
                          ' IS NOT A BUSINESS DAY'
                          ' - OVERRIDDEN BY OPERATOR'
               ELSE
                  DISPLAY 'JOB STOPPED: ' WS-PERIOD-DATE
                          ' IS NOT A BUSINESS DAY'
                  DISPLAY 'RUN ON A BUSINESS DAY OR SUPPLY THE'
                          ' OPERATOR OVERRIDE PARM (OVRPARM = Y)'
                  PERFORM STOP-CALENDAR-RUN.
        CHECK-BUSINESS-DATE-END. EXIT.
      *
      * OVRPARM dosyasini varsa okuyup gecersiz kilma bayragini
      * ayarlar.
        READ-OVERRIDE-PARM.
            OPEN INPUT OVR-FILE
            IF OVR-SUCCESS
               READ OVR-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF OVR-FLAG = 'Y'
                          MOVE 'Y' TO WS-OVERRIDE
                       END-IF
               END-READ
               CLOSE OVR-FILE.
        READ-OVERRIDE-PARM-END. EXIT.
      *
      * Takvim denetimleri dosyalar acilmadan yapilir; durdurmada
      * kapatilacak dosya yoktur.
        STOP-CALENDAR-RUN.
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
        STOP-CALENDAR-RUN-END. EXIT.
      *
      * Kur tablosu RATE-FILE'dan yuklenir; kur dosyasi USD toplami
      * icin zorunludur (PBEG105 ile ayni kural).
        LOAD-RATE-TABLE.
