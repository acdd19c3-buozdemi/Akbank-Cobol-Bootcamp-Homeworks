      * rapor uzerinde kanitlanir. Bu dosyalar denetim izimizdir;
      * sonsuza dek saklanmalari gerekir ama sonsuza dek okunmalari
      * gerekmez.
      * Arsivleme parametresi: ya acik bir kesim tarihi ya da aktif
      * dosyada kalacak is gunu sayisi. Is gunu sayisi verilirse
      * kesim tarihi ortak is takviminden bulunur.
            SELECT ARC-PARM   ASSIGN TO ARCPARM
                              STATUS  ARP-ST.
      * Is tarihi parametresi; PBEG131'in CSDPARM karti ile ayni.
      * Verilmezse kosu tarihi kullanilir. Saklama suresi bu tarihten
      * geriye sayilir.
            SELECT CSD-PARM   ASSIGN TO CSDPARM
                              STATUS  CSD-ST.
      * Ortak is takvimi (PBEG145 uretir); zorunludur.
            SELECT CAL-FILE   ASSIGN TO BUSCAL
                              STATUS  CAL-ST.
      * Tatil gunu kosusu icin operator gecersiz kilma parametresi.
            SELECT OVR-FILE   ASSIGN TO OVRPARM
                              STATUS  OVR-ST.
            SELECT JRN-FILE   ASSIGN TO JRNFILE
                              STATUS  JRN-ST.
            SELECT JRA-FILE   ASSIGN TO JRNARCH
                              STATUS  ARR-ST.
        DATA DIVISION.
        FILE SECTION.
      * ARP-CUTOFF-DATE sifirdan buyukse aynen kullanilir; sifirsa
      * ve ARP-KEEP-DAYS verilmisse, is tarihi dahil geriye dogru
      * sayilan ARP-KEEP-DAYS'inci is gunu kesim tarihi olur.
        FD  ARC-PARM RECORDING MODE F.
        01  ARP-REC.
            05  ARP-CUTOFF-DATE      PIC 9(08).
            05  ARP-KEEP-DAYS        PIC 9(05).
      *
        FD  CSD-PARM RECORDING MODE F.
        01  CSD-REC.
            05  CSD-DATE             PIC 9(08).
      *
      * Is takvimi kaydi; PBEG145'teki CAL-REC ile birebir ayni
      * yerlesim.
        FD  CAL-FILE RECORDING MODE F.
        01  CAL-REC.
            05  CAL-DATE             PIC 9(08).
            05  CAL-DAY-TYPE         PIC X(01).
            05  CAL-MONTH-END        PIC X(01).
            05  CAL-YEAR-END         PIC X(01).
            05  CAL-DESC             PIC X(19).
      *
      * Operator gecersiz kilma parametresi; PBEG107'deki ile ayni.
        FD  OVR-FILE RECORDING MODE F.
        01  OVR-REC.
            05  OVR-FLAG             PIC X(01).
      *
      * Denetim gunlugu kaydi; PBEG106'nin JRN-REC'i ile ayni 157
      * byte (hazirlayan/onaylayan kullanici alanlari dahil).
      * Arsivleme icin yalnizca bastaki calisma tarihi cozumlenir,
      * kalani oldugu gibi tasinir.
        FD  JRN-FILE RECORDING MODE F.
        01  JRN-REC.
            05  JRN-RUN-DATE         PIC 9(08).
            05  JRN-REST             PIC X(149).
      *
        FD  JRA-FILE RECORDING MODE F.
        01  JRA-REC                  PIC X(157).
      *
        FD  JRK-FILE RECORDING MODE F.
        01  JRK-REC                  PIC X(157).
      *
      * Istatistik kaydi; yazan programlarin ortak yerlesiminin
      * sonundaki calisma tarihi cozumlenir. DIKKAT: dosya sabit
               88 JOK-SUCCESS               VALUE 00 97.
            05 ARR-ST            PIC 9(02).
               88 ARR-SUCCESS               VALUE 00 97.
            05 CSD-ST            PIC 9(02).
               88 CSD-SUCCESS               VALUE 00 97.
            05 CAL-ST            PIC 9(02).
               88 CAL-EOF                   VALUE 10.
               88 CAL-SUCCESS               VALUE 00 97.
            05 OVR-ST            PIC 9(02).
               88 OVR-SUCCESS               VALUE 00 97.
            05 WS-OVERRIDE       PIC X VALUE 'N'.
               88 OVERRIDE-ON               VALUE 'Y'.
            05 WS-BUSINESS-DATE  PIC 9(08) VALUE ZERO.
      * Kesim tarihi; parametre zorunludur, cunku yanlis kesimle
      * denetim izinin aktif kopyasindan kayit eksiltmek geri
      * alinabilir bir islem degildir.
            05 WS-CUTOFF-DATE    PIC 9(08) VALUE ZERO.
            05 WS-KEEP-DAYS      PIC 9(05) VALUE ZERO.
            05 WS-CUM-TARGET     PIC S9(07) COMP-3 VALUE ZERO.
            05 WS-PROOF-FAILED   PIC X VALUE 'N'.
               88 PROOF-FAILED              VALUE 'Y'.
      * Islenmekte olan dosyanin sayaclari; her dosyadan once
            05 WS-MOVED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-KEPT-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-FILE-NAME      PIC X(08) VALUE SPACE.
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
            STOP RUN.
      *
        H100-OPEN-FILES.
            ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
            PERFORM READ-DATE-PARM.
            PERFORM LOAD-BUSINESS-CALENDAR.
            PERFORM CHECK-BUSINESS-DATE.
            OPEN OUTPUT ARR-FILE.
            IF NOT ARR-SUCCESS
               DISPLAY 'ARCHIVE REPORT NOT OPENED, ARR-ST: ' ARR-ST
               STOP RUN.
            PERFORM READ-CUTOFF-PARM.
            IF WS-CUTOFF-DATE = ZERO
               AND WS-KEEP-DAYS > ZERO
               PERFORM FIGURE-RETENTION-CUTOFF.
        H100-END. EXIT.
      *
        READ-DATE-PARM.
            OPEN INPUT CSD-PARM
            IF CSD-SUCCESS
               READ CSD-PARM
                   AT END CONTINUE
                   NOT AT END
                       MOVE CSD-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE CSD-PARM
            ELSE
               DISPLAY 'NO DATE PARM - USING RUN DATE '
                       WS-BUSINESS-DATE.
        READ-DATE-PARM-END. EXIT.
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
            MOVE WS-BUSINESS-DATE TO WS-CAL-ARG.
            PERFORM LOOKUP-CALENDAR-DATE.
            IF NOT CAL-DATE-FOUND
               DISPLAY 'JOB STOPPED: ' WS-BUSINESS-DATE
                       ' IS NOT COVERED BY THE BUSINESS CALENDAR'
               PERFORM STOP-CALENDAR-RUN.
            MOVE WS-CAL-SUB TO WS-TODAY-SUB.
            IF WS-CAL-TYPE(WS-TODAY-SUB) NOT = 'W'
               PERFORM READ-OVERRIDE-PARM
               IF OVERRIDE-ON
                  DISPLAY 'WARNING: ' WS-BUSINESS-DATE
                          ' IS NOT A BUSINESS DAY'
                          ' - OVERRIDDEN BY OPERATOR'
               ELSE
                  DISPLAY 'JOB STOPPED: ' WS-BUSINESS-DATE
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
      * Kesim tarihi parametresi zorunludur; eksikse is daha tek
      * kayit tasinmadan acik bir mesajla durdurulur.
                    STOP RUN
                NOT AT END
                    MOVE ARP-CUTOFF-DATE TO WS-CUTOFF-DATE
                    IF ARP-KEEP-DAYS NUMERIC
                       MOVE ARP-KEEP-DAYS TO WS-KEEP-DAYS
                    END-IF
            END-READ
            CLOSE ARC-PARM.
        READ-CUTOFF-PARM-END. EXIT.
      *
      * Saklama suresi is gunu olarak verildiginde kesim tarihi, is
      * tarihi (tatilse ondan onceki son is gunu) birinci gun olmak
      * uzere geriye sayilan WS-KEEP-DAYS'inci is gunudur; bu gunden
      * eski kayitlar tasinir. Takvim o kadar geriye uzanmiyorsa
      * tek kayit tasinmadan is durdurulur.
        FIGURE-RETENTION-CUTOFF.
            COMPUTE WS-CUM-TARGET = WS-CAL-WORK-CUM(WS-TODAY-SUB)
                                  - WS-KEEP-DAYS + 1.
            IF WS-CUM-TARGET < 1
               DISPLAY 'BUSINESS CALENDAR DOES NOT COVER '
                       WS-KEEP-DAYS ' BUSINESS DAYS BEFORE '
                       WS-BUSINESS-DATE
               CLOSE ARR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
            MOVE WS-TODAY-SUB TO WS-CAL-SUB.
            PERFORM UNTIL WS-CAL-SUB = 1
                    OR WS-CAL-WORK-CUM(WS-CAL-SUB) < WS-CUM-TARGET
                SUBTRACT 1 FROM WS-CAL-SUB
            END-PERFORM.
            IF WS-CAL-WORK-CUM(WS-CAL-SUB) < WS-CUM-TARGET
               ADD 1 TO WS-CAL-SUB.
            COMPUTE WS-CAL-INT = WS-CAL-BASE-INT + WS-CAL-SUB - 1.
            COMPUTE WS-CUTOFF-DATE =
                          FUNCTION DATE-OF-INTEGER(WS-CAL-INT).
            DISPLAY 'KEEPING ' WS-KEEP-DAYS ' BUSINESS DAYS - CUTOFF '
                    WS-CUTOFF-DATE.
        FIGURE-RETENTION-CUTOFF-END. EXIT.
      *
      * Denetim gunlugu: JRN-RUN-DATE kesim tarihinden eski olan
      * kayitlar arsive, kalanlar yeni kusaga. Tarihi bozuk (rakam
      * olmayan) bir kayit da arsive tasinir ki aktif dosya temiz
