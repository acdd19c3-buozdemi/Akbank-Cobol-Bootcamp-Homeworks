      * eslestirme kurgusu), yeni gecmis kusagi yazilir ve
      * parametreyle verilen kosu sayisindan beri degismeyen hesaplar
      * PBEG0005'in yas bantlari gibi bantlanarak raporlanir.
      * Degismeyen sure ortak is takvimine gore is gunu olarak
      * sayilir: gecmis kaydi bakiyenin son degistigi is tarihini
      * tasir ve sayac her kosuda o tarihten bu yana gecen is
      * gunlerinden yeniden hesaplanir; atlanan veya tekrarlanan
      * kosu sayaci bozmaz.
            SELECT ACCT-REC   ASSIGN TO ACCTREC
                              STATUS  ACCT-ST.
      * Is tarihi parametresi; PBEG131'in CSDPARM karti ile ayni.
      * Verilmezse kosu tarihi kullanilir.
            SELECT CSD-PARM   ASSIGN TO CSDPARM
                              STATUS  CSD-ST.
      * Ortak is takvimi (PBEG145 uretir); zorunludur.
            SELECT CAL-FILE   ASSIGN TO BUSCAL
                              STATUS  CAL-ST.
      * Tatil gunu kosusu icin operator gecersiz kilma parametresi.
            SELECT OVR-FILE   ASSIGN TO OVRPARM
                              STATUS  OVR-ST.
      * Onceki kosunun yazdigi gecmis kusagi; ilk kosuda dosya
      * verilmez ve tum hesaplar sifir sayacla acilir.
            SELECT OHS-FILE   ASSIGN TO DORMHIST
      * DORMHIST olarak verilir.
            SELECT NHS-FILE   ASSIGN TO DORMNEW
                              STATUS  NHS-ST.
      * Uyku esigi parametresi: bakiyenin kac is gunu degismemesi
      * halinde hesabin raporlanacagi.
            SELECT DRP-FILE   ASSIGN TO DORMPARM
                              STATUS  DRP-ST.
      * Uyuyan hesap raporu: esigi asan hesaplar bant etiketiyle ve
            05  RESERVED           PIC X(7).
            05  COMMENTS           PIC X(50).
      *
        FD  CSD-PARM RECORDING MODE F.
        01  CSD-REC.
            05  CSD-DATE           PIC 9(08).
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
      * Gecmis kaydi: hesap, son gorulen bakiye, bakiyenin degismedigi
      * is gunu sayisi ve bakiyenin son degistigi (veya hesabin ilk
      * goruldugu) is tarihi. Bakiye dosyada okunabilir kalsin diye
      * ZD tasinir; iki kusak da ayni yerlesimi kullanir. DIKKAT:
      * dosya sabit uzunlukludur; degisim tarihi eklenmeden once
      * yazilmis 22 byte'lik eski kusak, bu program ilk kez
      * kosulmadan once her kaydin sonuna sekiz sifir eklenerek bir
      * defaya mahsus 30 byte'a cevrilmelidir. Tarihi sifir olan
      * kayitta tarih, eski kosu sayacindan takvim uzerinde geriye
      * sayilarak bulunur.
        FD  OHS-FILE RECORDING MODE F.
        01  OHS-REC.
            05  OHS-ACCT-NO        PIC X(08).
            05  OHS-BALANCE        PIC S9(7)V99.
            05  OHS-RUN-COUNT      PIC 9(05).
            05  OHS-SINCE-DATE     PIC 9(08).
      *
        FD  NHS-FILE RECORDING MODE F.
        01  NHS-REC.
            05  NHS-ACCT-NO        PIC X(08).
            05  NHS-BALANCE        PIC S9(7)V99.
            05  NHS-RUN-COUNT      PIC 9(05).
            05  NHS-SINCE-DATE     PIC 9(08).
      *
        FD  DRP-FILE RECORDING MODE F.
        01  DRP-REC.
               88 DRP-SUCCESS               VALUE 00 97.
            05 RPT-ST            PIC 9(02).
               88 RPT-SUCCESS               VALUE 00 97.
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
      * Uyku esigi; parametre dosyasi zorunludur, cunku yanlis esikle
      * uretilen rapor denetim kanitidir.
            05 WS-THRESHOLD      PIC 9(05) VALUE ZERO.
            05 WS-ACCT-KEY       PIC X(08) VALUE LOW-VALUES.
            05 WS-OHS-KEY        PIC X(08) VALUE LOW-VALUES.
            05 WS-ACCT-GOT       PIC X VALUE 'N'.
      * Yeni gecmis kaydina yazilacak is gunu sayisi ve degisim
      * tarihi burada hesaplanir.
            05 WS-NEW-RUN-COUNT  PIC 9(05) VALUE ZERO.
            05 WS-SINCE-DATE     PIC 9(08) VALUE ZERO.
            05 WS-BUS-DAYS       PIC S9(07) COMP-3 VALUE ZERO.
            05 WS-CUM-TARGET     PIC S9(07) COMP-3 VALUE ZERO.
      *
      * Bant sinirlari esigin katlaridir: esik ile iki kati arasi
      * DORMANT, iki kati ile dort kati arasi ESCALATE, dort kati ve
            05 WS-HIST-READ-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-HIST-WRITTEN    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-DROPPED-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-CONVERTED-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-BEFORE-CAL-COUNT PIC S9(9) COMP-3 VALUE ZERO.
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
            OPEN INPUT  ACCT-REC.
            OPEN OUTPUT NHS-FILE.
            OPEN OUTPUT RPT-FILE.
               IF RPT-SUCCESS THEN CLOSE RPT-FILE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
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
      * Uyku esigi parametresi okunur ve sifirdan buyuk oldugu
      * dogrulanir; eksik veya gecersizse is acik bir mesajla
                  PERFORM H230-COMPARE-BALANCE.
        H200-END. EXIT.
      *
      * Gecmiste olmayan hesap sifir sayacla ve is tarihiyle yeni
      * kusaga yazilir.
        H210-NEW-ACCOUNT.
            MOVE ZERO             TO WS-NEW-RUN-COUNT.
            MOVE WS-BUSINESS-DATE TO WS-SINCE-DATE.
            PERFORM WRITE-NEW-HISTORY.
            PERFORM READ-ACCT-MASTER.
        H210-END. EXIT.
            PERFORM READ-OLD-HISTORY.
        H220-END. EXIT.
      *
      * Bakiye onceki kosudan beri degismemisse degisim tarihi
      * korunur, sayac o tarihten bu yana gecen is gunu sayisi olur
      * ve esige ulasan hesap bant etiketiyle raporlanir; degismisse
      * sayac sifirlanip yeni bakiye is tarihiyle saklanir.
        H230-COMPARE-BALANCE.
            IF ACCT-BALANCE = OHS-BALANCE
               IF OHS-SINCE-DATE NOT NUMERIC
                  OR OHS-SINCE-DATE = ZERO
                  PERFORM DERIVE-SINCE-DATE
               ELSE
                  MOVE OHS-SINCE-DATE TO WS-SINCE-DATE
               END-IF
               MOVE WS-SINCE-DATE TO WS-CAL-ARG
               PERFORM COUNT-BUSINESS-DAYS
               MOVE WS-BUS-DAYS TO WS-NEW-RUN-COUNT
               IF WS-NEW-RUN-COUNT NOT < WS-THRESHOLD
                  PERFORM WRITE-DORMANT-LINE
               END-IF
            ELSE
               MOVE ZERO             TO WS-NEW-RUN-COUNT
               MOVE WS-BUSINESS-DATE TO WS-SINCE-DATE.
            PERFORM WRITE-NEW-HISTORY.
            PERFORM READ-ACCT-MASTER.
            PERFORM READ-OLD-HISTORY.
        H230-END. EXIT.
      *
      * Degisim tarihi olmayan eski gecmis kaydi: eski sayac bu kosu
      * ile bir artmis sayilir ve takvim is tarihinden geriye o kadar
      * is gunu sayilarak degisim tarihi bulunur. Takvimin ilk
      * gunune varilirsa ilk gun alinir.
        DERIVE-SINCE-DATE.
            ADD 1 TO WS-CONVERTED-COUNT.
            COMPUTE WS-CUM-TARGET = WS-CAL-WORK-CUM(WS-TODAY-SUB)
                                  - OHS-RUN-COUNT - 1.
            MOVE WS-TODAY-SUB TO WS-CAL-SUB.
            PERFORM UNTIL WS-CAL-SUB = 1
                    OR WS-CAL-WORK-CUM(WS-CAL-SUB) NOT > WS-CUM-TARGET
                SUBTRACT 1 FROM WS-CAL-SUB
            END-PERFORM.
            COMPUTE WS-CAL-INT = WS-CAL-BASE-INT + WS-CAL-SUB - 1.
            COMPUTE WS-SINCE-DATE =
                          FUNCTION DATE-OF-INTEGER(WS-CAL-INT).
        DERIVE-SINCE-DATE-END. EXIT.
      *
      * WS-CAL-ARG tarihinden sonra is tarihine kadar (is tarihi
      * dahil) gecen is gunu sayisini WS-BUS-DAYS'e koyar. Takvimden
      * onceki bir tarih takvimin ilk gunundan sayilir; is
      * tarihinden sonraki bir tarih sifir gun verir.
        COUNT-BUSINESS-DAYS.
            PERFORM LOOKUP-CALENDAR-DATE.
            IF CAL-DATE-FOUND
               IF WS-CAL-SUB > WS-TODAY-SUB
                  MOVE ZERO TO WS-BUS-DAYS
               ELSE
                  COMPUTE WS-BUS-DAYS = WS-CAL-WORK-CUM(WS-TODAY-SUB)
                                      - WS-CAL-WORK-CUM(WS-CAL-SUB)
               END-IF
            ELSE
               IF WS-CAL-SUB < 1
                  ADD 1 TO WS-BEFORE-CAL-COUNT
                  MOVE WS-CAL-WORK-CUM(WS-TODAY-SUB) TO WS-BUS-DAYS
               ELSE
                  MOVE ZERO TO WS-BUS-DAYS.
        COUNT-BUSINESS-DAYS-END. EXIT.
      *
        WRITE-NEW-HISTORY.
            ADD 1 TO WS-HIST-WRITTEN.
            MOVE ACCT-NO          TO NHS-ACCT-NO.
            MOVE ACCT-BALANCE     TO NHS-BALANCE.
            MOVE WS-NEW-RUN-COUNT TO NHS-RUN-COUNT.
            MOVE WS-SINCE-DATE    TO NHS-SINCE-DATE.
            WRITE NHS-REC.
        WRITE-NEW-HISTORY-END. EXIT.
      *
                    ' HISTORY READ: ' WS-HIST-READ-COUNT
                    ' HISTORY WRITTEN: ' WS-HIST-WRITTEN
                    ' DROPPED: ' WS-DROPPED-COUNT.
            IF WS-CONVERTED-COUNT > ZERO
               DISPLAY 'HISTORY RECORDS WITHOUT SINCE DATE: '
                       WS-CONVERTED-COUNT.
            IF WS-BEFORE-CAL-COUNT > ZERO
               DISPLAY 'SINCE DATES BEFORE BUSINESS CALENDAR START: '
                       WS-BEFORE-CAL-COUNT.
            PERFORM H400-CLOSE-FILES.
        H999-END. EXIT.
      *
