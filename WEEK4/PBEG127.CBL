      * raporu ve parametre esiklerinde (kredi ekibinin 10. ve 30.
      * gun mektuplari icin) ad + CLIENT-ADDR + asim gunu tasiyan bir
      * eskalasyon cikarimi yazar. Durum dosyasi kosudan kosuya
      * tasinir (PBEG122'nin gecmis dosyasi kurgusu). Asim gunu
      * ortak is takvimine gore is gunu olarak sayilir: ilk asim
      * tarihinden bu yana gecen is gunu sayisi takvimden bulundugu
      * icin atlanan veya tekrarlanan kosu sayaci bozmaz.
            SELECT ACCT-REC   ASSIGN TO ACCTREC
                              STATUS  ACCT-ST.
      * Is tarihi parametresi; PBEG131'in CSDPARM karti ile ayni.
      * Verilmezse kosu tarihi kullanilir. Asim gunu bu tarihe
      * kadar sayilir.
            SELECT CSD-PARM   ASSIGN TO CSDPARM
                              STATUS  CSD-ST.
      * Ortak is takvimi (PBEG145 uretir); zorunludur.
            SELECT CAL-FILE   ASSIGN TO BUSCAL
                              STATUS  CAL-ST.
      * Tatil gunu kosusu icin operator gecersiz kilma parametresi.
            SELECT OVR-FILE   ASSIGN TO OVRPARM
                              STATUS  OVR-ST.
      * Onceki kosunun yazdigi durum kusagi; ilk kosuda dosya
      * verilmez ve tum asimlar birinci gun sayilir.
            SELECT OST-FILE   ASSIGN TO OVRHIST
                10  USA-STATE      PIC X(15).
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
      * Durum kaydi: hesap, ardisik asim gunu sayaci ve ilk asim
      * tarihi; iki kusak da ayni yerlesimi kullanir.
               88 AGE-SUCCESS               VALUE 00 97.
            05 ESC-ST            PIC 9(02).
               88 ESC-SUCCESS               VALUE 00 97.
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
      * Eskalasyon esikleri; parametre zorunludur, mektup kesilecek
      * gunler kodda degil isletmede karara baglanir.
            05 WS-FIRST-DAYS     PIC 9(05) VALUE ZERO.
            05 WS-OST-KEY        PIC X(08) VALUE LOW-VALUES.
            05 WS-ACCT-GOT       PIC X VALUE 'N'.
      * Bu kosuda hesaba yazilacak sayac ve ilk asim tarihi.
      * WS-PREV-DAYS onceki kusaktaki sayactir; mektup esigi bu
      * ikisinin arasinda kalirsa mektup kesilir.
            05 WS-NEW-DAYS       PIC 9(05) VALUE ZERO.
            05 WS-PREV-DAYS      PIC 9(05) VALUE ZERO.
            05 WS-BUS-DAYS       PIC S9(07) COMP-3 VALUE ZERO.
            05 WS-NEW-FIRST-DATE PIC 9(08) VALUE ZERO.
      *
        01  BAND-COUNTERS.
            05 WS-STATE-WRITTEN   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-CLEARED-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-LETTER-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
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
            OPEN OUTPUT NST-FILE.
            OPEN OUTPUT AGE-FILE.
               IF ESC-SUCCESS THEN CLOSE ESC-FILE
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
      * Eskalasyon esikleri okunur ve sirali/sifirdan buyuk olduklari
      * dogrulanir; eksik veya gecersizse is acik bir mesajla
      * olarak acilir; degilse takip gerekmez.
        H210-ACCOUNT-NOT-IN-STATE.
            IF ACCT-BALANCE > ACCT-LIMIT
               MOVE ZERO             TO WS-PREV-DAYS
               MOVE 1                TO WS-NEW-DAYS
               MOVE WS-BUSINESS-DATE TO WS-NEW-FIRST-DATE
               PERFORM WRITE-NEW-STATE
               PERFORM WRITE-AGING-LINE
               PERFORM CHECK-ESCALATION.
            PERFORM READ-OLD-STATE.
        H220-END. EXIT.
      *
      * Hesap hala limit ustundeyse ilk asim tarihi korunur ve
      * sayac, ilk asim gunu birinci gun olmak uzere o gunden bu
      * yana gecen is gunlerinden yeniden hesaplanir; limit altina
      * donmusse durum kaydi dusurulur (sayac sifirlanmis olur).
        H230-UPDATE-STATE.
            IF ACCT-BALANCE > ACCT-LIMIT
               MOVE OST-DAYS-OVER  TO WS-PREV-DAYS
               MOVE OST-FIRST-DATE TO WS-NEW-FIRST-DATE
               MOVE OST-FIRST-DATE TO WS-CAL-ARG
               PERFORM COUNT-BUSINESS-DAYS
               COMPUTE WS-NEW-DAYS = WS-BUS-DAYS + 1
               PERFORM WRITE-NEW-STATE
               PERFORM WRITE-AGING-LINE
               PERFORM CHECK-ESCALATION
            PERFORM READ-ACCT-MASTER.
            PERFORM READ-OLD-STATE.
        H230-END. EXIT.
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
        WRITE-NEW-STATE.
            ADD 1 TO WS-STATE-WRITTEN.
            WRITE AGE-REC.
        WRITE-AGING-LINE-END. EXIT.
      *
      * Mektup cikarimi: sayac esige ulastigi veya esigi bu kosuda
      * gectigi gun bir kez yazilir; boylece atlanan bir kosudan
      * sonra da 10. gun ve 30. gun mektuplari birer kez kesilir,
      * aradaki gunlerde cikarim tekrarlanmaz.
        CHECK-ESCALATION.
            IF (WS-PREV-DAYS < WS-FIRST-DAYS
                AND WS-NEW-DAYS NOT < WS-FIRST-DAYS)
               OR (WS-PREV-DAYS < WS-SECOND-DAYS
                AND WS-NEW-DAYS NOT < WS-SECOND-DAYS)
               PERFORM WRITE-ESCALATION-LINE.
        CHECK-ESCALATION-END. EXIT.
      *
                    ' STATE WRITTEN: ' WS-STATE-WRITTEN
                    ' CLEARED: ' WS-CLEARED-COUNT
                    ' LETTERS: ' WS-LETTER-COUNT.
            IF WS-BEFORE-CAL-COUNT > ZERO
               DISPLAY 'FIRST DATES BEFORE BUSINESS CALENDAR START: '
                       WS-BEFORE-CAL-COUNT.
            PERFORM H400-CLOSE-FILES.
        H999-END. EXIT.
      *
