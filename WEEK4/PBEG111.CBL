      * gore ucret hesaplar, ucretin bakiyeye islenebilmesi icin
      * PBEG108'in islem dosyasi yerlesiminde bir kayit dosyasi ve
      * degerlendirilen ucretlerin toplamini tasiyan bir ucret
      * defteri raporu yazar. Ucretler aylik dongude kesilir: is
      * tarihi ortak is takviminde ay sonu olarak isaretli degilse
      * hicbir hesap ucretlendirilmez, defter yalnizca tarih ve
      * sifir ozetle yazilir.
            SELECT ACCT-REC   ASSIGN TO ACCTREC
                              STATUS  ACCT-ST.
      * Is tarihi parametresi; PBEG131'in CSDPARM karti ile ayni.
      * Verilmezse kosu tarihi kullanilir. Ucret defterinin tarihi
      * budur.
            SELECT CSD-PARM   ASSIGN TO CSDPARM
                              STATUS  CSD-ST.
      * Ortak is takvimi (PBEG145 uretir); zorunludur. Ay sonu
      * isareti buradan okunur.
            SELECT CAL-FILE   ASSIGN TO BUSCAL
                              STATUS  CAL-ST.
      * Tatil gunu kosusu icin operator gecersiz kilma parametresi.
            SELECT OVR-FILE   ASSIGN TO OVRPARM
                              STATUS  OVR-ST.
      * PBEG143'un bu gece yazdigi itiraz dosyasi kusagi (ACCT-NO
      * sirali). Acik itirazi olan hesaba itiraz kapanana kadar
      * ucret yazilmaz. Dosya zorunludur; verilmezse is durur.
            SELECT DSP-FILE   ASSIGN TO DISPUTE
                              STATUS  DSP-ST.
      * Ucret basamaklari parametre dosyasi: asim alt siniri, yuzde,
      * asgari sabit ucret ve tavan.
            SELECT FEE-FILE   ASSIGN TO FEEPARM
      * kosularak ucretler ACCT-BALANCE'a islenir.
            SELECT POST-FILE  ASSIGN TO FEEPOST
                              STATUS  POST-ST.
      * Ucret defteri: basta defterin tarih satiri, degerlendirilen
      * her hesap icin asim ve ucret, sonda toplam satirlari.
      * PBEG143 itiraz edilen ucreti bu tarih satiri ile eslestirir.
            SELECT REG-FILE   ASSIGN TO FEEREG
                              STATUS  REG-ST.
        DATA DIVISION.
        FILE SECTION.
        FD  CSD-PARM RECORDING MODE F.
        01  CSD-REC.
            05  CSD-DATE             PIC 9(08).
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
      * Itiraz kaydi; PBEG143'teki DSP-REC ile birebir ayni yerlesim.
        FD  DSP-FILE RECORDING MODE F.
        01  DSP-REC.
            05  DSP-ACCT-NO          PIC X(08).
            05  DSP-FEE-DATE         PIC X(08).
            05  DSP-AMOUNT           PIC 9(07)V99.
            05  DSP-REASON           PIC X(30).
            05  DSP-STATUS           PIC X(01).
            05  DSP-OPEN-DATE        PIC 9(08).
            05  DSP-CLOSE-DATE       PIC 9(08).
            05  DSP-FILLER           PIC X(08).
      *
      * ACCT-FIELDS, CBL0001'deki ile birebir ayni alan yerlesimine
      * sahiptir.
        FD  ACCT-REC RECORDING MODE F.
            05  WS-REG-SPACE-3     PIC X(01) VALUE SPACE.
            05  REG-NOTE           PIC X(08).
      *
      * REG-FILE'in ayni FD'sine bagli tarih ve ozet kayitlari;
      * REG-REC ile ayni uzunluga (43 byte) tamamlanir.
        01  REG-HDR-REC.
            05  REG-HDR-LABEL      PIC X(24).
            05  REG-HDR-DATE       PIC 9(08).
            05  REG-HDR-FILLER     PIC X(11) VALUE SPACE.
      *
        01  REG-SUM-REC.
            05  REG-SUM-LABEL      PIC X(24).
            05  REG-SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
               88 POST-SUCCESS              VALUE 00 97.
            05 REG-ST            PIC 9(02).
               88 REG-SUCCESS               VALUE 00 97.
            05 CSD-ST            PIC 9(02).
               88 CSD-SUCCESS               VALUE 00 97.
            05 DSP-ST            PIC 9(02).
               88 DSP-SUCCESS               VALUE 00 97.
            05 CAL-ST            PIC 9(02).
               88 CAL-EOF                   VALUE 10.
               88 CAL-SUCCESS               VALUE 00 97.
            05 OVR-ST            PIC 9(02).
               88 OVR-SUCCESS               VALUE 00 97.
            05 WS-OVERRIDE       PIC X VALUE 'N'.
               88 OVERRIDE-ON               VALUE 'Y'.
            05 WS-BUSINESS-DATE  PIC 9(08) VALUE ZERO.
      * Is tarihi takvimde ay sonu ise 'Y'; ucretler yalnizca o gun
      * kesilir.
            05 WS-MONTH-END      PIC X VALUE 'N'.
               88 MONTH-END-RUN             VALUE 'Y'.
      *
      * Itiraz dosyasi eslestirme alanlari: WS-DSP-KEY son okunan
      * itirazin hesabidir, dosya sonunda HIGH-VALUES alir.
        01  DISPUTE-MATCH-AREA.
            05 WS-DSP-KEY        PIC X(08) VALUE LOW-VALUES.
            05 WS-DSP-OPEN       PIC X VALUE 'N'.
            05 WS-DISPUTED       PIC X VALUE 'N'.
               88 ACCOUNT-DISPUTED          VALUE 'Y'.
      *
      * Ucret basamagi tablosu. LOAD-FEE-TABLE program basinda
      * FEEPARM'dan doldurur; parametre dosyasi zorunludur.
            05  WS-READ-COUNT      PIC S9(9)   COMP-3 VALUE ZERO.
            05  WS-ASSESSED-COUNT  PIC S9(9)   COMP-3 VALUE ZERO.
            05  WS-NOTIER-COUNT    PIC S9(9)   COMP-3 VALUE ZERO.
            05  WS-DISPUTED-COUNT  PIC S9(9)   COMP-3 VALUE ZERO.
            05  WS-TOTAL-FEES      PIC S9(11)V99 COMP-3 VALUE ZERO.
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
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            IF MONTH-END-RUN
               PERFORM H200-PROCESS UNTIL ACCT-EOF.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
        H100-OPEN-FILES.
            ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
            PERFORM READ-DATE-PARM.
            PERFORM LOAD-BUSINESS-CALENDAR.
            PERFORM CHECK-BUSINESS-DATE.
            IF WS-CAL-MONTH-END(WS-TODAY-SUB) = 'Y'
               MOVE 'Y' TO WS-MONTH-END
            ELSE
               DISPLAY 'NOT A MONTH-END BUSINESS DAY - NO FEES'
                       ' ASSESSED'.
            OPEN INPUT  ACCT-REC.
            OPEN OUTPUT POST-FILE.
            OPEN OUTPUT REG-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM LOAD-FEE-TABLE.
            PERFORM OPEN-DISPUTE-FILE.
            PERFORM WRITE-REGISTER-DATE.
            PERFORM READ-RECORD.
        H100-END. EXIT.
      *
               IF REG-SUCCESS THEN CLOSE REG-FILE
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
      * Itiraz dosyasi PBEG143'te oldugu gibi zorunludur: dosya
      * olmadan bugun geri odemesi yazilmis bir hesaba da ucret
      * kesilir ve PBEG133 iki bakiye kaydini celisik diye reddeder.
      * Acilamazsa is RETURN-CODE 8 ile durur.
        OPEN-DISPUTE-FILE.
            OPEN INPUT DSP-FILE
            IF NOT DSP-SUCCESS
               DISPLAY 'DISPUTE FILE NOT OPENED, DSP-ST: ' DSP-ST
               CLOSE ACCT-REC
                     POST-FILE
                     REG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
            MOVE 'Y' TO WS-DSP-OPEN.
            PERFORM READ-DISPUTE.
        OPEN-DISPUTE-FILE-END. EXIT.
      *
        READ-DISPUTE.
            READ DSP-FILE
                AT END     MOVE HIGH-VALUES TO WS-DSP-KEY
                NOT AT END MOVE DSP-ACCT-NO TO WS-DSP-KEY
            END-READ.
        READ-DISPUTE-END. EXIT.
      *
      * Defterin ilk satiri is tarihidir; ay sonu olmayan gunde
      * ardindan ucret kesilmedigini belirten satir gelir. PBEG121 ve
      * PBEG137 yalnizca ASSESSED ve toplam satirlarini okudugu icin
      * bu satirlari atlar.
        WRITE-REGISTER-DATE.
            MOVE 'FEE REGISTER DATE:' TO REG-HDR-LABEL.
            MOVE WS-BUSINESS-DATE     TO REG-HDR-DATE.
            MOVE SPACE                TO REG-HDR-FILLER.
            WRITE REG-HDR-REC.
            IF NOT MONTH-END-RUN
               MOVE 'NOT MONTH-END - NO FEES:' TO REG-HDR-LABEL
               MOVE WS-BUSINESS-DATE     TO REG-HDR-DATE
               MOVE SPACE                TO REG-HDR-FILLER
               WRITE REG-HDR-REC.
        WRITE-REGISTER-DATE-END. EXIT.
      *
      * Ucret basamaklarini FEEPARM'dan yukler. Parametre dosyasi bu
      * is icin zorunludur: acilamazsa hicbir hesap
      *
      * Bakiyesi limitini asan her hesap icin asim tutarini hesaplar,
      * uygun basamagi secer ve ucreti hem kayit dosyasina hem ucret
      * defterine yazar. Limit asmayan hesaplar atlanir. Acik
      * itirazi olan hesaba ucret yazilmaz, deftere not edilir.
        H200-PROCESS.
            ADD 1 TO WS-READ-COUNT.
            IF ACCT-BALANCE > ACCT-LIMIT
               COMPUTE WS-EXCESS = ACCT-BALANCE - ACCT-LIMIT
               PERFORM CHECK-OPEN-DISPUTE
               IF ACCOUNT-DISPUTED
                  PERFORM WRITE-DISPUTED-LINE
               ELSE
                  PERFORM LOOKUP-FEE-TIER
                  IF TIER-FOUND
                     PERFORM COMPUTE-FEE
                     PERFORM WRITE-POSTING
                     PERFORM WRITE-REGISTER-LINE
                  ELSE
                     PERFORM WRITE-NOTIER-LINE.
            PERFORM READ-RECORD.
        H200-END. EXIT.
      *
      * Itiraz dosyasi hesaba kadar ilerletilir ve hesabin butun
      * itirazlarina bakilir. 'O' ve 'U' itirazlar aciktir; bugun
      * ters kaydi yazilan ('R', kapanis tarihi is tarihi) itirazin
      * hesabina da ayni partide ikinci bir bakiye degisikligi
      * gitmesin diye o gun ucret yazilmaz.
        CHECK-OPEN-DISPUTE.
            MOVE 'N' TO WS-DISPUTED.
            PERFORM READ-DISPUTE
                UNTIL WS-DSP-KEY NOT < ACCT-NO.
            PERFORM TEST-ONE-DISPUTE
                UNTIL WS-DSP-KEY NOT = ACCT-NO.
        CHECK-OPEN-DISPUTE-END. EXIT.
      *
        TEST-ONE-DISPUTE.
            IF DSP-STATUS = 'O' OR DSP-STATUS = 'U'
               MOVE 'Y' TO WS-DISPUTED.
            IF DSP-STATUS = 'R'
               AND DSP-CLOSE-DATE = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-DISPUTED.
            PERFORM READ-DISPUTE.
        TEST-ONE-DISPUTE-END. EXIT.
      *
      * Asim tutarina uygulanacak basamagi secer: WS-FEE-FROM'u asim
      * tutarini gecmeyen en buyuk basamak kazanir.
        LOOKUP-FEE-TIER.
            MOVE SPACE     TO WS-REG-SPACE-3.
            WRITE REG-REC.
        WRITE-NOTIER-LINE-END. EXIT.
      *
      * Itirazli hesabin asimi ucretsiz olarak deftere not edilir.
        WRITE-DISPUTED-LINE.
            ADD 1 TO WS-DISPUTED-COUNT.
            MOVE ACCT-NO    TO REG-ACCT-NO.
            MOVE WS-EXCESS  TO REG-EXCESS.
            MOVE ZERO       TO REG-FEE.
            MOVE 'DISPUTED' TO REG-NOTE.
            MOVE SPACE      TO WS-REG-SPACE-1.
            MOVE SPACE      TO WS-REG-SPACE-2.
            MOVE SPACE      TO WS-REG-SPACE-3.
            WRITE REG-REC.
        WRITE-DISPUTED-LINE-END. EXIT.
      *
        H300-WRITE-SUMMARY.
            MOVE 'ACCOUNTS READ:' TO REG-SUM-LABEL.
            MOVE 'NO TIER FOUND:' TO REG-SUM-LABEL.
            MOVE WS-NOTIER-COUNT TO REG-SUM-COUNT.
            WRITE REG-SUM-REC.
            MOVE 'SUPPRESSED BY DISPUTE:' TO REG-SUM-LABEL.
            MOVE WS-DISPUTED-COUNT TO REG-SUM-COUNT.
            WRITE REG-SUM-REC.
            MOVE 'TOTAL FEES ASSESSED:' TO REG-TOT-LABEL.
            MOVE WS-TOTAL-FEES TO REG-TOT-AMOUNT.
            MOVE SPACE TO REG-TOT-FILLER.
            CLOSE ACCT-REC
                  POST-FILE
                  REG-FILE.
            IF WS-DSP-OPEN = 'Y'
               CLOSE DSP-FILE.
        H400-END. EXIT.
      *
        H999-PROGRAM-EXIT.
