        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG142.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Her hesabin kredi limiti, bakiyesi ve limit asim gecmisi
      * elimizde oldugu halde kredi burolarina hicbir sey
      * bildirilmiyordu. Bu ay sonu programi hesap VSAM dosyasini
      * ACCT-NO sirasinda bir kez okur ve her hesap icin sabit
      * bicimli bir buro kaydi yazar; odeme durumu kodu PBEG127'nin
      * OVRHIST durum dosyasindaki asim gunu sayacindan turetilir.
      * Kayitlar buronun baslik ve kuyruk kaydi arasina yazilir;
      * kuyruk kayit sayilarini ve limit/bakiye toplamlarini tasir.
      * Gecen ay bildirilen hesaplar bir durum dosyasinda tutulur:
      * PBEG108'in bir 'D' islemiyle kapattigi, yani ana dosyadan
      * dusmus hesap bu ay bir kez kapali durumuyla gider ve sonra
      * listeden cikar. Zorunlu bilgisi eksik hesaplar (bos soyad
      * veya adres, gecersiz eyalet) bildirilmez, red listesine
      * yazilir.
      * PBEG113'un yukledigi hesap VSAM dosyasi; SELECT anahtar
      * tanimlari yukleyiciyle birebir ayni tutulur.
            SELECT AVS-FILE   ASSIGN TO ACCTVSAM
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY AVS-ACCT-NO
                              ALTERNATE RECORD KEY AVS-LAST-NAME
                                  WITH DUPLICATES
                              STATUS  AVS-ST.
      * PBEG127'nin ay sonu kosusunda yazdigi guncel asim durumu
      * kusagi (OVRNEW). Verilmezse tum hesaplar guncel sayilir.
            SELECT OVR-FILE   ASSIGN TO OVRHIST
                              STATUS  OVR-ST.
      * Gecen ay bildirilen hesaplarin durum kusagi; ilk ay
      * verilmez.
            SELECT PRV-FILE   ASSIGN TO BURPREV
                              STATUS  PRV-ST.
      * Bu ay bildirilen acik hesaplarin yeni durum kusagi; gelecek
      * ay BURPREV olarak verilir.
            SELECT NXT-FILE   ASSIGN TO BURNEW
                              STATUS  NXT-ST.
      * Buro parametresi: buronun verdigi uye (subscriber) kodu.
      * Zorunludur.
            SELECT BUP-PARM   ASSIGN TO BURPARM
                              STATUS  BUP-ST.
      * Is tarihi parametresi; PBEG131'in CSDPARM karti ile ayni.
            SELECT CSD-PARM   ASSIGN TO CSDPARM
                              STATUS  CSD-ST.
      * PBEG121'in kullandigi gecerli eyalet tablosu (eyalet adi ve
      * iki harfli kodu). Buroya eyaletin kodu gider.
            SELECT STT-FILE   ASSIGN TO STATETAB
                              STATUS  STT-ST.
      * Buroya giden cikarim dosyasi.
            SELECT EXT-FILE   ASSIGN TO BUREXT
                              STATUS  EXT-ST.
      * Bildirilmeyen hesaplarin red listesi ve is sonu ozeti.
            SELECT REJ-FILE   ASSIGN TO BURREJ
                              STATUS  REJ-ST.
        DATA DIVISION.
        FILE SECTION.
      * AVS-REC, PBEG113'teki ile birebir ayni alan yerlesimine
      * sahiptir.
        FD  AVS-FILE.
        01  AVS-REC.
            05  AVS-ACCT-NO        PIC X(8).
            05  AVS-ACCT-LIMIT     PIC S9(7)V99 COMP-3.
            05  AVS-ACCT-BALANCE   PIC S9(7)V99 COMP-3.
            05  AVS-LAST-NAME      PIC X(20).
            05  AVS-FIRST-NAME     PIC X(15).
            05  AVS-CLIENT-ADDR.
                10  AVS-STREET-ADDR PIC X(25).
                10  AVS-CITY-COUNTY PIC X(20).
                10  AVS-USA-STATE   PIC X(15).
            05  AVS-RESERVED       PIC X(7).
            05  AVS-COMMENTS       PIC X(50).
      *
      * PBEG127'nin durum kaydi ile ayni yerlesim.
        FD  OVR-FILE RECORDING MODE F.
        01  OVR-REC.
            05  OVR-ACCT-NO        PIC X(08).
            05  OVR-DAYS-OVER      PIC 9(05).
            05  OVR-FIRST-DATE     PIC 9(08).
      *
      * Durum kusaklari, bildirilen buro detay kaydinin birebir
      * kopyasidir (150 byte); kapanan hesap bu kopyadan bildirilir.
        FD  PRV-FILE RECORDING MODE F.
        01  PRV-REC.
            05  PRV-REC-TYPE       PIC X(02).
            05  PRV-ACCT-NO        PIC X(08).
            05  PRV-DATA           PIC X(140).
      *
        FD  NXT-FILE RECORDING MODE F.
        01  NXT-REC                PIC X(150).
      *
        FD  BUP-PARM RECORDING MODE F.
        01  BUP-REC.
            05  BUP-SUBSCRIBER     PIC X(10).
      *
        FD  CSD-PARM RECORDING MODE F.
        01  CSD-REC.
            05  CSD-DATE           PIC 9(08).
      *
        FD  STT-FILE RECORDING MODE F.
        01  STT-REC.
            05  STT-NAME           PIC X(15).
            05  STT-CODE           PIC X(02).
      *
      * Buro detay kaydi (150 byte). Hesap durumu '11' acik, '13'
      * kapali; odeme durumu '0' guncel, '1' 1-29, '2' 30-59,
      * '3' 60-89, '4' 90 ve uzeri takvim gunu limit asimi;
      * BXD-DAYS-OVER da takvim gunudur. Tutarlar isaretli
      * alanlarda ondalik noktasiz, kurus dahil yazilir.
        FD  EXT-FILE RECORDING MODE F.
        01  BXD-REC.
            05  BXD-REC-TYPE       PIC X(02).
            05  BXD-ACCT-NO        PIC X(08).
            05  BXD-ACCT-STATUS    PIC X(02).
            05  BXD-PAY-STATUS     PIC X(01).
            05  BXD-LAST-NAME      PIC X(20).
            05  BXD-FIRST-NAME     PIC X(15).
            05  BXD-STREET-ADDR    PIC X(25).
            05  BXD-CITY-COUNTY    PIC X(20).
            05  BXD-STATE-CODE     PIC X(02).
            05  BXD-CREDIT-LIMIT   PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
            05  BXD-BALANCE        PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
            05  BXD-DAYS-OVER      PIC 9(05).
            05  BXD-FIRST-OVER-DATE PIC 9(08).
            05  BXD-REPORT-DATE    PIC 9(08).
            05  BXD-FILLER         PIC X(14).
      *
      * Buro baslik kaydi: uye kodu, bildirim (is) tarihi ve
      * dosyanin olusturuldugu tarih.
        01  BXH-REC.
            05  BXH-REC-TYPE       PIC X(02).
            05  BXH-SUBSCRIBER     PIC X(10).
            05  BXH-REPORT-DATE    PIC 9(08).
            05  BXH-CREATE-DATE    PIC 9(08).
            05  BXH-FILLER         PIC X(122).
      *
      * Buro kuyruk kaydi: detay, acik ve kapali kayit sayilari ile
      * detaylarin limit ve bakiye toplamlari.
        01  BXT-REC.
            05  BXT-REC-TYPE       PIC X(02).
            05  BXT-RECORD-COUNT   PIC 9(09).
            05  BXT-OPEN-COUNT     PIC 9(09).
            05  BXT-CLOSED-COUNT   PIC 9(09).
            05  BXT-TOTAL-LIMIT    PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
            05  BXT-TOTAL-BALANCE  PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
            05  BXT-FILLER         PIC X(93).
      *
      * Red satiri: hesap, ad soyad ve red sebebi. Ozet kaydi ayni
      * uzunluga (76 byte) tamamlanir.
        FD  REJ-FILE RECORDING MODE F.
        01  REJ-REC.
            05  REJ-ACCT-NO        PIC X(08).
            05  WS-REJ-SPACE-1     PIC X(01).
            05  REJ-LAST-NAME      PIC X(20).
            05  WS-REJ-SPACE-2     PIC X(01).
            05  REJ-FIRST-NAME     PIC X(15).
            05  WS-REJ-SPACE-3     PIC X(01).
            05  REJ-REASON         PIC X(30).
      *
        01  REJ-SUM-REC.
            05  REJ-SUM-LABEL      PIC X(30).
            05  REJ-SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
            05  REJ-SUM-FILLER     PIC X(35).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 AVS-ST            PIC 9(02).
               88 AVS-EOF                   VALUE 10.
               88 AVS-SUCCESS               VALUE 00 97.
            05 OVR-ST            PIC 9(02).
               88 OVR-SUCCESS               VALUE 00 97.
            05 PRV-ST            PIC 9(02).
               88 PRV-SUCCESS               VALUE 00 97.
            05 NXT-ST            PIC 9(02).
               88 NXT-SUCCESS               VALUE 00 97.
            05 BUP-ST            PIC 9(02).
               88 BUP-SUCCESS               VALUE 00 97.
            05 CSD-ST            PIC 9(02).
               88 CSD-SUCCESS               VALUE 00 97.
            05 STT-ST            PIC 9(02).
               88 STT-EOF                   VALUE 10.
               88 STT-SUCCESS               VALUE 00 97.
            05 EXT-ST            PIC 9(02).
               88 EXT-SUCCESS               VALUE 00 97.
            05 REJ-ST            PIC 9(02).
               88 REJ-SUCCESS               VALUE 00 97.
            05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
            05 WS-BUSINESS-DATE  PIC 9(08) VALUE ZERO.
            05 WS-DATE-CHECK     PIC 9(08) VALUE ZERO.
            05 WS-DAYS-OVER      PIC S9(07) COMP-3 VALUE ZERO.
            05 WS-SUBSCRIBER     PIC X(10) VALUE SPACE.
            05 WS-CHECK-STATE    PIC X(15) VALUE SPACE.
            05 WS-STATE-CODE     PIC X(02) VALUE SPACE.
            05 WS-STATE-FOUND    PIC X VALUE 'N'.
               88 STATE-FOUND               VALUE 'Y'.
            05 WS-REJECT-REASON  PIC X(30) VALUE SPACE.
      * Eslestirme anahtarlari; dosya sonunda HIGH-VALUES degerini
      * alirlar (PBEG127'deki kurguyla ayni). OVRHIST yalnizca ileri
      * dogru taranan bir arama dosyasidir.
            05 WS-AVS-KEY        PIC X(08) VALUE LOW-VALUES.
            05 WS-PRV-KEY        PIC X(08) VALUE LOW-VALUES.
            05 WS-OVR-KEY        PIC X(08) VALUE LOW-VALUES.
            05 WS-PRV-MATCH      PIC X VALUE 'N'.
               88 PRV-MATCH                 VALUE 'Y'.
      * Istege bagli girdilerin acilip acilmadigi; dosya sonunda
      * status degistigi icin kapanista bu bayraklara bakilir.
            05 WS-OVR-OPEN       PIC X VALUE 'N'.
            05 WS-PRV-OPEN       PIC X VALUE 'N'.
      *
      * Gecerli eyalet tablosu; LOAD-STATE-TABLE doldurur. Adlar
      * karsilastirma icin buyuk harfe cevrilerek tutulur.
        01  WS-STATE-TABLE.
            05  WS-STT-COUNT       PIC S9(04) COMP VALUE ZERO.
            05  WS-STT-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-STT-IDX.
                10  WS-STT-NAME    PIC X(15).
                10  WS-STT-CODE    PIC X(02).
      *
      * Kuyruk kaydina ve red listesi ozetine yazilan sayaclar.
        01  BUREAU-COUNTERS.
            05 WS-READ-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-PRV-READ-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-OPEN-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-CLOSED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-DETAIL-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-REJECT-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-CARRIED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-NXT-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-PAST-DUE-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-TOTAL-LIMIT      PIC S9(11)V99 COMP-3 VALUE ZERO.
            05 WS-TOTAL-BALANCE    PIC S9(11)V99 COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
      * Dongu hesap dosyasi ve gecen ayin durum kusagi tukendiginde
      * biter.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            PERFORM H200-MATCH-PROCESS
                UNTIL WS-AVS-KEY = HIGH-VALUES
                  AND WS-PRV-KEY = HIGH-VALUES.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
        H100-OPEN-FILES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
            PERFORM READ-DATE-PARM.
            OPEN INPUT  AVS-FILE.
            OPEN OUTPUT EXT-FILE.
            OPEN OUTPUT NXT-FILE.
            OPEN OUTPUT REJ-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM READ-BUREAU-PARM.
            PERFORM LOAD-STATE-TABLE.
      * Asim durumu ve gecen ayin durum kusagi bulunmayabilir;
      * acilamazlarsa anahtar HIGH-VALUES birakilir.
            OPEN INPUT OVR-FILE.
            IF OVR-SUCCESS
               MOVE 'Y' TO WS-OVR-OPEN
               PERFORM READ-OVR-STATE
            ELSE
               DISPLAY 'OVRHIST NOT PROVIDED - ALL ACCOUNTS CURRENT'
               MOVE HIGH-VALUES TO WS-OVR-KEY.
            OPEN INPUT PRV-FILE.
            IF PRV-SUCCESS
               MOVE 'Y' TO WS-PRV-OPEN
               PERFORM READ-PREV-STATE
            ELSE
               DISPLAY 'BURPREV NOT PROVIDED - NO CLOSURES REPORTED'
               MOVE HIGH-VALUES TO WS-PRV-KEY.
            PERFORM WRITE-BUREAU-HEADER.
            PERFORM READ-ACCT-MASTER.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (AVS-SUCCESS AND EXT-SUCCESS AND NXT-SUCCESS
                                                AND REJ-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' AVS: ' AVS-ST ' EXT: ' EXT-ST
                       ' NXT: ' NXT-ST ' REJ: ' REJ-ST
               IF AVS-SUCCESS THEN CLOSE AVS-FILE
               IF EXT-SUCCESS THEN CLOSE EXT-FILE
               IF NXT-SUCCESS THEN CLOSE NXT-FILE
               IF REJ-SUCCESS THEN CLOSE REJ-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Is tarihi parametresi varsa okunur; yoksa kosu tarihi
      * kullanilir ve operatore not dusulur (PBEG131 ile ayni kural).
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
      * Uye kodu olmadan buro dosyayi kabul etmez; parametre yoksa
      * veya bossa is hata koduyla durur.
        READ-BUREAU-PARM.
            OPEN INPUT BUP-PARM
            IF BUP-SUCCESS
               READ BUP-PARM
                   AT END CONTINUE
                   NOT AT END
                       MOVE BUP-SUBSCRIBER TO WS-SUBSCRIBER
               END-READ
               CLOSE BUP-PARM.
            IF WS-SUBSCRIBER = SPACE
               DISPLAY 'BURPARM MISSING OR SUBSCRIBER CODE BLANK'
               PERFORM ABORT-BUREAU-RUN.
        READ-BUREAU-PARM-END. EXIT.
      *
      * Eyalet tablosu bu is icin zorunludur: tablo olmadan her
      * adres gecersiz sayilir ve hicbir hesap bildirilmezdi. Dosya
      * acilamaz veya bos gelirse is hata koduyla durdurulur.
        LOAD-STATE-TABLE.
            OPEN INPUT STT-FILE
            IF NOT STT-SUCCESS
               DISPLAY 'STATE TABLE NOT OPENED, STT-ST: ' STT-ST
               PERFORM ABORT-BUREAU-RUN.
            PERFORM UNTIL STT-EOF
                READ STT-FILE
                    AT END CONTINUE
                    NOT AT END PERFORM LOAD-ONE-STATE
                END-READ
            END-PERFORM
            CLOSE STT-FILE.
            IF WS-STT-COUNT = ZERO
               DISPLAY 'STATE TABLE IS EMPTY'
               PERFORM ABORT-BUREAU-RUN.
        LOAD-STATE-TABLE-END. EXIT.
      *
        LOAD-ONE-STATE.
            IF WS-STT-COUNT < 100
               ADD 1 TO WS-STT-COUNT
               MOVE STT-NAME TO WS-STT-NAME(WS-STT-COUNT)
               MOVE STT-CODE TO WS-STT-CODE(WS-STT-COUNT)
               INSPECT WS-STT-ENTRY(WS-STT-COUNT)
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            ELSE
               DISPLAY 'STATE TABLE FULL, IGNORED: ' STT-NAME.
        LOAD-ONE-STATE-END. EXIT.
      *
      * Eksik bir buro dosyasi gonderilmesin diye cikislar bos
      * birakilir ve is hata koduyla biter.
        ABORT-BUREAU-RUN.
            CLOSE AVS-FILE
                  EXT-FILE
                  NXT-FILE
                  REJ-FILE.
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
        ABORT-BUREAU-RUN-END. EXIT.
      *
      * Klasik iki dosya eslestirmesi: hesap anahtari gecen ayin
      * anahtarindan kucukse hesap ilk kez bildirilir; buyukse gecen
      * ay bildirilen hesap ana dosyadan dusmustur (kapanmistir);
      * esitse hesap bu ay da bildirilir.
        H200-MATCH-PROCESS.
            IF WS-AVS-KEY < WS-PRV-KEY
               MOVE 'N' TO WS-PRV-MATCH
               PERFORM H300-REPORT-ACCOUNT
               PERFORM READ-ACCT-MASTER
            ELSE
               IF WS-AVS-KEY > WS-PRV-KEY
                  PERFORM H220-REPORT-CLOSED
                  PERFORM READ-PREV-STATE
               ELSE
                  MOVE 'Y' TO WS-PRV-MATCH
                  PERFORM H300-REPORT-ACCOUNT
                  PERFORM READ-ACCT-MASTER
                  PERFORM READ-PREV-STATE.
        H200-END. EXIT.
      *
      * Kapanan hesap gecen ay bildirilen kaydiyla, hesap durumu
      * kapali ve bu ayin tarihiyle bir kez gider; yeni durum
      * kusagina tasinmadigi icin gelecek ay listeden cikar.
        H220-REPORT-CLOSED.
            MOVE PRV-REC          TO BXD-REC.
            MOVE '13'             TO BXD-ACCT-STATUS.
            MOVE WS-BUSINESS-DATE TO BXD-REPORT-DATE.
            ADD 1 TO WS-CLOSED-COUNT.
            PERFORM WRITE-BUREAU-DETAIL.
        H220-END. EXIT.
      *
      * Zorunlu bilgisi eksik hesap red listesine yazilir. Hesap
      * gecen ay bildirilmisse eski kaydi yeni durum kusagina
      * aynen tasinir; boylece hesap sonradan kapanirsa kapanisi
      * yine bildirilir.
        H300-REPORT-ACCOUNT.
            PERFORM H310-EDIT-ACCOUNT.
            IF WS-REJECT-REASON NOT = SPACE
               PERFORM WRITE-REJECT-LINE
               IF PRV-MATCH
                  ADD 1 TO WS-CARRIED-COUNT
                  MOVE PRV-REC TO NXT-REC
                  PERFORM WRITE-NEXT-STATE
               END-IF
            ELSE
               PERFORM H320-BUILD-DETAIL
               ADD 1 TO WS-OPEN-COUNT
               PERFORM WRITE-BUREAU-DETAIL
               MOVE BXD-REC TO NXT-REC
               PERFORM WRITE-NEXT-STATE.
        H300-END. EXIT.
      *
      * Buronun zorunlu alanlari: soyad, sokak adresi, sehir ve
      * eyalet tablosunda bulunan bir eyalet.
        H310-EDIT-ACCOUNT.
            MOVE SPACES TO WS-REJECT-REASON.
            IF AVS-LAST-NAME = SPACE
               MOVE 'MISSING LAST NAME' TO WS-REJECT-REASON
            ELSE
               IF AVS-STREET-ADDR = SPACE
                  MOVE 'MISSING STREET ADDRESS' TO WS-REJECT-REASON
               ELSE
                  IF AVS-CITY-COUNTY = SPACE
                     MOVE 'MISSING CITY/COUNTY' TO WS-REJECT-REASON
                  ELSE
                     PERFORM CHECK-STATE
                     IF NOT STATE-FOUND
                        MOVE 'INVALID STATE' TO WS-REJECT-REASON.
        H310-END. EXIT.
      *
      * Odeme durumu, hesabin limiti ilk astigi tarihten (OVRHIST)
      * is tarihine kadar gecen takvim gunune gore 30 gunluk
      * bantlarla kodlanir; OVRHIST'teki sayac is gunu saydigi icin
      * bantlarda kullanilmaz, yalniz ilk tarih gecersizse yedek
      * olarak alinir. OVRHIST'te kaydi olmayan hesap limit
      * altindadir ve gunceldir.
        H320-BUILD-DETAIL.
            MOVE SPACES           TO BXD-REC.
            MOVE 'D1'             TO BXD-REC-TYPE.
            MOVE AVS-ACCT-NO      TO BXD-ACCT-NO.
            MOVE '11'             TO BXD-ACCT-STATUS.
            MOVE AVS-LAST-NAME    TO BXD-LAST-NAME.
            MOVE AVS-FIRST-NAME   TO BXD-FIRST-NAME.
            MOVE AVS-STREET-ADDR  TO BXD-STREET-ADDR.
            MOVE AVS-CITY-COUNTY  TO BXD-CITY-COUNTY.
            MOVE WS-STATE-CODE    TO BXD-STATE-CODE.
            MOVE AVS-ACCT-LIMIT   TO BXD-CREDIT-LIMIT.
            MOVE AVS-ACCT-BALANCE TO BXD-BALANCE.
            MOVE WS-BUSINESS-DATE TO BXD-REPORT-DATE.
            PERFORM READ-OVR-STATE UNTIL WS-OVR-KEY NOT < AVS-ACCT-NO.
            IF WS-OVR-KEY = AVS-ACCT-NO
               PERFORM COMPUTE-DAYS-OVER
               MOVE WS-DAYS-OVER   TO BXD-DAYS-OVER
               MOVE OVR-FIRST-DATE TO BXD-FIRST-OVER-DATE
               ADD 1 TO WS-PAST-DUE-COUNT
               IF WS-DAYS-OVER < 30
                  MOVE '1' TO BXD-PAY-STATUS
               ELSE
                  IF WS-DAYS-OVER < 60
                     MOVE '2' TO BXD-PAY-STATUS
                  ELSE
                     IF WS-DAYS-OVER < 90
                        MOVE '3' TO BXD-PAY-STATUS
                     ELSE
                        MOVE '4' TO BXD-PAY-STATUS
            ELSE
               MOVE ZERO TO BXD-DAYS-OVER
                            BXD-FIRST-OVER-DATE
               MOVE '0'  TO BXD-PAY-STATUS.
        H320-END. EXIT.
      *
      * Asim gunu, ilk asim tarihi dahil is tarihine kadar gecen
      * takvim gunudur (PBEG143'un yas kurgusu).
        COMPUTE-DAYS-OVER.
            MOVE OVR-DAYS-OVER TO WS-DAYS-OVER.
            IF OVR-FIRST-DATE NUMERIC
               AND OVR-FIRST-DATE NOT > WS-BUSINESS-DATE
               COMPUTE WS-DATE-CHECK =
                       FUNCTION TEST-DATE-YYYYMMDD(OVR-FIRST-DATE)
               IF WS-DATE-CHECK = 0
                  COMPUTE WS-DAYS-OVER =
                          FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                        - FUNCTION INTEGER-OF-DATE(OVR-FIRST-DATE)
                        + 1.
        COMPUTE-DAYS-OVER-END. EXIT.
      *
      * USA-STATE eyalet adi veya iki harfli kodu olarak kabul
      * edilir (PBEG121'deki kurgu); bulunan satirin kodu saklanir.
        CHECK-STATE.
            MOVE 'N' TO WS-STATE-FOUND.
            MOVE SPACES TO WS-STATE-CODE.
            MOVE AVS-USA-STATE TO WS-CHECK-STATE.
            INSPECT WS-CHECK-STATE
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            IF WS-CHECK-STATE NOT = SPACE
               SET WS-STT-IDX TO 1
               SEARCH WS-STT-ENTRY
                   AT END CONTINUE
                   WHEN WS-STT-IDX > WS-STT-COUNT
                       CONTINUE
                   WHEN WS-STT-NAME(WS-STT-IDX) = WS-CHECK-STATE
                       MOVE 'Y' TO WS-STATE-FOUND
                       MOVE WS-STT-CODE(WS-STT-IDX) TO WS-STATE-CODE
                   WHEN WS-STT-CODE(WS-STT-IDX) = WS-CHECK-STATE
                       MOVE 'Y' TO WS-STATE-FOUND
                       MOVE WS-STT-CODE(WS-STT-IDX) TO WS-STATE-CODE
               END-SEARCH.
        CHECK-STATE-END. EXIT.
      *
        WRITE-BUREAU-HEADER.
            MOVE SPACES           TO BXH-REC.
            MOVE 'HH'             TO BXH-REC-TYPE.
            MOVE WS-SUBSCRIBER    TO BXH-SUBSCRIBER.
            MOVE WS-BUSINESS-DATE TO BXH-REPORT-DATE.
            MOVE WS-RUN-DATE      TO BXH-CREATE-DATE.
            WRITE BXH-REC.
        WRITE-BUREAU-HEADER-END. EXIT.
      *
      * Kuyruk toplamlari yazilan her detay kaydindan (acik ve
      * kapali) birikir.
        WRITE-BUREAU-DETAIL.
            ADD 1 TO WS-DETAIL-COUNT.
            ADD BXD-CREDIT-LIMIT TO WS-TOTAL-LIMIT.
            ADD BXD-BALANCE      TO WS-TOTAL-BALANCE.
            WRITE BXD-REC.
        WRITE-BUREAU-DETAIL-END. EXIT.
      *
        WRITE-BUREAU-TRAILER.
            MOVE SPACES           TO BXT-REC.
            MOVE 'TT'             TO BXT-REC-TYPE.
            MOVE WS-DETAIL-COUNT  TO BXT-RECORD-COUNT.
            MOVE WS-OPEN-COUNT    TO BXT-OPEN-COUNT.
            MOVE WS-CLOSED-COUNT  TO BXT-CLOSED-COUNT.
            MOVE WS-TOTAL-LIMIT   TO BXT-TOTAL-LIMIT.
            MOVE WS-TOTAL-BALANCE TO BXT-TOTAL-BALANCE.
            WRITE BXT-REC.
        WRITE-BUREAU-TRAILER-END. EXIT.
      *
        WRITE-NEXT-STATE.
            ADD 1 TO WS-NXT-COUNT.
            WRITE NXT-REC.
        WRITE-NEXT-STATE-END. EXIT.
      *
        WRITE-REJECT-LINE.
            ADD 1 TO WS-REJECT-COUNT.
            MOVE SPACES           TO REJ-REC.
            MOVE AVS-ACCT-NO      TO REJ-ACCT-NO.
            MOVE AVS-LAST-NAME    TO REJ-LAST-NAME.
            MOVE AVS-FIRST-NAME   TO REJ-FIRST-NAME.
            MOVE WS-REJECT-REASON TO REJ-REASON.
            WRITE REJ-REC.
        WRITE-REJECT-LINE-END. EXIT.
      *
      * Okunan hesaplar = bildirilen acik + reddedilen esitligi ve
      * kapanan hesaplar ozet satirlarinda gorunur.
        H400-WRITE-SUMMARY.
            MOVE SPACES TO REJ-SUM-REC.
            MOVE 'ACCOUNTS READ:' TO REJ-SUM-LABEL.
            MOVE WS-READ-COUNT TO REJ-SUM-COUNT.
            WRITE REJ-SUM-REC.
            MOVE 'OPEN ACCOUNTS REPORTED:' TO REJ-SUM-LABEL.
            MOVE WS-OPEN-COUNT TO REJ-SUM-COUNT.
            WRITE REJ-SUM-REC.
            MOVE 'ACCOUNTS REJECTED:' TO REJ-SUM-LABEL.
            MOVE WS-REJECT-COUNT TO REJ-SUM-COUNT.
            WRITE REJ-SUM-REC.
            MOVE 'CLOSED ACCOUNTS REPORTED:' TO REJ-SUM-LABEL.
            MOVE WS-CLOSED-COUNT TO REJ-SUM-COUNT.
            WRITE REJ-SUM-REC.
            MOVE 'ACCOUNTS OVER LIMIT:' TO REJ-SUM-LABEL.
            MOVE WS-PAST-DUE-COUNT TO REJ-SUM-COUNT.
            WRITE REJ-SUM-REC.
            MOVE 'REJECTED, PRIOR IMAGE KEPT:' TO REJ-SUM-LABEL.
            MOVE WS-CARRIED-COUNT TO REJ-SUM-COUNT.
            WRITE REJ-SUM-REC.
            MOVE 'STATE RECORDS WRITTEN:' TO REJ-SUM-LABEL.
            MOVE WS-NXT-COUNT TO REJ-SUM-COUNT.
            WRITE REJ-SUM-REC.
        H400-END. EXIT.
      *
        H500-CLOSE-FILES.
            CLOSE AVS-FILE
                  EXT-FILE
                  NXT-FILE
                  REJ-FILE.
            IF WS-OVR-OPEN = 'Y'
               CLOSE OVR-FILE.
            IF WS-PRV-OPEN = 'Y'
               CLOSE PRV-FILE.
        H500-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM WRITE-BUREAU-TRAILER.
            PERFORM H400-WRITE-SUMMARY.
            DISPLAY 'ACCOUNTS READ: ' WS-READ-COUNT
                    ' REPORTED: ' WS-DETAIL-COUNT
                    ' CLOSED: ' WS-CLOSED-COUNT
                    ' REJECTED: ' WS-REJECT-COUNT.
            PERFORM H500-CLOSE-FILES.
        H999-END. EXIT.
      *
      * Dosya sonunda anahtar HIGH-VALUES yapilir.
        READ-ACCT-MASTER.
            READ AVS-FILE NEXT RECORD
                AT END
                    MOVE HIGH-VALUES TO WS-AVS-KEY
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    MOVE AVS-ACCT-NO TO WS-AVS-KEY
            END-READ.
        READ-ACCT-MASTER-END. EXIT.
      *
        READ-PREV-STATE.
            READ PRV-FILE
                AT END
                    MOVE HIGH-VALUES TO WS-PRV-KEY
                NOT AT END
                    ADD 1 TO WS-PRV-READ-COUNT
                    MOVE PRV-ACCT-NO TO WS-PRV-KEY
            END-READ.
        READ-PREV-STATE-END. EXIT.
      *
        READ-OVR-STATE.
            READ OVR-FILE
                AT END
                    MOVE HIGH-VALUES TO WS-OVR-KEY
                NOT AT END
                    MOVE OVR-ACCT-NO TO WS-OVR-KEY
            END-READ.
        READ-OVR-STATE-END. EXIT.
