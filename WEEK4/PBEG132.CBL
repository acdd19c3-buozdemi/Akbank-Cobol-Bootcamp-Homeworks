        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG132.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * ACCT-BALANCE bugune kadar yalnizca PBEG108'in UPDTRAN 'C'
      * tam kayit goruntusuyle degisiyordu; gunun odemeleri,
      * harcamalari ve duzeltmeleri elle yeniden hesaplanmis bir
      * bakiye olarak ustune yaziliyor, kalem bazinda hicbir iz
      * kalmiyordu. Bu program gunluk parasal islem dosyasini
      * (borc/alacak tutari) eski ana dosya ile eslestirir, bakiyeye
      * kalem kalem uygular ve yeni bir ana dosya kusagi yazar
      * (PBEG108'in kusak kurgusu). Eski ana dosya burada sadece
      * okunur. Gunluk dongude PBEG108'den SONRA kosar ve PBEG108'in
      * NEWMAST'ini OLDMAST olarak alir: PBEG108'in uyguladigi bakiye
      * kalemleri (PBEG133'un birlesik 'C'si, PBEG111 FEEPOST ve
      * PBEG143 DSPREV) sabah ACCTREC'inin bakiyesini tasiyan tam
      * kayit 'C' goruntuleridir ve bakiyenin ustune yazilir. Bu
      * program once kosarsa islenen kalemler PBEG108 tarafindan
      * sessizce silinir.
      * Is tarihi parametresi; PBEG131'in CSDPARM karti ile ayni.
      * Verilmezse kosu tarihi kullanilir. Gecmisin islem tarihi ve
      * ileri valor denetimi bu tarihe gore yapilir.
            SELECT CSD-PARM   ASSIGN TO CSDPARM
                              STATUS  CSD-ST.
            SELECT OLD-FILE   ASSIGN TO OLDMAST
                              STATUS  OLD-ST.
      * Parasal islemler uygulandiktan sonra yazilan yeni ana dosya
      * kusagi.
            SELECT NEW-FILE   ASSIGN TO NEWMAST
                              STATUS  NEW-ST.
      * Gunun parasal islem dosyasi: hesap, islem tipi, tutar,
      * valor tarihi ve referans numarasi. Kaynak sistemler dosyayi
      * siralamadan gonderdigi icin program kendisi ACCT-NO + valor
      * + referans sirasina dizer.
            SELECT MTR-FILE   ASSIGN TO MONTRAN
                              STATUS  MTR-ST.
      * Kalici islem gecmisi: hesaba islenen her kalem ACCT-NO +
      * valor tarihi + referans anahtariyla bu KSDS'te saklanir.
      * Anahtar ayni zamanda ayni kalemin iki kez islenmesine karsi
      * koruma saglar: dosyada bulunan bir kalem yeniden gelirse
      * reddedilir. Kayit okuma ve ekleme anahtarla yapildigi icin
      * erisim RANDOM secilir.
            SELECT PHS-FILE   ASSIGN TO POSTHIST
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY PHS-KEY
                              STATUS  PHS-ST.
      * Islenen ve reddedilen her kalemin sonucunu, is sonunda da
      * acilis bakiyesi + borc - alacak = kapanis bakiyesi esitligini
      * kanitlayan toplamlari tasiyan isleme raporu.
            SELECT PST-FILE   ASSIGN TO POSTRPT
                              STATUS  PST-ST.
      * Bilincli yeniden kosu icin operator gecersiz kilma
      * parametresi (PBEG105'in OVRPARM kurgusu).
            SELECT OVR-FILE   ASSIGN TO OVRPARM
                              STATUS  OVR-ST.
      * Islem dosyasini ACCT-NO sirasina dizmek icin kullanilan
      * gecici SORT calisma dosyasi.
            SELECT SORT-FILE  ASSIGN TO SRTWK01.
        DATA DIVISION.
        FILE SECTION.
        FD  CSD-PARM RECORDING MODE F.
        01  CSD-REC.
            05  CSD-DATE           PIC 9(08).
      *
      * OLD-FIELDS, CBL0001'deki ACCT-FIELDS ile birebir ayni alan
      * yerlesimine sahiptir; ayni ACCTREC dosyasini kullandigimiz
      * icin layout'un birebir uymasi gerekir.
        FD  OLD-FILE RECORDING MODE F.
        01  OLD-FIELDS.
            05  OLD-ACCT-NO        PIC X(8).
            05  OLD-ACCT-LIMIT     PIC S9(7)V99 COMP-3.
            05  OLD-ACCT-BALANCE   PIC S9(7)V99 COMP-3.
            05  OLD-LAST-NAME      PIC X(20).
            05  OLD-FIRST-NAME     PIC X(15).
            05  OLD-CLIENT-ADDR.
                10  OLD-STREET-ADDR PIC X(25).
                10  OLD-CITY-COUNTY PIC X(20).
                10  OLD-USA-STATE   PIC X(15).
            05  OLD-RESERVED       PIC X(7).
            05  OLD-COMMENTS       PIC X(50).
      *
      * Yeni ana dosya kusagi da ayni yerlesimle yazilir.
        FD  NEW-FILE RECORDING MODE F.
        01  NEW-FIELDS.
            05  NEW-ACCT-NO        PIC X(8).
            05  NEW-ACCT-LIMIT     PIC S9(7)V99 COMP-3.
            05  NEW-ACCT-BALANCE   PIC S9(7)V99 COMP-3.
            05  NEW-LAST-NAME      PIC X(20).
            05  NEW-FIRST-NAME     PIC X(15).
            05  NEW-CLIENT-ADDR.
                10  NEW-STREET-ADDR PIC X(25).
                10  NEW-CITY-COUNTY PIC X(20).
                10  NEW-USA-STATE   PIC X(15).
            05  NEW-RESERVED       PIC X(7).
            05  NEW-COMMENTS       PIC X(50).
      *
      * Yeni kusagin besleme basligi ve besleme sonu; PBEG108'deki
      * ile birebir ayni yerlesim (170 byte).
        01  NEW-HDR-REC.
            05  NEW-HDR-TAG        PIC X(03).
            05  NEW-HDR-SOURCE     PIC X(08).
            05  NEW-HDR-DATE       PIC 9(08).
            05  NEW-HDR-FILLER     PIC X(151).
      *
        01  NEW-TRL-REC.
            05  NEW-TRL-TAG        PIC X(03).
            05  NEW-TRL-COUNT      PIC 9(09).
            05  NEW-TRL-HASH       PIC S9(13)V99.
            05  NEW-TRL-FILLER     PIC X(143).
      *
      * Parasal islem kaydi. MTR-TYPE islemin yonunu belirler: odeme
      * ('P') ve alacak duzeltmesi ('C') bakiyeyi azaltir, harcama
      * ('U') ve borc duzeltmesi ('D') bakiyeyi arttirir. Tutar her
      * zaman pozitif gelir; isaret tipten turetilir.
        FD  MTR-FILE RECORDING MODE F.
        01  MTR-REC.
            05  MTR-ACCT-NO        PIC X(08).
            05  MTR-TYPE           PIC X(01).
            05  MTR-AMOUNT         PIC 9(07)V99.
            05  MTR-EFF-DATE       PIC 9(08).
            05  MTR-REF-NO         PIC X(12).
      *
      * Kalici islem gecmisi kaydi. Bakiyenin kalemden onceki ve
      * sonraki degeri de saklanir ki bir hesabin bakiyesi gecmisten
      * adim adim yeniden kurulabilsin.
        FD  PHS-FILE.
        01  PHS-REC.
            03  PHS-KEY.
                05  PHS-ACCT-NO      PIC X(08).
                05  PHS-EFF-DATE     PIC 9(08).
                05  PHS-REF-NO       PIC X(12).
            03  PHS-TYPE             PIC X(01).
            03  PHS-AMOUNT           PIC S9(07)V99 COMP-3.
            03  PHS-POST-DATE        PIC 9(08).
            03  PHS-BAL-BEFORE       PIC S9(07)V99 COMP-3.
            03  PHS-BAL-AFTER        PIC S9(07)V99 COMP-3.
      *
      * Her kalem icin POSTED veya REJECTED sonucunun sebebiyle
      * birlikte yazildigi isleme raporu.
        FD  PST-FILE RECORDING MODE F.
        01  PST-REC.
            05  PST-ACCT-NO        PIC X(08).
            05  WS-PST-SPACE-1     PIC X(01) VALUE SPACE.
            05  PST-TYPE           PIC X(01).
            05  WS-PST-SPACE-2     PIC X(01) VALUE SPACE.
            05  PST-REF-NO         PIC X(12).
            05  WS-PST-SPACE-3     PIC X(01) VALUE SPACE.
            05  PST-AMOUNT         PIC -Z,ZZZ,ZZ9.99.
            05  WS-PST-SPACE-4     PIC X(01) VALUE SPACE.
            05  PST-RESULT         PIC X(08).
            05  WS-PST-SPACE-5     PIC X(01) VALUE SPACE.
            05  PST-REASON         PIC X(25).
      *
      * PST-FILE'in ayni FD'sine bagli, is sonu sayaclarini tasiyan
      * ozet kaydi. PST-REC bu FD'nin en uzun kayit gorunumu
      * (72 byte) oldugundan ozet kayitlari da ayni uzunluga
      * tamamlanir.
        01  PST-SUM-REC.
            05  PST-SUM-LABEL      PIC X(30).
            05  PST-SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
            05  PST-SUM-FILLER     PIC X(31) VALUE SPACE.
      *
      * Tutar toplamlarini tasiyan ozet kaydi.
        01  PST-AMT-REC.
            05  PST-AMT-LABEL      PIC X(30).
            05  PST-AMT-AMOUNT     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  PST-AMT-FILLER     PIC X(23) VALUE SPACE.
      *
      * Acilis + borc - alacak = kapanis esitliginin sonucunu
      * tasiyan denge satiri.
        01  PST-BAL-REC.
            05  PST-BAL-LABEL      PIC X(30).
            05  PST-BAL-TEXT       PIC X(20).
            05  PST-BAL-FILLER     PIC X(22) VALUE SPACE.
      *
      * Operator gecersiz kilma parametresi.
        FD  OVR-FILE RECORDING MODE F.
        01  OVR-REC.
            05  OVR-FLAG           PIC X(01).
      *
      * SORT calisma kaydi; alan yerlesimi MTR-REC ile birebir
      * aynidir.
        SD  SORT-FILE.
        01  SRT-REC.
            05  SRT-ACCT-NO        PIC X(08).
            05  SRT-TYPE           PIC X(01).
               88 SRT-PAYMENT               VALUE 'P'.
               88 SRT-PURCHASE              VALUE 'U'.
               88 SRT-DEBIT-ADJ             VALUE 'D'.
               88 SRT-CREDIT-ADJ            VALUE 'C'.
               88 SRT-DEBIT-TYPE            VALUE 'U' 'D'.
               88 SRT-CREDIT-TYPE           VALUE 'P' 'C'.
            05  SRT-AMOUNT         PIC 9(07)V99.
            05  SRT-EFF-DATE       PIC 9(08).
            05  SRT-REF-NO         PIC X(12).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 OLD-ST            PIC 9(02).
               88 OLD-SUCCESS               VALUE 00 97.
            05 NEW-ST            PIC 9(02).
               88 NEW-SUCCESS               VALUE 00 97.
            05 MTR-ST            PIC 9(02).
               88 MTR-EOF                   VALUE 10.
               88 MTR-SUCCESS               VALUE 00 97.
            05 PHS-ST            PIC 9(02).
               88 PHS-SUCCESS               VALUE 00 97.
               88 PHS-NOTFND                VALUE 23.
            05 PST-ST            PIC 9(02).
               88 PST-SUCCESS               VALUE 00 97.
            05 OVR-ST            PIC 9(02).
               88 OVR-SUCCESS               VALUE 00 97.
            05 CSD-ST            PIC 9(02).
               88 CSD-SUCCESS               VALUE 00 97.
            05 WS-BUSINESS-DATE  PIC 9(08) VALUE ZERO.
            05 WS-OVERRIDE       PIC X VALUE 'N'.
               88 OVERRIDE-ON               VALUE 'Y'.
      *
      * Eslestirme kontrol alanlari (PBEG108'in kurgusu). WS-OLD-KEY
      * o an HOLD-MASTER-REC'te tutulan eski ana dosya kaydinin,
      * WS-TRN-KEY ise SORT'tan donen son kalemin anahtaridir; dosya
      * sonunda HIGH-VALUES degerini alirlar ki karsilastirmalar
      * dogal olarak diger dosyayi bosaltsin.
        01  MATCH-CONTROL-AREA.
            05 WS-OLD-KEY        PIC X(08) VALUE LOW-VALUES.
            05 WS-TRN-KEY        PIC X(08) VALUE LOW-VALUES.
            05 WS-HOLD-OCCUPIED  PIC X VALUE 'N'.
               88 HOLD-OCCUPIED             VALUE 'Y'.
            05 WS-OLD-GOT        PIC X VALUE 'N'.
            05 WS-SORT-EOF       PIC X VALUE 'N'.
               88 SORT-EOF                  VALUE 'Y'.
      * Kalem dogrulama ve bakiye hesaplama alanlari. Valor tarihi
      * PBEG0005'in VALIDATE-BIRTH-DATE kurgusuyla sinanir.
            05 WS-POST-OK        PIC X VALUE 'Y'.
               88 POST-OK                   VALUE 'Y'.
            05 WS-DATE-CHECK     PIC S9(04) COMP.
            05 WS-ALREADY-POSTED PIC X VALUE 'N'.
               88 ALREADY-POSTED            VALUE 'Y'.
            05 WS-SIGNED-AMOUNT  PIC S9(07)V99 COMP-3 VALUE ZERO.
            05 WS-NEW-BALANCE    PIC S9(07)V99 COMP-3 VALUE ZERO.
            05 WS-REASON         PIC X(25) VALUE SPACE.
      *
      * Islenmekte olan eski ana dosya kaydinin bekletildigi alan;
      * yerlesim OLD-FIELDS ile birebir aynidir. Ayni hesaba gelen
      * butun kalemler bu alandaki bakiyeye sirayla uygulanir.
        01  HOLD-MASTER-REC.
            05  HOLD-ACCT-NO       PIC X(8).
            05  HOLD-ACCT-LIMIT    PIC S9(7)V99 COMP-3.
            05  HOLD-ACCT-BALANCE  PIC S9(7)V99 COMP-3.
            05  HOLD-LAST-NAME     PIC X(20).
            05  HOLD-FIRST-NAME    PIC X(15).
            05  HOLD-CLIENT-ADDR.
                10  HOLD-STREET-ADDR PIC X(25).
                10  HOLD-CITY-COUNTY PIC X(20).
                10  HOLD-USA-STATE   PIC X(15).
            05  HOLD-RESERVED      PIC X(7).
            05  HOLD-COMMENTS      PIC X(50).
      *
      * Is sonunda isleme raporuna yazilan sayaclar ve acilis +
      * borc - alacak = kapanis esitligini kanitlamakta kullanilan
      * tutar toplamlari.
        01  POSTING-COUNTERS.
            05 WS-OLD-READ-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-TRN-READ-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-POSTED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-REJ-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-PHS-FAIL-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-NEW-WRITTEN-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-OPEN-HASH       PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-NEW-HASH        PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-DEBIT-TOTAL     PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-CREDIT-TOTAL    PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-EXPECTED-HASH   PIC S9(15)V99 COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
      * Islem dosyasi SORT'un INPUT PROCEDURE'i ile okunur, OUTPUT
      * PROCEDURE'da eski ana dosya ile eslestirilir.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            SORT SORT-FILE
                ON ASCENDING KEY SRT-ACCT-NO
                                 SRT-EFF-DATE
                                 SRT-REF-NO
                INPUT PROCEDURE IS H200-RELEASE-TRANSACTIONS
                OUTPUT PROCEDURE IS H260-POST-TRANSACTIONS.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
        H100-OPEN-FILES.
            ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
            PERFORM READ-DATE-PARM.
            PERFORM READ-OVERRIDE-PARM.
            OPEN INPUT  OLD-FILE.
            OPEN INPUT  MTR-FILE.
            OPEN OUTPUT NEW-FILE.
            OPEN OUTPUT PST-FILE.
            PERFORM OPEN-POSTING-HISTORY.
            PERFORM STATUS-CONTROL.
            PERFORM WRITE-NEW-FEED-HEADER.
        H100-END. EXIT.
      *
      * Gecmis KSDS'i ilk kosuda henuz hic kayit tasimaz; bos bir
      * KSDS I-O acilamadigi icin once OUTPUT acilip kapatilir,
      * sonra I-O olarak yeniden acilir.
        OPEN-POSTING-HISTORY.
            OPEN I-O PHS-FILE.
            IF NOT PHS-SUCCESS
               OPEN OUTPUT PHS-FILE
               IF PHS-SUCCESS
                  CLOSE PHS-FILE
                  OPEN I-O PHS-FILE.
        OPEN-POSTING-HISTORY-END. EXIT.
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
      * OVRPARM dosyasini varsa okuyup gecersiz kilma bayragini
      * ayarlar (PBEG105/PBEG107 ile ayni kurgu).
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
      * Yeni kusagin besleme basligi ilk kayit olarak yazilir.
        WRITE-NEW-FEED-HEADER.
            MOVE SPACES      TO NEW-HDR-REC.
            MOVE 'HDR'       TO NEW-HDR-TAG.
            MOVE 'PBEG132'   TO NEW-HDR-SOURCE.
            MOVE WS-BUSINESS-DATE TO NEW-HDR-DATE.
            WRITE NEW-HDR-REC.
        WRITE-NEW-FEED-HEADER-END. EXIT.
      *
      * Yeni kusagin besleme sonu: yazilan detay adedi ve
      * ACCT-BALANCE hash toplami.
        WRITE-NEW-FEED-TRAILER.
            MOVE SPACES               TO NEW-TRL-REC.
            MOVE 'TRL'                TO NEW-TRL-TAG.
            MOVE WS-NEW-WRITTEN-COUNT TO NEW-TRL-COUNT.
            MOVE WS-NEW-HASH          TO NEW-TRL-HASH.
            WRITE NEW-TRL-REC.
        WRITE-NEW-FEED-TRAILER-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (OLD-SUCCESS AND NEW-SUCCESS AND MTR-SUCCESS
                                AND PST-SUCCESS AND PHS-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' OLD: ' OLD-ST ' NEW: ' NEW-ST
                       ' MTR: ' MTR-ST ' PST: ' PST-ST
                       ' PHS: ' PHS-ST
               IF OLD-SUCCESS THEN CLOSE OLD-FILE
               IF NEW-SUCCESS THEN CLOSE NEW-FILE
               IF MTR-SUCCESS THEN CLOSE MTR-FILE
               IF PST-SUCCESS THEN CLOSE PST-FILE
               IF PHS-SUCCESS THEN CLOSE PHS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * SORT'un INPUT PROCEDURE'i: islem dosyasinin tum kayitlari
      * oldugu gibi SORT-FILE'a RELEASE edilir.
        H200-RELEASE-TRANSACTIONS.
            PERFORM UNTIL MTR-EOF
                READ MTR-FILE
                    AT END CONTINUE
                    NOT AT END
                        ADD 1 TO WS-TRN-READ-COUNT
                        MOVE MTR-REC TO SRT-REC
                        RELEASE SRT-REC
                END-READ
            END-PERFORM.
        H200-END. EXIT.
      *
      * SORT'un OUTPUT PROCEDURE'i: ACCT-NO sirasiyla donen kalemler
      * eski ana dosya ile eslestirilir. Dongu her iki taraf da
      * tukendiginde biter.
        H260-POST-TRANSACTIONS.
            PERFORM READ-OLD-MASTER.
            PERFORM H261-RETURN-SORT-RECORD.
            PERFORM H262-MATCH-PROCESS
                UNTIL WS-TRN-KEY = HIGH-VALUES
                  AND WS-OLD-KEY = HIGH-VALUES.
        H260-END. EXIT.
      *
        H261-RETURN-SORT-RECORD.
            RETURN SORT-FILE
                AT END
                    MOVE 'Y'         TO WS-SORT-EOF
                    MOVE HIGH-VALUES TO WS-TRN-KEY
                NOT AT END
                    MOVE SRT-ACCT-NO TO WS-TRN-KEY
            END-RETURN.
        H261-END. EXIT.
      *
      * Klasik iki dosya eslestirmesi: kalem anahtari eski ana dosya
      * anahtarindan kucukse kalem ana dosyada olmayan (hic acilmamis
      * veya PBEG108 ile silinmis) bir hesaba aittir ve reddedilir;
      * esitse kalem HOLD'daki bakiyeye uygulanir; buyukse HOLD'daki
      * kayit yeni dosyaya aktarilip bir sonraki eski kayit okunur.
        H262-MATCH-PROCESS.
            IF WS-TRN-KEY < WS-OLD-KEY
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-REASON
               PERFORM WRITE-PST-REJECTED
               PERFORM H261-RETURN-SORT-RECORD
            ELSE
               IF WS-TRN-KEY = WS-OLD-KEY
                  PERFORM H270-POST-ONE
                  PERFORM H261-RETURN-SORT-RECORD
               ELSE
                  PERFORM H290-FLUSH-MASTER.
        H262-END. EXIT.
      *
      * Kalem once dogrulanir, sonra gecmiste aranir. Gecmiste
      * bulunan kalem daha once islenmis demektir ve ikinci kez
      * uygulanmaz; yeni kusagin kaybolup ayni eski kusaktan yeniden
      * uretildigi bilincli bir kosuda operator gecersiz kilma
      * parametresi 'Y' verilir, kalem bakiyeye yeniden uygulanir
      * ama gecmise ikinci kez yazilmaz.
        H270-POST-ONE.
            PERFORM VALIDATE-TRANSACTION.
            IF POST-OK
               PERFORM CHECK-POSTING-HISTORY
               IF ALREADY-POSTED AND NOT OVERRIDE-ON
                  MOVE 'ALREADY POSTED' TO WS-REASON
                  MOVE 'N' TO WS-POST-OK.
            IF POST-OK
               PERFORM COMPUTE-NEW-BALANCE.
            IF POST-OK AND NOT ALREADY-POSTED
               PERFORM WRITE-POSTING-HISTORY.
            IF POST-OK
               PERFORM H280-APPLY-TO-HOLD
            ELSE
               PERFORM WRITE-PST-REJECTED.
        H270-END. EXIT.
      *
      * Alan edit'leri: ilk takilan kural kalemi reddeder.
        VALIDATE-TRANSACTION.
            MOVE 'Y' TO WS-POST-OK.
            IF NOT (SRT-DEBIT-TYPE OR SRT-CREDIT-TYPE)
               MOVE 'INVALID TRANSACTION TYPE' TO WS-REASON
               MOVE 'N' TO WS-POST-OK
            ELSE
               IF SRT-AMOUNT NOT NUMERIC OR SRT-AMOUNT = ZERO
                  MOVE 'INVALID AMOUNT' TO WS-REASON
                  MOVE 'N' TO WS-POST-OK
               ELSE
                  IF SRT-EFF-DATE NOT NUMERIC
                     MOVE 'INVALID EFFECTIVE DATE' TO WS-REASON
                     MOVE 'N' TO WS-POST-OK
                  ELSE
                     PERFORM VALIDATE-EFF-DATE.
        VALIDATE-TRANSACTION-END. EXIT.
      *
      * Valor tarihi gecerli bir Gregoryen tarih olmali ve is
      * tarihinden ileri olmamalidir.
        VALIDATE-EFF-DATE.
            COMPUTE WS-DATE-CHECK =
                          FUNCTION TEST-DATE-YYYYMMDD(SRT-EFF-DATE)
            IF WS-DATE-CHECK NOT = 0
               MOVE 'INVALID EFFECTIVE DATE' TO WS-REASON
               MOVE 'N' TO WS-POST-OK
            ELSE
               IF SRT-EFF-DATE > WS-BUSINESS-DATE
                  MOVE 'FUTURE EFFECTIVE DATE' TO WS-REASON
                  MOVE 'N' TO WS-POST-OK.
        VALIDATE-EFF-DATE-END. EXIT.
      *
        CHECK-POSTING-HISTORY.
            MOVE 'N'          TO WS-ALREADY-POSTED.
            MOVE SRT-ACCT-NO  TO PHS-ACCT-NO.
            MOVE SRT-EFF-DATE TO PHS-EFF-DATE.
            MOVE SRT-REF-NO   TO PHS-REF-NO.
            READ PHS-FILE KEY IS PHS-KEY.
            IF PHS-SUCCESS
               MOVE 'Y' TO WS-ALREADY-POSTED.
        CHECK-POSTING-HISTORY-END. EXIT.
      *
      * Borc tipleri bakiyeyi arttirir, alacak tipleri azaltir.
      * Sonuc ACCT-BALANCE alanina sigmazsa kalem reddedilir.
        COMPUTE-NEW-BALANCE.
            IF SRT-DEBIT-TYPE
               MOVE SRT-AMOUNT TO WS-SIGNED-AMOUNT
            ELSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - SRT-AMOUNT.
            COMPUTE WS-NEW-BALANCE =
                    HOLD-ACCT-BALANCE + WS-SIGNED-AMOUNT
                ON SIZE ERROR
                    MOVE 'BALANCE OVERFLOW' TO WS-REASON
                    MOVE 'N' TO WS-POST-OK
            END-COMPUTE.
        COMPUTE-NEW-BALANCE-END. EXIT.
      *
      * Kalem bakiyeye uygulanmadan once gecmise yazilir. Yazma
      * basarisiz olursa kalem bakiyeye uygulanmaz, REJECTED olarak
      * raporlanir ve is RETURN-CODE 8 ile biter; boylece gecmiste
      * olmayan bir kalem ana dosyaya hic islenmez ve kaynak
      * sistemden yeniden gonderilebilir.
        WRITE-POSTING-HISTORY.
            MOVE SRT-ACCT-NO       TO PHS-ACCT-NO.
            MOVE SRT-EFF-DATE      TO PHS-EFF-DATE.
            MOVE SRT-REF-NO        TO PHS-REF-NO.
            MOVE SRT-TYPE          TO PHS-TYPE.
            MOVE SRT-AMOUNT        TO PHS-AMOUNT.
            MOVE WS-BUSINESS-DATE  TO PHS-POST-DATE.
            MOVE HOLD-ACCT-BALANCE TO PHS-BAL-BEFORE.
            MOVE WS-NEW-BALANCE    TO PHS-BAL-AFTER.
            WRITE PHS-REC.
            IF NOT PHS-SUCCESS
               ADD 1 TO WS-PHS-FAIL-COUNT
               DISPLAY 'POSTING HISTORY WRITE FAILED, PHS-ST: '
                       PHS-ST ' ' SRT-ACCT-NO ' ' SRT-REF-NO
               MOVE 'HISTORY WRITE FAILED' TO WS-REASON
               MOVE 'N' TO WS-POST-OK.
        WRITE-POSTING-HISTORY-END. EXIT.
      *
      * Kalem HOLD'daki bakiyeye uygulanir ve rapora POSTED olarak
      * dusulur.
        H280-APPLY-TO-HOLD.
            IF ALREADY-POSTED
               DISPLAY 'WARNING: ' SRT-ACCT-NO ' ' SRT-REF-NO
                       ' REPOSTED BY OPERATOR OVERRIDE'.
            MOVE WS-NEW-BALANCE TO HOLD-ACCT-BALANCE.
            IF SRT-DEBIT-TYPE
               ADD SRT-AMOUNT TO WS-DEBIT-TOTAL
            ELSE
               ADD SRT-AMOUNT TO WS-CREDIT-TOTAL.
            ADD 1 TO WS-POSTED-COUNT.
            MOVE SPACE    TO WS-REASON.
            MOVE 'POSTED' TO PST-RESULT.
            PERFORM WRITE-PST-LINE.
        H280-END. EXIT.
      *
      * HOLD'da bekleyen eski kayit yeni dosyaya yazilir ve bir
      * sonraki eski kayit okunur.
        H290-FLUSH-MASTER.
            IF HOLD-OCCUPIED
               MOVE HOLD-MASTER-REC TO NEW-FIELDS
               ADD 1 TO WS-NEW-WRITTEN-COUNT
               ADD HOLD-ACCT-BALANCE TO WS-NEW-HASH
               WRITE NEW-FIELDS.
            PERFORM READ-OLD-MASTER.
        H290-END. EXIT.
      *
        WRITE-PST-REJECTED.
            ADD 1 TO WS-REJ-COUNT.
            MOVE 'REJECTED' TO PST-RESULT.
            PERFORM WRITE-PST-LINE.
        WRITE-PST-REJECTED-END. EXIT.
      *
      * Tutar raporda isaretli basilir: alacak kalemleri eksi
      * gorunur. Tipi gecersiz kalemin tutari oldugu gibi basilir.
        WRITE-PST-LINE.
            MOVE SRT-ACCT-NO TO PST-ACCT-NO.
            MOVE SRT-TYPE    TO PST-TYPE.
            MOVE SRT-REF-NO  TO PST-REF-NO.
            IF SRT-AMOUNT NOT NUMERIC
               MOVE ZERO TO PST-AMOUNT
            ELSE
               IF SRT-CREDIT-TYPE
                  COMPUTE PST-AMOUNT = ZERO - SRT-AMOUNT
               ELSE
                  MOVE SRT-AMOUNT TO PST-AMOUNT.
            MOVE WS-REASON   TO PST-REASON.
            MOVE SPACE       TO WS-PST-SPACE-1.
            MOVE SPACE       TO WS-PST-SPACE-2.
            MOVE SPACE       TO WS-PST-SPACE-3.
            MOVE SPACE       TO WS-PST-SPACE-4.
            MOVE SPACE       TO WS-PST-SPACE-5.
            WRITE PST-REC.
        WRITE-PST-LINE-END. EXIT.
      *
      * Eski ana dosyadan bir sonraki kaydi HOLD alanina okur. Dosya
      * sonunda WS-OLD-KEY HIGH-VALUES yapilir ki kalan kalemler
      * reddedilsin. Besleme basligi/sonu kayitlari ('HDR'/'TRL')
      * eslestirmeye girmemeleri icin ayiklanir.
        READ-OLD-MASTER.
            MOVE 'N' TO WS-OLD-GOT.
            PERFORM READ-ONE-OLD-RECORD UNTIL WS-OLD-GOT = 'Y'.
        READ-OLD-MASTER-END. EXIT.
      *
        READ-ONE-OLD-RECORD.
            READ OLD-FILE
                AT END
                    MOVE HIGH-VALUES TO WS-OLD-KEY
                    MOVE 'N'         TO WS-HOLD-OCCUPIED
                    MOVE 'Y'         TO WS-OLD-GOT
                NOT AT END
                    IF OLD-ACCT-NO(1:3) = 'HDR'
                       OR OLD-ACCT-NO(1:3) = 'TRL'
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-OLD-READ-COUNT
                       ADD OLD-ACCT-BALANCE TO WS-OPEN-HASH
                       MOVE OLD-FIELDS  TO HOLD-MASTER-REC
                       MOVE OLD-ACCT-NO TO WS-OLD-KEY
                       MOVE 'Y'         TO WS-HOLD-OCCUPIED
                       MOVE 'Y'         TO WS-OLD-GOT
                    END-IF
            END-READ.
        READ-ONE-OLD-RECORD-END. EXIT.
      *
      * Is sonu ozeti: sayaclar, borc/alacak toplamlari ve acilis +
      * borc - alacak = kapanis esitliginin kaniti isleme raporunun
      * sonuna yazilir.
        H300-WRITE-SUMMARY.
            MOVE 'OLD MASTER RECORDS READ:' TO PST-SUM-LABEL.
            MOVE WS-OLD-READ-COUNT TO PST-SUM-COUNT.
            MOVE SPACE TO PST-SUM-FILLER.
            WRITE PST-SUM-REC.
            MOVE 'TRANSACTIONS READ:' TO PST-SUM-LABEL.
            MOVE WS-TRN-READ-COUNT TO PST-SUM-COUNT.
            WRITE PST-SUM-REC.
            MOVE 'TRANSACTIONS POSTED:' TO PST-SUM-LABEL.
            MOVE WS-POSTED-COUNT TO PST-SUM-COUNT.
            WRITE PST-SUM-REC.
            MOVE 'TRANSACTIONS REJECTED:' TO PST-SUM-LABEL.
            MOVE WS-REJ-COUNT TO PST-SUM-COUNT.
            WRITE PST-SUM-REC.
            MOVE 'HISTORY WRITE FAILURES:' TO PST-SUM-LABEL.
            MOVE WS-PHS-FAIL-COUNT TO PST-SUM-COUNT.
            WRITE PST-SUM-REC.
            MOVE 'NEW MASTER RECORDS WRITTEN:' TO PST-SUM-LABEL.
            MOVE WS-NEW-WRITTEN-COUNT TO PST-SUM-COUNT.
            WRITE PST-SUM-REC.
            MOVE 'OPENING BALANCE TOTAL:' TO PST-AMT-LABEL.
            MOVE WS-OPEN-HASH TO PST-AMT-AMOUNT.
            MOVE SPACE TO PST-AMT-FILLER.
            WRITE PST-AMT-REC.
            MOVE 'DEBITS POSTED:' TO PST-AMT-LABEL.
            MOVE WS-DEBIT-TOTAL TO PST-AMT-AMOUNT.
            WRITE PST-AMT-REC.
            MOVE 'CREDITS POSTED:' TO PST-AMT-LABEL.
            MOVE WS-CREDIT-TOTAL TO PST-AMT-AMOUNT.
            WRITE PST-AMT-REC.
            MOVE 'CLOSING BALANCE TOTAL:' TO PST-AMT-LABEL.
            MOVE WS-NEW-HASH TO PST-AMT-AMOUNT.
            WRITE PST-AMT-REC.
            COMPUTE WS-EXPECTED-HASH =
                WS-OPEN-HASH + WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
            MOVE 'CONTROL TOTAL CHECK:' TO PST-BAL-LABEL.
            IF WS-EXPECTED-HASH = WS-NEW-HASH
               AND WS-OLD-READ-COUNT = WS-NEW-WRITTEN-COUNT
               MOVE 'IN BALANCE' TO PST-BAL-TEXT
            ELSE
               MOVE 'OUT OF BALANCE' TO PST-BAL-TEXT.
            MOVE SPACE TO PST-BAL-FILLER.
            WRITE PST-BAL-REC.
        H300-END. EXIT.
      *
        H400-CLOSE-FILES.
            CLOSE OLD-FILE
                  NEW-FILE
                  MTR-FILE
                  PST-FILE
                  PHS-FILE.
        H400-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM WRITE-NEW-FEED-TRAILER.
            PERFORM H300-WRITE-SUMMARY.
            PERFORM H400-CLOSE-FILES.
            IF WS-PHS-FAIL-COUNT > ZERO
               DISPLAY 'POSTING HISTORY WRITE FAILURES: '
                       WS-PHS-FAIL-COUNT ' - ITEMS REJECTED'
               MOVE 8 TO RETURN-CODE.
        H999-END. EXIT.
