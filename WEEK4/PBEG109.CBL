      * islemler PBEG106'nin okuyacagi dosyaya, hatalilar duzeltme
      * raporuna yazilir; parti denklesmezse is hata koduyla biter ve
      * temiz dosya bir sonraki adima verilmez.
      * Cift kontrol: tum silmeler ve para birimi esigini asan
      * tutarli islemler temiz dosyaya degil onay bekleyenler
      * dosyasina ayrilir; ikinci bir kullanici onaylayana kadar
      * (PBEG134) IDX-BUDGET'a dokunamazlar.
            SELECT TIN-FILE   ASSIGN TO TRANIN
                              STATUS  TIN-ST.
      * Tum edit'lerden gecen islemlerin yazildigi, PBEG106'nin
      * TRANFILE olarak okuyacagi temiz islem dosyasi.
            SELECT CLN-FILE   ASSIGN TO CLNTRAN
                              STATUS  CLN-ST.
      * Edit'ten gecen ama ikinci onay gerektiren (silme veya esik
      * ustu) islemlerin yazildigi gunluk onay bekleyenler dosyasi;
      * PBEG134 bunlari bekleyenler kuyruguna ekler.
            SELECT PND-FILE   ASSIGN TO PENDTRAN
                              STATUS  PND-ST.
      * Edit'ten gecemeyen islemlerin sebebiyle, parti denklestirme
      * sonucunun da sayaclariyla birlikte yazildigi rapor.
            SELECT EDT-FILE   ASSIGN TO EDITREJ
      * anlasamaz duruma dusmesin.
            SELECT CUR-FILE   ASSIGN TO CURREF
                              STATUS  CUR-ST.
      * Para birimi basina onay esigi parametresi: TRAN-BUDGET'in
      * mutlak degeri esigi asan ADD/CHANGE ikinci onaya gider.
      * Esigi tanimlanmamis bir para biriminin her ADD/CHANGE'i de
      * onaya gider; denetim bosluk birakmaz.
            SELECT APR-FILE   ASSIGN TO APRPARM
                              STATUS  APR-ST.
      * Ortak calisma istatistigi dosyasi; PBEG131 sabah kontrol
      * sayfasi burada yazilan temiz islem adedini PBEG106'nin
      * isledigi islem adediyle karsilastirir.
            05  TIN-DATE             PIC X(07).
            05  TIN-BUDGET           PIC S9(13)V99.
      *
      * Parti basligi: parti numarasi, partinin hazirlandigi tarih ve
      * partiyi hazirlayan kullanici (cift kontrolde hazirlayan).
        01  TIN-HEADER-REC.
            05  TIN-HDR-TYPE         PIC X(02).
            05  TIN-HDR-BATCH-NO     PIC 9(04).
            05  TIN-HDR-DATE         PIC 9(08).
            05  TIN-HDR-MAKER-ID     PIC X(08).
            05  TIN-HDR-FILLER       PIC X(39).
      *
      * Parti sonu: gonderilen detay adedi ve TRAN-BUDGET alanlarinin
      * hash toplami.
            05  CLN-ALLNAME          PIC X(30).
            05  CLN-DATE             PIC 9(07).
            05  CLN-BUDGET           PIC S9(13)V99.
            05  CLN-MAKER-ID         PIC X(08).
            05  CLN-CHECKER-ID       PIC X(08).
      *
      * Onay bekleyen islem kaydi: parti ve parti icindeki detay
      * sirasi kalemin onay referansidir (onaylayan bu referansla
      * karar verir); ardindan ayrilma tarihi, hazirlayan ve
      * TRAN-REC alanlari gelir. PBEG134'teki ile birebir ayni
      * yerlesim.
        FD  PND-FILE RECORDING MODE F.
        01  PND-REC.
            05  PND-BATCH-NO         PIC 9(04).
            05  PND-ITEM-NO          PIC 9(05).
            05  PND-PARK-DATE        PIC 9(08).
            05  PND-MAKER-ID         PIC X(08).
            05  PND-CODE             PIC X(01).
            05  PND-ID               PIC 9(05).
            05  PND-DVZ              PIC 9(03).
            05  PND-ALLNAME          PIC X(30).
            05  PND-DATE             PIC 9(07).
            05  PND-BUDGET           PIC S9(13)V99.
      *
      * Edit reddi satiri. TIN-ID/TIN-DVZ bozuk (rakam olmayan)
      * degerler tasiyabileceginden alanlar X olarak yazilir.
            05  CUR-NAME             PIC X(20).
            05  CUR-DECIMALS         PIC 9(01).
      *
      * Onay esigi kaydi: para birimi ve o para biriminde onaysiz
      * gecebilecek en buyuk tutar.
        FD  APR-FILE RECORDING MODE F.
        01  APR-REC.
            05  APR-DVZ              PIC 9(03).
            05  APR-LIMIT            PIC 9(13)V99.
      *
      * PROGRAM/READ/WRITTEN/REJECTED/RUN-DATE alanlarindan olusan,
      * is sonu calisma istatistigini tasiyan ortak kayit yapisi;
      * CBL0001/PBEG0005/PBEG105/PBEG106/PBEG107'de de birebir ayni
               88 TIN-SUCCESS               VALUE 00 97.
            05 CLN-ST            PIC 9(02).
               88 CLN-SUCCESS               VALUE 00 97.
            05 PND-ST            PIC 9(02).
               88 PND-SUCCESS               VALUE 00 97.
            05 APR-ST            PIC 9(02).
               88 APR-EOF                   VALUE 10.
               88 APR-SUCCESS               VALUE 00 97.
            05 EDT-ST            PIC 9(02).
               88 EDT-SUCCESS               VALUE 00 97.
            05 CUR-ST            PIC 9(02).
            05 LASTREC           PIC X VALUE SPACE.
            05 WS-EDIT-OK        PIC X VALUE 'Y'.
               88 EDIT-OK                   VALUE 'Y'.
      * Cift kontrol alanlari: partiyi hazirlayan kullanici ve
      * detayin ikinci onaya gidip gitmeyecegi.
            05 WS-MAKER-ID       PIC X(08) VALUE SPACE.
            05 WS-NEEDS-APPROVAL PIC X VALUE 'N'.
               88 NEEDS-APPROVAL            VALUE 'Y'.
            05 WS-ABS-BUDGET     PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
      * Parti kontrol alanlari: baslik/son kaydin gorulup gorulmedigi,
      * parti sonundan beklenen adet ve hash ile partinin pes etme
            05 WS-DETAIL-COUNT   PIC 9(07) COMP-3 VALUE ZERO.
            05 WS-CLEAN-COUNT    PIC 9(07) COMP-3 VALUE ZERO.
            05 WS-REJECT-COUNT   PIC 9(07) COMP-3 VALUE ZERO.
            05 WS-PARKED-COUNT   PIC 9(07) COMP-3 VALUE ZERO.
            05 WS-HASH-TOTAL     PIC S9(15)V99 COMP-3 VALUE ZERO.
      *
      * TIN-DATE'in YYYYDDD Julian kurallarina uygunlugunu kontrol
            05  WS-DVZ-NUM         PIC 9(03) VALUE ZERO.
            05  WS-DVZ-KNOWN       PIC X VALUE 'N'.
               88 DVZ-KNOWN                 VALUE 'Y'.
      *
      * Para birimi basina onay esigi tablosu; LOAD-APPROVAL-LIMITS
      * program basinda APRPARM dosyasindan doldurur. Parametre bu
      * program icin zorunludur (CURREF ile ayni kural): esikler
      * bilinmeden hicbir islem onaysiz gecirilemez.
        01  WS-APPROVAL-TABLE.
            05  WS-APR-COUNT       PIC S9(04) COMP VALUE ZERO.
            05  WS-APR-ENTRY OCCURS 50 TIMES INDEXED BY WS-APR-IDX.
                10  WS-APR-DVZ     PIC 9(03).
                10  WS-APR-LIMIT   PIC 9(13)V99 COMP-3.
            05  WS-APR-FOUND       PIC X VALUE 'N'.
               88 APR-FOUND                 VALUE 'Y'.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
            OPEN INPUT  TIN-FILE.
            OPEN OUTPUT CLN-FILE.
            OPEN OUTPUT EDT-FILE.
            OPEN OUTPUT PND-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM LOAD-CURREF-TABLE.
            PERFORM LOAD-APPROVAL-LIMITS.
            PERFORM READ-RECORD.
        H100-END. EXIT.
      *
               CLOSE TIN-FILE
                     CLN-FILE
                     EDT-FILE
                     PND-FILE
               STOP RUN.
            PERFORM UNTIL CUR-EOF
                READ CUR-FILE
            ELSE
               DISPLAY 'CURREF TABLE FULL, CODE IGNORED: ' CUR-DVZ.
        LOAD-ONE-CURREF-END. EXIT.
      *
      * Onay esigi tablosunu APRPARM dosyasindan doldurur.
        LOAD-APPROVAL-LIMITS.
            OPEN INPUT APR-FILE
            IF NOT APR-SUCCESS
               DISPLAY 'APRPARM FILE NOT OPENED, APR-ST: ' APR-ST
               CLOSE TIN-FILE
                     CLN-FILE
                     EDT-FILE
                     PND-FILE
               STOP RUN.
            PERFORM UNTIL APR-EOF
                READ APR-FILE
                    AT END CONTINUE
                    NOT AT END PERFORM LOAD-ONE-APPROVAL-LIMIT
                END-READ
            END-PERFORM
            CLOSE APR-FILE.
        LOAD-APPROVAL-LIMITS-END. EXIT.
      *
        LOAD-ONE-APPROVAL-LIMIT.
            IF WS-APR-COUNT < 50
               ADD 1 TO WS-APR-COUNT
               MOVE APR-DVZ   TO WS-APR-DVZ(WS-APR-COUNT)
               MOVE APR-LIMIT TO WS-APR-LIMIT(WS-APR-COUNT)
            ELSE
               DISPLAY 'APRPARM TABLE FULL, CODE IGNORED: ' APR-DVZ.
        LOAD-ONE-APPROVAL-LIMIT-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (TIN-SUCCESS AND CLN-SUCCESS AND EDT-SUCCESS
                                AND PND-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' TIN: ' TIN-ST ' CLN: ' CLN-ST
                       ' EDT: ' EDT-ST ' PND: ' PND-ST
               IF TIN-SUCCESS THEN CLOSE TIN-FILE
               IF CLN-SUCCESS THEN CLOSE CLN-FILE
               IF EDT-SUCCESS THEN CLOSE EDT-FILE
               IF PND-SUCCESS THEN CLOSE PND-FILE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
               ELSE
                  MOVE 'Y' TO WS-HDR-SEEN
                  MOVE TIN-HDR-BATCH-NO TO WS-BATCH-NO
                  MOVE TIN-HDR-MAKER-ID TO WS-MAKER-ID
                  PERFORM CHECK-BATCH-REGISTRY.
        H210-END. EXIT.
      *
        H220-END. EXIT.
      *
      * Detay kaydin her alanini dogrular; temizse CLN-FILE'a,
      * degilse sebebiyle EDT-FILE'a yazar. Temiz ama ikinci onay
      * gerektiren detay CLN-FILE yerine PND-FILE'a gider. Adet ve
      * hash, edit sonucundan bagimsiz olarak parti denklestirmesi
      * icin biriktirilir.
        H240-EDIT-DETAIL.
            IF NOT HDR-SEEN
               PERFORM FAIL-BATCH
            MOVE 'Y' TO WS-EDIT-OK.
            PERFORM EDIT-ONE-DETAIL.
            IF EDIT-OK
               PERFORM CHECK-DUAL-CONTROL.
            IF EDIT-OK
               IF NEEDS-APPROVAL
                  PERFORM WRITE-PENDING
               ELSE
                  PERFORM WRITE-CLEAN
               END-IF
            ELSE
               PERFORM WRITE-EDIT-REJECT.
        H240-END. EXIT.
      *
      * Silmeler her zaman, ADD/CHANGE ise TRAN-BUDGET'in mutlak
      * degeri para biriminin esigini astiginda (veya para birimine
      * esik tanimlanmamissa) ikinci onaya gider. Onaya gidecek
      * islemin hazirlayani bilinmeli ki onaylayanin farkli bir
      * kullanici oldugu denetlenebilsin; basligi hazirlayan
      * tasimayan partide boyle bir islem reddedilir.
        CHECK-DUAL-CONTROL.
            MOVE 'N' TO WS-NEEDS-APPROVAL.
            IF TIN-CODE = 'D'
               MOVE 'Y' TO WS-NEEDS-APPROVAL
            ELSE
               MOVE TIN-BUDGET TO WS-ABS-BUDGET
               IF WS-ABS-BUDGET < ZERO
                  COMPUTE WS-ABS-BUDGET = ZERO - WS-ABS-BUDGET
               END-IF
               PERFORM FIND-APPROVAL-LIMIT
               IF NOT APR-FOUND
                  MOVE 'Y' TO WS-NEEDS-APPROVAL
               ELSE
                  IF WS-ABS-BUDGET > WS-APR-LIMIT(WS-APR-IDX)
                     MOVE 'Y' TO WS-NEEDS-APPROVAL.
            IF NEEDS-APPROVAL AND WS-MAKER-ID = SPACE
               MOVE 'NO MAKER ID FOR APPROVAL' TO EDT-REASON
               MOVE 'N' TO WS-EDIT-OK.
        CHECK-DUAL-CONTROL-END. EXIT.
      *
      * WS-DVZ-NUM CHECK-KNOWN-DVZ'de TIN-DVZ'den doldurulmustur.
        FIND-APPROVAL-LIMIT.
            MOVE 'N' TO WS-APR-FOUND.
            SET WS-APR-IDX TO 1.
            IF WS-APR-COUNT > ZERO
               SEARCH WS-APR-ENTRY
                   AT END CONTINUE
                   WHEN WS-APR-IDX > WS-APR-COUNT
                       CONTINUE
                   WHEN WS-APR-DVZ(WS-APR-IDX) = WS-DVZ-NUM
                       MOVE 'Y' TO WS-APR-FOUND
               END-SEARCH.
        FIND-APPROVAL-LIMIT-END. EXIT.
      *
      * Alan edit'leri: ilk takilan kural kaydi reddeder. DELETE
      * yalnizca anahtar tasidigindan isim/tarih/tutar edit'leri
      * sadece ADD ve CHANGE icin uygulanir.
               MOVE TIN-BUDGET TO CLN-BUDGET
            ELSE
               MOVE ZERO TO CLN-BUDGET.
            MOVE WS-MAKER-ID TO CLN-MAKER-ID.
            MOVE SPACE       TO CLN-CHECKER-ID.
            WRITE CLN-REC.
        WRITE-CLEAN-END. EXIT.
      *
      * Onay bekleyen islem; referansi parti numarasi ve partideki
      * detay sirasidir. Tarih/tutar WRITE-CLEAN'deki gibi
      * standartlastirilir.
        WRITE-PENDING.
            ADD 1 TO WS-PARKED-COUNT.
            MOVE WS-BATCH-NO     TO PND-BATCH-NO.
            MOVE WS-DETAIL-COUNT TO PND-ITEM-NO.
            MOVE WS-RUN-DATE     TO PND-PARK-DATE.
            MOVE WS-MAKER-ID     TO PND-MAKER-ID.
            MOVE TIN-CODE        TO PND-CODE.
            MOVE TIN-ID          TO PND-ID.
            MOVE TIN-DVZ         TO PND-DVZ.
            MOVE TIN-ALLNAME     TO PND-ALLNAME.
            IF TIN-DATE NUMERIC
               MOVE TIN-DATE TO PND-DATE
            ELSE
               MOVE ZERO TO PND-DATE.
            IF TIN-BUDGET NUMERIC
               MOVE TIN-BUDGET TO PND-BUDGET
            ELSE
               MOVE ZERO TO PND-BUDGET.
            WRITE PND-REC.
        WRITE-PENDING-END. EXIT.
      *
        WRITE-EDIT-REJECT.
            ADD 1 TO WS-REJECT-COUNT.
            MOVE 'REJECTED:' TO EDT-SUM-LABEL.
            MOVE WS-REJECT-COUNT TO EDT-SUM-COUNT.
            WRITE EDT-SUM-REC.
            MOVE 'PARKED FOR APPROVAL:' TO EDT-SUM-LABEL.
            MOVE WS-PARKED-COUNT TO EDT-SUM-COUNT.
            WRITE EDT-SUM-REC.
            MOVE 'TRAILER COUNT:' TO EDT-SUM-LABEL.
            MOVE WS-TRL-COUNT TO EDT-SUM-COUNT.
            WRITE EDT-SUM-REC.
        H400-CLOSE-FILES.
            CLOSE TIN-FILE
                  CLN-FILE
                  EDT-FILE
                  PND-FILE.
        H400-END. EXIT.
      *
      * Parti denklesmediyse is hata koduyla sonlanir; JCL'deki COND
        WRITE-BATCH-REGISTRY-END. EXIT.
      *
      * Bu calismanin okunan/temiz/reddedilen detay sayaclarini
      * ortak STATS-FILE'a tek satir olarak ekler. Onaya ayrilan
      * detaylar bu adimda PBEG106'ya gecmedigi icin reddedilenlerle
      * birlikte sayilir; READ = WRITTEN + REJECTED esitligi ve
      * PBEG131'in temiz islem el degistirmesi bu sekilde tutar.
      * Dosya ilk calismada henuz yoksa OPEN EXTEND basarisiz olur,
      * bu durumda OPEN OUTPUT ile olusturulur.
        WRITE-RUN-STATISTICS.
            OPEN EXTEND STATS-FILE.
            IF NOT STA-SUCCESS
               MOVE 'PBEG109'        TO STATS-PROGRAM
               MOVE WS-DETAIL-COUNT  TO STATS-READ-COUNT
               MOVE WS-CLEAN-COUNT   TO STATS-WRITTEN-COUNT
               COMPUTE STATS-REJECTED-COUNT =
                       WS-REJECT-COUNT + WS-PARKED-COUNT
               MOVE WS-RUN-DATE      TO STATS-RUN-DATE
               MOVE SPACE            TO WS-STATS-SPACE-1
               MOVE SPACE            TO WS-STATS-SPACE-2
