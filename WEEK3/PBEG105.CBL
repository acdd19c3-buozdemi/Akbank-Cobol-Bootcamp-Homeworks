      * kayit silme, ekleme, guncelleme gibi olaylari gerceklestirmeyi 
      * saglar. Bu IDX-KEY simdilik bos, onu kullanacagimiz zaman 
      * dolduracagiz. 
      * Eski kurgu her INPFILE istegi icin ayri bir KEY IS okumasi
      * yapiyordu; PBEG130'un birlestirilmis beslemesiyle bu adim
      * PBEG125 raporunda is penceresinin en yavas adimlarindan biri
      * oldu. Artik istekler anahtar sirasina dizilir ve dosya
      * konumlanan (START) bir okumadan sonra anahtar sirasiyla BIR
      * kez ileri dogru okunur (PBEG107'nin tek gecis kurgusu). Istek
      * adedi ana dosyaya gore kucukse dogrudan anahtarla okumaya
      * geri donulur; bu yuzden erisim DYNAMIC'tir.
            SELECT IDX-FILE   ASSIGN TO IDXFILE
                              ORGANIZATION INDEXED
                              ACCESS DYNAMIC
                              RECORD KEY IDX-KEY
                              STATUS  IDX-ST.
            SELECT OUT-FILE   ASSIGN TO OUTFILE
      * sadece uyari verilir.
            SELECT OVR-FILE   ASSIGN TO OVRPARM
                              STATUS  OVR-ST.
      * Okuma yontemi parametresi: IDXFILE'in yaklasik kayit adedi ve
      * istek adedinin bu adede orani hangi yuzdenin altindaysa
      * dogrudan anahtarla okunacagi. Verilmezse dosya her zaman
      * anahtar sirasiyla gezilir.
            SELECT SKP-PARM   ASSIGN TO SKPPARM
                              STATUS  SKP-ST.
      * Anahtar sirasiyla bulunan sonuclarin, isteklerin geldigi
      * siraya geri dizilmek uzere yazildigi gecici calisma dosyasi.
            SELECT LKP-FILE   ASSIGN TO LKPWORK
                              STATUS  LKP-ST.
      * Istekleri IDX-KEY sirasina dizen ve sonuclari yeniden geldigi
      * siraya donduren gecici SORT calisma dosyalari.
            SELECT REQ-SORT-FILE ASSIGN TO SRTWK01.
            SELECT RES-SORT-FILE ASSIGN TO SRTWK02.
        DATA DIVISION.
        FILE SECTION.
      * Bu bolumde IDX-KEY'imizi JCL'de belirttigimiz PD ve BI 
        FD  OVR-FILE RECORDING MODE F.
        01  OVR-REC.
            05  OVR-FLAG             PIC X(01).
      *
        FD  SKP-PARM RECORDING MODE F.
        01  SKP-REC.
            05  SKP-MASTER-COUNT     PIC 9(09).
            05  SKP-RANDOM-PCT       PIC 9(03).
      *
      * Bir istegin arama sonucu: istegin gelis sira numarasi, istenen
      * anahtar, bulundu bayragi ve bulunan IDX-REC'in birebir kopyasi.
        FD  LKP-FILE RECORDING MODE F.
        01  LKP-REC.
            05  LKP-SEQ              PIC 9(09).
            05  LKP-INP-KEY.
                10  LKP-INP-ID       PIC 9(05).
                10  LKP-INP-DVZ      PIC 9(03).
            05  LKP-FOUND            PIC X(01).
            05  LKP-IDX-IMAGE        PIC X(47).
      *
      * Istek SORT kaydi. SRQ-KEY, IDX-KEY ile ayni ikili (COMP-3 +
      * COMP) bicimde tutulur ki siralama KSDS'in anahtar sirasiyla
      * birebir ayni olsun; ayni anahtarli istekler gelis sirasini
      * korur.
        SD  REQ-SORT-FILE.
        01  SRQ-REC.
            05  SRQ-KEY              PIC X(05).
            05  SRQ-SEQ              PIC 9(09).
            05  SRQ-INP-KEY.
                10  SRQ-INP-ID       PIC 9(05).
                10  SRQ-INP-DVZ      PIC 9(03).
      *
      * Sonuc SORT kaydi; LKP-REC ile ayni yerlesim.
        SD  RES-SORT-FILE.
        01  RSS-REC.
            05  RSS-SEQ              PIC 9(09).
            05  RSS-INP-KEY.
                10  RSS-INP-ID       PIC 9(05).
                10  RSS-INP-DVZ      PIC 9(03).
            05  RSS-FOUND            PIC X(01).
            05  RSS-IDX-IMAGE        PIC X(47).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
               88 JL-SUCCESS                VALUE 00 97.
            05 OVR-ST            PIC 9(02).
               88 OVR-SUCCESS               VALUE 00 97.
            05 SKP-ST            PIC 9(02).
               88 SKP-SUCCESS               VALUE 00 97.
            05 LKP-ST            PIC 9(02).
               88 LKP-SUCCESS               VALUE 00 97.
      * Is siralama denetimi alanlari: is tarihi, aranan on kosul
      * programi, tarama sonucu ve operator gecersiz kilma bayragi.
      * JOBLOG kaydinin evre/sonuc degerleri dosya acilmadan once
            05  WS-CURREF-ISO      PIC X(03) VALUE SPACE.
            05  WS-CURREF-NAME     PIC X(20) VALUE SPACE.
      *
      * Anahtar sirali okuma alanlari: istek sira numarasi, okuma
      * yontemi, KSDS taramasinin konumu ve SORT dosya sonu
      * bayraklari.
        01  SKIP-SEQUENTIAL-AREA.
            05  WS-REQ-SEQ         PIC 9(09) VALUE ZERO.
            05  WS-MASTER-COUNT    PIC 9(09) VALUE ZERO.
            05  WS-RANDOM-PCT      PIC 9(03) VALUE 10.
            05  WS-LOOKUP-MODE     PIC X VALUE 'S'.
               88 RANDOM-LOOKUP             VALUE 'R'.
            05  WS-IDX-POSITIONED  PIC X VALUE 'N'.
            05  WS-IDX-SCAN-EOF    PIC X VALUE 'N'.
               88 IDX-SCAN-EOF              VALUE 'Y'.
            05  WS-IDX-FOUND       PIC X VALUE 'N'.
               88 IDX-FOUND                 VALUE 'Y'.
            05  WS-SORT-EOF        PIC X VALUE 'N'.
               88 SORT-EOF                  VALUE 'Y'.
            05  WS-RES-EOF         PIC X VALUE 'N'.
               88 RES-EOF                   VALUE 'Y'.
      *
      * WRITE-RUN-STATISTICS'in is sonunda STATS-FILE'a yazdigi
      * okunan/yazilan/reddedilen kayit sayaclari.
        01  RUN-STATISTICS-COUNTERS.
      * kez kontrolsuzce gecerdi (dosyalar iki kez acilmaya calisilir,
      * kur tablosu iki kez yuklenir, daha ilk kayit okunmadan rapor
      * satirlari yazilirdi).
      * Istekler once IDX-KEY sirasina dizilip KSDS'te aranir, sonra
      * sonuclar geldikleri siraya geri dizilerek eskisi gibi tek tek
      * islenir; boylece OUTFILE, OOPFILE, REJFILE, para birimi ara
      * toplamlari ve genel toplam kayit kayit ayni kalir.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            SORT REQ-SORT-FILE
                ON ASCENDING KEY SRQ-KEY SRQ-SEQ
                INPUT PROCEDURE IS H150-RELEASE-REQUESTS
                OUTPUT PROCEDURE IS H160-LOOKUP-BUDGETS.
            SORT RES-SORT-FILE
                ON ASCENDING KEY RSS-SEQ
                USING LKP-FILE
                OUTPUT PROCEDURE IS H170-REPORT-IN-ORDER.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
      * Ilk INPFILE okumasi artik burada degil, istekleri SORT'a
      * veren H150-RELEASE-REQUESTS'in basinda yapilir.
        H100-OPEN-FILES.
      * Is tarihi alinir, gunun PBEG106 bakimi temiz bitmis mi diye
      * ortak is kayit dosyasi taranir (henuz hicbir dosya acik
            PERFORM READ-PERIOD-CONTROL.
            PERFORM LOAD-RATE-TABLE.
            PERFORM LOAD-CURREF-TABLE.
        H100-END. EXIT.
      *
      * Istek SORT'unun INPUT PROCEDURE'i: besleme eskisi gibi
      * READ-RECORD ile okunur ve denetlenir; her detay istegi gelis
      * sira numarasi ve IDX-KEY bicimindeki anahtariyla RELEASE
      * edilir. Besleme denetimi artik tum dosya okunduktan hemen
      * sonra, hicbir cikis kaydi yazilmadan yapilir.
        H150-RELEASE-REQUESTS.
            PERFORM READ-RECORD.
            PERFORM H155-RELEASE-ONE UNTIL LASTREC = 'Y'.
            PERFORM VALIDATE-FEED-CONTROLS.
            PERFORM CHOOSE-LOOKUP-MODE.
        H150-END. EXIT.
      *
        H155-RELEASE-ONE.
            ADD 1 TO WS-REQ-SEQ.
            INITIALIZE INP-KEY-COMP.
            MOVE INP-ID         TO INP-ID-COMP.
            MOVE INP-DVZ        TO INP-DVZ-COMP.
            MOVE INP-KEY-COMP   TO SRQ-KEY.
            MOVE WS-REQ-SEQ     TO SRQ-SEQ.
            MOVE INP-KEY        TO SRQ-INP-KEY.
            RELEASE SRQ-REC.
            PERFORM READ-RECORD.
        H155-END. EXIT.
      *
      * Istek adedi, parametredeki IDXFILE kayit adedinin verilen
      * yuzdesinin altindaysa dosyayi gezmek yerine her istek
      * dogrudan anahtarla okunur. Parametre yoksa dosya gezilir.
        CHOOSE-LOOKUP-MODE.
            OPEN INPUT SKP-PARM
            IF SKP-SUCCESS
               READ SKP-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF SKP-MASTER-COUNT NUMERIC
                          MOVE SKP-MASTER-COUNT TO WS-MASTER-COUNT
                       END-IF
                       IF SKP-RANDOM-PCT NUMERIC
                          AND SKP-RANDOM-PCT > ZERO
                          MOVE SKP-RANDOM-PCT TO WS-RANDOM-PCT
                       END-IF
               END-READ
               CLOSE SKP-PARM.
            IF WS-MASTER-COUNT > ZERO
               AND WS-READ-COUNT * 100 <
                   WS-MASTER-COUNT * WS-RANDOM-PCT
               MOVE 'R' TO WS-LOOKUP-MODE
               DISPLAY 'IDXFILE LOOKUP: RANDOM, REQUESTS '
                       WS-READ-COUNT
            ELSE
               DISPLAY 'IDXFILE LOOKUP: KEY SEQUENCE, REQUESTS '
                       WS-READ-COUNT.
        CHOOSE-LOOKUP-MODE-END. EXIT.
      *
      * Istek SORT'unun OUTPUT PROCEDURE'i: anahtar sirasiyla donen
      * her istek KSDS'te aranir ve sonucu, bulunan IDX-REC'in
      * kopyasiyla birlikte calisma dosyasina yazilir.
        H160-LOOKUP-BUDGETS.
            OPEN OUTPUT LKP-FILE.
            IF NOT LKP-SUCCESS
               DISPLAY 'LKPWORK NOT OPENED, LKP-ST: ' LKP-ST
               PERFORM ABORT-FEED-RUN.
            PERFORM RETURN-REQUEST.
            PERFORM H165-LOOKUP-ONE UNTIL SORT-EOF.
            CLOSE LKP-FILE.
        H160-END. EXIT.
      *
        H165-LOOKUP-ONE.
            MOVE SRQ-KEY TO INP-KEY-COMP.
            IF RANDOM-LOOKUP
               PERFORM LOOKUP-BY-KEY
            ELSE
               PERFORM LOOKUP-IN-SEQUENCE.
            MOVE SRQ-SEQ     TO LKP-SEQ.
            MOVE SRQ-INP-KEY TO LKP-INP-KEY.
            IF IDX-FOUND
               MOVE 'Y'      TO LKP-FOUND
               MOVE IDX-REC  TO LKP-IDX-IMAGE
            ELSE
               MOVE 'N'      TO LKP-FOUND
               MOVE SPACES   TO LKP-IDX-IMAGE.
            WRITE LKP-REC.
            PERFORM RETURN-REQUEST.
        H165-END. EXIT.
      *
        RETURN-REQUEST.
            RETURN REQ-SORT-FILE
                AT END MOVE 'Y' TO WS-SORT-EOF
            END-RETURN.
        RETURN-REQUEST-END. EXIT.
      *
      * Eski tekil okumanin aynisi: IDX-NOTFND disindaki her sonuc
      * bulundu sayilir.
        LOOKUP-BY-KEY.
            MOVE INP-KEY-COMP   TO IDX-KEY
            READ IDX-FILE KEY IS IDX-KEY
              IF IDX-NOTFND
                MOVE 'N' TO WS-IDX-FOUND
              ELSE
                MOVE 'Y' TO WS-IDX-FOUND.
        LOOKUP-BY-KEY-END. EXIT.
      *
      * Ilk istekte dosya o anahtara START ile konumlanir; sonra her
      * istek icin tarama istenen anahtara kadar ileri okunur. Ayni
      * anahtari isteyen ardisik istekler icin eldeki kayit yeniden
      * kullanilir, anahtari gecen kayit sonraki istege kalir.
        LOOKUP-IN-SEQUENCE.
            IF WS-IDX-POSITIONED = 'N'
               PERFORM POSITION-IDX-FILE.
            PERFORM READ-NEXT-IDX
                UNTIL IDX-SCAN-EOF OR IDX-KEY NOT < INP-KEY-COMP.
            IF NOT IDX-SCAN-EOF AND IDX-KEY = INP-KEY-COMP
               MOVE 'Y' TO WS-IDX-FOUND
            ELSE
               MOVE 'N' TO WS-IDX-FOUND.
        LOOKUP-IN-SEQUENCE-END. EXIT.
      *
        POSITION-IDX-FILE.
            MOVE 'Y' TO WS-IDX-POSITIONED.
            MOVE INP-KEY-COMP TO IDX-KEY.
            START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
                INVALID KEY MOVE 'Y' TO WS-IDX-SCAN-EOF
            END-START.
            IF NOT IDX-SCAN-EOF
               PERFORM READ-NEXT-IDX.
        POSITION-IDX-FILE-END. EXIT.
      *
        READ-NEXT-IDX.
            READ IDX-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-IDX-SCAN-EOF
            END-READ.
        READ-NEXT-IDX-END. EXIT.
      *
      * Sonuc SORT'unun OUTPUT PROCEDURE'i: sonuclar isteklerin
      * geldigi sirayla doner ve her biri eskisi gibi
      * H175-WHILE-PROCESS'ten gecer.
        H170-REPORT-IN-ORDER.
            PERFORM RETURN-RESULT.
            PERFORM H172-REPORT-ONE UNTIL RES-EOF.
        H170-END. EXIT.
      *
        H172-REPORT-ONE.
            PERFORM H175-WHILE-PROCESS.
            PERFORM RETURN-RESULT.
        H172-END. EXIT.
      *
        RETURN-RESULT.
            RETURN RES-SORT-FILE
                AT END MOVE 'Y' TO WS-RES-EOF
            END-RETURN.
        RETURN-RESULT-END. EXIT.
      *
      * CTL-FILE'i acip tek kontrol satirini WS-PERIOD-FROM/TO alanlarina
      * okur. CTL-FILE acilamazsa (calisma icin bir mali donem parametresi
      * verilmemis demektir) WS-WORK-AREA'daki varsayilan aralik
      * degerin var olup olmadigina bakabiliriz. Eger VSAM dosyamizin
      * icinde KEY degerimiz varsa o KEY'in verilerini yazdirmak icin
      * H200-PROCESS'ini calistirdik.
      * Arama artik H160-LOOKUP-BUDGETS'ta yapilmis olarak gelir:
      * bulunan kaydin kopyasi IDX-REC'e geri konur ve H200-PROCESS
      * eskisi gibi calisir.
        H175-WHILE-PROCESS.
            IF RSS-FOUND = 'N'
                DISPLAY 'THIS VALUE: ' RSS-INP-KEY ' NOT AVAILABLE'
                PERFORM WRITE-REJECT
            ELSE
                MOVE RSS-IDX-IMAGE TO IDX-REC
                PERFORM H200-PROCESS.
        H175-END. EXIT.
      *
      * REJFILE'a yazan yardimci paragraf.
        WRITE-REJECT.
            ADD 1 TO WS-REJECTED-COUNT.
            MOVE RSS-INP-ID        TO REJECT-ID.
            MOVE RSS-INP-DVZ       TO REJECT-DVZ.
            MOVE 'E023'            TO REJECT-REASON-CD.
            MOVE 'KEY NOT FOUND IN IDX-FILE' TO REJECT-REASON-TXT.
            WRITE REJECT-REC.
        H300-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM WRITE-RUN-STATISTICS.
            PERFORM H300-CLOSE-FILES.
            PERFORM WRITE-JOBLOG-END.
