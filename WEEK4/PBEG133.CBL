        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG133.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * PBEG111'in FEEPOST'u ve PBEG123'un LIMTRAN'i ayni sabah
      * ACCTREC'inden kurulan tam 'C' kayit goruntuleridir. Ikisi
      * ayni hesaba dokundugunda PBEG108'in H220-TRAN-ON-MASTER'i en
      * son geleni uygular; limit incelemesinin bayat bakiyesi ucret
      * sonrasi bakiyenin ustune sessizce yazilir. Bu program iki
      * ureteci ve elle hazirlanan islemleri tek bir ACCT-NO sirali
      * UPDTRAN partisinde birlestirir. Her kaynak yalnizca kendi
      * alanini degistirebilir: bakiye ucretlerin (FEEPOST), limit
      * kredi incelemesinin (LIMTRAN), ad/adres/aciklama elle
      * bakimin (MANTRAN) alanidir. Hesap basina tum 'C' kalemleri
      * ana dosyadaki kayit uzerine alan alan islenip tek bir 'C'
      * goruntusune indirilir; gercek cakismalar PBEG108'e hic
      * gitmeden cakisma raporuna dusulur.
      * Sabah ACCTREC'i (ureteclerin okudugu kusak) birlestirmenin
      * tabanidir; burada sadece okunur.
            SELECT OLD-FILE   ASSIGN TO OLDMAST
                              STATUS  OLD-ST.
      * Elle hazirlanan bakim islemleri (eski UPDTRAN). Ilk kayit
      * 'BH' parti basligi olabilir; varsa parti numarasi birlesik
      * partiye tasinir. O gun elle islem yoksa JCL'de DUMMY
      * verilebilir.
            SELECT MAN-FILE   ASSIGN TO MANTRAN
                              STATUS  MAN-ST.
      * PBEG111'in asim ucreti islemleri; o gun ucret kosusu
      * yapilmadiysa DUMMY verilebilir.
            SELECT FEE-FILE   ASSIGN TO FEEPOST
                              STATUS  FEE-ST.
      * PBEG143'un kabul edilen ucret itirazlari icin yazdigi ters
      * kayitlar. Bakiye alani ucretlerle birlikte bu kaynagin da
      * alanidir; PBEG111 ters kaydi yazilan hesaba o gun ucret
      * yazmadigi icin ikisi ayni hesapta bulusmaz. O gun ters kayit
      * yoksa DUMMY verilebilir.
            SELECT REV-FILE   ASSIGN TO DSPREV
                              STATUS  REV-ST.
      * PBEG123'un limit artirim islemleri; o gun inceleme
      * kosmadiysa DUMMY verilebilir.
            SELECT LIM-FILE   ASSIGN TO LIMTRAN
                              STATUS  LIM-ST.
      * PBEG108'e verilecek birlesik, ACCT-NO sirali islem partisi.
            SELECT UPD-FILE   ASSIGN TO UPDTRAN
                              STATUS  UPD-ST.
      * Partiye alinmayan her kalemin kaynagi ve sebebiyle yazildigi
      * cakisma raporu; is sonu sayaclari da bu rapora yazilir.
            SELECT COL-FILE   ASSIGN TO COLLRPT
                              STATUS  COL-ST.
      * Kaynaklari ACCT-NO + kaynak + gelis sirasina dizmek icin
      * kullanilan gecici SORT calisma dosyasi.
            SELECT SORT-FILE  ASSIGN TO SRTWK01.
        DATA DIVISION.
        FILE SECTION.
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
      * Dort giris de PBEG108'in 172 byte'lik UPD-REC yerlesimini
      * tasir; kayitlar okunur okunmaz ortak is alanina alinir ve
      * baslik/detay cozumlemesi orada yapilir (PBEG130'un kurgusu).
        FD  MAN-FILE RECORDING MODE F.
        01  MAN-REC                  PIC X(172).
      *
        FD  FEE-FILE RECORDING MODE F.
        01  FEE-REC                  PIC X(172).
      *
        FD  LIM-FILE RECORDING MODE F.
        01  LIM-REC                  PIC X(172).
      *
        FD  REV-FILE RECORDING MODE F.
        01  REV-REC                  PIC X(172).
      *
      * Birlesik islem partisi; PBEG108'deki UPD-REC ile birebir ayni
      * yerlesim. Ad, adres ve aciklama alanlari elle bakimin sahip
      * oldugu alan grubu olarak UPD-IDENTITY altinda toplanmistir.
        FD  UPD-FILE RECORDING MODE F.
        01  UPD-REC.
            05  UPD-CODE           PIC X(01).
            05  UPD-ACCT-NO        PIC X(08).
            05  UPD-LIMIT          PIC S9(7)V99.
            05  UPD-BALANCE        PIC S9(7)V99.
            05  UPD-IDENTITY.
                10  UPD-LAST-NAME   PIC X(20).
                10  UPD-FIRST-NAME  PIC X(15).
                10  UPD-STREET-ADDR PIC X(25).
                10  UPD-CITY-COUNTY PIC X(20).
                10  UPD-USA-STATE   PIC X(15).
                10  UPD-COMMENTS    PIC X(50).
      *
      * Partinin 'BH' basligi; PBEG108'deki UPD-HDR-REC ile ayni
      * yerlesim (172 byte).
        01  UPD-HDR-REC.
            05  UPD-HDR-TAG        PIC X(02).
            05  UPD-HDR-BATCH-NO   PIC 9(04).
            05  UPD-HDR-DATE       PIC 9(08).
            05  UPD-HDR-FILLER     PIC X(158).
      *
      * Cakisma raporu satiri: hesap, kalemin kaynagi, islem kodu ve
      * partiye alinmama sebebi.
        FD  COL-FILE RECORDING MODE F.
        01  COL-REC.
            05  COL-ACCT-NO        PIC X(08).
            05  WS-COL-SPACE-1     PIC X(01) VALUE SPACE.
            05  COL-SOURCE         PIC X(08).
            05  WS-COL-SPACE-2     PIC X(01) VALUE SPACE.
            05  COL-CODE           PIC X(01).
            05  WS-COL-SPACE-3     PIC X(01) VALUE SPACE.
            05  COL-REASON         PIC X(30).
      *
      * COL-FILE'in ayni FD'sine bagli, is sonu sayaclarini tasiyan
      * ozet kaydi. COL-REC bu FD'nin en uzun kayit gorunumu
      * (50 byte) oldugundan ozet kaydi da ayni uzunluga tamamlanir.
        01  COL-SUM-REC.
            05  COL-SUM-LABEL      PIC X(30).
            05  COL-SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
            05  COL-SUM-FILLER     PIC X(09) VALUE SPACE.
      *
      * SORT calisma kaydi: siralama anahtari ve kalemin 172 byte'lik
      * UPD-REC goruntusu. SRT-SOURCE '1' elle bakim, '2' FEEPOST,
      * '3' LIMTRAN, '4' DSPREV'dir; SRT-SEQ ayni kaynaktan gelen
      * kalemlerin gelis sirasini korur.
        SD  SORT-FILE.
        01  SRT-REC.
            05  SRT-ACCT-NO        PIC X(08).
            05  SRT-SOURCE         PIC X(01).
            05  SRT-SEQ            PIC 9(09).
            05  SRT-DATA           PIC X(172).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 OLD-ST            PIC 9(02).
               88 OLD-SUCCESS               VALUE 00 97.
            05 MAN-ST            PIC 9(02).
               88 MAN-EOF                   VALUE 10.
               88 MAN-SUCCESS               VALUE 00 97.
            05 FEE-ST            PIC 9(02).
               88 FEE-EOF                   VALUE 10.
               88 FEE-SUCCESS               VALUE 00 97.
            05 LIM-ST            PIC 9(02).
               88 LIM-EOF                   VALUE 10.
               88 LIM-SUCCESS               VALUE 00 97.
            05 REV-ST            PIC 9(02).
               88 REV-EOF                   VALUE 10.
               88 REV-SUCCESS               VALUE 00 97.
            05 UPD-ST            PIC 9(02).
               88 UPD-SUCCESS               VALUE 00 97.
            05 COL-ST            PIC 9(02).
               88 COL-SUCCESS               VALUE 00 97.
            05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
      * Elle bakim dosyasinin ilk kaydi ve parti basligi bilgisi.
            05 WS-MAN-FIRST      PIC X VALUE 'Y'.
            05 WS-MAN-HDR-SEEN   PIC X VALUE 'N'.
               88 MAN-HDR-SEEN              VALUE 'Y'.
            05 WS-BATCH-NO       PIC 9(04) VALUE ZERO.
            05 WS-BATCH-DATE     PIC 9(08) VALUE ZERO.
            05 WS-SOURCE         PIC X(01) VALUE SPACE.
            05 WS-RELEASE-SEQ    PIC 9(09) VALUE ZERO.
      *
      * Ortak giris is alani: okunan kayit buraya alinir ve detay ile
      * 'BH' baslik gorunumleriyle cozumlenir.
        01  WS-SRC-WORK.
            05 WS-SRC-REC        PIC X(172).
            05 WS-SRC-DETAIL REDEFINES WS-SRC-REC.
               10 WS-SRC-CODE    PIC X(01).
               10 WS-SRC-ACCT-NO PIC X(08).
               10 WS-SRC-REST    PIC X(163).
            05 WS-SRC-HDR REDEFINES WS-SRC-REC.
               10 WS-SH-TAG      PIC X(02).
               10 WS-SH-BATCH-NO PIC 9(04).
               10 WS-SH-DATE     PIC 9(08).
               10 WS-SH-FILLER   PIC X(158).
      *
      * Eslestirme kontrol alanlari (PBEG108'in kurgusu). WS-OLD-KEY
      * HOLD-MASTER-REC'te tutulan eski ana dosya kaydinin,
      * WS-TRN-KEY SORT'tan donen son kalemin, WS-GROUP-KEY ise o an
      * toplanan hesap grubunun anahtaridir; dosya sonunda
      * HIGH-VALUES alirlar.
        01  MATCH-CONTROL-AREA.
            05 WS-OLD-KEY        PIC X(08) VALUE LOW-VALUES.
            05 WS-TRN-KEY        PIC X(08) VALUE LOW-VALUES.
            05 WS-GROUP-KEY      PIC X(08) VALUE LOW-VALUES.
            05 WS-OLD-GOT        PIC X VALUE 'N'.
            05 WS-SORT-EOF       PIC X VALUE 'N'.
               88 SORT-EOF                  VALUE 'Y'.
            05 WS-ON-MASTER      PIC X VALUE 'N'.
               88 ON-MASTER                 VALUE 'Y'.
            05 WS-GRP-DEL-COUNT  PIC S9(04) COMP VALUE ZERO.
            05 WS-GRP-CHG-COUNT  PIC S9(04) COMP VALUE ZERO.
            05 WS-REASON         PIC X(30) VALUE SPACE.
      *
      * Alan grubu sahiplik alanlari: her grup icin bir kalemin
      * degeri talep edilmis mi, talep edilen deger ve ayni grubu
      * farkli degerle isteyen ikinci bir kalem gelmis mi.
        01  FIELD-CLAIM-AREA.
            05 WS-LIM-CLAIMED    PIC X VALUE 'N'.
               88 LIM-CLAIMED               VALUE 'Y'.
            05 WS-LIM-CONFLICT   PIC X VALUE 'N'.
               88 LIM-CONFLICT              VALUE 'Y'.
            05 WS-LIM-VALUE      PIC S9(7)V99 VALUE ZERO.
            05 WS-BAL-CLAIMED    PIC X VALUE 'N'.
               88 BAL-CLAIMED               VALUE 'Y'.
            05 WS-BAL-CONFLICT   PIC X VALUE 'N'.
               88 BAL-CONFLICT              VALUE 'Y'.
            05 WS-BAL-VALUE      PIC S9(7)V99 VALUE ZERO.
            05 WS-IDN-CLAIMED    PIC X VALUE 'N'.
               88 IDN-CLAIMED               VALUE 'Y'.
            05 WS-IDN-CONFLICT   PIC X VALUE 'N'.
               88 IDN-CONFLICT              VALUE 'Y'.
            05 WS-IDN-VALUE      PIC X(145) VALUE SPACE.
      *
      * Ana dosya kaydinin ad/adres/aciklama alanlari, UPD-IDENTITY
      * ile ayni sirada (ana dosyada RESERVED araya girdigi icin
      * ayri bir alanda kurulur).
        01  WS-MASTER-IDENTITY.
            05 WS-MI-LAST-NAME    PIC X(20).
            05 WS-MI-FIRST-NAME   PIC X(15).
            05 WS-MI-STREET-ADDR  PIC X(25).
            05 WS-MI-CITY-COUNTY  PIC X(20).
            05 WS-MI-USA-STATE    PIC X(15).
            05 WS-MI-COMMENTS     PIC X(50).
      *
      * Islenmekte olan eski ana dosya kaydinin bekletildigi alan;
      * yerlesim OLD-FIELDS ile birebir aynidir.
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
      * Bir hesaba gelen kalemlerin toplandigi tablo. Kalem durumu
      * 'K' partiye adaydir, 'X' cakisma raporuna gider. Tabloya
      * sigmayan kalemler dogrudan cakisma raporuna yazilir.
        01  WS-ITEM-TABLE.
            05  WS-ITM-COUNT       PIC S9(04) COMP VALUE ZERO.
            05  WS-ITM-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-ITM-IDX.
                10  WS-ITM-SOURCE   PIC X(01).
                10  WS-ITM-STATUS   PIC X(01).
                    88 ITM-KEPT                 VALUE 'K'.
                    88 ITM-COLLIDED             VALUE 'X'.
                10  WS-ITM-REASON   PIC X(30).
                10  WS-ITM-REC.
                    15  WS-ITM-CODE      PIC X(01).
                    15  WS-ITM-ACCT-NO   PIC X(08).
                    15  WS-ITM-LIMIT     PIC S9(7)V99.
                    15  WS-ITM-BALANCE   PIC S9(7)V99.
                    15  WS-ITM-IDENTITY  PIC X(145).
      *
        01  MERGE-COUNTERS.
            05 WS-OLD-READ-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-MAN-READ-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-FEE-READ-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-LIM-READ-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-REV-READ-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-MERGED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-PASSED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-COL-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-UPD-WRITTEN-COUNT PIC S9(9) COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
      * Dort kaynak SORT'un INPUT PROCEDURE'i ile okunur, OUTPUT
      * PROCEDURE'da hesap hesap ana dosya ile birlestirilir.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            SORT SORT-FILE
                ON ASCENDING KEY SRT-ACCT-NO
                                 SRT-SOURCE
                                 SRT-SEQ
                INPUT PROCEDURE IS H200-RELEASE-ITEMS
                OUTPUT PROCEDURE IS H260-MERGE-ITEMS.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
      * Istege bagli kaynaklar burada acilmaz; INPUT PROCEDURE her
      * birini sirayla acip kapatir.
        H100-OPEN-FILES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT  OLD-FILE.
            OPEN OUTPUT UPD-FILE.
            OPEN OUTPUT COL-FILE.
            PERFORM STATUS-CONTROL.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (OLD-SUCCESS AND UPD-SUCCESS AND COL-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' OLD: ' OLD-ST ' UPD: ' UPD-ST
                       ' COL: ' COL-ST
               IF OLD-SUCCESS THEN CLOSE OLD-FILE
               IF UPD-SUCCESS THEN CLOSE UPD-FILE
               IF COL-SUCCESS THEN CLOSE COL-FILE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * SORT'un INPUT PROCEDURE'i: dort kaynak sirayla okunur ve her
      * detay kalem kaynak kodu ve gelis sirasiyla RELEASE edilir.
        H200-RELEASE-ITEMS.
            PERFORM H210-RELEASE-MANUAL.
            PERFORM H220-RELEASE-FEEPOST.
            PERFORM H230-RELEASE-LIMTRAN.
            PERFORM H235-RELEASE-DSPREV.
        H200-END. EXIT.
      *
      * Elle bakim dosyasinin ilk kaydi 'BH' ise parti numarasi ve
      * tarihi saklanir, baslik siralamaya sokulmaz.
        H210-RELEASE-MANUAL.
            OPEN INPUT MAN-FILE.
            IF NOT MAN-SUCCESS
               DISPLAY 'MANTRAN NOT PROVIDED - NO MANUAL ITEMS TAKEN'
            ELSE
               MOVE '1' TO WS-SOURCE
               PERFORM UNTIL MAN-EOF
                   READ MAN-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE MAN-REC TO WS-SRC-REC
                           IF WS-MAN-FIRST = 'Y'
                              AND WS-SH-TAG = 'BH'
                              MOVE 'Y' TO WS-MAN-HDR-SEEN
                              MOVE WS-SH-BATCH-NO TO WS-BATCH-NO
                              MOVE WS-SH-DATE     TO WS-BATCH-DATE
                           ELSE
                              ADD 1 TO WS-MAN-READ-COUNT
                              PERFORM H240-RELEASE-ONE
                           END-IF
                           MOVE 'N' TO WS-MAN-FIRST
                   END-READ
               END-PERFORM
               CLOSE MAN-FILE.
        H210-END. EXIT.
      *
        H220-RELEASE-FEEPOST.
            OPEN INPUT FEE-FILE.
            IF NOT FEE-SUCCESS
               DISPLAY 'FEEPOST NOT PROVIDED - NO FEE ITEMS TAKEN'
            ELSE
               MOVE '2' TO WS-SOURCE
               PERFORM UNTIL FEE-EOF
                   READ FEE-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE FEE-REC TO WS-SRC-REC
                           ADD 1 TO WS-FEE-READ-COUNT
                           PERFORM H240-RELEASE-ONE
                   END-READ
               END-PERFORM
               CLOSE FEE-FILE.
        H220-END. EXIT.
      *
        H230-RELEASE-LIMTRAN.
            OPEN INPUT LIM-FILE.
            IF NOT LIM-SUCCESS
               DISPLAY 'LIMTRAN NOT PROVIDED - NO LIMIT ITEMS TAKEN'
            ELSE
               MOVE '3' TO WS-SOURCE
               PERFORM UNTIL LIM-EOF
                   READ LIM-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE LIM-REC TO WS-SRC-REC
                           ADD 1 TO WS-LIM-READ-COUNT
                           PERFORM H240-RELEASE-ONE
                   END-READ
               END-PERFORM
               CLOSE LIM-FILE.
        H230-END. EXIT.
      *
        H235-RELEASE-DSPREV.
            OPEN INPUT REV-FILE.
            IF NOT REV-SUCCESS
               DISPLAY 'DSPREV NOT PROVIDED - NO REVERSAL ITEMS TAKEN'
            ELSE
               MOVE '4' TO WS-SOURCE
               PERFORM UNTIL REV-EOF
                   READ REV-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE REV-REC TO WS-SRC-REC
                           ADD 1 TO WS-REV-READ-COUNT
                           PERFORM H240-RELEASE-ONE
                   END-READ
               END-PERFORM
               CLOSE REV-FILE.
        H235-END. EXIT.
      *
        H240-RELEASE-ONE.
            ADD 1 TO WS-RELEASE-SEQ.
            MOVE WS-SRC-ACCT-NO TO SRT-ACCT-NO.
            MOVE WS-SOURCE      TO SRT-SOURCE.
            MOVE WS-RELEASE-SEQ TO SRT-SEQ.
            MOVE WS-SRC-REC     TO SRT-DATA.
            RELEASE SRT-REC.
        H240-END. EXIT.
      *
      * SORT'un OUTPUT PROCEDURE'i: once parti basligi yazilir, sonra
      * ayni ACCT-NO'ya ait kalemler bir grup olarak toplanip ana
      * dosyadaki kayda gore cozulur.
        H260-MERGE-ITEMS.
            IF MAN-HDR-SEEN
               PERFORM WRITE-BATCH-HEADER
            ELSE
               DISPLAY 'MANTRAN HAS NO BATCH HEADER -'
                       ' MERGED BATCH WRITTEN WITHOUT HEADER'.
            PERFORM READ-OLD-MASTER.
            PERFORM H261-RETURN-SORT-RECORD.
            PERFORM H262-GROUP-PROCESS UNTIL SORT-EOF.
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
      * Bir hesabin tum kalemleri tabloya toplanir, eski ana dosya bu
      * hesaba kadar ilerletilir ve grup cozulur.
        H262-GROUP-PROCESS.
            MOVE WS-TRN-KEY TO WS-GROUP-KEY.
            MOVE ZERO       TO WS-ITM-COUNT.
            PERFORM H263-COLLECT-ITEM
                UNTIL SORT-EOF OR WS-TRN-KEY NOT = WS-GROUP-KEY.
            PERFORM READ-OLD-MASTER
                UNTIL WS-OLD-KEY NOT < WS-GROUP-KEY.
            PERFORM H270-RESOLVE-GROUP.
        H262-END. EXIT.
      *
        H263-COLLECT-ITEM.
            IF WS-ITM-COUNT < 50
               ADD 1 TO WS-ITM-COUNT
               SET WS-ITM-IDX TO WS-ITM-COUNT
               MOVE SRT-SOURCE TO WS-ITM-SOURCE(WS-ITM-IDX)
               MOVE 'K'        TO WS-ITM-STATUS(WS-ITM-IDX)
               MOVE SPACE      TO WS-ITM-REASON(WS-ITM-IDX)
               MOVE SRT-DATA   TO WS-ITM-REC(WS-ITM-IDX)
            ELSE
               PERFORM WRITE-OVERFLOW-COLLISION.
            PERFORM H261-RETURN-SORT-RECORD.
        H263-END. EXIT.
      *
      * Grup cozumu. Ureteclerden 'C' disinda bir kod gelemez.
      * Ana dosyada olmayan hesabin kalemleri oldugu gibi gecirilir;
      * ADD'i, anahtar hatalarini ve ayni calismada eklenen hesaba
      * gelen islemleri PBEG108 bugunku gibi karara baglar. Ana
      * dosyadaki hesapta SIL ile birlikte degisiklik gelmisse hangi
      * niyetin gecerli oldugu bilinemez; grubun tamami cakismaya
      * gider. Aksi halde elle gelen ADD/SIL kalemleri gecirilir ve
      * tum 'C' kalemleri tek bir 'C' goruntusune indirilir.
        H270-RESOLVE-GROUP.
            MOVE 'N' TO WS-ON-MASTER.
            IF WS-OLD-KEY = WS-GROUP-KEY
               MOVE 'Y' TO WS-ON-MASTER.
            MOVE ZERO TO WS-GRP-DEL-COUNT.
            MOVE ZERO TO WS-GRP-CHG-COUNT.
            PERFORM CLASSIFY-ONE-ITEM
                VARYING WS-ITM-IDX FROM 1 BY 1
                UNTIL WS-ITM-IDX > WS-ITM-COUNT.
            IF NOT ON-MASTER
               PERFORM PASS-ONE-ITEM
                   VARYING WS-ITM-IDX FROM 1 BY 1
                   UNTIL WS-ITM-IDX > WS-ITM-COUNT
            ELSE
               IF WS-GRP-DEL-COUNT > ZERO AND WS-GRP-CHG-COUNT > ZERO
                  MOVE 'DELETE WITH PENDING CHANGE' TO WS-REASON
                  PERFORM COLLIDE-ONE-KEPT
                      VARYING WS-ITM-IDX FROM 1 BY 1
                      UNTIL WS-ITM-IDX > WS-ITM-COUNT
               ELSE
                  PERFORM PASS-ONE-NON-CHANGE
                      VARYING WS-ITM-IDX FROM 1 BY 1
                      UNTIL WS-ITM-IDX > WS-ITM-COUNT
                  IF WS-GRP-CHG-COUNT > ZERO
                     PERFORM H280-MERGE-CHANGES.
            PERFORM WRITE-ONE-COLLISION
                VARYING WS-ITM-IDX FROM 1 BY 1
                UNTIL WS-ITM-IDX > WS-ITM-COUNT.
        H270-END. EXIT.
      *
        CLASSIFY-ONE-ITEM.
            IF WS-ITM-SOURCE(WS-ITM-IDX) NOT = '1'
               AND WS-ITM-CODE(WS-ITM-IDX) NOT = 'C'
               MOVE 'X' TO WS-ITM-STATUS(WS-ITM-IDX)
               MOVE 'GENERATED ITEM IS NOT A CHANGE'
                 TO WS-ITM-REASON(WS-ITM-IDX)
            ELSE
               IF WS-ITM-CODE(WS-ITM-IDX) = 'D'
                  ADD 1 TO WS-GRP-DEL-COUNT
               ELSE
                  IF WS-ITM-CODE(WS-ITM-IDX) = 'C'
                     ADD 1 TO WS-GRP-CHG-COUNT.
        CLASSIFY-ONE-ITEM-END. EXIT.
      *
        PASS-ONE-ITEM.
            IF ITM-KEPT(WS-ITM-IDX)
               PERFORM WRITE-PASSED-ITEM.
        PASS-ONE-ITEM-END. EXIT.
      *
        PASS-ONE-NON-CHANGE.
            IF ITM-KEPT(WS-ITM-IDX)
               AND WS-ITM-CODE(WS-ITM-IDX) NOT = 'C'
               PERFORM WRITE-PASSED-ITEM.
        PASS-ONE-NON-CHANGE-END. EXIT.
      *
        COLLIDE-ONE-KEPT.
            IF ITM-KEPT(WS-ITM-IDX)
               MOVE 'X'       TO WS-ITM-STATUS(WS-ITM-IDX)
               MOVE WS-REASON TO WS-ITM-REASON(WS-ITM-IDX).
        COLLIDE-ONE-KEPT-END. EXIT.
      *
        WRITE-PASSED-ITEM.
            MOVE WS-ITM-REC(WS-ITM-IDX) TO UPD-REC.
            WRITE UPD-REC.
            ADD 1 TO WS-PASSED-COUNT.
            ADD 1 TO WS-UPD-WRITTEN-COUNT.
        WRITE-PASSED-ITEM-END. EXIT.
      *
      * 'C' kalemlerinin alan alan birlestirilmesi. Once her kalem
      * kendi alani disinda ana dosyadan farkli bir deger tasiyor mu
      * diye denetlenir (tasiyorsa kalem baska bir kaynagin alanini
      * degistirmeye calisiyordur ve hic uygulanmaz). Kalan kalemler
      * sahip olduklari alan grubunu talep eder; ayni grubu farkli
      * degerle isteyen iki kalem cakisir ve o grup ana dosyadaki
      * degerinde kalir. Sonuc ana dosya kaydi uzerine kurulan tek
      * bir 'C' goruntusudur.
        H280-MERGE-CHANGES.
            MOVE HOLD-LAST-NAME   TO WS-MI-LAST-NAME.
            MOVE HOLD-FIRST-NAME  TO WS-MI-FIRST-NAME.
            MOVE HOLD-STREET-ADDR TO WS-MI-STREET-ADDR.
            MOVE HOLD-CITY-COUNTY TO WS-MI-CITY-COUNTY.
            MOVE HOLD-USA-STATE   TO WS-MI-USA-STATE.
            MOVE HOLD-COMMENTS    TO WS-MI-COMMENTS.
            MOVE 'N' TO WS-LIM-CLAIMED.
            MOVE 'N' TO WS-LIM-CONFLICT.
            MOVE 'N' TO WS-BAL-CLAIMED.
            MOVE 'N' TO WS-BAL-CONFLICT.
            MOVE 'N' TO WS-IDN-CLAIMED.
            MOVE 'N' TO WS-IDN-CONFLICT.
            PERFORM CHECK-ONE-CHANGE
                VARYING WS-ITM-IDX FROM 1 BY 1
                UNTIL WS-ITM-IDX > WS-ITM-COUNT.
            PERFORM MARK-ONE-CONFLICT
                VARYING WS-ITM-IDX FROM 1 BY 1
                UNTIL WS-ITM-IDX > WS-ITM-COUNT.
            IF (LIM-CLAIMED AND NOT LIM-CONFLICT)
               OR (BAL-CLAIMED AND NOT BAL-CONFLICT)
               OR (IDN-CLAIMED AND NOT IDN-CONFLICT)
               PERFORM WRITE-MERGED-CHANGE.
        H280-END. EXIT.
      *
      * Sahiplik denetimi ve alan grubu talebi.
        CHECK-ONE-CHANGE.
            IF ITM-KEPT(WS-ITM-IDX)
               AND WS-ITM-CODE(WS-ITM-IDX) = 'C'
               MOVE SPACE TO WS-REASON
               PERFORM CHECK-FIELD-OWNERSHIP
               IF WS-REASON NOT = SPACE
                  MOVE 'X'       TO WS-ITM-STATUS(WS-ITM-IDX)
                  MOVE WS-REASON TO WS-ITM-REASON(WS-ITM-IDX)
               ELSE
                  PERFORM CLAIM-OWNED-FIELDS.
        CHECK-ONE-CHANGE-END. EXIT.
      *
        CHECK-FIELD-OWNERSHIP.
            IF WS-ITM-LIMIT(WS-ITM-IDX) NOT NUMERIC
               OR WS-ITM-BALANCE(WS-ITM-IDX) NOT NUMERIC
               MOVE 'AMOUNT FIELD NOT NUMERIC' TO WS-REASON
            ELSE
               EVALUATE WS-ITM-SOURCE(WS-ITM-IDX)
                   WHEN '1'
                       IF WS-ITM-LIMIT(WS-ITM-IDX)
                                   NOT = HOLD-ACCT-LIMIT
                          MOVE 'LIMIT NOT OWNED BY MANUAL'
                            TO WS-REASON
                       ELSE
                          IF WS-ITM-BALANCE(WS-ITM-IDX)
                                   NOT = HOLD-ACCT-BALANCE
                             MOVE 'BALANCE NOT OWNED BY MANUAL'
                               TO WS-REASON
                          END-IF
                       END-IF
                   WHEN '2'
                       IF WS-ITM-LIMIT(WS-ITM-IDX)
                                   NOT = HOLD-ACCT-LIMIT
                          MOVE 'LIMIT NOT OWNED BY FEEPOST'
                            TO WS-REASON
                       ELSE
                          IF WS-ITM-IDENTITY(WS-ITM-IDX)
                                   NOT = WS-MASTER-IDENTITY
                             MOVE 'NAME/ADDR NOT OWNED BY FEEPOST'
                               TO WS-REASON
                          END-IF
                       END-IF
                   WHEN '3'
                       IF WS-ITM-BALANCE(WS-ITM-IDX)
                                   NOT = HOLD-ACCT-BALANCE
                          MOVE 'BALANCE NOT OWNED BY LIMTRAN'
                            TO WS-REASON
                       ELSE
                          IF WS-ITM-IDENTITY(WS-ITM-IDX)
                                   NOT = WS-MASTER-IDENTITY
                             MOVE 'NAME/ADDR NOT OWNED BY LIMTRAN'
                               TO WS-REASON
                          END-IF
                       END-IF
                   WHEN '4'
                       IF WS-ITM-LIMIT(WS-ITM-IDX)
                                   NOT = HOLD-ACCT-LIMIT
                          MOVE 'LIMIT NOT OWNED BY DSPREV'
                            TO WS-REASON
                       ELSE
                          IF WS-ITM-IDENTITY(WS-ITM-IDX)
                                   NOT = WS-MASTER-IDENTITY
                             MOVE 'NAME/ADDR NOT OWNED BY DSPREV'
                               TO WS-REASON
                          END-IF
                       END-IF
               END-EVALUATE.
        CHECK-FIELD-OWNERSHIP-END. EXIT.
      *
        CLAIM-OWNED-FIELDS.
            EVALUATE WS-ITM-SOURCE(WS-ITM-IDX)
                WHEN '1'
                    IF IDN-CLAIMED
                       IF WS-ITM-IDENTITY(WS-ITM-IDX)
                                   NOT = WS-IDN-VALUE
                          MOVE 'Y' TO WS-IDN-CONFLICT
                       END-IF
                    ELSE
                       MOVE 'Y' TO WS-IDN-CLAIMED
                       MOVE WS-ITM-IDENTITY(WS-ITM-IDX)
                         TO WS-IDN-VALUE
                    END-IF
                WHEN '2'
                WHEN '4'
                    IF BAL-CLAIMED
                       IF WS-ITM-BALANCE(WS-ITM-IDX)
                                   NOT = WS-BAL-VALUE
                          MOVE 'Y' TO WS-BAL-CONFLICT
                       END-IF
                    ELSE
                       MOVE 'Y' TO WS-BAL-CLAIMED
                       MOVE WS-ITM-BALANCE(WS-ITM-IDX)
                         TO WS-BAL-VALUE
                    END-IF
                WHEN '3'
                    IF LIM-CLAIMED
                       IF WS-ITM-LIMIT(WS-ITM-IDX)
                                   NOT = WS-LIM-VALUE
                          MOVE 'Y' TO WS-LIM-CONFLICT
                       END-IF
                    ELSE
                       MOVE 'Y' TO WS-LIM-CLAIMED
                       MOVE WS-ITM-LIMIT(WS-ITM-IDX)
                         TO WS-LIM-VALUE
                    END-IF
            END-EVALUATE.
        CLAIM-OWNED-FIELDS-END. EXIT.
      *
      * Cakisan bir alan grubunu talep etmis butun kalemler cakisma
      * raporuna alinir; hicbiri digerine tercih edilmez.
        MARK-ONE-CONFLICT.
            IF ITM-KEPT(WS-ITM-IDX)
               AND WS-ITM-CODE(WS-ITM-IDX) = 'C'
               EVALUATE TRUE
                   WHEN WS-ITM-SOURCE(WS-ITM-IDX) = '1'
                        AND IDN-CONFLICT
                       MOVE 'X' TO WS-ITM-STATUS(WS-ITM-IDX)
                       MOVE 'CONFLICTING NAME/ADDR VALUES'
                         TO WS-ITM-REASON(WS-ITM-IDX)
                   WHEN (WS-ITM-SOURCE(WS-ITM-IDX) = '2'
                         OR WS-ITM-SOURCE(WS-ITM-IDX) = '4')
                        AND BAL-CONFLICT
                       MOVE 'X' TO WS-ITM-STATUS(WS-ITM-IDX)
                       MOVE 'CONFLICTING BALANCE VALUES'
                         TO WS-ITM-REASON(WS-ITM-IDX)
                   WHEN WS-ITM-SOURCE(WS-ITM-IDX) = '3'
                        AND LIM-CONFLICT
                       MOVE 'X' TO WS-ITM-STATUS(WS-ITM-IDX)
                       MOVE 'CONFLICTING LIMIT VALUES'
                         TO WS-ITM-REASON(WS-ITM-IDX)
               END-EVALUATE.
        MARK-ONE-CONFLICT-END. EXIT.
      *
      * Birlesik 'C' goruntusu ana dosya kaydindan kurulur; yalnizca
      * cakismasiz talep edilen alan gruplari kalemdeki degeri alir.
        WRITE-MERGED-CHANGE.
            MOVE 'C'                TO UPD-CODE.
            MOVE HOLD-ACCT-NO       TO UPD-ACCT-NO.
            MOVE HOLD-ACCT-LIMIT    TO UPD-LIMIT.
            MOVE HOLD-ACCT-BALANCE  TO UPD-BALANCE.
            MOVE WS-MASTER-IDENTITY TO UPD-IDENTITY.
            IF LIM-CLAIMED AND NOT LIM-CONFLICT
               MOVE WS-LIM-VALUE TO UPD-LIMIT.
            IF BAL-CLAIMED AND NOT BAL-CONFLICT
               MOVE WS-BAL-VALUE TO UPD-BALANCE.
            IF IDN-CLAIMED AND NOT IDN-CONFLICT
               MOVE WS-IDN-VALUE TO UPD-IDENTITY.
            WRITE UPD-REC.
            ADD 1 TO WS-MERGED-COUNT.
            ADD 1 TO WS-UPD-WRITTEN-COUNT.
        WRITE-MERGED-CHANGE-END. EXIT.
      *
        WRITE-ONE-COLLISION.
            IF ITM-COLLIDED(WS-ITM-IDX)
               MOVE WS-ITM-ACCT-NO(WS-ITM-IDX) TO COL-ACCT-NO
               MOVE WS-ITM-SOURCE(WS-ITM-IDX)  TO WS-SOURCE
               MOVE WS-ITM-CODE(WS-ITM-IDX)    TO COL-CODE
               MOVE WS-ITM-REASON(WS-ITM-IDX)  TO COL-REASON
               PERFORM WRITE-COL-LINE.
        WRITE-ONE-COLLISION-END. EXIT.
      *
      * Bir hesaba tablonun alabileceginden fazla kalem gelmisse
      * fazlasi dogrudan SORT kaydindan cakisma raporuna yazilir.
        WRITE-OVERFLOW-COLLISION.
            MOVE SRT-DATA       TO WS-SRC-REC.
            MOVE SRT-ACCT-NO    TO COL-ACCT-NO.
            MOVE SRT-SOURCE     TO WS-SOURCE.
            MOVE WS-SRC-CODE    TO COL-CODE.
            MOVE 'TOO MANY ITEMS FOR ACCOUNT' TO COL-REASON.
            PERFORM WRITE-COL-LINE.
        WRITE-OVERFLOW-COLLISION-END. EXIT.
      *
        WRITE-COL-LINE.
            EVALUATE WS-SOURCE
                WHEN '1'   MOVE 'MANUAL'  TO COL-SOURCE
                WHEN '2'   MOVE 'FEEPOST' TO COL-SOURCE
                WHEN '3'   MOVE 'LIMTRAN' TO COL-SOURCE
                WHEN OTHER MOVE 'DSPREV'  TO COL-SOURCE
            END-EVALUATE.
            MOVE SPACE TO WS-COL-SPACE-1.
            MOVE SPACE TO WS-COL-SPACE-2.
            MOVE SPACE TO WS-COL-SPACE-3.
            WRITE COL-REC.
            ADD 1 TO WS-COL-COUNT.
        WRITE-COL-LINE-END. EXIT.
      *
      * Birlesik partinin basligi elle bakim dosyasinin parti
      * numarasini ve tarihini tasir; PBEG108 partiyi bu numarayla
      * kutukte denetler.
        WRITE-BATCH-HEADER.
            MOVE SPACES        TO UPD-HDR-REC.
            MOVE 'BH'          TO UPD-HDR-TAG.
            MOVE WS-BATCH-NO   TO UPD-HDR-BATCH-NO.
            MOVE WS-BATCH-DATE TO UPD-HDR-DATE.
            WRITE UPD-HDR-REC.
        WRITE-BATCH-HEADER-END. EXIT.
      *
      * Eski ana dosyadan bir sonraki kaydi HOLD alanina okur. Dosya
      * sonunda WS-OLD-KEY HIGH-VALUES yapilir. Besleme basligi/sonu
      * kayitlari ('HDR'/'TRL') eslestirmeye girmemeleri icin
      * ayiklanir.
        READ-OLD-MASTER.
            MOVE 'N' TO WS-OLD-GOT.
            PERFORM READ-ONE-OLD-RECORD UNTIL WS-OLD-GOT = 'Y'.
        READ-OLD-MASTER-END. EXIT.
      *
        READ-ONE-OLD-RECORD.
            READ OLD-FILE
                AT END
                    MOVE HIGH-VALUES TO WS-OLD-KEY
                    MOVE 'Y'         TO WS-OLD-GOT
                NOT AT END
                    IF OLD-ACCT-NO(1:3) = 'HDR'
                       OR OLD-ACCT-NO(1:3) = 'TRL'
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-OLD-READ-COUNT
                       MOVE OLD-FIELDS  TO HOLD-MASTER-REC
                       MOVE OLD-ACCT-NO TO WS-OLD-KEY
                       MOVE 'Y'         TO WS-OLD-GOT
                    END-IF
            END-READ.
        READ-ONE-OLD-RECORD-END. EXIT.
      *
      * Is sonu ozeti cakisma raporunun sonuna yazilir.
        H300-WRITE-SUMMARY.
            MOVE 'MANUAL ITEMS READ:' TO COL-SUM-LABEL.
            MOVE WS-MAN-READ-COUNT TO COL-SUM-COUNT.
            MOVE SPACE TO COL-SUM-FILLER.
            WRITE COL-SUM-REC.
            MOVE 'FEEPOST ITEMS READ:' TO COL-SUM-LABEL.
            MOVE WS-FEE-READ-COUNT TO COL-SUM-COUNT.
            WRITE COL-SUM-REC.
            MOVE 'LIMTRAN ITEMS READ:' TO COL-SUM-LABEL.
            MOVE WS-LIM-READ-COUNT TO COL-SUM-COUNT.
            WRITE COL-SUM-REC.
            MOVE 'DSPREV ITEMS READ:' TO COL-SUM-LABEL.
            MOVE WS-REV-READ-COUNT TO COL-SUM-COUNT.
            WRITE COL-SUM-REC.
            MOVE 'MERGED CHANGES WRITTEN:' TO COL-SUM-LABEL.
            MOVE WS-MERGED-COUNT TO COL-SUM-COUNT.
            WRITE COL-SUM-REC.
            MOVE 'ITEMS PASSED UNCHANGED:' TO COL-SUM-LABEL.
            MOVE WS-PASSED-COUNT TO COL-SUM-COUNT.
            WRITE COL-SUM-REC.
            MOVE 'ITEMS ON COLLISION REPORT:' TO COL-SUM-LABEL.
            MOVE WS-COL-COUNT TO COL-SUM-COUNT.
            WRITE COL-SUM-REC.
            MOVE 'UPDTRAN DETAILS WRITTEN:' TO COL-SUM-LABEL.
            MOVE WS-UPD-WRITTEN-COUNT TO COL-SUM-COUNT.
            WRITE COL-SUM-REC.
        H300-END. EXIT.
      *
        H400-CLOSE-FILES.
            CLOSE OLD-FILE
                  UPD-FILE
                  COL-FILE.
        H400-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM H300-WRITE-SUMMARY.
            DISPLAY 'MERGED: ' WS-MERGED-COUNT
                    ' PASSED: ' WS-PASSED-COUNT
                    ' COLLISIONS: ' WS-COL-COUNT.
            PERFORM H400-CLOSE-FILES.
        H999-END. EXIT.
