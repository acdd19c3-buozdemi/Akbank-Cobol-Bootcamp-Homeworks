        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG135.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * PBEG0005'in kisi dosyasi (ACCT-SEQ, ad, soyad, dogum tarihi)
      * ile CBL0001'in hesap ana dosyasi (ACCT-NO, LAST-NAME,
      * FIRST-NAME) ayni musterileri anlatir ama aralarinda bag
      * yoktur; bir hesabin sahibinin kac yasinda oldugu
      * bilinemiyordu. Bu program musteri capraz referans ana
      * dosyasini (bir musteri numarasina bir veya daha fazla
      * ACCT-NO) her kosuda bastan kurar: kisiler hesaplarla
      * soyad + ad uzerinden eslestirilir, operasyonun elle girdigi
      * baglar ise isim eslesmesinin onune gecer. Eslesmeyen kisiler
      * ve hesaplar elle baglama icin rapora dokulur.
      * Kisi dosyasi; PBEG0005'in ACCTREC'i ile ayni dosyadir, bu
      * programda CBL0001'in ACCTREC'inden ayirmak icin PERSFILE
      * adiyla baglanir.
            SELECT PRS-FILE   ASSIGN TO PERSFILE
                              STATUS  PRS-ST.
            SELECT ACCT-REC   ASSIGN TO ACCTREC
                              STATUS  ACCT-ST.
      * Operasyonun elle baglama dosyasi: bir ACCT-NO'yu isimden
      * bagimsiz olarak bir musteriye baglar. Kalici bir dosyadir;
      * her kosuda yeniden uygulanir. Elle bag yoksa DUMMY
      * verilebilir.
            SELECT MLK-FILE   ASSIGN TO MANLINK
                              STATUS  MLK-ST.
      * Musteri capraz referans ana dosyasi. Anahtar ACCT-NO'dur
      * (her hesap tek bir musteriye aittir); bir musterinin butun
      * hesaplarina ulasmak icin CXR-CUST-NO uzerinde tekrarli bir
      * ikincil anahtar tasir. Her kosuda bastan yazilir.
            SELECT CXR-FILE   ASSIGN TO CUSTXREF
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY CXR-ACCT-NO
                              ALTERNATE RECORD KEY CXR-CUST-NO
                                  WITH DUPLICATES
                              STATUS  CXR-ST.
      * Eslestirme raporu: eslesmeyen kisiler, eslesmeyen hesaplar,
      * gecersiz elle baglar ve kosu sayaclari.
            SELECT MRP-FILE   ASSIGN TO MATCHRPT
                              STATUS  MRP-ST.
      * Kisileri ve hesaplari soyad + ad sirasinda bir araya getiren
      * gecici SORT calisma dosyasi.
            SELECT SORT-FILE  ASSIGN TO SRTWK01.
        DATA DIVISION.
        FILE SECTION.
      * PBEG0005'in ACCT-FIELDS'i ile birebir ayni yerlesim.
        FD  PRS-FILE RECORDING MODE F.
        01  PRS-REC.
            05  PRS-SEQ              PIC X(04).
            05  PRS-AD               PIC X(15).
            05  PRS-SOYAD            PIC X(15).
            05  PRS-DTAR             PIC 9(08).
            05  PRS-TODAY            PIC 9(08).
      *
      * ACCT-FIELDS, CBL0001'deki ile birebir ayni alan yerlesimine
      * sahiptir.
        FD  ACCT-REC RECORDING MODE F.
        01  ACCT-FIELDS.
            05  ACCT-NO            PIC X(8).
            05  ACCT-LIMIT         PIC S9(7)V99 COMP-3.
            05  ACCT-BALANCE       PIC S9(7)V99 COMP-3.
            05  LAST-NAME          PIC X(20).
            05  FIRST-NAME         PIC X(15).
            05  CLIENT-ADDR.
                10  STREET-ADDR    PIC X(25).
                10  CITY-COUNTY    PIC X(20).
                10  USA-STATE      PIC X(15).
            05  RESERVED           PIC X(7).
            05  COMMENTS           PIC X(50).
      *
      * Elle baglama kaydi: hesap ve baglanacagi musteri numarasi
      * (kisi dosyasindaki ACCT-SEQ).
        FD  MLK-FILE RECORDING MODE F.
        01  MLK-REC.
            05  MLK-ACCT-NO          PIC X(08).
            05  MLK-CUST-NO          PIC X(04).
      *
      * Capraz referans kaydi. Musteri numarasi olarak kisi
      * dosyasinin ACCT-SEQ'i kullanilir; boylece her yeniden
      * kurulusta ayni musteri ayni numarayi alir. Isim ve dogum
      * tarihi kisi dosyasindan gelir; CXR-LINK-TYPE 'A' isimle
      * kurulan, 'M' elle girilen bagi gosterir.
        FD  CXR-FILE.
        01  CXR-REC.
            05  CXR-ACCT-NO          PIC X(08).
            05  CXR-CUST-NO          PIC X(04).
            05  CXR-LAST-NAME        PIC X(20).
            05  CXR-FIRST-NAME       PIC X(15).
            05  CXR-BIRTH-DATE       PIC 9(08).
            05  CXR-LINK-TYPE        PIC X(01).
            05  CXR-LINK-DATE        PIC 9(08).
      *
      * Eslestirme raporu satiri. MRP-SIDE kaydin hangi taraftan
      * geldigini (PERSON, ACCOUNT veya MANUAL) gosterir.
        FD  MRP-FILE RECORDING MODE F.
        01  MRP-REC.
            05  MRP-SIDE             PIC X(08).
            05  WS-MRP-SPACE-1       PIC X(01) VALUE SPACE.
            05  MRP-ID               PIC X(08).
            05  WS-MRP-SPACE-2       PIC X(01) VALUE SPACE.
            05  MRP-CUST-NO          PIC X(04).
            05  WS-MRP-SPACE-3       PIC X(01) VALUE SPACE.
            05  MRP-LAST-NAME        PIC X(20).
            05  WS-MRP-SPACE-4       PIC X(01) VALUE SPACE.
            05  MRP-FIRST-NAME       PIC X(15).
            05  WS-MRP-SPACE-5       PIC X(01) VALUE SPACE.
            05  MRP-REASON           PIC X(30).
      *
      * MRP-FILE'in ayni FD'sine bagli ozet kaydi; MRP-REC ile ayni
      * uzunluga (90 byte) tamamlanir.
        01  MRP-SUM-REC.
            05  MRP-SUM-LABEL        PIC X(30).
            05  MRP-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05  MRP-SUM-FILLER       PIC X(49) VALUE SPACE.
      *
      * SORT calisma kaydi. Isimler buyuk harfe cevrilmis olarak
      * tasinir; SRT-SOURCE '1' kisi, '2' hesaptir, boylece ayni
      * isim grubunda kisiler hesaplardan once gelir.
        SD  SORT-FILE.
        01  SRT-REC.
            05  SRT-LAST-NAME        PIC X(20).
            05  SRT-FIRST-NAME       PIC X(15).
            05  SRT-SOURCE           PIC X(01).
            05  SRT-ID               PIC X(08).
            05  SRT-BIRTH-DATE       PIC 9(08).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 PRS-ST            PIC 9(02).
               88 PRS-EOF                   VALUE 10.
               88 PRS-SUCCESS               VALUE 00 97.
            05 ACCT-ST           PIC 9(02).
               88 ACCT-EOF                  VALUE 10.
               88 ACCT-SUCCESS              VALUE 00 97.
            05 MLK-ST            PIC 9(02).
               88 MLK-EOF                   VALUE 10.
               88 MLK-SUCCESS               VALUE 00 97.
            05 CXR-ST            PIC 9(02).
               88 CXR-SUCCESS               VALUE 00 97.
      * 22: ayni ACCT-NO ikinci kez yazilmak istendi.
               88 CXR-KEY-ERROR             VALUE 21 22.
            05 MRP-ST            PIC 9(02).
               88 MRP-SUCCESS               VALUE 00 97.
            05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
            05 WS-SORT-EOF       PIC X VALUE 'N'.
               88 SORT-EOF                  VALUE 'Y'.
            05 WS-MLK-FOUND      PIC X VALUE 'N'.
               88 MLK-FOUND                 VALUE 'Y'.
            05 WS-LOOKUP-CUST-NO PIC X(04) VALUE SPACE.
      * Eslestirmede kullanilan buyuk harfli isimler.
            05 WS-NORM-LAST      PIC X(20) VALUE SPACE.
            05 WS-NORM-FIRST     PIC X(15) VALUE SPACE.
      *
      * SORT'tan donen isim grubunun anahtari ve grup sayaclari.
      * Gruptaki kisiler (en fazla 20) tabloda tutulur; hesaplar
      * kisilerden sonra geldigi icin her hesap geldigi anda
      * karara baglanir.
        01  WS-GROUP-AREA.
            05  WS-GROUP-KEY.
                10  WS-GROUP-LAST    PIC X(20).
                10  WS-GROUP-FIRST   PIC X(15).
            05  WS-SRT-KEY.
                10  WS-SRT-LAST      PIC X(20).
                10  WS-SRT-FIRST     PIC X(15).
            05  WS-GRP-PERSONS     PIC S9(04) COMP VALUE ZERO.
            05  WS-GRP-ACCOUNTS    PIC S9(04) COMP VALUE ZERO.
            05  WS-GRP-STORED      PIC S9(04) COMP VALUE ZERO.
            05  WS-GRP-PERSON OCCURS 20 TIMES INDEXED BY WS-GRP-IDX.
                10  WS-GRP-SEQ       PIC X(04).
                10  WS-GRP-BIRTH     PIC 9(08).
      *
      * Elle baglar; LOAD-MANUAL-LINKS program basinda doldurur.
      * Kisi ve hesap dosyalari okunurken bagin iki tarafinin da
      * bulunup bulunmadigi isaretlenir.
        01  WS-MANUAL-TABLE.
            05  WS-MLK-COUNT       PIC S9(04) COMP VALUE ZERO.
            05  WS-MLK-ENTRY OCCURS 1000 TIMES INDEXED BY WS-MLK-IDX.
                10  WS-MLK-ACCT-NO   PIC X(08).
                10  WS-MLK-CUST-NO   PIC X(04).
                10  WS-MLK-PRS-FOUND PIC X(01).
                10  WS-MLK-ACC-FOUND PIC X(01).
                10  WS-MLK-LAST      PIC X(20).
                10  WS-MLK-FIRST     PIC X(15).
                10  WS-MLK-BIRTH     PIC 9(08).
      *
        01  MATCH-COUNTERS.
            05 WS-PERSON-READ     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-ACCOUNT-READ    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-MLK-READ        PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-AUTO-LINKED     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-MANUAL-LINKED   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-PERSON-UNMATCH  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-ACCOUNT-UNMATCH PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-MLK-INVALID     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-XREF-ERRORS     PIC S9(9) COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
      * Kisiler ve elle baglanmamis hesaplar SORT'un INPUT
      * PROCEDURE'i ile okunur, OUTPUT PROCEDURE'de isim gruplari
      * halinde eslestirilir.
            SORT SORT-FILE
                ON ASCENDING KEY SRT-LAST-NAME
                                 SRT-FIRST-NAME
                                 SRT-SOURCE
                                 SRT-ID
                INPUT PROCEDURE IS H200-RELEASE-NAMES
                OUTPUT PROCEDURE IS H300-MATCH-NAMES.
            PERFORM H400-APPLY-MANUAL-LINKS.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
        H100-OPEN-FILES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT  PRS-FILE.
            OPEN INPUT  ACCT-REC.
            OPEN OUTPUT CXR-FILE.
            OPEN OUTPUT MRP-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM LOAD-MANUAL-LINKS.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (PRS-SUCCESS AND ACCT-SUCCESS AND CXR-SUCCESS
                    AND MRP-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' PRS: ' PRS-ST ' ACCT: ' ACCT-ST
                       ' CXR: ' CXR-ST ' MRP: ' MRP-ST
               IF PRS-SUCCESS THEN CLOSE PRS-FILE
               IF ACCT-SUCCESS THEN CLOSE ACCT-REC
               IF CXR-SUCCESS THEN CLOSE CXR-FILE
               IF MRP-SUCCESS THEN CLOSE MRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Elle baglama dosyasi istege baglidir. Ayni ACCT-NO icin
      * ikinci bag kabul edilmez; hangisinin gecerli oldugunu
      * operasyon karara baglamalidir.
        LOAD-MANUAL-LINKS.
            OPEN INPUT MLK-FILE.
            IF NOT MLK-SUCCESS
               DISPLAY 'MANLINK NOT PROVIDED - NAME MATCHING ONLY'
            ELSE
               PERFORM UNTIL MLK-EOF
                   READ MLK-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM LOAD-ONE-MANUAL-LINK
                   END-READ
               END-PERFORM
               CLOSE MLK-FILE.
        LOAD-MANUAL-LINKS-END. EXIT.
      *
        LOAD-ONE-MANUAL-LINK.
            ADD 1 TO WS-MLK-READ.
            MOVE 'N' TO WS-MLK-FOUND.
            IF WS-MLK-COUNT > ZERO
               SET WS-MLK-IDX TO 1
               SEARCH WS-MLK-ENTRY
                   AT END CONTINUE
                   WHEN WS-MLK-IDX > WS-MLK-COUNT
                       CONTINUE
                   WHEN WS-MLK-ACCT-NO(WS-MLK-IDX) = MLK-ACCT-NO
                       MOVE 'Y' TO WS-MLK-FOUND
               END-SEARCH.
            EVALUATE TRUE
                WHEN MLK-ACCT-NO = SPACE OR MLK-CUST-NO = SPACE
                    MOVE 'MANUAL LINK INCOMPLETE' TO MRP-REASON
                    PERFORM WRITE-MANUAL-REJECT
                WHEN MLK-FOUND
                    MOVE 'DUPLICATE MANUAL LINK' TO MRP-REASON
                    PERFORM WRITE-MANUAL-REJECT
                WHEN WS-MLK-COUNT NOT < 1000
                    MOVE 'MANUAL LINK TABLE FULL' TO MRP-REASON
                    PERFORM WRITE-MANUAL-REJECT
                WHEN OTHER
                    ADD 1 TO WS-MLK-COUNT
                    MOVE MLK-ACCT-NO TO WS-MLK-ACCT-NO(WS-MLK-COUNT)
                    MOVE MLK-CUST-NO TO WS-MLK-CUST-NO(WS-MLK-COUNT)
                    MOVE 'N'   TO WS-MLK-PRS-FOUND(WS-MLK-COUNT)
                    MOVE 'N'   TO WS-MLK-ACC-FOUND(WS-MLK-COUNT)
                    MOVE SPACE TO WS-MLK-LAST(WS-MLK-COUNT)
                    MOVE SPACE TO WS-MLK-FIRST(WS-MLK-COUNT)
                    MOVE ZERO  TO WS-MLK-BIRTH(WS-MLK-COUNT)
            END-EVALUATE.
        LOAD-ONE-MANUAL-LINK-END. EXIT.
      *
        WRITE-MANUAL-REJECT.
            ADD 1 TO WS-MLK-INVALID.
            MOVE 'MANUAL'    TO MRP-SIDE.
            MOVE MLK-ACCT-NO TO MRP-ID.
            MOVE MLK-CUST-NO TO MRP-CUST-NO.
            MOVE SPACE       TO MRP-LAST-NAME.
            MOVE SPACE       TO MRP-FIRST-NAME.
            PERFORM WRITE-MATCH-LINE.
        WRITE-MANUAL-REJECT-END. EXIT.
      *
      * SORT'un INPUT PROCEDURE'i: once butun kisiler, sonra elle
      * baglanmamis butun hesaplar RELEASE edilir.
        H200-RELEASE-NAMES.
            PERFORM H210-RELEASE-PERSONS.
            PERFORM H220-RELEASE-ACCOUNTS.
        H200-END. EXIT.
      *
      * Her kisi isim eslestirmesine girer. Elle baglarda adi gecen
      * kisinin ismi ve dogum tarihi bag tablosuna da alinir.
        H210-RELEASE-PERSONS.
            PERFORM UNTIL PRS-EOF
                READ PRS-FILE
                    AT END CONTINUE
                    NOT AT END
                        ADD 1 TO WS-PERSON-READ
                        MOVE PRS-SOYAD TO WS-NORM-LAST
                        MOVE PRS-AD    TO WS-NORM-FIRST
                        PERFORM NORMALIZE-NAME
                        PERFORM MARK-MANUAL-PERSON
                            VARYING WS-MLK-IDX FROM 1 BY 1
                            UNTIL WS-MLK-IDX > WS-MLK-COUNT
                        MOVE WS-NORM-LAST  TO SRT-LAST-NAME
                        MOVE WS-NORM-FIRST TO SRT-FIRST-NAME
                        MOVE '1'           TO SRT-SOURCE
                        MOVE PRS-SEQ       TO SRT-ID
                        MOVE PRS-DTAR      TO SRT-BIRTH-DATE
                        RELEASE SRT-REC
                END-READ
            END-PERFORM.
        H210-END. EXIT.
      *
        MARK-MANUAL-PERSON.
            IF WS-MLK-CUST-NO(WS-MLK-IDX) = PRS-SEQ
               MOVE 'Y'           TO WS-MLK-PRS-FOUND(WS-MLK-IDX)
               MOVE WS-NORM-LAST  TO WS-MLK-LAST(WS-MLK-IDX)
               MOVE WS-NORM-FIRST TO WS-MLK-FIRST(WS-MLK-IDX)
               MOVE PRS-DTAR      TO WS-MLK-BIRTH(WS-MLK-IDX).
        MARK-MANUAL-PERSON-END. EXIT.
      *
      * Elle baglanmis hesap isim eslestirmesine girmez; yalnizca
      * bagin hesap tarafi bulundu diye isaretlenir.
        H220-RELEASE-ACCOUNTS.
            PERFORM READ-ACCOUNT.
            PERFORM UNTIL ACCT-EOF
                MOVE 'N' TO WS-MLK-FOUND
                IF WS-MLK-COUNT > ZERO
                   SET WS-MLK-IDX TO 1
                   SEARCH WS-MLK-ENTRY
                       AT END CONTINUE
                       WHEN WS-MLK-IDX > WS-MLK-COUNT
                           CONTINUE
                       WHEN WS-MLK-ACCT-NO(WS-MLK-IDX) = ACCT-NO
                           MOVE 'Y' TO WS-MLK-FOUND
                   END-SEARCH
                END-IF
                IF MLK-FOUND
                   MOVE 'Y' TO WS-MLK-ACC-FOUND(WS-MLK-IDX)
                ELSE
                   MOVE LAST-NAME  TO WS-NORM-LAST
                   MOVE FIRST-NAME TO WS-NORM-FIRST
                   PERFORM NORMALIZE-NAME
                   MOVE WS-NORM-LAST  TO SRT-LAST-NAME
                   MOVE WS-NORM-FIRST TO SRT-FIRST-NAME
                   MOVE '2'           TO SRT-SOURCE
                   MOVE ACCT-NO       TO SRT-ID
                   MOVE ZERO          TO SRT-BIRTH-DATE
                   RELEASE SRT-REC
                END-IF
                PERFORM READ-ACCOUNT
            END-PERFORM.
        H220-END. EXIT.
      *
      * ACCTREC besleme basligi/sonu kayitlari tasir ('HDR' ve 'TRL'
      * ile baslayan kayitlar); denetimleri CBL0001 yapar, burada
      * eslestirmeye girmemeleri icin ayiklanirlar.
        READ-ACCOUNT.
            READ ACCT-REC.
            PERFORM UNTIL ACCT-EOF
                   OR (ACCT-NO(1:3) NOT = 'HDR'
                       AND ACCT-NO(1:3) NOT = 'TRL')
                READ ACCT-REC
            END-PERFORM.
            IF NOT ACCT-EOF
               ADD 1 TO WS-ACCOUNT-READ.
        READ-ACCOUNT-END. EXIT.
      *
      * Iki dosyada isimler farkli harf buyuklugunde tutulabildigi
      * icin karsilastirma buyuk harfle yapilir.
        NORMALIZE-NAME.
            INSPECT WS-NORM-LAST
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            INSPECT WS-NORM-FIRST
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
        NORMALIZE-NAME-END. EXIT.
      *
      * SORT'un OUTPUT PROCEDURE'i: ayni soyad + ad grubundaki
      * kisiler tabloya alinir, ardindan gelen her hesap grubun kisi
      * sayisina gore karara baglanir. Tek kisi varsa hesap o
      * kisiye baglanir; hic kisi yoksa veya ayni isimde birden
      * fazla kisi varsa hesap elle baglanmak uzere rapora yazilir.
        H300-MATCH-NAMES.
            MOVE HIGH-VALUES TO WS-GROUP-KEY.
            PERFORM H310-RETURN-NAME.
            PERFORM UNTIL SORT-EOF
                IF WS-SRT-KEY NOT = WS-GROUP-KEY
                   IF WS-GROUP-KEY NOT = HIGH-VALUES
                      PERFORM H330-CLOSE-GROUP
                   END-IF
                   MOVE WS-SRT-KEY TO WS-GROUP-KEY
                   MOVE ZERO TO WS-GRP-PERSONS
                   MOVE ZERO TO WS-GRP-ACCOUNTS
                   MOVE ZERO TO WS-GRP-STORED
                END-IF
                IF SRT-SOURCE = '1'
                   PERFORM H320-ADD-PERSON
                ELSE
                   PERFORM H325-MATCH-ACCOUNT
                END-IF
                PERFORM H310-RETURN-NAME
            END-PERFORM.
            IF WS-GROUP-KEY NOT = HIGH-VALUES
               PERFORM H330-CLOSE-GROUP.
        H300-END. EXIT.
      *
        H310-RETURN-NAME.
            RETURN SORT-FILE
                AT END MOVE 'Y' TO WS-SORT-EOF
            END-RETURN.
            IF NOT SORT-EOF
               MOVE SRT-LAST-NAME  TO WS-SRT-LAST
               MOVE SRT-FIRST-NAME TO WS-SRT-FIRST.
        H310-END. EXIT.
      *
      * Tabloya sigmayan kisi de gruptaki kisi sayisina eklenir;
      * grup zaten belirsiz oldugu icin kisi hemen rapora yazilir.
        H320-ADD-PERSON.
            ADD 1 TO WS-GRP-PERSONS.
            IF WS-GRP-STORED < 20
               ADD 1 TO WS-GRP-STORED
               MOVE SRT-ID         TO WS-GRP-SEQ(WS-GRP-STORED)
               MOVE SRT-BIRTH-DATE TO WS-GRP-BIRTH(WS-GRP-STORED)
            ELSE
               MOVE SRT-ID(1:4) TO WS-LOOKUP-CUST-NO
               MOVE 'SAME NAME - SEVERAL PERSONS' TO MRP-REASON
               PERFORM REPORT-PERSON-IF-UNLINKED.
        H320-END. EXIT.
      *
        H325-MATCH-ACCOUNT.
            ADD 1 TO WS-GRP-ACCOUNTS.
            EVALUATE TRUE
                WHEN WS-GRP-PERSONS = 1
                    MOVE SRT-ID           TO CXR-ACCT-NO
                    MOVE WS-GRP-SEQ(1)    TO CXR-CUST-NO
                    MOVE WS-GROUP-LAST    TO CXR-LAST-NAME
                    MOVE WS-GROUP-FIRST   TO CXR-FIRST-NAME
                    MOVE WS-GRP-BIRTH(1)  TO CXR-BIRTH-DATE
                    MOVE 'A'              TO CXR-LINK-TYPE
                    PERFORM WRITE-XREF
                WHEN WS-GRP-PERSONS = 0
                    MOVE 'NO PERSON WITH THIS NAME' TO MRP-REASON
                    PERFORM WRITE-ACCOUNT-UNMATCHED
                WHEN OTHER
                    MOVE 'SAME NAME - SEVERAL PERSONS' TO MRP-REASON
                    PERFORM WRITE-ACCOUNT-UNMATCHED
            END-EVALUATE.
        H325-END. EXIT.
      *
      * Grup kapanirken hesapsiz kalan kisiler ve belirsiz gruptaki
      * kisiler raporlanir. Elle bagla bir hesaba baglanmis kisi
      * eslesmemis sayilmaz.
        H330-CLOSE-GROUP.
            IF WS-GRP-PERSONS = 1 AND WS-GRP-ACCOUNTS = 0
               MOVE 'NO ACCOUNT WITH THIS NAME' TO MRP-REASON
               MOVE WS-GRP-SEQ(1) TO WS-LOOKUP-CUST-NO
               PERFORM REPORT-PERSON-IF-UNLINKED
            ELSE
               IF WS-GRP-PERSONS > 1
                  PERFORM H335-REPORT-GROUP-PERSON
                      VARYING WS-GRP-IDX FROM 1 BY 1
                      UNTIL WS-GRP-IDX > WS-GRP-STORED.
        H330-END. EXIT.
      *
        H335-REPORT-GROUP-PERSON.
            IF WS-GRP-ACCOUNTS = 0
               MOVE 'NO ACCOUNT WITH THIS NAME' TO MRP-REASON
            ELSE
               MOVE 'SAME NAME - SEVERAL PERSONS' TO MRP-REASON.
            MOVE WS-GRP-SEQ(WS-GRP-IDX) TO WS-LOOKUP-CUST-NO.
            PERFORM REPORT-PERSON-IF-UNLINKED.
        H335-END. EXIT.
      *
        REPORT-PERSON-IF-UNLINKED.
            MOVE 'N' TO WS-MLK-FOUND.
            IF WS-MLK-COUNT > ZERO
               SET WS-MLK-IDX TO 1
               SEARCH WS-MLK-ENTRY
                   AT END CONTINUE
                   WHEN WS-MLK-IDX > WS-MLK-COUNT
                       CONTINUE
                   WHEN WS-MLK-CUST-NO(WS-MLK-IDX) = WS-LOOKUP-CUST-NO
                       MOVE 'Y' TO WS-MLK-FOUND
               END-SEARCH.
            IF NOT MLK-FOUND
               PERFORM WRITE-PERSON-UNMATCHED.
        REPORT-PERSON-IF-UNLINKED-END. EXIT.
      *
        WRITE-PERSON-UNMATCHED.
            ADD 1 TO WS-PERSON-UNMATCH.
            MOVE 'PERSON'          TO MRP-SIDE.
            MOVE WS-LOOKUP-CUST-NO TO MRP-ID.
            MOVE WS-LOOKUP-CUST-NO TO MRP-CUST-NO.
            MOVE WS-GROUP-LAST     TO MRP-LAST-NAME.
            MOVE WS-GROUP-FIRST    TO MRP-FIRST-NAME.
            PERFORM WRITE-MATCH-LINE.
        WRITE-PERSON-UNMATCHED-END. EXIT.
      *
        WRITE-ACCOUNT-UNMATCHED.
            ADD 1 TO WS-ACCOUNT-UNMATCH.
            MOVE 'ACCOUNT'      TO MRP-SIDE.
            MOVE SRT-ID         TO MRP-ID.
            MOVE SPACE          TO MRP-CUST-NO.
            MOVE WS-GROUP-LAST  TO MRP-LAST-NAME.
            MOVE WS-GROUP-FIRST TO MRP-FIRST-NAME.
            PERFORM WRITE-MATCH-LINE.
        WRITE-ACCOUNT-UNMATCHED-END. EXIT.
      *
      * Elle baglar isim eslestirmesinden sonra yazilir. Kisisi veya
      * hesabi bulunamayan bag yazilmaz, rapora dusulur.
        H400-APPLY-MANUAL-LINKS.
            PERFORM H410-APPLY-ONE-LINK
                VARYING WS-MLK-IDX FROM 1 BY 1
                UNTIL WS-MLK-IDX > WS-MLK-COUNT.
        H400-END. EXIT.
      *
        H410-APPLY-ONE-LINK.
            MOVE 'MANUAL'                   TO MRP-SIDE.
            MOVE WS-MLK-ACCT-NO(WS-MLK-IDX) TO MRP-ID.
            MOVE WS-MLK-CUST-NO(WS-MLK-IDX) TO MRP-CUST-NO.
            MOVE WS-MLK-LAST(WS-MLK-IDX)    TO MRP-LAST-NAME.
            MOVE WS-MLK-FIRST(WS-MLK-IDX)   TO MRP-FIRST-NAME.
            IF WS-MLK-PRS-FOUND(WS-MLK-IDX) NOT = 'Y'
               ADD 1 TO WS-MLK-INVALID
               MOVE 'MANUAL LINK - NO SUCH PERSON' TO MRP-REASON
               PERFORM WRITE-MATCH-LINE
            ELSE
               IF WS-MLK-ACC-FOUND(WS-MLK-IDX) NOT = 'Y'
                  ADD 1 TO WS-MLK-INVALID
                  MOVE 'MANUAL LINK - NO SUCH ACCOUNT' TO MRP-REASON
                  PERFORM WRITE-MATCH-LINE
               ELSE
                  MOVE WS-MLK-ACCT-NO(WS-MLK-IDX) TO CXR-ACCT-NO
                  MOVE WS-MLK-CUST-NO(WS-MLK-IDX) TO CXR-CUST-NO
                  MOVE WS-MLK-LAST(WS-MLK-IDX)    TO CXR-LAST-NAME
                  MOVE WS-MLK-FIRST(WS-MLK-IDX)   TO CXR-FIRST-NAME
                  MOVE WS-MLK-BIRTH(WS-MLK-IDX)   TO CXR-BIRTH-DATE
                  MOVE 'M'                        TO CXR-LINK-TYPE
                  PERFORM WRITE-XREF.
        H410-END. EXIT.
      *
      * ACCTREC'te ayni ACCT-NO iki kez gecerse ikinci bag KSDS'e
      * yazilamaz (22); kayit rapora dusulur.
        WRITE-XREF.
            MOVE WS-RUN-DATE TO CXR-LINK-DATE.
            WRITE CXR-REC.
            IF CXR-KEY-ERROR
               ADD 1 TO WS-XREF-ERRORS
               MOVE 'ACCOUNT'      TO MRP-SIDE
               MOVE CXR-ACCT-NO    TO MRP-ID
               MOVE CXR-CUST-NO    TO MRP-CUST-NO
               MOVE CXR-LAST-NAME  TO MRP-LAST-NAME
               MOVE CXR-FIRST-NAME TO MRP-FIRST-NAME
               MOVE 'DUPLICATE ACCOUNT - NOT LINKED' TO MRP-REASON
               PERFORM WRITE-MATCH-LINE
            ELSE
               IF CXR-LINK-TYPE = 'M'
                  ADD 1 TO WS-MANUAL-LINKED
               ELSE
                  ADD 1 TO WS-AUTO-LINKED.
        WRITE-XREF-END. EXIT.
      *
        WRITE-MATCH-LINE.
            MOVE SPACE TO WS-MRP-SPACE-1.
            MOVE SPACE TO WS-MRP-SPACE-2.
            MOVE SPACE TO WS-MRP-SPACE-3.
            MOVE SPACE TO WS-MRP-SPACE-4.
            MOVE SPACE TO WS-MRP-SPACE-5.
            WRITE MRP-REC.
        WRITE-MATCH-LINE-END. EXIT.
      *
        H500-WRITE-SUMMARY.
            MOVE 'PERSONS READ:' TO MRP-SUM-LABEL.
            MOVE WS-PERSON-READ TO MRP-SUM-COUNT.
            MOVE SPACE TO MRP-SUM-FILLER.
            WRITE MRP-SUM-REC.
            MOVE 'ACCOUNTS READ:' TO MRP-SUM-LABEL.
            MOVE WS-ACCOUNT-READ TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'MANUAL LINKS READ:' TO MRP-SUM-LABEL.
            MOVE WS-MLK-READ TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'ACCOUNTS LINKED BY NAME:' TO MRP-SUM-LABEL.
            MOVE WS-AUTO-LINKED TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'ACCOUNTS LINKED MANUALLY:' TO MRP-SUM-LABEL.
            MOVE WS-MANUAL-LINKED TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'PERSONS NOT MATCHED:' TO MRP-SUM-LABEL.
            MOVE WS-PERSON-UNMATCH TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'ACCOUNTS NOT MATCHED:' TO MRP-SUM-LABEL.
            MOVE WS-ACCOUNT-UNMATCH TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'MANUAL LINKS REJECTED:' TO MRP-SUM-LABEL.
            MOVE WS-MLK-INVALID TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'DUPLICATE ACCOUNTS:' TO MRP-SUM-LABEL.
            MOVE WS-XREF-ERRORS TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
        H500-END. EXIT.
      *
        H600-CLOSE-FILES.
            CLOSE PRS-FILE
                  ACCT-REC
                  CXR-FILE
                  MRP-FILE.
        H600-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM H500-WRITE-SUMMARY.
            PERFORM H600-CLOSE-FILES.
            DISPLAY 'LINKED BY NAME: ' WS-AUTO-LINKED
                    ' MANUALLY: ' WS-MANUAL-LINKED
                    ' UNMATCHED ACCOUNTS: ' WS-ACCOUNT-UNMATCH.
        H999-END. EXIT.
