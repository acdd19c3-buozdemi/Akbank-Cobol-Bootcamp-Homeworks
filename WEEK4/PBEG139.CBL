        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG139.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * IDXFILE'daki her butcenin Julian bir IDX-DATE'i var ama hicbir
      * is bir yili kapatmiyor; gecmis yillarin butceleri KSDS'te
      * bu yilinkilerle yan yana sonsuza dek duruyor ve PBEG105'in
      * donem suzgeci bunlarin etrafindan dolasmak zorunda kaliyor.
      * Bu program yil sonu kapanisidir: parametre kartinda verilen
      * kapanis yilina ait her butceye para birimi kuralini uygular
      * (tamamini devret, yuzde ile devret veya sona erdir).
      * Devredilen butce ayni anahtarla yeni yilin 1 Ocak tarihine
      * tasinir; sona eren butce silinir. KSDS anahtari IDX-ID +
      * IDX-DVZ oldugundan ayni anahtarla ikinci bir yil kaydi
      * tutulamaz; yeni yil kaydi eski kaydin yerine gecer ve
      * kapanan yilin goruntusu yil sonu arsivine yazilir. Her
      * degisiklik PBEG106'nin gunluk yerlesimiyle JRNFILE'a islenir
      * ('C' devir, 'D' sona erme); boylece PBEG120 kurtarmasi yil
      * sonundan sonra da calisir. Kapanis raporu para birimi basina
      * acilis, devredilen, sona eren ve yeni yil toplamlarini
      * dosyanin son haline karsi kanitlar.
      * Kapanis parametresi: kapanacak yil. Zorunludur.
            SELECT YEC-PARM   ASSIGN TO YECPARM
                              STATUS  YEC-ST.
      * Para birimi basina kapanis kurali. Zorunludur; kural
      * bulunamayan para birimi tasiyan bir butce varsa dosyaya hic
      * dokunulmadan is durdurulur.
            SELECT YER-FILE   ASSIGN TO YECRULE
                              STATUS  YER-ST.
      * Ayni dosya once bastan taranip (acilis toplamlari), sonra
      * sirayla guncellenip, en sonda yeniden taranacagi icin erisim
      * PBEG120'deki gibi DYNAMIC secilir; taramalar arasinda dosya
      * kapatilip yeniden acilarak konum basa alinir.
            SELECT IDX-FILE   ASSIGN TO IDXFILE
                              ORGANIZATION INDEXED
                              ACCESS DYNAMIC
                              RECORD KEY IDX-KEY
                              STATUS  IDX-ST.
      * PBEG106'nin birikimli denetim gunlugu; kapanis kayitlari
      * sona eklenir.
            SELECT JRN-FILE   ASSIGN TO JRNFILE
                              STATUS  JRN-ST.
      * Yil sonu arsivi: kapanan yilin her butcesinin kapanistan
      * onceki goruntusu ve uygulanan kural. Birikimlidir; yarida
      * kalmis bir kapanisin yeniden kosusu onceki arsiv kayitlarini
      * silmez.
            SELECT ARC-FILE   ASSIGN TO YECARCH
                              STATUS  ARC-ST.
      * Kapanis raporu: her butcenin sonucu ve para birimi basina
      * kanit satirlari.
            SELECT YRP-FILE   ASSIGN TO YECRPT
                              STATUS  YRP-ST.
        DATA DIVISION.
        FILE SECTION.
      * Kapanis parametre karti.
        FD  YEC-PARM RECORDING MODE F.
        01  YEC-REC.
            05  YEC-CLOSE-YEAR       PIC 9(04).
      *
      * Kapanis kurali: YER-RULE 'C' tamamini devret, 'P' YER-PCT
      * yuzdesini devret (kalani sona erer), 'E' tamamini sona erdir.
      * YER-DVZ 999 kurali tanimlanmamis para birimleri icin
      * varsayilandir (PBEG137'nin GLMAP'indeki gibi).
        FD  YER-FILE RECORDING MODE F.
        01  YER-REC.
            05  YER-DVZ              PIC 9(03).
            05  YER-RULE             PIC X(01).
            05  YER-PCT              PIC 9(03)V99.
      *
      * IDX-REC, PBEG105/106/107/120'deki ile ayni alan yerlesimine
      * sahiptir; ayni VSAM dosyasini kullandigimiz icin layout'un
      * birebir uymasi gerekir.
        FD  IDX-FILE.
        01  IDX-REC.
            03  IDX-KEY.
                05 IDX-ID            PIC S9(05) COMP-3.
                05 IDX-DVZ           PIC S9(03) COMP.
            03  IDX-ALLNAME          PIC X(30).
            03  IDX-DATE             PIC 9(07) COMP-3.
            03  IDX-BUDGET           PIC S9(13)V99 COMP-3.
      *
      * JRN-REC, PBEG106'nin denetim gunlugu kaydi ile birebir ayni
      * yerlesimdedir (157 byte).
        FD  JRN-FILE RECORDING MODE F.
        01  JRN-REC.
            05  JRN-RUN-DATE         PIC 9(08).
            05  WS-JRN-SPACE-1       PIC X(01).
            05  JRN-RUN-TIME         PIC 9(08).
            05  WS-JRN-SPACE-2       PIC X(01).
            05  JRN-TRAN-CODE        PIC X(01).
            05  WS-JRN-SPACE-3       PIC X(01).
            05  JRN-ID               PIC 9(05).
            05  WS-JRN-SPACE-4       PIC X(01).
            05  JRN-DVZ              PIC 9(03).
            05  WS-JRN-SPACE-5       PIC X(01).
            05  JRN-OLD-ALLNAME      PIC X(30).
            05  WS-JRN-SPACE-6       PIC X(01).
            05  JRN-OLD-DATE         PIC 9(07).
            05  WS-JRN-SPACE-7       PIC X(01).
            05  JRN-OLD-BUDGET       PIC S9(13)V99.
            05  WS-JRN-SPACE-8       PIC X(01).
            05  JRN-NEW-ALLNAME      PIC X(30).
            05  WS-JRN-SPACE-9       PIC X(01).
            05  JRN-NEW-DATE         PIC 9(07).
            05  WS-JRN-SPACE-10      PIC X(01).
            05  JRN-NEW-BUDGET       PIC S9(13)V99.
            05  WS-JRN-SPACE-11      PIC X(01).
            05  JRN-MAKER-ID         PIC X(08).
            05  WS-JRN-SPACE-12      PIC X(01).
            05  JRN-CHECKER-ID       PIC X(08).
      *
      * Arsiv kaydi: kapanis yili, kapanistan onceki IDX-REC
      * goruntusu, uygulanan kural ve yeni yila devreden tutar.
      * Tutarlar dosyada okunabilir kalsin diye ZD tasinir.
        FD  ARC-FILE RECORDING MODE F.
        01  ARC-REC.
            05  ARC-CLOSE-YEAR       PIC 9(04).
            05  WS-ARC-SPACE-1       PIC X(01).
            05  ARC-ID               PIC 9(05).
            05  WS-ARC-SPACE-2       PIC X(01).
            05  ARC-DVZ              PIC 9(03).
            05  WS-ARC-SPACE-3       PIC X(01).
            05  ARC-ALLNAME          PIC X(30).
            05  WS-ARC-SPACE-4       PIC X(01).
            05  ARC-DATE             PIC 9(07).
            05  WS-ARC-SPACE-5       PIC X(01).
            05  ARC-BUDGET           PIC S9(13)V99.
            05  WS-ARC-SPACE-6       PIC X(01).
            05  ARC-RULE             PIC X(01).
            05  WS-ARC-SPACE-7       PIC X(01).
            05  ARC-NEW-DATE         PIC 9(07).
            05  WS-ARC-SPACE-8       PIC X(01).
            05  ARC-NEW-BUDGET       PIC S9(13)V99.
            05  WS-ARC-SPACE-9       PIC X(01).
            05  ARC-RUN-DATE         PIC 9(08).
      *
      * Kapanis raporu detay satiri: butcenin anahtari, eski tarihi,
      * uygulanan kural ve yuzde, eski butce, devreden ve sona eren
      * tutar ile sonuc. Tum kayit gorunumleri en uzun gorunum olan
      * para birimi kanit satiriyla ayni uzunluga (107 byte)
      * tamamlanir.
        FD  YRP-FILE RECORDING MODE F.
        01  YRP-REC.
            05  YRP-ID               PIC 9(05).
            05  WS-YRP-SPACE-1       PIC X(01).
            05  YRP-DVZ              PIC 9(03).
            05  WS-YRP-SPACE-2       PIC X(01).
            05  YRP-OLD-DATE         PIC 9(07).
            05  WS-YRP-SPACE-3       PIC X(01).
            05  YRP-RULE             PIC X(01).
            05  WS-YRP-SPACE-4       PIC X(01).
            05  YRP-PCT              PIC ZZ9.99.
            05  WS-YRP-SPACE-5       PIC X(01).
            05  YRP-OLD-BUDGET       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-YRP-SPACE-6       PIC X(01).
            05  YRP-NEW-BUDGET       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-YRP-SPACE-7       PIC X(01).
            05  YRP-EXPIRED          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-YRP-SPACE-8       PIC X(01).
            05  YRP-RESULT           PIC X(10).
            05  YRP-FILLER           PIC X(04).
      *
      * Rapor basligi: kapanis yili, yeni yil kayitlarinin tarihi ve
      * kosu tarihi.
        01  YRP-HDR-REC.
            05  YRP-HDR-LABEL        PIC X(24).
            05  YRP-HDR-YEAR         PIC 9(04).
            05  WS-YRP-HDR-SPACE-1   PIC X(01).
            05  YRP-HDR-LABEL-2      PIC X(10).
            05  YRP-HDR-NEW-DATE     PIC 9(07).
            05  WS-YRP-HDR-SPACE-2   PIC X(01).
            05  YRP-HDR-LABEL-3      PIC X(10).
            05  YRP-HDR-RUN-DATE     PIC 9(08).
            05  YRP-HDR-FILLER       PIC X(42).
      *
      * Para birimi kanit satiri (tutarlar): acilis = devreden +
      * sona eren ve yeni yil = onceden var olan yeni yil + devreden
      * esitlikleri saglaniyorsa sonuc PROVEN'dir.
        01  YRP-DVZ-REC.
            05  YRP-DVZ-LABEL        PIC X(09).
            05  YRP-DVZ-DVZ          PIC 9(03).
            05  WS-YRP-DVZ-SPACE-1   PIC X(01).
            05  YRP-DVZ-OPENING      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-YRP-DVZ-SPACE-2   PIC X(01).
            05  YRP-DVZ-ROLLED       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-YRP-DVZ-SPACE-3   PIC X(01).
            05  YRP-DVZ-EXPIRED      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-YRP-DVZ-SPACE-4   PIC X(01).
            05  YRP-DVZ-NEW-YEAR     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-YRP-DVZ-SPACE-5   PIC X(01).
            05  YRP-DVZ-RESULT       PIC X(06).
      *
      * Para birimi kanit satiri (kayit adetleri).
        01  YRP-CNT-REC.
            05  YRP-CNT-LABEL        PIC X(09).
            05  YRP-CNT-DVZ          PIC 9(03).
            05  WS-YRP-CNT-SPACE-1   PIC X(01).
            05  YRP-CNT-OPENING      PIC ZZZ,ZZZ,ZZ9.
            05  WS-YRP-CNT-SPACE-2   PIC X(01).
            05  YRP-CNT-ROLLED       PIC ZZZ,ZZZ,ZZ9.
            05  WS-YRP-CNT-SPACE-3   PIC X(01).
            05  YRP-CNT-EXPIRED      PIC ZZZ,ZZZ,ZZ9.
            05  WS-YRP-CNT-SPACE-4   PIC X(01).
            05  YRP-CNT-NEW-YEAR     PIC ZZZ,ZZZ,ZZ9.
            05  YRP-CNT-FILLER       PIC X(47).
      *
      * Ozet sayac satiri.
        01  YRP-SUM-REC.
            05  YRP-SUM-LABEL        PIC X(30).
            05  YRP-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05  YRP-SUM-FILLER       PIC X(66).
      *
      * Kanit sonucunu tasiyan durum satiri.
        01  YRP-BAL-REC.
            05  YRP-BAL-LABEL        PIC X(30).
            05  YRP-BAL-TEXT         PIC X(23).
            05  YRP-BAL-FILLER       PIC X(54).
      *
      * Serbest metinli aciklama satiri.
        01  YRP-MSG-REC.
            05  YRP-MSG-TEXT         PIC X(107).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 YEC-ST            PIC 9(02).
               88 YEC-SUCCESS               VALUE 00 97.
            05 YER-ST            PIC 9(02).
               88 YER-EOF                   VALUE 10.
               88 YER-SUCCESS               VALUE 00 97.
            05 IDX-ST            PIC 9(02).
               88 IDX-EOF                   VALUE 10.
               88 IDX-SUCCESS               VALUE 00 97.
               88 IDX-NOTFND                VALUE 23.
            05 JRN-ST            PIC 9(02).
               88 JRN-SUCCESS               VALUE 00 97.
            05 ARC-ST            PIC 9(02).
               88 ARC-SUCCESS               VALUE 00 97.
            05 YRP-ST            PIC 9(02).
               88 YRP-SUCCESS               VALUE 00 97.
      * Kapanis yili, yeni yil ve yeni yil kayitlarinin Julian
      * tarihi (yeni yilin 1 Ocak'i: YYYY001).
            05 WS-CLOSE-YEAR     PIC 9(04) VALUE ZERO.
            05 WS-NEW-YEAR       PIC 9(04) VALUE ZERO.
            05 WS-NEW-DATE       PIC 9(07) VALUE ZERO.
            05 WS-REC-YEAR       PIC 9(04) VALUE ZERO.
            05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
            05 WS-RUN-TIME       PIC 9(08) VALUE ZERO.
            05 WS-RUN-YEAR       PIC 9(04) VALUE ZERO.
            05 WS-PARM-ERROR     PIC X VALUE 'N'.
               88 PARM-ERROR                VALUE 'Y'.
            05 WS-PROOF-FAILED   PIC X VALUE 'N'.
               88 PROOF-FAILED              VALUE 'Y'.
      *
      * Kapanis kurallari tablosu. LOAD-RULE-TABLE YECRULE'dan
      * doldurur; LOOKUP-RULE once para biriminin kendi kuralini,
      * bulamazsa 999 varsayilan kuralini arar.
        01  WS-RULE-TABLE.
            05  WS-RULE-COUNT      PIC S9(04) COMP VALUE ZERO.
            05  WS-RULE-ENTRY OCCURS 51 TIMES INDEXED BY WS-RULE-IDX.
                10  WS-RL-DVZ      PIC 9(03).
                10  WS-RL-RULE     PIC X(01).
                10  WS-RL-PCT      PIC 9(03)V99.
            05  WS-RULE-ARG        PIC 9(03) VALUE ZERO.
            05  WS-RULE-FOUND      PIC X VALUE 'N'.
               88 RULE-FOUND                VALUE 'Y'.
            05  WS-CUR-RULE        PIC X(01) VALUE SPACE.
               88 RULE-CARRY                VALUE 'C'.
               88 RULE-PERCENT              VALUE 'P'.
               88 RULE-EXPIRE               VALUE 'E'.
            05  WS-CUR-PCT         PIC 9(03)V99 VALUE ZERO.
      *
      * Para birimi basina kanit tablosu. H200-SCAN-OPENING acilis
      * ve onceden var olan yeni yil adet/toplamlarini, H300-APPLY-
      * CLOSE devredilen ve sona eren adet/toplamlarini,
      * H400-SCAN-AFTER dosyanin ulastigi yeni yil adet/toplamini ve
      * kapanis yilinda kalan kayitlari doldurur.
        01  PROOF-TOTALS-AREA.
            05 WS-DVZ-COUNT      PIC S9(04) COMP VALUE ZERO.
            05 WS-DVZ-TOTALS OCCURS 50 TIMES INDEXED BY WS-DVZ-IDX.
               10 WS-DT-DVZ      PIC S9(03) COMP.
               10 WS-DT-OPEN-CNT PIC S9(9) COMP-3.
               10 WS-DT-OPEN-SUM PIC S9(15)V99 COMP-3.
               10 WS-DT-PRE-CNT  PIC S9(9) COMP-3.
               10 WS-DT-PRE-SUM  PIC S9(15)V99 COMP-3.
               10 WS-DT-ROLL-CNT PIC S9(9) COMP-3.
               10 WS-DT-ROLL-SUM PIC S9(15)V99 COMP-3.
               10 WS-DT-EXP-CNT  PIC S9(9) COMP-3.
               10 WS-DT-EXP-SUM  PIC S9(15)V99 COMP-3.
               10 WS-DT-FIN-CNT  PIC S9(9) COMP-3.
               10 WS-DT-FIN-SUM  PIC S9(15)V99 COMP-3.
               10 WS-DT-LEFT-CNT PIC S9(9) COMP-3.
            05 WS-DVZ-SUB        PIC S9(04) COMP VALUE ZERO.
            05 WS-DVZ-FOUND      PIC X VALUE 'N'.
               88 DVZ-FOUND                 VALUE 'Y'.
            05 WS-POST-DVZ       PIC S9(03) COMP VALUE ZERO.
      *
      * Tek bir butcenin kapanis alanlari.
        01  CLOSE-WORK-AREA.
            05 WS-BEFORE-ALLNAME PIC X(30) VALUE SPACE.
            05 WS-BEFORE-DATE    PIC 9(07) VALUE ZERO.
            05 WS-BEFORE-BUDGET  PIC S9(13)V99 COMP-3 VALUE ZERO.
            05 WS-NEW-BUDGET     PIC S9(13)V99 COMP-3 VALUE ZERO.
            05 WS-EXPIRED-AMT    PIC S9(13)V99 COMP-3 VALUE ZERO.
            05 WS-RESULT         PIC X(10) VALUE SPACE.
      *
      * Is sonu ozetine yazilan sayaclar.
        01  CLOSE-COUNTERS.
            05 WS-BEFORE-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-AFTER-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-OPENING-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-NO-RULE-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-OLDER-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-CARRIED-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-EXPIRED-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-FAILED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            PERFORM H200-SCAN-OPENING.
            PERFORM H300-APPLY-CLOSE.
            PERFORM H400-SCAN-AFTER.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
      * Parametre ve kurallar dosyalar acilmadan once okunur; hatali
      * bir parametreyle ana dosyaya hic dokunulmaz.
        H100-OPEN-FILES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            DIVIDE WS-RUN-DATE BY 10000 GIVING WS-RUN-YEAR.
            PERFORM READ-CLOSE-PARM.
            PERFORM LOAD-RULE-TABLE.
            OPEN I-O    IDX-FILE.
      * Gunluk ve arsiv birikimli dosyalardir: onceki kayitlar
      * korunarak sona eklenir. Dosya henuz yoksa OPEN EXTEND
      * basarisiz olur, bu durumda OPEN OUTPUT ile olusturulur.
            OPEN EXTEND JRN-FILE.
            IF NOT JRN-SUCCESS
               OPEN OUTPUT JRN-FILE.
            OPEN EXTEND ARC-FILE.
            IF NOT ARC-SUCCESS
               OPEN OUTPUT ARC-FILE.
            OPEN OUTPUT YRP-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM WRITE-REPORT-HEADER.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (IDX-SUCCESS AND JRN-SUCCESS AND ARC-SUCCESS
                                                AND YRP-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' IDX: ' IDX-ST ' JRN: ' JRN-ST
                       ' ARC: ' ARC-ST ' YRP: ' YRP-ST
               IF IDX-SUCCESS THEN CLOSE IDX-FILE
               IF JRN-SUCCESS THEN CLOSE JRN-FILE
               IF ARC-SUCCESS THEN CLOSE ARC-FILE
               IF YRP-SUCCESS THEN CLOSE YRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Kapanis yili zorunludur ve kosu yilindan once olmalidir;
      * icinde bulunulan yil dahil henuz bitmemis bir yil kapatilmaz.
        READ-CLOSE-PARM.
            OPEN INPUT YEC-PARM
            IF NOT YEC-SUCCESS
               DISPLAY 'CLOSE PARM NOT OPENED, YEC-ST: ' YEC-ST
               MOVE 8 TO RETURN-CODE
               STOP RUN.
            READ YEC-PARM
                AT END
                    DISPLAY 'CLOSE PARM EMPTY'
                    MOVE 'Y' TO WS-PARM-ERROR
                NOT AT END
                    IF YEC-CLOSE-YEAR NOT NUMERIC
                       OR YEC-CLOSE-YEAR < 1900
                       OR YEC-CLOSE-YEAR NOT < WS-RUN-YEAR
                       DISPLAY 'INVALID CLOSING YEAR: ' YEC-CLOSE-YEAR
                       MOVE 'Y' TO WS-PARM-ERROR
                    ELSE
                       MOVE YEC-CLOSE-YEAR TO WS-CLOSE-YEAR
                    END-IF
            END-READ
            CLOSE YEC-PARM.
            IF PARM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN.
            COMPUTE WS-NEW-YEAR = WS-CLOSE-YEAR + 1.
            COMPUTE WS-NEW-DATE = WS-NEW-YEAR * 1000 + 1.
        READ-CLOSE-PARM-END. EXIT.
      *
      * Kurallar dosyasi zorunludur. Taninmayan kural kodu, 100'u
      * asan veya sayisal olmayan yuzde ve ayni para birimi icin
      * ikinci bir kural hatadir; hatali bir kurallar dosyasiyla
      * kapanis yapilmaz.
        LOAD-RULE-TABLE.
            OPEN INPUT YER-FILE
            IF NOT YER-SUCCESS
               DISPLAY 'CLOSE RULES NOT OPENED, YER-ST: ' YER-ST
               MOVE 8 TO RETURN-CODE
               STOP RUN.
            PERFORM UNTIL YER-EOF
                READ YER-FILE
                    AT END CONTINUE
                    NOT AT END PERFORM LOAD-ONE-RULE
                END-READ
            END-PERFORM
            CLOSE YER-FILE.
            IF WS-RULE-COUNT = ZERO
               DISPLAY 'CLOSE RULES EMPTY'
               MOVE 'Y' TO WS-PARM-ERROR.
            IF PARM-ERROR
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        LOAD-RULE-TABLE-END. EXIT.
      *
        LOAD-ONE-RULE.
            IF YER-DVZ NOT NUMERIC
               DISPLAY 'INVALID CURRENCY IN CLOSE RULES: ' YER-REC
               MOVE 'Y' TO WS-PARM-ERROR
            ELSE
               MOVE YER-DVZ TO WS-RULE-ARG
               PERFORM SEARCH-RULE-ENTRY
               IF RULE-FOUND
                  DISPLAY 'DUPLICATE CLOSE RULE FOR CURRENCY: '
                          YER-DVZ
                  MOVE 'Y' TO WS-PARM-ERROR
               ELSE
                  PERFORM CHECK-ONE-RULE.
        LOAD-ONE-RULE-END. EXIT.
      *
        CHECK-ONE-RULE.
            IF YER-RULE NOT = 'C' AND YER-RULE NOT = 'P'
                                  AND YER-RULE NOT = 'E'
               DISPLAY 'INVALID CLOSE RULE: ' YER-REC
               MOVE 'Y' TO WS-PARM-ERROR
            ELSE
               IF YER-RULE = 'P' AND (YER-PCT NOT NUMERIC
                                      OR YER-PCT > 100)
                  DISPLAY 'INVALID CARRY PERCENTAGE: ' YER-REC
                  MOVE 'Y' TO WS-PARM-ERROR
               ELSE
                  IF WS-RULE-COUNT < 51
                     ADD 1 TO WS-RULE-COUNT
                     MOVE YER-DVZ  TO WS-RL-DVZ(WS-RULE-COUNT)
                     MOVE YER-RULE TO WS-RL-RULE(WS-RULE-COUNT)
                     IF YER-RULE = 'P'
                        MOVE YER-PCT TO WS-RL-PCT(WS-RULE-COUNT)
                     ELSE
                        MOVE ZERO    TO WS-RL-PCT(WS-RULE-COUNT)
                     END-IF
                  ELSE
                     DISPLAY 'CLOSE RULE TABLE FULL: ' YER-DVZ
                     MOVE 'Y' TO WS-PARM-ERROR.
        CHECK-ONE-RULE-END. EXIT.
      *
        SEARCH-RULE-ENTRY.
            MOVE 'N' TO WS-RULE-FOUND
            SET WS-RULE-IDX TO 1
            IF WS-RULE-COUNT > ZERO
               SEARCH WS-RULE-ENTRY
                   AT END CONTINUE
                   WHEN WS-RULE-IDX > WS-RULE-COUNT
                       CONTINUE
                   WHEN WS-RL-DVZ(WS-RULE-IDX) = WS-RULE-ARG
                       MOVE 'Y' TO WS-RULE-FOUND
                       MOVE WS-RL-RULE(WS-RULE-IDX) TO WS-CUR-RULE
                       MOVE WS-RL-PCT(WS-RULE-IDX)  TO WS-CUR-PCT
               END-SEARCH.
        SEARCH-RULE-ENTRY-END. EXIT.
      *
      * IDX-DVZ'nin kuralini bulur; kendi kurali yoksa 999
      * varsayilan kurali kullanilir.
        LOOKUP-RULE.
            MOVE IDX-DVZ TO WS-RULE-ARG.
            PERFORM SEARCH-RULE-ENTRY.
            IF NOT RULE-FOUND
               MOVE 999 TO WS-RULE-ARG
               PERFORM SEARCH-RULE-ENTRY.
        LOOKUP-RULE-END. EXIT.
      *
      * Birinci tarama: kapanis yilinin acilis adet/toplamlari ve
      * yeni yila onceden girilmis butceler para birimi basina
      * toplanir, her kapanis yili butcesinin kurali aranir. Kurali
      * bulunamayan tek bir butce bile varsa dosyaya hic dokunulmadan
      * is durdurulur. Tarama bitince dosya kapatilip yeniden acilir
      * ki guncelleme taramasi bastan baslasin.
        H200-SCAN-OPENING.
            PERFORM UNTIL IDX-EOF
                READ IDX-FILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END PERFORM H210-COUNT-OPENING
                END-READ
            END-PERFORM.
            IF WS-NO-RULE-COUNT > ZERO
               DISPLAY 'CLOSE NOT RUN: ' WS-NO-RULE-COUNT
                       ' BUDGETS HAVE NO CLOSE RULE'
               MOVE 'CLOSE NOT RUN - BUDGETS WITHOUT A CLOSE RULE'
                                        TO YRP-MSG-TEXT
               WRITE YRP-MSG-REC
               PERFORM ABORT-CLOSE.
            IF WS-OPENING-COUNT = ZERO
               DISPLAY 'NO BUDGETS DATED IN CLOSING YEAR '
                       WS-CLOSE-YEAR
               MOVE 'NO BUDGETS DATED IN THE CLOSING YEAR'
                                        TO YRP-MSG-TEXT
               WRITE YRP-MSG-REC.
            CLOSE IDX-FILE.
            OPEN I-O IDX-FILE.
            IF NOT IDX-SUCCESS
               DISPLAY 'IDXFILE REOPEN FAILED, IDX-ST: ' IDX-ST
               PERFORM ABORT-CLOSE.
        H200-END. EXIT.
      *
        H210-COUNT-OPENING.
            ADD 1 TO WS-BEFORE-COUNT.
            DIVIDE IDX-DATE BY 1000 GIVING WS-REC-YEAR.
            IF WS-REC-YEAR = WS-CLOSE-YEAR
               ADD 1 TO WS-OPENING-COUNT
               MOVE IDX-DVZ TO WS-POST-DVZ
               PERFORM FIND-DVZ-ENTRY
               IF DVZ-FOUND
                  ADD 1 TO WS-DT-OPEN-CNT(WS-DVZ-SUB)
                  ADD IDX-BUDGET TO WS-DT-OPEN-SUM(WS-DVZ-SUB)
               END-IF
               PERFORM LOOKUP-RULE
               IF NOT RULE-FOUND
                  ADD 1 TO WS-NO-RULE-COUNT
                  MOVE ZERO       TO WS-NEW-BUDGET
                  MOVE ZERO       TO WS-EXPIRED-AMT
                  MOVE SPACE      TO WS-CUR-RULE
                  MOVE ZERO       TO WS-CUR-PCT
                  MOVE 'NO RULE'  TO WS-RESULT
                  PERFORM WRITE-DETAIL
               END-IF
            ELSE
               IF WS-REC-YEAR = WS-NEW-YEAR
                  MOVE IDX-DVZ TO WS-POST-DVZ
                  PERFORM FIND-DVZ-ENTRY
                  IF DVZ-FOUND
                     ADD 1 TO WS-DT-PRE-CNT(WS-DVZ-SUB)
                     ADD IDX-BUDGET TO WS-DT-PRE-SUM(WS-DVZ-SUB)
                  END-IF
               ELSE
                  IF WS-REC-YEAR < WS-CLOSE-YEAR
                     ADD 1 TO WS-OLDER-COUNT.
        H210-END. EXIT.
      *
      * Ikinci tarama: kapanis yilina ait her butceye kurali
      * uygulanir. Devirde kayit ayni anahtarla yeni yil tarihine ve
      * devreden tutara REWRITE edilir; sona ermede kayit silinir.
      * Basarili her degisiklik once arsive, sonra gunluge yazilir.
        H300-APPLY-CLOSE.
            PERFORM UNTIL IDX-EOF
                READ IDX-FILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                        DIVIDE IDX-DATE BY 1000 GIVING WS-REC-YEAR
                        IF WS-REC-YEAR = WS-CLOSE-YEAR
                           PERFORM H310-CLOSE-ONE-BUDGET
                        END-IF
                END-READ
            END-PERFORM.
        H300-END. EXIT.
      *
        H310-CLOSE-ONE-BUDGET.
            MOVE IDX-DVZ TO WS-POST-DVZ.
            PERFORM FIND-DVZ-ENTRY.
            PERFORM LOOKUP-RULE.
            MOVE IDX-ALLNAME TO WS-BEFORE-ALLNAME.
            MOVE IDX-DATE    TO WS-BEFORE-DATE.
            MOVE IDX-BUDGET  TO WS-BEFORE-BUDGET.
            EVALUATE TRUE
                WHEN RULE-CARRY
                    MOVE IDX-BUDGET TO WS-NEW-BUDGET
                    MOVE 100        TO WS-CUR-PCT
                WHEN RULE-PERCENT
                    COMPUTE WS-NEW-BUDGET ROUNDED =
                        IDX-BUDGET * WS-CUR-PCT / 100
                WHEN OTHER
                    MOVE ZERO TO WS-NEW-BUDGET
            END-EVALUATE.
            COMPUTE WS-EXPIRED-AMT = IDX-BUDGET - WS-NEW-BUDGET.
            IF RULE-EXPIRE
               PERFORM H330-EXPIRE-BUDGET
            ELSE
               PERFORM H320-CARRY-BUDGET.
            PERFORM WRITE-DETAIL.
        H310-END. EXIT.
      *
        H320-CARRY-BUDGET.
            MOVE WS-NEW-DATE   TO IDX-DATE.
            MOVE WS-NEW-BUDGET TO IDX-BUDGET.
            REWRITE IDX-REC
                INVALID KEY
                    PERFORM CLOSE-FAILED
                NOT INVALID KEY
                    ADD 1 TO WS-CARRIED-COUNT
                    IF DVZ-FOUND
                       ADD 1 TO WS-DT-ROLL-CNT(WS-DVZ-SUB)
                       ADD WS-NEW-BUDGET
                                TO WS-DT-ROLL-SUM(WS-DVZ-SUB)
                       ADD WS-EXPIRED-AMT
                                TO WS-DT-EXP-SUM(WS-DVZ-SUB)
                    END-IF
                    IF RULE-CARRY
                       MOVE 'CARRIED' TO WS-RESULT
                    ELSE
                       MOVE 'PARTIAL' TO WS-RESULT
                    END-IF
                    PERFORM WRITE-ARCHIVE
                    MOVE 'C' TO JRN-TRAN-CODE
                    PERFORM WRITE-JOURNAL
            END-REWRITE.
        H320-END. EXIT.
      *
        H330-EXPIRE-BUDGET.
            DELETE IDX-FILE
                INVALID KEY
                    PERFORM CLOSE-FAILED
                NOT INVALID KEY
                    ADD 1 TO WS-EXPIRED-COUNT
                    IF DVZ-FOUND
                       ADD 1 TO WS-DT-EXP-CNT(WS-DVZ-SUB)
                       ADD WS-EXPIRED-AMT
                                TO WS-DT-EXP-SUM(WS-DVZ-SUB)
                    END-IF
                    MOVE 'EXPIRED' TO WS-RESULT
                    PERFORM WRITE-ARCHIVE
                    MOVE 'D' TO JRN-TRAN-CODE
                    PERFORM WRITE-JOURNAL
            END-DELETE.
        H330-END. EXIT.
      *
      * Guncellenemeyen butce raporda FAILED olarak gorunur ve kanit
      * saglanamaz; kayit kapanis yilinda kalir, bir sonraki kosu
      * onu yeniden ele alir.
        CLOSE-FAILED.
            ADD 1 TO WS-FAILED-COUNT.
            MOVE 'Y' TO WS-PROOF-FAILED.
            MOVE 'FAILED' TO WS-RESULT.
            DISPLAY 'CLOSE FAILED FOR ' IDX-ID ' ' IDX-DVZ
                    ' IDX-ST: ' IDX-ST.
        CLOSE-FAILED-END. EXIT.
      *
      * Ucuncu tarama: dosyanin ulastigi durum toplanir. Kapanis
      * yilinda kayit kalmamali, yeni yil adet/toplami da onceden
      * var olanlar arti devredilenler kadar olmalidir.
        H400-SCAN-AFTER.
            CLOSE IDX-FILE.
            OPEN INPUT IDX-FILE.
            IF NOT IDX-SUCCESS
               DISPLAY 'IDXFILE REOPEN FAILED, IDX-ST: ' IDX-ST
               PERFORM ABORT-CLOSE.
            PERFORM UNTIL IDX-EOF
                READ IDX-FILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END PERFORM H410-COUNT-AFTER
                END-READ
            END-PERFORM.
        H400-END. EXIT.
      *
        H410-COUNT-AFTER.
            ADD 1 TO WS-AFTER-COUNT.
            DIVIDE IDX-DATE BY 1000 GIVING WS-REC-YEAR.
            IF WS-REC-YEAR = WS-CLOSE-YEAR
               OR WS-REC-YEAR = WS-NEW-YEAR
               MOVE IDX-DVZ TO WS-POST-DVZ
               PERFORM FIND-DVZ-ENTRY
               IF DVZ-FOUND
                  IF WS-REC-YEAR = WS-CLOSE-YEAR
                     ADD 1 TO WS-DT-LEFT-CNT(WS-DVZ-SUB)
                  ELSE
                     ADD 1 TO WS-DT-FIN-CNT(WS-DVZ-SUB)
                     ADD IDX-BUDGET TO WS-DT-FIN-SUM(WS-DVZ-SUB).
        H410-END. EXIT.
      *
      * WS-POST-DVZ'nin tablodaki girdisini bulur (yoksa acar);
      * PBEG120'deki FIND-DVZ-ENTRY ile ayni kurgu.
        FIND-DVZ-ENTRY.
            MOVE 'N' TO WS-DVZ-FOUND.
            PERFORM TRY-ONE-DVZ-ENTRY
                VARYING WS-DVZ-IDX FROM 1 BY 1
                UNTIL WS-DVZ-IDX > WS-DVZ-COUNT OR DVZ-FOUND.
            IF NOT DVZ-FOUND
               IF WS-DVZ-COUNT < 50
                  ADD 1 TO WS-DVZ-COUNT
                  MOVE WS-DVZ-COUNT TO WS-DVZ-SUB
                  INITIALIZE WS-DVZ-TOTALS(WS-DVZ-SUB)
                  MOVE WS-POST-DVZ TO WS-DT-DVZ(WS-DVZ-SUB)
                  MOVE 'Y'         TO WS-DVZ-FOUND
               ELSE
                  DISPLAY 'CURRENCY TOTALS TABLE FULL: ' WS-POST-DVZ
                  MOVE 'Y' TO WS-PROOF-FAILED.
        FIND-DVZ-ENTRY-END. EXIT.
      *
        TRY-ONE-DVZ-ENTRY.
            IF WS-DT-DVZ(WS-DVZ-IDX) = WS-POST-DVZ
               SET WS-DVZ-SUB TO WS-DVZ-IDX
               MOVE 'Y' TO WS-DVZ-FOUND.
        TRY-ONE-DVZ-ENTRY-END. EXIT.
      *
      * Kapanan butcenin onceki goruntusu ve uygulanan kural arsive
      * yazilir.
        WRITE-ARCHIVE.
            MOVE WS-CLOSE-YEAR     TO ARC-CLOSE-YEAR.
            MOVE IDX-ID            TO ARC-ID.
            MOVE IDX-DVZ           TO ARC-DVZ.
            MOVE WS-BEFORE-ALLNAME TO ARC-ALLNAME.
            MOVE WS-BEFORE-DATE    TO ARC-DATE.
            MOVE WS-BEFORE-BUDGET  TO ARC-BUDGET.
            MOVE WS-CUR-RULE       TO ARC-RULE.
            IF RULE-EXPIRE
               MOVE ZERO           TO ARC-NEW-DATE
            ELSE
               MOVE WS-NEW-DATE    TO ARC-NEW-DATE.
            MOVE WS-NEW-BUDGET     TO ARC-NEW-BUDGET.
            MOVE WS-RUN-DATE       TO ARC-RUN-DATE.
            MOVE SPACE TO WS-ARC-SPACE-1 WS-ARC-SPACE-2
                          WS-ARC-SPACE-3 WS-ARC-SPACE-4
                          WS-ARC-SPACE-5 WS-ARC-SPACE-6
                          WS-ARC-SPACE-7 WS-ARC-SPACE-8
                          WS-ARC-SPACE-9.
            WRITE ARC-REC.
        WRITE-ARCHIVE-END. EXIT.
      *
      * Kapanis degisikligi PBEG106'nin gunluk yerlesimiyle yazilir;
      * PBEG120 bu kayitlari diger bakim islemleri gibi yeniden
      * uygular. Kapanis bir kural uygulamasi oldugundan cift onaya
      * girmez; hazirlayan olarak program adi tasinir (PBEG117'nin
      * otomatik duzeltmeleri gibi).
        WRITE-JOURNAL.
            MOVE WS-RUN-DATE       TO JRN-RUN-DATE.
            MOVE WS-RUN-TIME       TO JRN-RUN-TIME.
            MOVE IDX-ID            TO JRN-ID.
            MOVE IDX-DVZ           TO JRN-DVZ.
            MOVE WS-BEFORE-ALLNAME TO JRN-OLD-ALLNAME.
            MOVE WS-BEFORE-DATE    TO JRN-OLD-DATE.
            MOVE WS-BEFORE-BUDGET  TO JRN-OLD-BUDGET.
            IF JRN-TRAN-CODE = 'D'
               MOVE SPACE             TO JRN-NEW-ALLNAME
               MOVE ZERO              TO JRN-NEW-DATE
               MOVE ZERO              TO JRN-NEW-BUDGET
            ELSE
               MOVE WS-BEFORE-ALLNAME TO JRN-NEW-ALLNAME
               MOVE WS-NEW-DATE       TO JRN-NEW-DATE
               MOVE WS-NEW-BUDGET     TO JRN-NEW-BUDGET.
            MOVE 'PBEG139'         TO JRN-MAKER-ID.
            MOVE SPACE             TO JRN-CHECKER-ID.
            MOVE SPACE TO WS-JRN-SPACE-1 WS-JRN-SPACE-2
                          WS-JRN-SPACE-3 WS-JRN-SPACE-4
                          WS-JRN-SPACE-5 WS-JRN-SPACE-6
                          WS-JRN-SPACE-7 WS-JRN-SPACE-8
                          WS-JRN-SPACE-9 WS-JRN-SPACE-10
                          WS-JRN-SPACE-11 WS-JRN-SPACE-12.
            WRITE JRN-REC.
        WRITE-JOURNAL-END. EXIT.
      *
        WRITE-DETAIL.
            MOVE SPACES            TO YRP-REC.
            MOVE IDX-ID            TO YRP-ID.
            MOVE IDX-DVZ           TO YRP-DVZ.
            IF WS-RESULT = 'NO RULE'
               MOVE IDX-DATE       TO YRP-OLD-DATE
               MOVE IDX-BUDGET     TO YRP-OLD-BUDGET
            ELSE
               MOVE WS-BEFORE-DATE   TO YRP-OLD-DATE
               MOVE WS-BEFORE-BUDGET TO YRP-OLD-BUDGET.
            MOVE WS-CUR-RULE       TO YRP-RULE.
            MOVE WS-CUR-PCT        TO YRP-PCT.
            MOVE WS-NEW-BUDGET     TO YRP-NEW-BUDGET.
            MOVE WS-EXPIRED-AMT    TO YRP-EXPIRED.
            MOVE WS-RESULT         TO YRP-RESULT.
            WRITE YRP-REC.
        WRITE-DETAIL-END. EXIT.
      *
        WRITE-REPORT-HEADER.
            MOVE SPACES TO YRP-HDR-REC.
            MOVE 'YEAR-END CLOSE OF YEAR:' TO YRP-HDR-LABEL.
            MOVE WS-CLOSE-YEAR             TO YRP-HDR-YEAR.
            MOVE 'NEW DATE:'               TO YRP-HDR-LABEL-2.
            MOVE WS-NEW-DATE               TO YRP-HDR-NEW-DATE.
            MOVE 'RUN DATE:'               TO YRP-HDR-LABEL-3.
            MOVE WS-RUN-DATE               TO YRP-HDR-RUN-DATE.
            WRITE YRP-HDR-REC.
        WRITE-REPORT-HEADER-END. EXIT.
      *
      * Kanit: her para biriminde acilis = devreden + sona eren
      * (adet ve tutar), yeni yil = onceden var olan + devredilen
      * (adet ve tutar) olmali ve kapanis yilinda kayit kalmamalidir.
      * Dosyanin toplam kayit adedi de sona eren butce sayisi kadar
      * azalmis olmalidir. Kanit saglanamazsa is hata koduyla biter.
        H500-PROVE-CLOSE.
            MOVE 'BUDGETS ON FILE BEFORE:' TO YRP-SUM-LABEL.
            MOVE WS-BEFORE-COUNT TO YRP-SUM-COUNT.
            MOVE SPACE TO YRP-SUM-FILLER.
            WRITE YRP-SUM-REC.
            MOVE 'BUDGETS IN CLOSING YEAR:' TO YRP-SUM-LABEL.
            MOVE WS-OPENING-COUNT TO YRP-SUM-COUNT.
            WRITE YRP-SUM-REC.
            MOVE 'BUDGETS CARRIED:' TO YRP-SUM-LABEL.
            MOVE WS-CARRIED-COUNT TO YRP-SUM-COUNT.
            WRITE YRP-SUM-REC.
            MOVE 'BUDGETS EXPIRED:' TO YRP-SUM-LABEL.
            MOVE WS-EXPIRED-COUNT TO YRP-SUM-COUNT.
            WRITE YRP-SUM-REC.
            MOVE 'BUDGETS FAILED:' TO YRP-SUM-LABEL.
            MOVE WS-FAILED-COUNT TO YRP-SUM-COUNT.
            WRITE YRP-SUM-REC.
            MOVE 'OLDER YEARS NOT CLOSED:' TO YRP-SUM-LABEL.
            MOVE WS-OLDER-COUNT TO YRP-SUM-COUNT.
            WRITE YRP-SUM-REC.
            MOVE 'BUDGETS ON FILE AFTER:' TO YRP-SUM-LABEL.
            MOVE WS-AFTER-COUNT TO YRP-SUM-COUNT.
            WRITE YRP-SUM-REC.
            IF WS-AFTER-COUNT NOT = WS-BEFORE-COUNT - WS-EXPIRED-COUNT
               MOVE 'Y' TO WS-PROOF-FAILED.
            IF WS-OLDER-COUNT > ZERO
               DISPLAY 'WARNING: ' WS-OLDER-COUNT
                       ' BUDGETS DATED BEFORE ' WS-CLOSE-YEAR
                       ' ARE STILL ON FILE'.
            MOVE SPACES     TO YRP-MSG-TEXT.
            MOVE 'CURRENCY' TO YRP-MSG-TEXT(1:8).
            MOVE 'OPENING'  TO YRP-MSG-TEXT(28:7).
            MOVE 'ROLLED'   TO YRP-MSG-TEXT(51:6).
            MOVE 'EXPIRED'  TO YRP-MSG-TEXT(72:7).
            MOVE 'NEW YEAR' TO YRP-MSG-TEXT(93:8).
            WRITE YRP-MSG-REC.
            PERFORM WRITE-ONE-DVZ-PROOF
                VARYING WS-DVZ-IDX FROM 1 BY 1
                UNTIL WS-DVZ-IDX > WS-DVZ-COUNT.
            MOVE 'YEAR-END CLOSE PROOF:' TO YRP-BAL-LABEL.
            MOVE SPACE TO YRP-BAL-FILLER.
            IF PROOF-FAILED
               MOVE 'NOT PROVEN - CHECK FILE' TO YRP-BAL-TEXT
               DISPLAY 'YEAR-END CLOSE NOT PROVEN - CHECK IDXFILE'
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 'PROVEN'                  TO YRP-BAL-TEXT
               DISPLAY 'YEAR-END CLOSE PROVEN: ' WS-CARRIED-COUNT
                       ' CARRIED ' WS-EXPIRED-COUNT ' EXPIRED'.
            WRITE YRP-BAL-REC.
        H500-END. EXIT.
      *
        WRITE-ONE-DVZ-PROOF.
            MOVE SPACES TO YRP-DVZ-REC.
            MOVE 'CURRENCY '                 TO YRP-DVZ-LABEL.
            MOVE WS-DT-DVZ(WS-DVZ-IDX)       TO YRP-DVZ-DVZ.
            MOVE WS-DT-OPEN-SUM(WS-DVZ-IDX)  TO YRP-DVZ-OPENING.
            MOVE WS-DT-ROLL-SUM(WS-DVZ-IDX)  TO YRP-DVZ-ROLLED.
            MOVE WS-DT-EXP-SUM(WS-DVZ-IDX)   TO YRP-DVZ-EXPIRED.
            MOVE WS-DT-FIN-SUM(WS-DVZ-IDX)   TO YRP-DVZ-NEW-YEAR.
            IF WS-DT-OPEN-SUM(WS-DVZ-IDX) =
                   WS-DT-ROLL-SUM(WS-DVZ-IDX)
                 + WS-DT-EXP-SUM(WS-DVZ-IDX)
               AND WS-DT-OPEN-CNT(WS-DVZ-IDX) =
                   WS-DT-ROLL-CNT(WS-DVZ-IDX)
                 + WS-DT-EXP-CNT(WS-DVZ-IDX)
               AND WS-DT-FIN-SUM(WS-DVZ-IDX) =
                   WS-DT-PRE-SUM(WS-DVZ-IDX)
                 + WS-DT-ROLL-SUM(WS-DVZ-IDX)
               AND WS-DT-FIN-CNT(WS-DVZ-IDX) =
                   WS-DT-PRE-CNT(WS-DVZ-IDX)
                 + WS-DT-ROLL-CNT(WS-DVZ-IDX)
               AND WS-DT-LEFT-CNT(WS-DVZ-IDX) = ZERO
               MOVE 'PROVEN' TO YRP-DVZ-RESULT
            ELSE
               MOVE 'FAILED' TO YRP-DVZ-RESULT
               DISPLAY 'YEAR-END TOTALS DO NOT PROVE FOR CURRENCY '
                       YRP-DVZ-DVZ
               MOVE 'Y' TO WS-PROOF-FAILED.
            WRITE YRP-DVZ-REC.
            MOVE SPACES TO YRP-CNT-REC.
            MOVE 'COUNT    '                 TO YRP-CNT-LABEL.
            MOVE WS-DT-DVZ(WS-DVZ-IDX)       TO YRP-CNT-DVZ.
            MOVE WS-DT-OPEN-CNT(WS-DVZ-IDX)  TO YRP-CNT-OPENING.
            MOVE WS-DT-ROLL-CNT(WS-DVZ-IDX)  TO YRP-CNT-ROLLED.
            MOVE WS-DT-EXP-CNT(WS-DVZ-IDX)   TO YRP-CNT-EXPIRED.
            MOVE WS-DT-FIN-CNT(WS-DVZ-IDX)   TO YRP-CNT-NEW-YEAR.
            WRITE YRP-CNT-REC.
        WRITE-ONE-DVZ-PROOF-END. EXIT.
      *
      * Kapanis oncesi bir hatada dosyalar kapatilir ve is hata
      * koduyla biter.
        ABORT-CLOSE.
            CLOSE IDX-FILE
                  JRN-FILE
                  ARC-FILE
                  YRP-FILE.
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
        ABORT-CLOSE-END. EXIT.
      *
        H600-CLOSE-FILES.
            CLOSE IDX-FILE
                  JRN-FILE
                  ARC-FILE
                  YRP-FILE.
        H600-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM H500-PROVE-CLOSE.
            PERFORM H600-CLOSE-FILES.
        H999-END. EXIT.
