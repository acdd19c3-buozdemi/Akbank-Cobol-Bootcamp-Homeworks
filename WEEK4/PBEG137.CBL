        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG137.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Muhasebe ucret gelirini FEEREG'den, kur farki kar/zararini
      * PBEG124'un REVRPT satirlarindan, butce artis/azalislarini da
      * PBEG106'nin JRNFILE onceki/sonraki goruntulerinden genel
      * muhasebeye elle giriyordu. Bu program is tarihine ait bu
      * uc ciktiyi okur, her kalem turunu (ucret geliri, para birimi
      * basina kur kari/zarari, para birimi basina butce artisi/
      * azalisi) esleme parametre dosyasindaki borc/alacak hesaplarina
      * esler ve baslik/son kayitli bir yevmiye dosyasi yazar.
      * Toplam borc toplam alacaga esit degilse, eslenemeyen bir
      * kalem varsa ya da kaynak toplamlari tutmuyorsa yevmiye
      * dosyasi bos birakilir ve is RETURN-CODE 8 ile biter; JCL'deki
      * COND kosulu dosyanin muhasebeye aktarilmasini durdurur.
      * Eslik eden rapor her yevmiye satirini kaynak toplamlarina
      * baglar.
      * Is tarihi parametresi; PBEG131'in CSDPARM karti ile ayni.
      * Verilmezse kosu tarihi kullanilir.
            SELECT CSD-PARM   ASSIGN TO CSDPARM
                              STATUS  CSD-ST.
      * Muhasebe esleme parametre dosyasi: kalem turu + para birimi
      * icin borc ve alacak hesabi. Bu is icin zorunludur.
            SELECT MAP-FILE   ASSIGN TO GLMAP
                              STATUS  MAP-ST.
      * PBEG111'in ucret defteri; o gun ucret kosusu yoksa JCL'de
      * DUMMY verilebilir.
            SELECT REG-FILE   ASSIGN TO FEEREG
                              STATUS  REG-ST.
      * PBEG124'un yeniden degerleme raporu; yalnizca donem sonu
      * tarihi is tarihine esitse islenir.
            SELECT REV-FILE   ASSIGN TO REVRPT
                              STATUS  REV-ST.
      * PBEG106'nin birikimli denetim gunlugu; yalnizca is tarihinde
      * yazilmis kayitlar islenir.
            SELECT JRN-FILE   ASSIGN TO JRNFILE
                              STATUS  JRN-ST.
      * Muhasebeye aktarilacak yevmiye dosyasi: baslik, borc/alacak
      * satirlari ve kontrol toplamli son kayit.
            SELECT GLJ-FILE   ASSIGN TO GLJRNL
                              STATUS  GLJ-ST.
      * Yevmiye satirlarini kaynak toplamlarina baglayan rapor.
            SELECT GLR-FILE   ASSIGN TO GLRPT
                              STATUS  GLR-ST.
        DATA DIVISION.
        FILE SECTION.
      * Is tarihi karti; PBEG131'deki ile ayni yerlesim.
        FD  CSD-PARM RECORDING MODE F.
        01  CSD-REC.
            05  CSD-DATE             PIC 9(08).
      *
      * Esleme kaydi: GLM-ITEM-TYPE 'FE' ucret geliri, 'FG' kur kari,
      * 'FL' kur zarari, 'BI' butce artisi, 'BD' butce azalisi.
      * GLM-DVZ para birimidir; 999 o kalem turunun tum para
      * birimleri icin varsayilan eslemesidir. Ucret geliri para
      * birimsiz oldugundan 000 ile (veya 999 ile) eslenir.
        FD  MAP-FILE RECORDING MODE F.
        01  MAP-REC.
            05  GLM-ITEM-TYPE        PIC X(02).
            05  GLM-DVZ              PIC 9(03).
            05  GLM-DR-ACCT          PIC X(10).
            05  GLM-CR-ACCT          PIC X(10).
      *
      * Ucret defteri satiri; PBEG111'in REG-REC'i ile ayni yerlesim.
      * Tutarlar duzenlenmis alan oldugundan burada X olarak
      * tanimlanir ve NUMVAL-C ile sayiya cevrilir (PBEG121'in
      * FEEREG okumasi ile ayni kurgu).
        FD  REG-FILE RECORDING MODE F.
        01  REG-REC.
            05  REG-ACCT-NO          PIC X(08).
            05  WS-REG-SPACE-1       PIC X(01).
            05  REG-EXCESS           PIC X(12).
            05  WS-REG-SPACE-2       PIC X(01).
            05  REG-FEE              PIC X(12).
            05  WS-REG-SPACE-3       PIC X(01).
            05  REG-NOTE             PIC X(08).
      *
      * Defterin ilk satiri olan tarih satiri; PBEG143'un okudugu
      * REG-HDR-REC ile ayni yerlesim.
        01  REG-HDR-REC.
            05  REG-HDR-LABEL        PIC X(24).
            05  REG-HDR-DATE         PIC 9(08).
            05  REG-HDR-FILLER       PIC X(11).
      *
      * Defterin sonundaki toplam ucret satiri.
        01  REG-TOT-REC.
            05  REG-TOT-LABEL        PIC X(24).
            05  REG-TOT-AMOUNT       PIC X(17).
            05  REG-TOT-FILLER       PIC X(02).
      *
      * Yeniden degerleme raporu satirlari; PBEG124'un REV-REC,
      * REV-HDR-REC ve REV-TOT-REC'i ile ayni yerlesim (116 byte),
      * tutarlar X olarak.
        FD  REV-FILE RECORDING MODE F.
        01  REV-REC.
            05  REV-DVZ              PIC X(03).
            05  WS-REV-SPACE-1       PIC X(01).
            05  REV-ISO              PIC X(03).
            05  WS-REV-SPACE-2       PIC X(01).
            05  REV-CURNAME          PIC X(20).
            05  WS-REV-SPACE-3       PIC X(01).
            05  REV-HOLDING          PIC X(21).
            05  WS-REV-SPACE-4       PIC X(01).
            05  REV-PRIOR-USD        PIC X(21).
            05  WS-REV-SPACE-5       PIC X(01).
            05  REV-CURRENT-USD      PIC X(21).
            05  WS-REV-SPACE-6       PIC X(01).
            05  REV-GAIN-LOSS        PIC X(21).
      *
        01  REV-HDR-REC.
            05  REV-HDR-TITLE        PIC X(34).
            05  REV-HDR-PRIOR-LBL    PIC X(07).
            05  REV-HDR-PRIOR        PIC X(08).
            05  REV-HDR-CUR-LBL      PIC X(11).
            05  REV-HDR-CURRENT      PIC X(08).
            05  REV-HDR-FILLER       PIC X(48).
      *
        01  REV-TOT-REC.
            05  REV-TOT-LABEL        PIC X(29).
            05  REV-TOT-PRIOR        PIC X(21).
            05  WS-REV-TOT-SPACE-1   PIC X(01).
            05  REV-TOT-CURRENT      PIC X(21).
            05  WS-REV-TOT-SPACE-2   PIC X(01).
            05  REV-TOT-GAIN         PIC X(21).
            05  REV-TOT-FILLER       PIC X(22).
      *
        01  REV-NOTE-REC.
            05  REV-NOTE-DVZ         PIC X(03).
            05  WS-REV-NOTE-SPACE-1  PIC X(01).
            05  REV-NOTE-TEXT        PIC X(40).
            05  REV-NOTE-FILLER      PIC X(72).
      *
      * Denetim gunlugu kaydi; PBEG106'nin JRN-REC'i ile birebir ayni
      * yerlesim (157 byte).
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
      * Yevmiye satiri: 'GD', satir no, muhasebe hesabi, borc ('D')
      * veya alacak ('C'), pozitif tutar, para birimi, kalem turu ve
      * aciklama. Ucret ve kur farki satirlari USD, butce satirlari
      * kendi para birimindedir.
        FD  GLJ-FILE RECORDING MODE F.
        01  GLJ-REC.
            05  GLJ-REC-TYPE         PIC X(02).
            05  GLJ-LINE-NO          PIC 9(05).
            05  GLJ-GL-ACCT          PIC X(10).
            05  GLJ-DR-CR            PIC X(01).
            05  GLJ-AMOUNT           PIC 9(13)V99.
            05  GLJ-DVZ              PIC 9(03).
            05  GLJ-ITEM-TYPE        PIC X(02).
            05  GLJ-DESC             PIC X(30).
            05  GLJ-FILLER           PIC X(12).
      *
      * GLJ-FILE'in ayni FD'sine bagli baslik ve son kayitlari; tum
      * gorunumler GLJ-REC ile ayni uzunluga (80 byte) tamamlanir.
        01  GLJ-HDR-REC.
            05  GLJ-HDR-TYPE         PIC X(02).
            05  GLJ-HDR-BUS-DATE     PIC 9(08).
            05  GLJ-HDR-SOURCE       PIC X(08).
            05  GLJ-HDR-RUN-DATE     PIC 9(08).
            05  GLJ-HDR-FILLER       PIC X(54).
      *
        01  GLJ-TRL-REC.
            05  GLJ-TRL-TYPE         PIC X(02).
            05  GLJ-TRL-LINE-COUNT   PIC 9(07).
            05  GLJ-TRL-TOTAL-DR     PIC 9(15)V99.
            05  GLJ-TRL-TOTAL-CR     PIC 9(15)V99.
            05  GLJ-TRL-FILLER       PIC X(37).
      *
      * Rapor detay satiri: yevmiye satirinin kendisi ve kaynagi
      * (kaynak dosya, kalem aciklamasi ve kaynak kayit adedi).
        FD  GLR-FILE RECORDING MODE F.
        01  GLR-REC.
            05  GLR-LINE-NO          PIC ZZZZ9.
            05  WS-GLR-SPACE-1       PIC X(01) VALUE SPACE.
            05  GLR-ITEM-TYPE        PIC X(02).
            05  WS-GLR-SPACE-2       PIC X(01) VALUE SPACE.
            05  GLR-DVZ              PIC 9(03).
            05  WS-GLR-SPACE-3       PIC X(01) VALUE SPACE.
            05  GLR-GL-ACCT          PIC X(10).
            05  WS-GLR-SPACE-4       PIC X(01) VALUE SPACE.
            05  GLR-DR-CR            PIC X(02).
            05  WS-GLR-SPACE-5       PIC X(01) VALUE SPACE.
            05  GLR-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-GLR-SPACE-6       PIC X(01) VALUE SPACE.
            05  GLR-SRC-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05  WS-GLR-SPACE-7       PIC X(01) VALUE SPACE.
            05  GLR-SOURCE           PIC X(20).
      *
      * GLR-FILE'in ayni FD'sine bagli baslik, baglama, eslenemeyen
      * kalem ve ozet kayitlari; GLR-REC ile ayni uzunluga (81 byte)
      * tamamlanir.
        01  GLR-HDR-REC.
            05  GLR-HDR-TITLE        PIC X(30).
            05  GLR-HDR-DATE         PIC 9(08).
            05  GLR-HDR-FILLER       PIC X(43).
      *
        01  GLR-TIE-REC.
            05  GLR-TIE-LABEL        PIC X(30).
            05  GLR-TIE-SOURCE       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-GLR-TIE-SPACE-1   PIC X(01) VALUE SPACE.
            05  GLR-TIE-POSTED       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-GLR-TIE-SPACE-2   PIC X(01) VALUE SPACE.
            05  GLR-TIE-RESULT       PIC X(07).
      *
        01  GLR-UNM-REC.
            05  GLR-UNM-LABEL        PIC X(30).
            05  GLR-UNM-ITEM-TYPE    PIC X(02).
            05  WS-GLR-UNM-SPACE-1   PIC X(01) VALUE SPACE.
            05  GLR-UNM-DVZ          PIC 9(03).
            05  WS-GLR-UNM-SPACE-2   PIC X(01) VALUE SPACE.
            05  GLR-UNM-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  GLR-UNM-FILLER       PIC X(23).
      *
        01  GLR-SUM-REC.
            05  GLR-SUM-LABEL        PIC X(30).
            05  GLR-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05  GLR-SUM-FILLER       PIC X(40).
      *
        01  GLR-MSG-REC.
            05  GLR-MSG-TEXT         PIC X(60).
            05  GLR-MSG-FILLER       PIC X(21).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 CSD-ST            PIC 9(02).
               88 CSD-SUCCESS               VALUE 00 97.
            05 MAP-ST            PIC 9(02).
               88 MAP-EOF                   VALUE 10.
               88 MAP-SUCCESS               VALUE 00 97.
            05 REG-ST            PIC 9(02).
               88 REG-EOF                   VALUE 10.
               88 REG-SUCCESS               VALUE 00 97.
            05 REV-ST            PIC 9(02).
               88 REV-EOF                   VALUE 10.
               88 REV-SUCCESS               VALUE 00 97.
            05 JRN-ST            PIC 9(02).
               88 JRN-EOF                   VALUE 10.
               88 JRN-SUCCESS               VALUE 00 97.
            05 GLJ-ST            PIC 9(02).
               88 GLJ-SUCCESS               VALUE 00 97.
            05 GLR-ST            PIC 9(02).
               88 GLR-SUCCESS               VALUE 00 97.
            05 WS-BUSINESS-DATE  PIC 9(08) VALUE ZERO.
            05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
      *
      * Kaynak durum bayraklari: kaynak verildi mi, REVRPT is
      * tarihine mi ait, toplam satirlari goruldu mu.
        01  SOURCE-CONTROL-AREA.
            05 WS-FEE-PROVIDED   PIC X VALUE 'N'.
               88 FEE-PROVIDED              VALUE 'Y'.
            05 WS-FEE-TOT-SEEN   PIC X VALUE 'N'.
               88 FEE-TOT-SEEN              VALUE 'Y'.
      * WS-FEE-FOR-DATE o an okunan defterin is tarihine ait olup
      * olmadigini, WS-FEE-DATE-SEEN is tarihli bir defterin alinip
      * alinmadigini gosterir.
            05 WS-FEE-FOR-DATE   PIC X VALUE 'N'.
               88 FEE-FOR-DATE              VALUE 'Y'.
            05 WS-FEE-DATE-SEEN  PIC X VALUE 'N'.
               88 FEE-DATE-SEEN             VALUE 'Y'.
            05 WS-REV-PROVIDED   PIC X VALUE 'N'.
               88 REV-PROVIDED              VALUE 'Y'.
            05 WS-REV-FOR-DATE   PIC X VALUE 'N'.
               88 REV-FOR-DATE              VALUE 'Y'.
            05 WS-REV-TOT-SEEN   PIC X VALUE 'N'.
               88 REV-TOT-SEEN              VALUE 'Y'.
            05 WS-JRN-PROVIDED   PIC X VALUE 'N'.
               88 JRN-PROVIDED              VALUE 'Y'.
            05 WS-RELEASE-OK     PIC X VALUE 'Y'.
               88 RELEASE-OK                VALUE 'Y'.
      *
      * Esleme tablosu. LOAD-MAP-TABLE program basinda GLMAP'ten
      * doldurur.
        01  WS-MAP-TABLE.
            05  WS-MAP-COUNT       PIC S9(04) COMP VALUE ZERO.
            05  WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-MAP-IDX.
                10  WS-MAP-TYPE    PIC X(02).
                10  WS-MAP-DVZ     PIC 9(03).
                10  WS-MAP-DR      PIC X(10).
                10  WS-MAP-CR      PIC X(10).
            05  WS-MAP-FOUND       PIC X VALUE 'N'.
               88 MAP-FOUND                 VALUE 'Y'.
            05  WS-MAP-ARG-DVZ     PIC 9(03) VALUE ZERO.
      *
      * Kalem toplamlari tablosu: kalem turu + para birimi basina
      * toplanan tutar ve kaynak kayit adedi. Kaynaklar okunurken
      * doldurulur; yevmiye satirlari dosya sonunda bu tablodan
      * kurulur.
        01  WS-ITEM-TABLE.
            05  WS-ITEM-COUNT      PIC S9(04) COMP VALUE ZERO.
            05  WS-ITEM-ENTRY OCCURS 200 TIMES INDEXED BY WS-ITEM-IDX.
                10  WS-ITEM-TYPE   PIC X(02).
                10  WS-ITEM-DVZ    PIC 9(03).
                10  WS-ITEM-AMOUNT PIC S9(15)V99 COMP-3.
                10  WS-ITEM-SRCCNT PIC S9(9) COMP-3.
            05  WS-ITEM-SUB        PIC S9(04) COMP VALUE ZERO.
            05  WS-ITEM-FOUND      PIC X VALUE 'N'.
               88 ITEM-FOUND                VALUE 'Y'.
            05  WS-ARG-TYPE        PIC X(02) VALUE SPACE.
            05  WS-ARG-DVZ         PIC 9(03) VALUE ZERO.
            05  WS-ARG-AMOUNT      PIC S9(15)V99 COMP-3 VALUE ZERO.
      *
      * Yevmiye satirlari tablosu: her eslenmis kalem bir borc ve
      * bir alacak satiri uretir. Dosya yalnizca denetimler tuttugu
      * takdirde bu tablodan yazilir.
        01  WS-LINE-TABLE.
            05  WS-LINE-COUNT      PIC S9(04) COMP VALUE ZERO.
            05  WS-LINE-ENTRY OCCURS 400 TIMES INDEXED BY WS-LINE-IDX.
                10  WS-LINE-ACCT   PIC X(10).
                10  WS-LINE-DR-CR  PIC X(01).
                10  WS-LINE-AMOUNT PIC 9(13)V99 COMP-3.
                10  WS-LINE-DVZ    PIC 9(03).
                10  WS-LINE-TYPE   PIC X(02).
                10  WS-LINE-DESC   PIC X(30).
      *
      * Kaynak ve yevmiye kontrol toplamlari, sayaclar.
        01  GL-CALC-AREA.
            05 WS-AMOUNT         PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-FEE-DETAIL     PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-FEE-REG-TOTAL  PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-FEE-POSTED     PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-REV-REG-TOTAL  PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-REV-POSTED     PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-JRN-NET        PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-BUD-POSTED     PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-TOTAL-DR       PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-TOTAL-CR       PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-FEE-READ-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-REV-READ-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-JRN-READ-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-JRN-DATE-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-UNMAPPED-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-TIE-SOURCE     PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-TIE-POSTED     PIC S9(15)V99 COMP-3 VALUE ZERO.
            05 WS-DESC           PIC X(30) VALUE SPACE.
            05 WS-SOURCE         PIC X(20) VALUE SPACE.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            PERFORM H200-READ-FEE-REGISTER.
            PERFORM H210-READ-REVALUATION.
            PERFORM H220-READ-JOURNAL.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
        H100-OPEN-FILES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
            OPEN OUTPUT GLJ-FILE.
            OPEN OUTPUT GLR-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM READ-DATE-PARM.
            PERFORM LOAD-MAP-TABLE.
            PERFORM WRITE-REPORT-HEADING.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (GLJ-SUCCESS AND GLR-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' GLJ: ' GLJ-ST ' GLR: ' GLR-ST
               IF GLJ-SUCCESS THEN CLOSE GLJ-FILE
               IF GLR-SUCCESS THEN CLOSE GLR-FILE
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
      * Esleme dosyasi bu is icin zorunludur: eslemesiz hicbir kalem
      * muhasebeye aktarilamayacagi icin dosya acilamazsa is acik
      * bir mesajla durdurulur.
        LOAD-MAP-TABLE.
            OPEN INPUT MAP-FILE
            IF NOT MAP-SUCCESS
               DISPLAY 'GL MAPPING FILE NOT OPENED, MAP-ST: ' MAP-ST
               PERFORM ABORT-GL-RUN.
            PERFORM UNTIL MAP-EOF
                READ MAP-FILE
                    AT END CONTINUE
                    NOT AT END PERFORM LOAD-ONE-MAP
                END-READ
            END-PERFORM
            CLOSE MAP-FILE.
        LOAD-MAP-TABLE-END. EXIT.
      *
        LOAD-ONE-MAP.
            IF WS-MAP-COUNT < 200
               ADD 1 TO WS-MAP-COUNT
               MOVE GLM-ITEM-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
               MOVE GLM-DVZ       TO WS-MAP-DVZ(WS-MAP-COUNT)
               MOVE GLM-DR-ACCT   TO WS-MAP-DR(WS-MAP-COUNT)
               MOVE GLM-CR-ACCT   TO WS-MAP-CR(WS-MAP-COUNT)
            ELSE
               DISPLAY 'GL MAPPING TABLE FULL, ENTRY IGNORED: '
                       GLM-ITEM-TYPE ' ' GLM-DVZ.
        LOAD-ONE-MAP-END. EXIT.
      *
      * Yevmiye dosyasi bos birakilarak is durdurulur.
        ABORT-GL-RUN.
            CLOSE GLJ-FILE
                  GLR-FILE.
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
        ABORT-GL-RUN-END. EXIT.
      *
        WRITE-REPORT-HEADING.
            MOVE SPACES TO GLR-HDR-REC.
            MOVE 'GL INTERFACE - BUSINESS DATE:' TO GLR-HDR-TITLE.
            MOVE WS-BUSINESS-DATE TO GLR-HDR-DATE.
            WRITE GLR-HDR-REC.
        WRITE-REPORT-HEADING-END. EXIT.
      *
      * Ucret defteri okunur: ASSESSED detay satirlari ucret geliri
      * kalemine toplanir, defter sonundaki TOTAL FEES ASSESSED
      * satiri baglama icin kaynak toplami olarak saklanir. NO TIER
      * satirlari ucret tasimaz. REVRPT'te oldugu gibi yalnizca tarih
      * satiri is tarihine esit olan defter islenir; eski bir defter
      * veya ayni tarihin arkaya eklenmis ikinci defteri atlanir ki
      * ucret geliri iki kez aktarilmasin.
        H200-READ-FEE-REGISTER.
            OPEN INPUT REG-FILE
            IF NOT REG-SUCCESS
               DISPLAY 'FEEREG NOT PROVIDED - NO FEE ENTRIES'
            ELSE
               MOVE 'Y' TO WS-FEE-PROVIDED
               PERFORM UNTIL REG-EOF
                   READ REG-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM H205-TAKE-ONE-FEE
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
               IF NOT FEE-DATE-SEEN
                  DISPLAY 'FEEREG NOT FOR BUSINESS DATE - SKIPPED'.
        H200-END. EXIT.
      *
        H205-TAKE-ONE-FEE.
            IF REG-HDR-LABEL = 'FEE REGISTER DATE:'
               PERFORM H207-CHECK-FEE-DATE
            ELSE
               IF FEE-FOR-DATE
                  IF REG-TOT-LABEL = 'TOTAL FEES ASSESSED:'
                     MOVE 'Y' TO WS-FEE-TOT-SEEN
                     COMPUTE WS-FEE-REG-TOTAL =
                         FUNCTION NUMVAL-C(REG-TOT-AMOUNT)
                  ELSE
                     IF REG-NOTE = 'ASSESSED'
                        ADD 1 TO WS-FEE-READ-COUNT
                        COMPUTE WS-AMOUNT = FUNCTION NUMVAL-C(REG-FEE)
                        ADD WS-AMOUNT TO WS-FEE-DETAIL
                        MOVE 'FE'      TO WS-ARG-TYPE
                        MOVE ZERO      TO WS-ARG-DVZ
                        MOVE WS-AMOUNT TO WS-ARG-AMOUNT
                        PERFORM ADD-TO-ITEM.
        H205-END. EXIT.
      *
      * Tarih satiri: is tarihine esit ilk defter alinir, digerleri
      * kendi tarih satirindan bir sonrakine kadar atlanir.
        H207-CHECK-FEE-DATE.
            MOVE 'N' TO WS-FEE-FOR-DATE.
            IF REG-HDR-DATE NUMERIC
               AND REG-HDR-DATE = WS-BUSINESS-DATE
               IF FEE-DATE-SEEN
                  DISPLAY 'FEEREG DUPLICATE REGISTER FOR '
                          WS-BUSINESS-DATE ' - SKIPPED'
               ELSE
                  MOVE 'Y' TO WS-FEE-FOR-DATE
                  MOVE 'Y' TO WS-FEE-DATE-SEEN.
        H207-END. EXIT.
      *
      * Yeniden degerleme raporu okunur. Rapor yalnizca basligindaki
      * icinde bulunulan donem sonu tarihi is tarihine esitse
      * islenir; aksi halde onceki bir ayin raporu ikinci kez
      * aktarilmasin diye tumuyle atlanir. Para birimi satirindaki
      * kar/zarar isaretine gore kur kari veya kur zarari kalemine
      * toplanir; kur bulunamadigi icin degerlenmeyen para birimi
      * not satiri tasir ve atlanir.
        H210-READ-REVALUATION.
            OPEN INPUT REV-FILE
            IF NOT REV-SUCCESS
               DISPLAY 'REVRPT NOT PROVIDED - NO FX ENTRIES'
            ELSE
               MOVE 'Y' TO WS-REV-PROVIDED
               PERFORM UNTIL REV-EOF
                   READ REV-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM H215-TAKE-ONE-REV
                   END-READ
               END-PERFORM
               CLOSE REV-FILE
               IF NOT REV-FOR-DATE
                  DISPLAY 'REVRPT NOT FOR BUSINESS DATE - SKIPPED'.
        H210-END. EXIT.
      *
        H215-TAKE-ONE-REV.
            IF REV-HDR-TITLE = 'CURRENCY REVALUATION GAIN/LOSS'
               IF REV-HDR-CURRENT = WS-BUSINESS-DATE
                  MOVE 'Y' TO WS-REV-FOR-DATE
               ELSE
                  MOVE 'N' TO WS-REV-FOR-DATE
               END-IF
            ELSE
               IF REV-FOR-DATE
                  IF REV-TOT-LABEL = 'GRAND TOTAL (USD):'
                     MOVE 'Y' TO WS-REV-TOT-SEEN
                     COMPUTE WS-REV-REG-TOTAL =
                         FUNCTION NUMVAL-C(REV-TOT-GAIN)
                  ELSE
                     IF REV-DVZ IS NUMERIC
                        AND REV-NOTE-TEXT(1:7) NOT = 'NO RATE'
                           PERFORM H217-TAKE-ONE-CURRENCY.
        H215-END. EXIT.
      *
        H217-TAKE-ONE-CURRENCY.
            ADD 1 TO WS-REV-READ-COUNT.
            COMPUTE WS-AMOUNT = FUNCTION NUMVAL-C(REV-GAIN-LOSS).
            MOVE REV-DVZ TO WS-ARG-DVZ.
            IF WS-AMOUNT < ZERO
               MOVE 'FL' TO WS-ARG-TYPE
               COMPUTE WS-ARG-AMOUNT = ZERO - WS-AMOUNT
            ELSE
               MOVE 'FG' TO WS-ARG-TYPE
               MOVE WS-AMOUNT TO WS-ARG-AMOUNT.
            PERFORM ADD-TO-ITEM.
        H217-END. EXIT.
      *
      * Denetim gunlugu okunur; is tarihinde yazilmis her kayit icin
      * butce farki (sonraki - onceki goruntu) hesaplanir. ADD'de
      * onceki, DELETE'de sonraki butce sifirdir. Artis butce artisi,
      * azalis butce azalisi kalemine para birimi basina toplanir;
      * butceyi degistirmeyen islem (orn. yalnizca ad degisikligi)
      * kalem uretmez.
        H220-READ-JOURNAL.
            OPEN INPUT JRN-FILE
            IF NOT JRN-SUCCESS
               DISPLAY 'JRNFILE NOT PROVIDED - NO BUDGET ENTRIES'
            ELSE
               MOVE 'Y' TO WS-JRN-PROVIDED
               PERFORM UNTIL JRN-EOF
                   READ JRN-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM H225-TAKE-ONE-JRN
                   END-READ
               END-PERFORM
               CLOSE JRN-FILE.
        H220-END. EXIT.
      *
        H225-TAKE-ONE-JRN.
            ADD 1 TO WS-JRN-READ-COUNT.
            IF JRN-RUN-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-JRN-DATE-COUNT
               COMPUTE WS-AMOUNT = JRN-NEW-BUDGET - JRN-OLD-BUDGET
               ADD WS-AMOUNT TO WS-JRN-NET
               MOVE JRN-DVZ TO WS-ARG-DVZ
               IF WS-AMOUNT > ZERO
                  MOVE 'BI' TO WS-ARG-TYPE
                  MOVE WS-AMOUNT TO WS-ARG-AMOUNT
                  PERFORM ADD-TO-ITEM
               ELSE
                  IF WS-AMOUNT < ZERO
                     MOVE 'BD' TO WS-ARG-TYPE
                     COMPUTE WS-ARG-AMOUNT = ZERO - WS-AMOUNT
                     PERFORM ADD-TO-ITEM.
        H225-END. EXIT.
      *
      * WS-ARG-TYPE + WS-ARG-DVZ kalemini bulur (yoksa ekler) ve
      * WS-ARG-AMOUNT'u toplar. Tablo dolarsa eksik bir yevmiye
      * aktarilmasin diye is durdurulur.
        ADD-TO-ITEM.
            MOVE 'N' TO WS-ITEM-FOUND.
            PERFORM TRY-ONE-ITEM
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-COUNT OR ITEM-FOUND.
            IF NOT ITEM-FOUND
               IF WS-ITEM-COUNT < 200
                  ADD 1 TO WS-ITEM-COUNT
                  MOVE WS-ITEM-COUNT TO WS-ITEM-SUB
                  MOVE WS-ARG-TYPE TO WS-ITEM-TYPE(WS-ITEM-SUB)
                  MOVE WS-ARG-DVZ  TO WS-ITEM-DVZ(WS-ITEM-SUB)
                  MOVE ZERO        TO WS-ITEM-AMOUNT(WS-ITEM-SUB)
                  MOVE ZERO        TO WS-ITEM-SRCCNT(WS-ITEM-SUB)
               ELSE
                  DISPLAY 'GL ITEM TABLE FULL AT ' WS-ARG-TYPE ' '
                          WS-ARG-DVZ
                  PERFORM ABORT-GL-RUN.
            ADD WS-ARG-AMOUNT TO WS-ITEM-AMOUNT(WS-ITEM-SUB).
            ADD 1             TO WS-ITEM-SRCCNT(WS-ITEM-SUB).
        ADD-TO-ITEM-END. EXIT.
      *
        TRY-ONE-ITEM.
            IF WS-ITEM-TYPE(WS-ITEM-IDX) = WS-ARG-TYPE
               AND WS-ITEM-DVZ(WS-ITEM-IDX) = WS-ARG-DVZ
                  SET WS-ITEM-SUB TO WS-ITEM-IDX
                  MOVE 'Y' TO WS-ITEM-FOUND.
        TRY-ONE-ITEM-END. EXIT.
      *
      * Her kalem icin esleme aranir: once kalem turu + para birimi,
      * bulunamazsa kalem turu + 999 varsayilani. Eslenen kalem bir
      * borc ve bir alacak satiri uretir; eslenemeyen kalem raporda
      * gosterilir ve yevmiye aktarilmaz. Tutari sifir olan kalem
      * satir uretmez.
        H300-BUILD-LINES.
            PERFORM H310-BUILD-ONE-ITEM
                VARYING WS-ITEM-IDX FROM 1 BY 1
                UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
        H300-END. EXIT.
      *
        H310-BUILD-ONE-ITEM.
            IF WS-ITEM-AMOUNT(WS-ITEM-IDX) NOT = ZERO
               MOVE WS-ITEM-DVZ(WS-ITEM-IDX) TO WS-MAP-ARG-DVZ
               PERFORM LOOKUP-MAP
               IF NOT MAP-FOUND
                  MOVE 999 TO WS-MAP-ARG-DVZ
                  PERFORM LOOKUP-MAP
               END-IF
               IF MAP-FOUND
                  PERFORM DESCRIBE-ITEM
                  PERFORM ADD-POSTED-TOTAL
                  MOVE 'D' TO WS-LINE-DR-CR(WS-LINE-COUNT + 1)
                  MOVE WS-MAP-DR(WS-MAP-IDX)
                           TO WS-LINE-ACCT(WS-LINE-COUNT + 1)
                  PERFORM ADD-ONE-LINE
                  MOVE 'C' TO WS-LINE-DR-CR(WS-LINE-COUNT + 1)
                  MOVE WS-MAP-CR(WS-MAP-IDX)
                           TO WS-LINE-ACCT(WS-LINE-COUNT + 1)
                  PERFORM ADD-ONE-LINE
               ELSE
                  PERFORM WRITE-UNMAPPED-LINE.
        H310-END. EXIT.
      *
        LOOKUP-MAP.
            MOVE 'N' TO WS-MAP-FOUND.
            SET WS-MAP-IDX TO 1.
            IF WS-MAP-COUNT > ZERO
               SEARCH WS-MAP-ENTRY
                   AT END CONTINUE
                   WHEN WS-MAP-IDX > WS-MAP-COUNT
                       CONTINUE
                   WHEN WS-MAP-TYPE(WS-MAP-IDX) =
                                        WS-ITEM-TYPE(WS-ITEM-IDX)
                    AND WS-MAP-DVZ(WS-MAP-IDX) = WS-MAP-ARG-DVZ
                       MOVE 'Y' TO WS-MAP-FOUND
               END-SEARCH.
        LOOKUP-MAP-END. EXIT.
      *
      * Kalem turunun yevmiye aciklamasi ve raporda gosterilen
      * kaynagi.
        DESCRIBE-ITEM.
            EVALUATE WS-ITEM-TYPE(WS-ITEM-IDX)
                WHEN 'FE'
                    MOVE 'FEE INCOME'          TO WS-DESC
                    MOVE 'FEEREG ASSESSED'     TO WS-SOURCE
                WHEN 'FG'
                    MOVE 'FX REVALUATION GAIN' TO WS-DESC
                    MOVE 'REVRPT GAIN'         TO WS-SOURCE
                WHEN 'FL'
                    MOVE 'FX REVALUATION LOSS' TO WS-DESC
                    MOVE 'REVRPT LOSS'         TO WS-SOURCE
                WHEN 'BI'
                    MOVE 'BUDGET INCREASE'     TO WS-DESC
                    MOVE 'JRNFILE INCREASE'    TO WS-SOURCE
                WHEN OTHER
                    MOVE 'BUDGET DECREASE'     TO WS-DESC
                    MOVE 'JRNFILE DECREASE'    TO WS-SOURCE
            END-EVALUATE.
        DESCRIBE-ITEM-END. EXIT.
      *
      * Kaynak baglamasi icin kalem turu basina aktarilan tutar:
      * kur zarari ve butce azalisi eksi yonde toplanir ki net tutar
      * kaynak raporun net toplamiyla karsilastirilabilsin.
        ADD-POSTED-TOTAL.
            EVALUATE WS-ITEM-TYPE(WS-ITEM-IDX)
                WHEN 'FE'
                    ADD WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-FEE-POSTED
                WHEN 'FG'
                    ADD WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-REV-POSTED
                WHEN 'FL'
                    SUBTRACT WS-ITEM-AMOUNT(WS-ITEM-IDX)
                        FROM WS-REV-POSTED
                WHEN 'BI'
                    ADD WS-ITEM-AMOUNT(WS-ITEM-IDX) TO WS-BUD-POSTED
                WHEN OTHER
                    SUBTRACT WS-ITEM-AMOUNT(WS-ITEM-IDX)
                        FROM WS-BUD-POSTED
            END-EVALUATE.
        ADD-POSTED-TOTAL-END. EXIT.
      *
      * Hesabi ve borc/alacak yonu onceden doldurulan satir tabloya
      * eklenir, borc ve alacak toplamlari satirlardan ayri ayri
      * biriktirilir ve satir rapora yazilir.
        ADD-ONE-LINE.
            ADD 1 TO WS-LINE-COUNT.
            MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX)
                                TO WS-LINE-AMOUNT(WS-LINE-COUNT).
            MOVE WS-ITEM-DVZ(WS-ITEM-IDX)
                                TO WS-LINE-DVZ(WS-LINE-COUNT).
            MOVE WS-ITEM-TYPE(WS-ITEM-IDX)
                                TO WS-LINE-TYPE(WS-LINE-COUNT).
            MOVE WS-DESC        TO WS-LINE-DESC(WS-LINE-COUNT).
            IF WS-LINE-DR-CR(WS-LINE-COUNT) = 'D'
               ADD WS-LINE-AMOUNT(WS-LINE-COUNT) TO WS-TOTAL-DR
               MOVE 'DR' TO GLR-DR-CR
            ELSE
               ADD WS-LINE-AMOUNT(WS-LINE-COUNT) TO WS-TOTAL-CR
               MOVE 'CR' TO GLR-DR-CR.
            MOVE WS-LINE-COUNT TO GLR-LINE-NO.
            MOVE WS-LINE-TYPE(WS-LINE-COUNT)   TO GLR-ITEM-TYPE.
            MOVE WS-LINE-DVZ(WS-LINE-COUNT)    TO GLR-DVZ.
            MOVE WS-LINE-ACCT(WS-LINE-COUNT)   TO GLR-GL-ACCT.
            MOVE WS-LINE-AMOUNT(WS-LINE-COUNT) TO GLR-AMOUNT.
            MOVE WS-ITEM-SRCCNT(WS-ITEM-IDX)   TO GLR-SRC-COUNT.
            MOVE WS-SOURCE                     TO GLR-SOURCE.
            MOVE SPACE TO WS-GLR-SPACE-1.
            MOVE SPACE TO WS-GLR-SPACE-2.
            MOVE SPACE TO WS-GLR-SPACE-3.
            MOVE SPACE TO WS-GLR-SPACE-4.
            MOVE SPACE TO WS-GLR-SPACE-5.
            MOVE SPACE TO WS-GLR-SPACE-6.
            MOVE SPACE TO WS-GLR-SPACE-7.
            WRITE GLR-REC.
        ADD-ONE-LINE-END. EXIT.
      *
        WRITE-UNMAPPED-LINE.
            ADD 1 TO WS-UNMAPPED-COUNT.
            MOVE 'N' TO WS-RELEASE-OK.
            MOVE SPACES TO GLR-UNM-REC.
            MOVE 'NO GL MAPPING - NOT POSTED:' TO GLR-UNM-LABEL.
            MOVE WS-ITEM-TYPE(WS-ITEM-IDX)   TO GLR-UNM-ITEM-TYPE.
            MOVE WS-ITEM-DVZ(WS-ITEM-IDX)    TO GLR-UNM-DVZ.
            MOVE WS-ITEM-AMOUNT(WS-ITEM-IDX) TO GLR-UNM-AMOUNT.
            WRITE GLR-UNM-REC.
        WRITE-UNMAPPED-LINE-END. EXIT.
      *
      * Baglama bolumu: her kaynagin kendi toplami aktarilan net
      * tutarla karsilastirilir. FEEREG'in toplam satiri detay
      * satirlarinin toplamina da esit olmalidir; eksik toplam satiri
      * kesik bir dosyaya isaret ettigi icin tutmaz sayilir. Kaynak
      * verilmediyse baglama satiri yazilmaz.
        H320-TIE-BACK.
            IF FEE-DATE-SEEN
               MOVE 'FEEREG DETAIL VS TOTAL LINE:' TO GLR-TIE-LABEL
               MOVE WS-FEE-DETAIL    TO WS-TIE-SOURCE
               MOVE WS-FEE-REG-TOTAL TO WS-TIE-POSTED
               IF NOT FEE-TOT-SEEN
                  MOVE 'N' TO WS-RELEASE-OK
                  DISPLAY 'FEEREG TOTAL LINE MISSING'
               END-IF
               PERFORM WRITE-TIE-LINE
               MOVE 'FEEREG TOTAL VS FEE INCOME:' TO GLR-TIE-LABEL
               MOVE WS-FEE-REG-TOTAL TO WS-TIE-SOURCE
               MOVE WS-FEE-POSTED    TO WS-TIE-POSTED
               PERFORM WRITE-TIE-LINE.
            IF REV-FOR-DATE
               MOVE 'REVRPT GAIN VS FX NET POSTED:' TO GLR-TIE-LABEL
               MOVE WS-REV-REG-TOTAL TO WS-TIE-SOURCE
               MOVE WS-REV-POSTED    TO WS-TIE-POSTED
               IF NOT REV-TOT-SEEN
                  MOVE 'N' TO WS-RELEASE-OK
                  DISPLAY 'REVRPT GRAND TOTAL LINE MISSING'
               END-IF
               PERFORM WRITE-TIE-LINE.
            IF JRN-PROVIDED
               MOVE 'JRNFILE NET VS BUDGET POSTED:' TO GLR-TIE-LABEL
               MOVE WS-JRN-NET    TO WS-TIE-SOURCE
               MOVE WS-BUD-POSTED TO WS-TIE-POSTED
               PERFORM WRITE-TIE-LINE.
            MOVE 'TOTAL DEBITS VS CREDITS:' TO GLR-TIE-LABEL.
            MOVE WS-TOTAL-DR TO WS-TIE-SOURCE.
            MOVE WS-TOTAL-CR TO WS-TIE-POSTED.
            PERFORM WRITE-TIE-LINE.
        H320-END. EXIT.
      *
        WRITE-TIE-LINE.
            MOVE WS-TIE-SOURCE TO GLR-TIE-SOURCE.
            MOVE WS-TIE-POSTED TO GLR-TIE-POSTED.
            IF WS-TIE-SOURCE = WS-TIE-POSTED
               MOVE 'TIES'   TO GLR-TIE-RESULT
            ELSE
               MOVE 'NO TIE' TO GLR-TIE-RESULT
               MOVE 'N' TO WS-RELEASE-OK.
            MOVE SPACE TO WS-GLR-TIE-SPACE-1.
            MOVE SPACE TO WS-GLR-TIE-SPACE-2.
            WRITE GLR-TIE-REC.
        WRITE-TIE-LINE-END. EXIT.
      *
      * Yevmiye dosyasi yalnizca tum denetimler tuttugunda yazilir:
      * baslik, satir tablosundaki her satir ve kontrol toplamli son
      * kayit.
        H330-WRITE-JOURNAL.
            MOVE SPACES           TO GLJ-HDR-REC.
            MOVE 'GH'             TO GLJ-HDR-TYPE.
            MOVE WS-BUSINESS-DATE TO GLJ-HDR-BUS-DATE.
            MOVE 'PBEG137'        TO GLJ-HDR-SOURCE.
            MOVE WS-RUN-DATE      TO GLJ-HDR-RUN-DATE.
            WRITE GLJ-HDR-REC.
            PERFORM H335-WRITE-ONE-LINE
                VARYING WS-LINE-IDX FROM 1 BY 1
                UNTIL WS-LINE-IDX > WS-LINE-COUNT.
            MOVE SPACES        TO GLJ-TRL-REC.
            MOVE 'GT'          TO GLJ-TRL-TYPE.
            MOVE WS-LINE-COUNT TO GLJ-TRL-LINE-COUNT.
            MOVE WS-TOTAL-DR   TO GLJ-TRL-TOTAL-DR.
            MOVE WS-TOTAL-CR   TO GLJ-TRL-TOTAL-CR.
            WRITE GLJ-TRL-REC.
        H330-END. EXIT.
      *
        H335-WRITE-ONE-LINE.
            MOVE SPACES TO GLJ-REC.
            MOVE 'GD'   TO GLJ-REC-TYPE.
            SET GLJ-LINE-NO TO WS-LINE-IDX.
            MOVE WS-LINE-ACCT(WS-LINE-IDX)   TO GLJ-GL-ACCT.
            MOVE WS-LINE-DR-CR(WS-LINE-IDX)  TO GLJ-DR-CR.
            MOVE WS-LINE-AMOUNT(WS-LINE-IDX) TO GLJ-AMOUNT.
            MOVE WS-LINE-DVZ(WS-LINE-IDX)    TO GLJ-DVZ.
            MOVE WS-LINE-TYPE(WS-LINE-IDX)   TO GLJ-ITEM-TYPE.
            MOVE WS-LINE-DESC(WS-LINE-IDX)   TO GLJ-DESC.
            WRITE GLJ-REC.
        H335-END. EXIT.
      *
        H340-WRITE-SUMMARY.
            MOVE SPACES TO GLR-SUM-REC.
            MOVE 'FEEREG ASSESSED LINES READ:' TO GLR-SUM-LABEL.
            MOVE WS-FEE-READ-COUNT TO GLR-SUM-COUNT.
            WRITE GLR-SUM-REC.
            MOVE 'REVRPT CURRENCY LINES READ:' TO GLR-SUM-LABEL.
            MOVE WS-REV-READ-COUNT TO GLR-SUM-COUNT.
            WRITE GLR-SUM-REC.
            MOVE 'JRNFILE RECORDS READ:' TO GLR-SUM-LABEL.
            MOVE WS-JRN-READ-COUNT TO GLR-SUM-COUNT.
            WRITE GLR-SUM-REC.
            MOVE 'JRNFILE RECORDS FOR DATE:' TO GLR-SUM-LABEL.
            MOVE WS-JRN-DATE-COUNT TO GLR-SUM-COUNT.
            WRITE GLR-SUM-REC.
            MOVE 'ITEMS WITHOUT GL MAPPING:' TO GLR-SUM-LABEL.
            MOVE WS-UNMAPPED-COUNT TO GLR-SUM-COUNT.
            WRITE GLR-SUM-REC.
            MOVE 'JOURNAL LINES:' TO GLR-SUM-LABEL.
            MOVE WS-LINE-COUNT TO GLR-SUM-COUNT.
            WRITE GLR-SUM-REC.
            MOVE SPACES TO GLR-MSG-REC.
            IF RELEASE-OK
               MOVE 'JOURNAL RELEASED' TO GLR-MSG-TEXT
            ELSE
               MOVE 'JOURNAL NOT RELEASED - SEE NO TIE / NO GL MAPPING'
                                       TO GLR-MSG-TEXT.
            WRITE GLR-MSG-REC.
        H340-END. EXIT.
      *
        H400-CLOSE-FILES.
            CLOSE GLJ-FILE
                  GLR-FILE.
        H400-END. EXIT.
      *
      * Denetimlerden biri tutmazsa yevmiye dosyasi bos kalir ve is
      * hata koduyla sonlanir; JCL'deki COND kosulu aktarim adimini
      * durdurur.
        H999-PROGRAM-EXIT.
            PERFORM H300-BUILD-LINES.
            PERFORM H320-TIE-BACK.
            IF RELEASE-OK
               PERFORM H330-WRITE-JOURNAL
            ELSE
               DISPLAY 'GL JOURNAL NOT RELEASED FOR ' WS-BUSINESS-DATE.
            PERFORM H340-WRITE-SUMMARY.
            PERFORM H400-CLOSE-FILES.
            IF NOT RELEASE-OK
               MOVE 8 TO RETURN-CODE.
        H999-END. EXIT.
