        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG143.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Musteri PBEG121 ekstresindeki bir asim ucretine itiraz
      * ettiginde itirazi kaydedecek bir yer yoktu; ucret ancak
      * bakiyesi elle yeniden hesaplanmis tam bir UPDTRAN 'C' kaydi
      * girilerek geri alinabiliyordu. Bu program itiraz dosyasini
      * yonetir: yeni girilen her itiraz FEEREG'de gercekten
      * degerlendirilmis bir ucrete karsilik geliyor mu diye
      * denetlenir, hakli bulunan (kabul edilen) itirazlar icin
      * PBEG133'un birlestirdigi guncelleme partisine giden ters
      * kayitlar uretilir ve acik itirazlar yaslariyla birlikte
      * itiraz raporunda listelenir. Acik itirazi olan hesaba
      * itiraz kapanana kadar PBEG111 yeni ucret yazmaz.
      * Is tarihi parametresi; PBEG131'in CSDPARM karti ile ayni.
      * Verilmezse kosu tarihi kullanilir.
            SELECT CSD-PARM   ASSIGN TO CSDPARM
                              STATUS  CSD-ST.
      * Itiraz dosyasinin gecerli kusagi. Operasyon yeni itirazlari
      * acilis tarihi bos olarak 'O' durumuyla ekler, karar verilen
      * itirazin durumunu 'U' (kabul) veya 'D' (ret) yapar. Ilk
      * kosuda bos bir dosya verilir; bu is icin zorunludur.
            SELECT DSP-FILE   ASSIGN TO DISPUTE
                              STATUS  DSP-ST.
      * Itiraz dosyasinin yeni kusagi: ACCT-NO + ucret tarihi
      * sirali; PBEG111 ve bir sonraki kosu bunu okur.
            SELECT DSN-FILE   ASSIGN TO DSPNEW
                              STATUS  DSN-ST.
      * PBEG111'in ucret defterleri (JCL'de onceki kusaklar arka
      * arkaya verilir). Her defter 'FEE REGISTER DATE:' satiriyla
      * baslar; itiraz edilen ucretin o tarihli defterde ASSESSED
      * olarak bulunmasi gerekir. Bu is icin zorunludur.
            SELECT REG-FILE   ASSIGN TO FEEREG
                              STATUS  REG-ST.
      * Sabah ACCTREC'i (PBEG133'un OLDMAST'i ile ayni kusak); ters
      * kayitlar bu goruntu uzerine kurulur. Burada sadece okunur.
            SELECT ACCT-REC   ASSIGN TO ACCTREC
                              STATUS  ACCT-ST.
      * Kabul edilen itirazlarin ters kayitlari; PBEG108'in UPDTRAN
      * yerlesiminde, hesap basina tek 'C'. PBEG133 bunu DSPREV
      * olarak birlestirir.
            SELECT REV-FILE   ASSIGN TO DSPREV
                              STATUS  REV-ST.
      * Itiraz raporu: bugun reddedilen, geri alinan ve karara
      * baglanan itirazlar, acik itirazlarin yasi ve yas dagilimi ile
      * itirazdaki toplam tutar.
            SELECT DRP-FILE   ASSIGN TO DSPRPT
                              STATUS  DRP-ST.
      * Itirazlari ACCT-NO + ucret tarihi sirasina dizmek icin
      * kullanilan gecici SORT calisma dosyasi.
            SELECT SORT-FILE  ASSIGN TO SRTWK01.
        DATA DIVISION.
        FILE SECTION.
      * Is tarihi karti; PBEG131'deki ile ayni yerlesim.
        FD  CSD-PARM RECORDING MODE F.
        01  CSD-REC.
            05  CSD-DATE             PIC 9(08).
      *
      * Itiraz kaydi (80 byte). DSP-STATUS 'O' acik, 'U' kabul
      * edildi (ters kayit bekliyor), 'D' reddedildi, 'R' ters kaydi
      * yazildi. 'D' ve 'R' kapalidir. Acilis ve kapanis tarihlerini
      * program doldurur.
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
        FD  DSN-FILE RECORDING MODE F.
        01  DSN-REC                  PIC X(80).
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
      * Defterin basindaki tarih satiri.
        01  REG-HDR-REC.
            05  REG-HDR-LABEL        PIC X(24).
            05  REG-HDR-DATE         PIC 9(08).
            05  REG-HDR-FILLER       PIC X(11).
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
      * Ters kayit dosyasi; yerlesim PBEG108'in UPD-REC'i ile
      * birebir aynidir.
        FD  REV-FILE RECORDING MODE F.
        01  REV-REC.
            05  REV-CODE           PIC X(01).
            05  REV-ACCT-NO        PIC X(08).
            05  REV-LIMIT          PIC S9(7)V99.
            05  REV-BALANCE        PIC S9(7)V99.
            05  REV-LAST-NAME      PIC X(20).
            05  REV-FIRST-NAME     PIC X(15).
            05  REV-STREET-ADDR    PIC X(25).
            05  REV-CITY-COUNTY    PIC X(20).
            05  REV-USA-STATE      PIC X(15).
            05  REV-COMMENTS       PIC X(50).
      *
      * Itiraz raporu detay satiri. Yas ve yas dilimi yalnizca acik
      * itirazlarda doldurulur.
        FD  DRP-FILE RECORDING MODE F.
        01  DRP-REC.
            05  DRP-ACCT-NO          PIC X(08).
            05  WS-DRP-SPACE-1       PIC X(01) VALUE SPACE.
            05  DRP-FEE-DATE         PIC X(08).
            05  WS-DRP-SPACE-2       PIC X(01) VALUE SPACE.
            05  DRP-AMOUNT           PIC Z,ZZZ,ZZ9.99.
            05  WS-DRP-SPACE-3       PIC X(01) VALUE SPACE.
            05  DRP-STATUS           PIC X(08).
            05  WS-DRP-SPACE-4       PIC X(01) VALUE SPACE.
            05  DRP-OPEN-DATE        PIC 9(08).
            05  WS-DRP-SPACE-5       PIC X(01) VALUE SPACE.
            05  DRP-AGE              PIC ZZZZ9.
            05  WS-DRP-SPACE-6       PIC X(01) VALUE SPACE.
            05  DRP-BUCKET           PIC X(07).
            05  WS-DRP-SPACE-7       PIC X(01) VALUE SPACE.
            05  DRP-NOTE             PIC X(30).
      *
      * DRP-FILE'in ayni FD'sine bagli, is sonu sayaclarini ve
      * tutarlarini tasiyan ozet kaydi; DRP-REC ile ayni uzunluga
      * (93 byte) tamamlanir.
        01  DRP-SUM-REC.
            05  DRP-SUM-LABEL        PIC X(30).
            05  DRP-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05  WS-DRP-SUM-SPACE     PIC X(02).
            05  DRP-SUM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
            05  DRP-SUM-FILLER       PIC X(36).
      *
      * SORT calisma kaydi. Ayni hesap ve ucret tarihinde birden
      * fazla itiraz varsa dosyada zaten kayitli olan (SRT-NEW-FLAG
      * '0') once gelir; yeni girilen ikincisi mukerrer sayilir.
      * SRT-NEW-SLOT yeni itirazin WS-NEW-TABLE'daki yeridir.
        SD  SORT-FILE.
        01  SRT-REC.
            05  SRT-ACCT-NO          PIC X(08).
            05  SRT-FEE-DATE         PIC X(08).
            05  SRT-NEW-FLAG         PIC X(01).
            05  SRT-SEQ              PIC 9(09).
            05  SRT-NEW-SLOT         PIC 9(04).
            05  SRT-DATA             PIC X(80).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 CSD-ST            PIC 9(02).
               88 CSD-SUCCESS               VALUE 00 97.
            05 DSP-ST            PIC 9(02).
               88 DSP-EOF                   VALUE 10.
               88 DSP-SUCCESS               VALUE 00 97.
            05 DSN-ST            PIC 9(02).
               88 DSN-SUCCESS               VALUE 00 97.
            05 REG-ST            PIC 9(02).
               88 REG-EOF                   VALUE 10.
               88 REG-SUCCESS               VALUE 00 97.
            05 ACCT-ST           PIC 9(02).
               88 ACCT-SUCCESS              VALUE 00 97.
            05 REV-ST            PIC 9(02).
               88 REV-SUCCESS               VALUE 00 97.
            05 DRP-ST            PIC 9(02).
               88 DRP-SUCCESS               VALUE 00 97.
            05 WS-BUSINESS-DATE  PIC 9(08) VALUE ZERO.
            05 WS-REG-DATE       PIC 9(08) VALUE ZERO.
            05 WS-RELEASE-SEQ    PIC 9(09) VALUE ZERO.
            05 WS-DATE-CHECK     PIC 9(08) VALUE ZERO.
            05 WS-AGE-DAYS       PIC S9(05) COMP-3 VALUE ZERO.
            05 WS-REG-FEE        PIC S9(7)V99 COMP-3 VALUE ZERO.
            05 WS-STATUS-WORD    PIC X(08) VALUE SPACE.
            05 WS-NOTE           PIC X(30) VALUE SPACE.
            05 WS-BUCKET         PIC X(07) VALUE SPACE.
            05 WS-SUM-LABEL      PIC X(30) VALUE SPACE.
            05 WS-SUM-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-SUM-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.
      *
      * Islenmekte olan itiraz kaydi; yerlesim DSP-REC ile birebir
      * aynidir.
        01  WS-DSP-REC.
            05  WS-DSP-ACCT-NO       PIC X(08).
            05  WS-DSP-FEE-DATE      PIC X(08).
            05  WS-DSP-AMOUNT        PIC 9(07)V99.
            05  WS-DSP-REASON        PIC X(30).
            05  WS-DSP-STATUS        PIC X(01).
            05  WS-DSP-OPEN-DATE     PIC 9(08).
            05  WS-DSP-CLOSE-DATE    PIC 9(08).
            05  WS-DSP-FILLER        PIC X(08).
      *
      * Bu kosuda yeni girilen itirazlar. FEEREG taramasi her
      * ASSESSED satirini bu tabloyla karsilastirir ve eslesen
      * girise degerlendirilen ucreti yazar. Tabloya sigmayan yeni
      * itiraz ertelenir: acilis tarihi bos, durumu 'O' olarak yeni
      * kusaga aynen yazilir ve bir sonraki kosuda yeniden denenir.
        01  WS-NEW-TABLE.
            05  WS-NEW-COUNT       PIC S9(04) COMP VALUE ZERO.
            05  WS-NEW-ENTRY OCCURS 500 TIMES INDEXED BY WS-NEW-IDX.
                10  WS-NEW-ACCT-NO    PIC X(08).
                10  WS-NEW-FEE-DATE   PIC X(08).
                10  WS-NEW-FOUND      PIC X(01).
                10  WS-NEW-ASSESSED   PIC S9(7)V99 COMP-3.
      *
      * Eslestirme kontrol alanlari (PBEG133'un kurgusu). WS-OLD-KEY
      * HOLD-MASTER-REC'te tutulan ana dosya kaydinin, WS-TRN-KEY
      * SORT'tan donen son itirazin, WS-GROUP-KEY ise o an islenen
      * hesabin anahtaridir; dosya sonunda HIGH-VALUES alirlar.
        01  MATCH-CONTROL-AREA.
            05 WS-OLD-KEY        PIC X(08) VALUE LOW-VALUES.
            05 WS-TRN-KEY        PIC X(08) VALUE LOW-VALUES.
            05 WS-GROUP-KEY      PIC X(08) VALUE LOW-VALUES.
            05 WS-PREV-FEE-DATE  PIC X(08) VALUE LOW-VALUES.
            05 WS-OLD-GOT        PIC X VALUE 'N'.
            05 WS-SORT-EOF       PIC X VALUE 'N'.
               88 SORT-EOF                  VALUE 'Y'.
            05 WS-ON-MASTER      PIC X VALUE 'N'.
               88 ON-MASTER                 VALUE 'Y'.
            05 WS-GRP-REVERSAL   PIC S9(7)V99 COMP-3 VALUE ZERO.
            05 WS-NEW-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
      * Islenmekte olan ana dosya kaydinin bekletildigi alan;
      * yerlesim ACCT-FIELDS ile birebir aynidir.
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
        01  DISPUTE-COUNTERS.
            05 WS-READ-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-ACCEPTED-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-REJECTED-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-DEFERRED-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-REVERSED-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-REVERSED-AMT    PIC S9(11)V99 COMP-3 VALUE ZERO.
            05 WS-DENIED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-INVALID-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-REV-WRITTEN     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-DSN-WRITTEN     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-OPEN-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-OPEN-AMT        PIC S9(11)V99 COMP-3 VALUE ZERO.
            05 WS-AGE-0-30        PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-AMT-0-30        PIC S9(11)V99 COMP-3 VALUE ZERO.
            05 WS-AGE-31-60       PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-AMT-31-60       PIC S9(11)V99 COMP-3 VALUE ZERO.
            05 WS-AGE-61-90       PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-AMT-61-90       PIC S9(11)V99 COMP-3 VALUE ZERO.
            05 WS-AGE-OVER-90     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-AMT-OVER-90     PIC S9(11)V99 COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
      * Itirazlar SORT'un INPUT PROCEDURE'i ile okunur, OUTPUT
      * PROCEDURE'da once FEEREG taranir, sonra itirazlar hesap
      * hesap ana dosya ile eslestirilerek islenir.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            SORT SORT-FILE
                ON ASCENDING KEY SRT-ACCT-NO
                                 SRT-FEE-DATE
                                 SRT-NEW-FLAG
                                 SRT-SEQ
                INPUT PROCEDURE IS H200-RELEASE-DISPUTES
                OUTPUT PROCEDURE IS H260-PROCESS-DISPUTES.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
        H100-OPEN-FILES.
            ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
            PERFORM READ-DATE-PARM.
            OPEN INPUT  DSP-FILE.
            OPEN INPUT  REG-FILE.
            OPEN INPUT  ACCT-REC.
            OPEN OUTPUT DSN-FILE.
            OPEN OUTPUT REV-FILE.
            OPEN OUTPUT DRP-FILE.
            PERFORM STATUS-CONTROL.
        H100-END. EXIT.
      *
      * Itiraz dosyasi ve ucret defteri olmadan hicbir itiraz
      * denetlenemeyecegi icin ikisi de zorunludur; eksik dosyada is
      * RETURN-CODE 8 ile durur ve itiraz dosyasinin yeni kusagi
      * kullanilmaz.
        STATUS-CONTROL.
            IF NOT (DSP-SUCCESS AND REG-SUCCESS AND ACCT-SUCCESS
                    AND DSN-SUCCESS AND REV-SUCCESS AND DRP-SUCCESS)
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' DSP: ' DSP-ST ' REG: ' REG-ST
                       ' ACCT: ' ACCT-ST ' DSN: ' DSN-ST
                       ' REV: ' REV-ST ' DRP: ' DRP-ST
               IF DSP-SUCCESS THEN CLOSE DSP-FILE
               IF REG-SUCCESS THEN CLOSE REG-FILE
               IF ACCT-SUCCESS THEN CLOSE ACCT-REC
               IF DSN-SUCCESS THEN CLOSE DSN-FILE
               IF REV-SUCCESS THEN CLOSE REV-FILE
               IF DRP-SUCCESS THEN CLOSE DRP-FILE
               MOVE 8 TO RETURN-CODE
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
      * SORT'un INPUT PROCEDURE'i: her itiraz RELEASE edilir.
      * Acilis tarihi bos olan kayit bu kosuda yeni girilmistir;
      * FEEREG'de aranmak uzere yeni itiraz tablosuna da alinir.
        H200-RELEASE-DISPUTES.
            PERFORM UNTIL DSP-EOF
                READ DSP-FILE
                    AT END CONTINUE
                    NOT AT END PERFORM H210-RELEASE-ONE
                END-READ
            END-PERFORM.
        H200-END. EXIT.
      *
        H210-RELEASE-ONE.
            ADD 1 TO WS-READ-COUNT.
            ADD 1 TO WS-RELEASE-SEQ.
            MOVE DSP-ACCT-NO    TO SRT-ACCT-NO.
            MOVE DSP-FEE-DATE   TO SRT-FEE-DATE.
            MOVE WS-RELEASE-SEQ TO SRT-SEQ.
            MOVE ZERO           TO SRT-NEW-SLOT.
            MOVE DSP-REC        TO SRT-DATA.
            IF DSP-OPEN-DATE NOT NUMERIC
               OR DSP-OPEN-DATE = ZERO
               MOVE '1' TO SRT-NEW-FLAG
               IF WS-NEW-COUNT < 500
                  ADD 1 TO WS-NEW-COUNT
                  SET WS-NEW-IDX TO WS-NEW-COUNT
                  MOVE DSP-ACCT-NO  TO WS-NEW-ACCT-NO(WS-NEW-IDX)
                  MOVE DSP-FEE-DATE TO WS-NEW-FEE-DATE(WS-NEW-IDX)
                  MOVE 'N'          TO WS-NEW-FOUND(WS-NEW-IDX)
                  MOVE ZERO         TO WS-NEW-ASSESSED(WS-NEW-IDX)
                  MOVE WS-NEW-COUNT TO SRT-NEW-SLOT
               END-IF
            ELSE
               MOVE '0' TO SRT-NEW-FLAG.
            RELEASE SRT-REC.
        H210-END. EXIT.
      *
      * Ucret defterleri okunur. Tarih satiri o defterin tarihini
      * verir; tarih satiri olmayan eski defterlerin ucretleri bir
      * tarihe baglanamadigi icin eslestirmeye girmez.
        H250-SCAN-FEE-REGISTER.
            PERFORM UNTIL REG-EOF
                READ REG-FILE
                    AT END CONTINUE
                    NOT AT END PERFORM H255-TAKE-ONE-REG-LINE
                END-READ
            END-PERFORM.
        H250-END. EXIT.
      *
        H255-TAKE-ONE-REG-LINE.
            IF REG-HDR-LABEL = 'FEE REGISTER DATE:'
               IF REG-HDR-DATE NUMERIC
                  MOVE REG-HDR-DATE TO WS-REG-DATE
               ELSE
                  MOVE ZERO TO WS-REG-DATE
               END-IF
            ELSE
               IF REG-NOTE = 'ASSESSED' AND WS-REG-DATE > ZERO
                  COMPUTE WS-REG-FEE = FUNCTION NUMVAL-C(REG-FEE)
                  PERFORM MATCH-ONE-NEW-DISPUTE
                      VARYING WS-NEW-IDX FROM 1 BY 1
                      UNTIL WS-NEW-IDX > WS-NEW-COUNT.
        H255-END. EXIT.
      *
        MATCH-ONE-NEW-DISPUTE.
            IF WS-NEW-ACCT-NO(WS-NEW-IDX) = REG-ACCT-NO
               AND WS-NEW-FEE-DATE(WS-NEW-IDX) = WS-REG-DATE
               MOVE 'Y'        TO WS-NEW-FOUND(WS-NEW-IDX)
               MOVE WS-REG-FEE TO WS-NEW-ASSESSED(WS-NEW-IDX).
        MATCH-ONE-NEW-DISPUTE-END. EXIT.
      *
      * SORT'un OUTPUT PROCEDURE'i: FEEREG taramasindan sonra ayni
      * ACCT-NO'ya ait itirazlar bir grup olarak islenir.
        H260-PROCESS-DISPUTES.
            PERFORM H250-SCAN-FEE-REGISTER.
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
      * Ana dosya bu hesaba kadar ilerletilir; hesabin kabul edilen
      * itirazlarinin toplami grup sonunda tek bir ters kayit olarak
      * yazilir.
        H262-GROUP-PROCESS.
            MOVE WS-TRN-KEY  TO WS-GROUP-KEY.
            MOVE LOW-VALUES  TO WS-PREV-FEE-DATE.
            MOVE ZERO        TO WS-GRP-REVERSAL.
            PERFORM READ-OLD-MASTER
                UNTIL WS-OLD-KEY NOT < WS-GROUP-KEY.
            MOVE 'N' TO WS-ON-MASTER.
            IF WS-OLD-KEY = WS-GROUP-KEY
               MOVE 'Y' TO WS-ON-MASTER.
            PERFORM H263-ONE-DISPUTE
                UNTIL SORT-EOF OR WS-TRN-KEY NOT = WS-GROUP-KEY.
            IF WS-GRP-REVERSAL > ZERO
               PERFORM WRITE-REVERSAL.
        H262-END. EXIT.
      *
      * Ayni hesap ve ucret tarihi icin ikinci itiraz mukerrerdir ve
      * yeni kusaga alinmaz. Yeni itiraz denetimden gecemezse
      * reddedilir; gecerse bugunku tarihle acilir. Tabloya sigmayan
      * yeni itiraz kaybolmasin diye degistirilmeden yeni kusaga
      * yazilir ve ertesi kosuda yeni olarak yeniden denenir.
        H263-ONE-DISPUTE.
            MOVE SRT-DATA TO WS-DSP-REC.
            MOVE SPACE    TO WS-NOTE.
            IF WS-DSP-FEE-DATE = WS-PREV-FEE-DATE
               MOVE 'DUPLICATE DISPUTE' TO WS-NOTE
            ELSE
               IF SRT-NEW-FLAG = '1'
                  PERFORM VALIDATE-NEW-DISPUTE.
            IF WS-NOTE = 'TOO MANY NEW DISPUTES'
               PERFORM DEFER-NEW-DISPUTE
            ELSE
               IF WS-NOTE NOT = SPACE
                  ADD 1 TO WS-REJECTED-COUNT
                  MOVE 'REJECTED' TO WS-STATUS-WORD
                  PERFORM WRITE-DISPUTE-LINE
               ELSE
                  MOVE WS-DSP-FEE-DATE TO WS-PREV-FEE-DATE
                  PERFORM APPLY-DISPUTE-STATUS
                  MOVE WS-DSP-REC TO DSN-REC
                  WRITE DSN-REC
                  ADD 1 TO WS-DSN-WRITTEN.
            PERFORM H261-RETURN-SORT-RECORD.
        H263-END. EXIT.
      *
      * Ertelenen itiraz acilis tarihi bos ve durumu 'O' olarak
      * oldugu gibi yeni kusaga yazilir; PBEG111 onu acik itiraz
      * olarak gormeye devam eder.
        DEFER-NEW-DISPUTE.
            ADD 1 TO WS-DEFERRED-COUNT.
            MOVE 'DEFERRED' TO WS-STATUS-WORD.
            PERFORM WRITE-DISPUTE-LINE.
            MOVE WS-DSP-FEE-DATE TO WS-PREV-FEE-DATE.
            MOVE WS-DSP-REC TO DSN-REC.
            WRITE DSN-REC.
            ADD 1 TO WS-DSN-WRITTEN.
        DEFER-NEW-DISPUTE-END. EXIT.
      *
      * Yeni itiraz yalnizca FEEREG'de o hesap ve tarih icin
      * ASSESSED olarak gecen bir ucrete, en fazla o ucret kadar
      * yapilabilir.
        VALIDATE-NEW-DISPUTE.
            IF SRT-NEW-SLOT > ZERO
               SET WS-NEW-IDX TO SRT-NEW-SLOT.
            EVALUATE TRUE
                WHEN SRT-NEW-SLOT = ZERO
                    MOVE 'TOO MANY NEW DISPUTES' TO WS-NOTE
                WHEN WS-DSP-ACCT-NO = SPACE
                    MOVE 'ACCOUNT NUMBER MISSING' TO WS-NOTE
                WHEN WS-DSP-AMOUNT NOT NUMERIC
                    MOVE 'AMOUNT NOT NUMERIC' TO WS-NOTE
                WHEN WS-DSP-AMOUNT = ZERO
                    MOVE 'AMOUNT IS ZERO' TO WS-NOTE
                WHEN WS-DSP-REASON = SPACE
                    MOVE 'DISPUTE REASON MISSING' TO WS-NOTE
                WHEN WS-DSP-STATUS NOT = 'O'
                     AND WS-DSP-STATUS NOT = 'U'
                     AND WS-DSP-STATUS NOT = 'D'
                    MOVE 'INVALID STATUS' TO WS-NOTE
                WHEN WS-NEW-FOUND(WS-NEW-IDX) NOT = 'Y'
                    MOVE 'FEE NOT ON FEEREG' TO WS-NOTE
                WHEN WS-DSP-AMOUNT > WS-NEW-ASSESSED(WS-NEW-IDX)
                    MOVE 'AMOUNT EXCEEDS ASSESSED FEE' TO WS-NOTE
                WHEN OTHER
                    ADD 1 TO WS-ACCEPTED-COUNT
                    MOVE WS-BUSINESS-DATE TO WS-DSP-OPEN-DATE
                    MOVE ZERO             TO WS-DSP-CLOSE-DATE
            END-EVALUATE.
        VALIDATE-NEW-DISPUTE-END. EXIT.
      *
      * Kabul edilen itiraz ana dosyadaki hesaba ters kayitla geri
      * alinir ve 'R' ile kapanir; hesap ana dosyada yoksa itiraz
      * 'U' olarak acik kalir. Reddedilen itiraz ilk goruldugu gun
      * kapanis tarihini alir.
        APPLY-DISPUTE-STATUS.
            EVALUATE WS-DSP-STATUS
                WHEN 'O'
                    MOVE 'OPEN' TO WS-STATUS-WORD
                    PERFORM REPORT-OPEN-DISPUTE
                WHEN 'U'
                    IF ON-MASTER
                       MOVE 'R'              TO WS-DSP-STATUS
                       MOVE WS-BUSINESS-DATE TO WS-DSP-CLOSE-DATE
                       ADD WS-DSP-AMOUNT     TO WS-GRP-REVERSAL
                       ADD WS-DSP-AMOUNT     TO WS-REVERSED-AMT
                       ADD 1 TO WS-REVERSED-COUNT
                       MOVE 'REVERSED' TO WS-STATUS-WORD
                       PERFORM WRITE-DISPUTE-LINE
                    ELSE
                       MOVE 'ACCOUNT NOT ON MASTER' TO WS-NOTE
                       MOVE 'UPHELD' TO WS-STATUS-WORD
                       PERFORM REPORT-OPEN-DISPUTE
                    END-IF
                WHEN 'D'
                    IF WS-DSP-CLOSE-DATE NOT NUMERIC
                       OR WS-DSP-CLOSE-DATE = ZERO
                       MOVE WS-BUSINESS-DATE TO WS-DSP-CLOSE-DATE
                       ADD 1 TO WS-DENIED-COUNT
                       MOVE 'DENIED' TO WS-STATUS-WORD
                       PERFORM WRITE-DISPUTE-LINE
                    END-IF
                WHEN 'R'
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO WS-INVALID-COUNT
                    MOVE 'INVALID STATUS - NOT CHANGED' TO WS-NOTE
                    MOVE 'INVALID' TO WS-STATUS-WORD
                    PERFORM WRITE-DISPUTE-LINE
            END-EVALUATE.
        APPLY-DISPUTE-STATUS-END. EXIT.
      *
      * Acik itiraz yasina gore dilimine eklenir ve itirazdaki
      * toplam tutara katilir.
        REPORT-OPEN-DISPUTE.
            PERFORM COMPUTE-DISPUTE-AGE.
            ADD 1             TO WS-OPEN-COUNT.
            ADD WS-DSP-AMOUNT TO WS-OPEN-AMT.
            EVALUATE TRUE
                WHEN WS-AGE-DAYS < 31
                    ADD 1             TO WS-AGE-0-30
                    ADD WS-DSP-AMOUNT TO WS-AMT-0-30
                    MOVE '0-30'       TO WS-BUCKET
                WHEN WS-AGE-DAYS < 61
                    ADD 1             TO WS-AGE-31-60
                    ADD WS-DSP-AMOUNT TO WS-AMT-31-60
                    MOVE '31-60'      TO WS-BUCKET
                WHEN WS-AGE-DAYS < 91
                    ADD 1             TO WS-AGE-61-90
                    ADD WS-DSP-AMOUNT TO WS-AMT-61-90
                    MOVE '61-90'      TO WS-BUCKET
                WHEN OTHER
                    ADD 1             TO WS-AGE-OVER-90
                    ADD WS-DSP-AMOUNT TO WS-AMT-OVER-90
                    MOVE 'OVER 90'    TO WS-BUCKET
            END-EVALUATE.
            PERFORM WRITE-DISPUTE-LINE.
        REPORT-OPEN-DISPUTE-END. EXIT.
      *
      * Yas, acilis tarihinden is tarihine kadar gecen takvim
      * gunudur (PBEG134'un yas kurgusu).
        COMPUTE-DISPUTE-AGE.
            MOVE ZERO TO WS-AGE-DAYS.
            IF WS-DSP-OPEN-DATE NUMERIC
               AND WS-DSP-OPEN-DATE NOT > WS-BUSINESS-DATE
               COMPUTE WS-DATE-CHECK =
                       FUNCTION TEST-DATE-YYYYMMDD(WS-DSP-OPEN-DATE)
               IF WS-DATE-CHECK = 0
                  COMPUTE WS-AGE-DAYS =
                          FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                        - FUNCTION INTEGER-OF-DATE(WS-DSP-OPEN-DATE).
        COMPUTE-DISPUTE-AGE-END. EXIT.
      *
      * Rapor satiri. WS-BUCKET'i REPORT-OPEN-DISPUTE doldurur;
      * acik olmayan satirlarda yas ve dilim bos kalir.
        WRITE-DISPUTE-LINE.
            MOVE SPACES          TO DRP-REC.
            MOVE WS-DSP-ACCT-NO  TO DRP-ACCT-NO.
            MOVE WS-DSP-FEE-DATE TO DRP-FEE-DATE.
            IF WS-DSP-AMOUNT NUMERIC
               MOVE WS-DSP-AMOUNT TO DRP-AMOUNT.
            MOVE WS-STATUS-WORD  TO DRP-STATUS.
            IF WS-DSP-OPEN-DATE NUMERIC
               AND WS-DSP-OPEN-DATE > ZERO
               MOVE WS-DSP-OPEN-DATE TO DRP-OPEN-DATE.
            IF WS-STATUS-WORD = 'OPEN' OR WS-STATUS-WORD = 'UPHELD'
               MOVE WS-AGE-DAYS  TO DRP-AGE
               MOVE WS-BUCKET    TO DRP-BUCKET.
            MOVE WS-NOTE         TO DRP-NOTE.
            WRITE DRP-REC.
        WRITE-DISPUTE-LINE-END. EXIT.
      *
      * Ters kayit ana dosya goruntusu uzerine kurulur; anahtar
      * disindaki alanlar aynen tasinir, yalnizca bakiye kabul
      * edilen itiraz tutarlari kadar azalir (PBEG111'in
      * WRITE-POSTING kurgusunun tersi).
        WRITE-REVERSAL.
            COMPUTE WS-NEW-BALANCE =
                    HOLD-ACCT-BALANCE - WS-GRP-REVERSAL.
            MOVE 'C'              TO REV-CODE.
            MOVE HOLD-ACCT-NO     TO REV-ACCT-NO.
            MOVE HOLD-ACCT-LIMIT  TO REV-LIMIT.
            MOVE WS-NEW-BALANCE   TO REV-BALANCE.
            MOVE HOLD-LAST-NAME   TO REV-LAST-NAME.
            MOVE HOLD-FIRST-NAME  TO REV-FIRST-NAME.
            MOVE HOLD-STREET-ADDR TO REV-STREET-ADDR.
            MOVE HOLD-CITY-COUNTY TO REV-CITY-COUNTY.
            MOVE HOLD-USA-STATE   TO REV-USA-STATE.
            MOVE HOLD-COMMENTS    TO REV-COMMENTS.
            WRITE REV-REC.
            ADD 1 TO WS-REV-WRITTEN.
        WRITE-REVERSAL-END. EXIT.
      *
      * Ana dosyadan bir sonraki kaydi HOLD alanina okur. Dosya
      * sonunda WS-OLD-KEY HIGH-VALUES yapilir. Besleme basligi/sonu
      * kayitlari ('HDR'/'TRL') eslestirmeye girmemeleri icin
      * ayiklanir.
        READ-OLD-MASTER.
            MOVE 'N' TO WS-OLD-GOT.
            PERFORM READ-ONE-OLD-RECORD UNTIL WS-OLD-GOT = 'Y'.
        READ-OLD-MASTER-END. EXIT.
      *
        READ-ONE-OLD-RECORD.
            READ ACCT-REC
                AT END
                    MOVE HIGH-VALUES TO WS-OLD-KEY
                    MOVE 'Y'         TO WS-OLD-GOT
                NOT AT END
                    IF ACCT-NO(1:3) = 'HDR'
                       OR ACCT-NO(1:3) = 'TRL'
                       CONTINUE
                    ELSE
                       MOVE ACCT-FIELDS TO HOLD-MASTER-REC
                       MOVE ACCT-NO     TO WS-OLD-KEY
                       MOVE 'Y'         TO WS-OLD-GOT
                    END-IF
            END-READ.
        READ-ONE-OLD-RECORD-END. EXIT.
      *
        H300-WRITE-SUMMARY.
            MOVE 'DISPUTES READ:' TO WS-SUM-LABEL.
            MOVE WS-READ-COUNT TO WS-SUM-COUNT.
            PERFORM WRITE-COUNT-LINE.
            MOVE 'NEW DISPUTES ACCEPTED:' TO WS-SUM-LABEL.
            MOVE WS-ACCEPTED-COUNT TO WS-SUM-COUNT.
            PERFORM WRITE-COUNT-LINE.
            MOVE 'DISPUTES REJECTED:' TO WS-SUM-LABEL.
            MOVE WS-REJECTED-COUNT TO WS-SUM-COUNT.
            PERFORM WRITE-COUNT-LINE.
            MOVE 'NEW DISPUTES DEFERRED:' TO WS-SUM-LABEL.
            MOVE WS-DEFERRED-COUNT TO WS-SUM-COUNT.
            PERFORM WRITE-COUNT-LINE.
            MOVE 'UPHELD AND REVERSED TODAY:' TO WS-SUM-LABEL.
            MOVE WS-REVERSED-COUNT TO WS-SUM-COUNT.
            MOVE WS-REVERSED-AMT TO WS-SUM-AMOUNT.
            PERFORM WRITE-AMOUNT-LINE.
            MOVE 'DENIED TODAY:' TO WS-SUM-LABEL.
            MOVE WS-DENIED-COUNT TO WS-SUM-COUNT.
            PERFORM WRITE-COUNT-LINE.
            MOVE 'INVALID STATUS ON FILE:' TO WS-SUM-LABEL.
            MOVE WS-INVALID-COUNT TO WS-SUM-COUNT.
            PERFORM WRITE-COUNT-LINE.
            MOVE 'REVERSAL ITEMS WRITTEN:' TO WS-SUM-LABEL.
            MOVE WS-REV-WRITTEN TO WS-SUM-COUNT.
            PERFORM WRITE-COUNT-LINE.
            MOVE '  OPEN 0-30 DAYS:' TO WS-SUM-LABEL.
            MOVE WS-AGE-0-30 TO WS-SUM-COUNT.
            MOVE WS-AMT-0-30 TO WS-SUM-AMOUNT.
            PERFORM WRITE-AMOUNT-LINE.
            MOVE '  OPEN 31-60 DAYS:' TO WS-SUM-LABEL.
            MOVE WS-AGE-31-60 TO WS-SUM-COUNT.
            MOVE WS-AMT-31-60 TO WS-SUM-AMOUNT.
            PERFORM WRITE-AMOUNT-LINE.
            MOVE '  OPEN 61-90 DAYS:' TO WS-SUM-LABEL.
            MOVE WS-AGE-61-90 TO WS-SUM-COUNT.
            MOVE WS-AMT-61-90 TO WS-SUM-AMOUNT.
            PERFORM WRITE-AMOUNT-LINE.
            MOVE '  OPEN OVER 90 DAYS:' TO WS-SUM-LABEL.
            MOVE WS-AGE-OVER-90 TO WS-SUM-COUNT.
            MOVE WS-AMT-OVER-90 TO WS-SUM-AMOUNT.
            PERFORM WRITE-AMOUNT-LINE.
            MOVE 'TOTAL UNDER DISPUTE:' TO WS-SUM-LABEL.
            MOVE WS-OPEN-COUNT TO WS-SUM-COUNT.
            MOVE WS-OPEN-AMT TO WS-SUM-AMOUNT.
            PERFORM WRITE-AMOUNT-LINE.
        H300-END. EXIT.
      *
      * Ozet satirlari; tutarsiz satirda tutar alani bos kalir.
        WRITE-COUNT-LINE.
            MOVE SPACES        TO DRP-SUM-REC.
            MOVE WS-SUM-LABEL  TO DRP-SUM-LABEL.
            MOVE WS-SUM-COUNT  TO DRP-SUM-COUNT.
            WRITE DRP-SUM-REC.
        WRITE-COUNT-LINE-END. EXIT.
      *
        WRITE-AMOUNT-LINE.
            MOVE SPACES        TO DRP-SUM-REC.
            MOVE WS-SUM-LABEL  TO DRP-SUM-LABEL.
            MOVE WS-SUM-COUNT  TO DRP-SUM-COUNT.
            MOVE WS-SUM-AMOUNT TO DRP-SUM-AMOUNT.
            WRITE DRP-SUM-REC.
        WRITE-AMOUNT-LINE-END. EXIT.
      *
        H400-CLOSE-FILES.
            CLOSE DSP-FILE
                  REG-FILE
                  ACCT-REC
                  DSN-FILE
                  REV-FILE
                  DRP-FILE.
        H400-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM H300-WRITE-SUMMARY.
            DISPLAY 'DISPUTES OPEN: ' WS-OPEN-COUNT
                    ' REVERSED: ' WS-REVERSED-COUNT
                    ' REJECTED: ' WS-REJECTED-COUNT
                    ' DEFERRED: ' WS-DEFERRED-COUNT.
            PERFORM H400-CLOSE-FILES.
        H999-END. EXIT.
