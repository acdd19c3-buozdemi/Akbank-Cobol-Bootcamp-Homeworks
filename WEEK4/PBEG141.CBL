        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG141.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Ayni kisi cogu zaman birden fazla ACCT-NO tasiyor, ama her
      * rapor hesaplari tek tek ele aldigi icin kredi birimi musteri
      * basina toplam limiti ve bakiyeyi goremiyordu. Bu program
      * hesap VSAM dosyasini AVS-LAST-NAME ikincil anahtari sirasinda
      * bir kez gezer; ayni soyadini tasiyan hesaplari FIRST-NAME ve
      * CLIENT-ADDR ile karsilastirarak ayni musteriye veya ayni
      * haneye ait olanlari gruplar. Risk raporu her grubun toplam
      * ACCT-LIMIT ve ACCT-BALANCE'ini ve uye hesaplarini gosterir,
      * limiti asan uyeyi isaretler; toplam riski parametredeki
      * tavani asan gruplar ayrica isaretlenir.
      * PBEG113'un ACCT-NO anahtariyla yukledigi hesap VSAM dosyasi.
      * Soyad sirasinda gezmek icin ikincil anahtara START ile
      * konumlanip READ NEXT ile okundugundan erisim DYNAMIC'tir.
            SELECT AVS-FILE   ASSIGN TO ACCTVSAM
                              ORGANIZATION INDEXED
                              ACCESS DYNAMIC
                              RECORD KEY AVS-ACCT-NO
                              ALTERNATE RECORD KEY AVS-LAST-NAME
                                  WITH DUPLICATES
                              STATUS  AVS-ST.
      * Grup risk tavani. Verilmezse 100,000.00 kullanilir.
            SELECT EXP-PARM   ASSIGN TO EXPPARM
                              STATUS  EXP-ST.
      * Musteri/hane risk raporu.
            SELECT EXR-FILE   ASSIGN TO EXPRPT
                              STATUS  EXR-ST.
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
        FD  EXP-PARM RECORDING MODE F.
        01  EXP-PARM-REC.
            05  EXP-CEILING          PIC 9(09)V99.
      *
      * Uye satiri: hesap, ad, sokak adresi, limit, bakiye ve limit
      * asimi isareti. Grup basligi, grup toplami, ozet ve mesaj
      * kayitlari ayni FD'ye baglidir ve bu satirla ayni uzunluga
      * (106 byte) tamamlanir. Tutarlar alt alta gelecek sekilde
      * ayni kolonlara yazilir.
        FD  EXR-FILE RECORDING MODE F.
        01  EXR-REC.
            05  EXR-TYPE             PIC X(06).
            05  WS-EXR-SPACE-1       PIC X(01).
            05  EXR-ACCT-NO          PIC X(08).
            05  WS-EXR-SPACE-2       PIC X(01).
            05  EXR-FIRST-NAME       PIC X(15).
            05  WS-EXR-SPACE-3       PIC X(01).
            05  EXR-STREET-ADDR      PIC X(25).
            05  WS-EXR-SPACE-4       PIC X(01).
            05  EXR-LIMIT            PIC -Z,ZZZ,ZZZ,ZZ9.99.
            05  WS-EXR-SPACE-5       PIC X(01).
            05  EXR-BALANCE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
            05  WS-EXR-SPACE-6       PIC X(01).
            05  EXR-FLAG             PIC X(12).
      *
      * Grup basligi: grup numarasi, soyad, sehir, eyalet ve uye
      * sayisi.
        01  EXR-GRP-REC.
            05  EXR-GRP-TYPE         PIC X(06).
            05  WS-EXR-GRP-SPACE-1   PIC X(01).
            05  EXR-GRP-NO           PIC ZZZZ9.
            05  WS-EXR-GRP-SPACE-2   PIC X(01).
            05  EXR-GRP-LAST-NAME    PIC X(20).
            05  WS-EXR-GRP-SPACE-3   PIC X(01).
            05  EXR-GRP-CITY-COUNTY  PIC X(20).
            05  WS-EXR-GRP-SPACE-4   PIC X(01).
            05  EXR-GRP-USA-STATE    PIC X(15).
            05  WS-EXR-GRP-SPACE-5   PIC X(01).
            05  EXR-GRP-MEMBER-LABEL PIC X(09).
            05  EXR-GRP-MEMBERS      PIC ZZ9.
            05  EXR-GRP-FILLER       PIC X(23).
      *
      * Grup toplami: toplam risk, toplam limit ve bakiye (uye
      * satirlarindaki kolonlarda) ve tavan asimi isareti.
        01  EXR-TOT-REC.
            05  EXR-TOT-TYPE         PIC X(06).
            05  WS-EXR-TOT-SPACE-1   PIC X(01).
            05  EXR-TOT-LABEL        PIC X(10).
            05  EXR-TOT-EXPOSURE     PIC -Z,ZZZ,ZZZ,ZZ9.99.
            05  EXR-TOT-FILLER       PIC X(24).
            05  EXR-TOT-LIMIT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
            05  WS-EXR-TOT-SPACE-2   PIC X(01).
            05  EXR-TOT-BALANCE      PIC -Z,ZZZ,ZZZ,ZZ9.99.
            05  WS-EXR-TOT-SPACE-3   PIC X(01).
            05  EXR-TOT-FLAG         PIC X(12).
      *
        01  EXR-SUM-REC.
            05  EXR-SUM-LABEL        PIC X(30).
            05  EXR-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05  EXR-SUM-FILLER       PIC X(65).
      *
        01  EXR-MSG-REC.
            05  EXR-MSG-LABEL        PIC X(30).
            05  EXR-MSG-TEXT         PIC X(76).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 AVS-ST            PIC 9(02).
               88 AVS-EOF                   VALUE 10.
               88 AVS-SUCCESS               VALUE 00 97.
               88 AVS-NOTFND                VALUE 23.
            05 EXP-ST            PIC 9(02).
               88 EXP-SUCCESS               VALUE 00 97.
            05 EXR-ST            PIC 9(02).
               88 EXR-SUCCESS               VALUE 00 97.
            05 LASTREC           PIC X VALUE SPACE.
            05 WS-CEILING        PIC S9(09)V99 COMP-3 VALUE 100000.00.
            05 WS-EDIT-AMT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
            05 WS-BLOCK-NAME     PIC X(20) VALUE SPACE.
            05 WS-GROUP-NO       PIC S9(05) COMP-3 VALUE ZERO.
      *
      * Ayni soyadini tasiyan hesaplarin blogu. Adres ve ad
      * karsilastirmalari buyuk harfe cevrilmis kopyalar uzerinden
      * yapilir; WS-MBR-GROUP uyenin bagli oldugu grubu (grubun
      * ilk uyesinin sirasi degil, bir grup kimligi) tutar.
        01  WS-BLOCK-TABLE.
            05  WS-MBR-COUNT       PIC S9(04) COMP VALUE ZERO.
            05  WS-MBR-ENTRY OCCURS 500 TIMES.
                10  WS-MBR-ACCT-NO    PIC X(08).
                10  WS-MBR-LIMIT      PIC S9(7)V99 COMP-3.
                10  WS-MBR-BALANCE    PIC S9(7)V99 COMP-3.
                10  WS-MBR-FIRST-NAME PIC X(15).
                10  WS-MBR-STREET     PIC X(25).
                10  WS-MBR-CITY       PIC X(20).
                10  WS-MBR-STATE      PIC X(15).
                10  WS-MBR-FIRST-UP   PIC X(15).
                10  WS-MBR-STREET-UP  PIC X(25).
                10  WS-MBR-PLACE-UP.
                    15  WS-MBR-CITY-UP  PIC X(20).
                    15  WS-MBR-STATE-UP PIC X(15).
                10  WS-MBR-GROUP      PIC S9(04) COMP.
                10  WS-MBR-DONE       PIC X(01).
      *
      * Blok icinde gezinme ve grup birlestirme alanlari.
        01  GROUP-AREA.
            05 WS-I              PIC S9(04) COMP.
            05 WS-J              PIC S9(04) COMP.
            05 WS-K              PIC S9(04) COMP.
            05 WS-OLD-GROUP      PIC S9(04) COMP.
            05 WS-NEW-GROUP      PIC S9(04) COMP.
            05 WS-CUR-GROUP      PIC S9(04) COMP.
            05 WS-LINKED         PIC X VALUE 'N'.
               88 LINKED                    VALUE 'Y'.
            05 WS-GRP-MEMBERS    PIC S9(04) COMP.
            05 WS-GRP-LIMIT      PIC S9(11)V99 COMP-3.
            05 WS-GRP-BALANCE    PIC S9(11)V99 COMP-3.
            05 WS-GRP-EXPOSURE   PIC S9(11)V99 COMP-3.
      *
      * Is sonu ozetine yazilan sayaclar.
        01  EXPOSURE-COUNTERS.
            05 WS-READ-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-SKIPPED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-MULTI-GROUP-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-GROUPED-ACCT-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-SINGLE-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-CEILING-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-OVER-LIMIT-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            PERFORM UNTIL LASTREC = 'Y'
                PERFORM H200-COLLECT-ONE
                PERFORM READ-RECORD
            END-PERFORM.
            PERFORM H300-CLOSE-BLOCK.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
        H100-OPEN-FILES.
            PERFORM READ-EXPOSURE-PARM.
            OPEN INPUT  AVS-FILE.
            OPEN OUTPUT EXR-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM WRITE-REPORT-HEADER.
            PERFORM START-BY-NAME.
        H100-END. EXIT.
      *
      * Parametre dosyasi yoksa veya tavan sayisal degilse
      * varsayilan kullanilir ve bu durum DISPLAY ile bildirilir.
        READ-EXPOSURE-PARM.
            OPEN INPUT EXP-PARM.
            IF EXP-SUCCESS
               READ EXP-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF EXP-CEILING NUMERIC
                          MOVE EXP-CEILING TO WS-CEILING
                       ELSE
                          DISPLAY 'EXPPARM NOT NUMERIC - DEFAULT USED'
                       END-IF
               END-READ
               CLOSE EXP-PARM
            ELSE
               DISPLAY 'NO EXPPARM - DEFAULT USED'.
            MOVE WS-CEILING TO WS-EDIT-AMT.
            DISPLAY 'EXPOSURE CEILING: ' WS-EDIT-AMT.
        READ-EXPOSURE-PARM-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (AVS-SUCCESS AND EXR-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' AVS: ' AVS-ST ' EXR: ' EXR-ST
               IF AVS-SUCCESS THEN CLOSE AVS-FILE
               IF EXR-SUCCESS THEN CLOSE EXR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Ikincil anahtarin en basina konumlanilir; dosya bossa START
      * basarisiz olur ve rapor yalnizca ozetle kapanir.
        START-BY-NAME.
            MOVE LOW-VALUES TO AVS-LAST-NAME.
            START AVS-FILE KEY IS NOT LESS THAN AVS-LAST-NAME
                INVALID KEY MOVE 'Y' TO LASTREC
            END-START.
            IF LASTREC NOT = 'Y'
               PERFORM READ-RECORD.
        START-BY-NAME-END. EXIT.
      *
      * Soyad degistiginde onceki blok gruplanip raporlanir ve yeni
      * blok baslar. Blok tablosu dolarsa fazla hesaplar gruplanmaz,
      * yalnizca ozette sayilir.
        H200-COLLECT-ONE.
            IF WS-MBR-COUNT > ZERO
               AND AVS-LAST-NAME NOT = WS-BLOCK-NAME
               PERFORM H300-CLOSE-BLOCK.
            MOVE AVS-LAST-NAME TO WS-BLOCK-NAME.
            IF WS-MBR-COUNT < 500
               ADD 1 TO WS-MBR-COUNT
               PERFORM H210-LOAD-MEMBER
            ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'SURNAME BLOCK FULL, NOT GROUPED: '
                       AVS-ACCT-NO.
        H200-END. EXIT.
      *
        H210-LOAD-MEMBER.
            MOVE WS-MBR-COUNT       TO WS-I.
            MOVE AVS-ACCT-NO        TO WS-MBR-ACCT-NO(WS-I).
            MOVE AVS-ACCT-LIMIT     TO WS-MBR-LIMIT(WS-I).
            MOVE AVS-ACCT-BALANCE   TO WS-MBR-BALANCE(WS-I).
            MOVE AVS-FIRST-NAME     TO WS-MBR-FIRST-NAME(WS-I)
                                       WS-MBR-FIRST-UP(WS-I).
            MOVE AVS-STREET-ADDR    TO WS-MBR-STREET(WS-I)
                                       WS-MBR-STREET-UP(WS-I).
            MOVE AVS-CITY-COUNTY    TO WS-MBR-CITY(WS-I)
                                       WS-MBR-CITY-UP(WS-I).
            MOVE AVS-USA-STATE      TO WS-MBR-STATE(WS-I)
                                       WS-MBR-STATE-UP(WS-I).
            INSPECT WS-MBR-FIRST-UP(WS-I)
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            INSPECT WS-MBR-STREET-UP(WS-I)
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            INSPECT WS-MBR-PLACE-UP(WS-I)
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            MOVE WS-I               TO WS-MBR-GROUP(WS-I).
            MOVE 'N'                TO WS-MBR-DONE(WS-I).
        H210-END. EXIT.
      *
      * Blok kapanisi: once her uye ciftine bakilip bagli olanlarin
      * gruplari birlestirilir, sonra her grup bir kez raporlanir.
        H300-CLOSE-BLOCK.
            IF WS-MBR-COUNT > ZERO
               PERFORM H310-LINK-PAIR
                   VARYING WS-I FROM 2 BY 1
                   UNTIL WS-I > WS-MBR-COUNT
                   AFTER WS-J FROM 1 BY 1
                   UNTIL WS-J NOT < WS-I
               PERFORM H400-REPORT-GROUP
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MBR-COUNT
               MOVE ZERO TO WS-MBR-COUNT.
        H300-END. EXIT.
      *
      * Ayni soyadli iki hesap ayni sehir ve eyaletteyse ve sokak
      * adresleri ya da adlari ayniysa baglidir: ayni adres ayni
      * haneyi, ayni ad ayni musteriyi gosterir. Bos sokak veya bos
      * ad esitlik sayilmaz. Bagli iki uyenin gruplari farkliysa
      * birinin tum uyeleri digerinin grubuna tasinir.
        H310-LINK-PAIR.
            MOVE 'N' TO WS-LINKED.
            IF WS-MBR-PLACE-UP(WS-I) = WS-MBR-PLACE-UP(WS-J)
               AND WS-MBR-CITY-UP(WS-I) NOT = SPACE
               IF WS-MBR-STREET-UP(WS-I) NOT = SPACE
                  AND WS-MBR-STREET-UP(WS-I) = WS-MBR-STREET-UP(WS-J)
                  MOVE 'Y' TO WS-LINKED
               ELSE
                  IF WS-MBR-FIRST-UP(WS-I) NOT = SPACE
                     AND WS-MBR-FIRST-UP(WS-I) = WS-MBR-FIRST-UP(WS-J)
                     MOVE 'Y' TO WS-LINKED.
            IF LINKED
               AND WS-MBR-GROUP(WS-I) NOT = WS-MBR-GROUP(WS-J)
               MOVE WS-MBR-GROUP(WS-I) TO WS-OLD-GROUP
               MOVE WS-MBR-GROUP(WS-J) TO WS-NEW-GROUP
               PERFORM H320-MOVE-ONE-MEMBER
                   VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-MBR-COUNT.
        H310-END. EXIT.
      *
        H320-MOVE-ONE-MEMBER.
            IF WS-MBR-GROUP(WS-K) = WS-OLD-GROUP
               MOVE WS-NEW-GROUP TO WS-MBR-GROUP(WS-K).
        H320-END. EXIT.
      *
      * Henuz raporlanmamis ilk uye grubunu temsil eder: grubun
      * toplamlari alinir; birden fazla uyeli gruplar ve tavani
      * asan tek hesaplar raporlanir.
        H400-REPORT-GROUP.
            IF WS-MBR-DONE(WS-I) = 'N'
               MOVE WS-MBR-GROUP(WS-I) TO WS-CUR-GROUP
               MOVE ZERO TO WS-GRP-MEMBERS
                            WS-GRP-LIMIT
                            WS-GRP-BALANCE
                            WS-GRP-EXPOSURE
               PERFORM H410-SUM-ONE-MEMBER
                   VARYING WS-K FROM WS-I BY 1
                   UNTIL WS-K > WS-MBR-COUNT
               IF WS-GRP-MEMBERS > 1
                  ADD 1 TO WS-MULTI-GROUP-COUNT
                  ADD WS-GRP-MEMBERS TO WS-GROUPED-ACCT-COUNT
               ELSE
                  ADD 1 TO WS-SINGLE-COUNT
               END-IF
               IF WS-GRP-EXPOSURE > WS-CEILING
                  ADD 1 TO WS-CEILING-COUNT
               END-IF
               IF WS-GRP-MEMBERS > 1
                  OR WS-GRP-EXPOSURE > WS-CEILING
                  PERFORM H420-WRITE-GROUP.
        H400-END. EXIT.
      *
      * Uyenin riski limiti ile bakiyesinden buyuk olanidir: limiti
      * asmis bir hesapta risk bakiyedir, digerlerinde acilmis
      * limit.
        H410-SUM-ONE-MEMBER.
            IF WS-MBR-GROUP(WS-K) = WS-CUR-GROUP
               MOVE 'Y' TO WS-MBR-DONE(WS-K)
               ADD 1 TO WS-GRP-MEMBERS
               ADD WS-MBR-LIMIT(WS-K)   TO WS-GRP-LIMIT
               ADD WS-MBR-BALANCE(WS-K) TO WS-GRP-BALANCE
               IF WS-MBR-BALANCE(WS-K) > WS-MBR-LIMIT(WS-K)
                  ADD WS-MBR-BALANCE(WS-K) TO WS-GRP-EXPOSURE
               ELSE
                  ADD WS-MBR-LIMIT(WS-K)   TO WS-GRP-EXPOSURE.
        H410-END. EXIT.
      *
        H420-WRITE-GROUP.
            ADD 1 TO WS-GROUP-NO.
            MOVE SPACES              TO EXR-GRP-REC.
            MOVE 'GROUP'             TO EXR-GRP-TYPE.
            MOVE WS-GROUP-NO         TO EXR-GRP-NO.
            MOVE WS-BLOCK-NAME       TO EXR-GRP-LAST-NAME.
            MOVE WS-MBR-CITY(WS-I)   TO EXR-GRP-CITY-COUNTY.
            MOVE WS-MBR-STATE(WS-I)  TO EXR-GRP-USA-STATE.
            MOVE 'MEMBERS:'          TO EXR-GRP-MEMBER-LABEL.
            MOVE WS-GRP-MEMBERS      TO EXR-GRP-MEMBERS.
            WRITE EXR-GRP-REC.
            PERFORM H430-WRITE-ONE-MEMBER
                VARYING WS-K FROM WS-I BY 1
                UNTIL WS-K > WS-MBR-COUNT.
            MOVE SPACES              TO EXR-TOT-REC.
            MOVE 'TOTAL'             TO EXR-TOT-TYPE.
            MOVE 'EXPOSURE:'         TO EXR-TOT-LABEL.
            MOVE WS-GRP-EXPOSURE     TO EXR-TOT-EXPOSURE.
            MOVE WS-GRP-LIMIT        TO EXR-TOT-LIMIT.
            MOVE WS-GRP-BALANCE      TO EXR-TOT-BALANCE.
            IF WS-GRP-EXPOSURE > WS-CEILING
               MOVE 'OVER CEILING'   TO EXR-TOT-FLAG.
            WRITE EXR-TOT-REC.
        H420-END. EXIT.
      *
        H430-WRITE-ONE-MEMBER.
            IF WS-MBR-GROUP(WS-K) = WS-CUR-GROUP
               MOVE SPACES                 TO EXR-REC
               MOVE 'MEMBER'               TO EXR-TYPE
               MOVE WS-MBR-ACCT-NO(WS-K)   TO EXR-ACCT-NO
               MOVE WS-MBR-FIRST-NAME(WS-K) TO EXR-FIRST-NAME
               MOVE WS-MBR-STREET(WS-K)    TO EXR-STREET-ADDR
               MOVE WS-MBR-LIMIT(WS-K)     TO EXR-LIMIT
               MOVE WS-MBR-BALANCE(WS-K)   TO EXR-BALANCE
               IF WS-MBR-BALANCE(WS-K) > WS-MBR-LIMIT(WS-K)
                  MOVE 'OVER LIMIT'        TO EXR-FLAG
                  ADD 1 TO WS-OVER-LIMIT-COUNT
               END-IF
               WRITE EXR-REC.
        H430-END. EXIT.
      *
        WRITE-REPORT-HEADER.
            MOVE SPACES TO EXR-MSG-REC.
            MOVE 'EXPOSURE CEILING:' TO EXR-MSG-LABEL.
            MOVE WS-CEILING TO WS-EDIT-AMT.
            MOVE WS-EDIT-AMT TO EXR-MSG-TEXT.
            WRITE EXR-MSG-REC.
        WRITE-REPORT-HEADER-END. EXIT.
      *
        H500-WRITE-SUMMARY.
            MOVE SPACES TO EXR-SUM-REC.
            MOVE 'ACCOUNTS READ:' TO EXR-SUM-LABEL.
            MOVE WS-READ-COUNT TO EXR-SUM-COUNT.
            WRITE EXR-SUM-REC.
            MOVE 'MULTI-ACCOUNT GROUPS:' TO EXR-SUM-LABEL.
            MOVE WS-MULTI-GROUP-COUNT TO EXR-SUM-COUNT.
            WRITE EXR-SUM-REC.
            MOVE 'ACCOUNTS IN GROUPS:' TO EXR-SUM-LABEL.
            MOVE WS-GROUPED-ACCT-COUNT TO EXR-SUM-COUNT.
            WRITE EXR-SUM-REC.
            MOVE 'SINGLE-ACCOUNT CUSTOMERS:' TO EXR-SUM-LABEL.
            MOVE WS-SINGLE-COUNT TO EXR-SUM-COUNT.
            WRITE EXR-SUM-REC.
            MOVE 'GROUPS OVER CEILING:' TO EXR-SUM-LABEL.
            MOVE WS-CEILING-COUNT TO EXR-SUM-COUNT.
            WRITE EXR-SUM-REC.
            MOVE 'REPORTED MEMBERS OVER LIMIT:' TO EXR-SUM-LABEL.
            MOVE WS-OVER-LIMIT-COUNT TO EXR-SUM-COUNT.
            WRITE EXR-SUM-REC.
            MOVE 'ACCOUNTS NOT GROUPED:' TO EXR-SUM-LABEL.
            MOVE WS-SKIPPED-COUNT TO EXR-SUM-COUNT.
            WRITE EXR-SUM-REC.
        H500-END. EXIT.
      *
        H600-CLOSE-FILES.
            CLOSE AVS-FILE
                  EXR-FILE.
        H600-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM H500-WRITE-SUMMARY.
            PERFORM H600-CLOSE-FILES.
        H999-END. EXIT.
      *
        READ-RECORD.
            READ AVS-FILE NEXT RECORD
                AT END MOVE 'Y' TO LASTREC
            END-READ.
            IF LASTREC NOT = 'Y'
               ADD 1 TO WS-READ-COUNT.
        READ-RECORD-END. EXIT.
