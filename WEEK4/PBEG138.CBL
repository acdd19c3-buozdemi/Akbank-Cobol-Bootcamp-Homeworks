        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG138.
        AUTHOR.        BURAK OZDEMIR.
      * Hesap ekleme, duzeltme ve kapama islemleri bugune kadar
      * UPDTRAN'a 172 byte'lik UPD-REC yerlesiminde elle yaziliyordu;
      * hicbir alan denetlenmedigi icin yazim hatalari ancak ertesi
      * sabah PBEG108'in ACTRPT reddi olarak gorunuyordu. Bu program
      * operatorun terminalden calistirdigi bakim girisidir (CICS
      * islemi PB38, ekran eslemi PBM138): hesap ACCT-NO ile veya
      * soyadiyla (AVS-LAST-NAME) hesap VSAM dosyasinda bulunur,
      * ekle/degistir/sil islemi alan alan denetlenerek girilir ve
      * her giris PBEG108'in UPD-REC yerlesiminde MNTSTAGE ara
      * dosyasina yazilir. Ara dosyayi siradaki 'BH' baslikli UPDTRAN
      * partisine PBEG146 tasir; parti numarasi kurali (BATCHREG)
      * orada uygulanir. Ana dosya burada ASLA degistirilmez;
      * ACCTVSAM yalnizca okunur ve ana dosyayi degistiren tek program
      * PBEG108 olarak kalir.
      * Program sozde konusmali (pseudo-conversational) calisir: her
      * ekran gonderildikten sonra gorev biter, operatorun cevabi
      * ayni islem kodunu yeniden baslatir. Gorevler arasinda
      * tasinan tek bilgi WS-COMMAREA'dir.
      * CICS dosya tanimlari:
      *   ACCTVSAM  PBEG113'un yukledigi hesap KSDS'i; yalnizca READ.
      *   ACCTNAME  ayni KSDS'in AVS-LAST-NAME alternatif indeksi
      *             uzerindeki yol (PATH, tekrarli anahtar); yalnizca
      *             gezinme (STARTBR/READNEXT).
      *   STATETAB  PBEG121'in eyalet dosyasinin STT-NAME anahtarli
      *             KSDS kopyasi; yalnizca gezinme.
      *   MNTSTAGE  girislerin ara dosyasi; UPD-ACCT-NO anahtarli
      *             KSDS, 172 byte. Yalnizca WRITE ve READ.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 WS-RESP           PIC S9(08) COMP VALUE ZERO.
            05 WS-RESP-DISP      PIC 9(04) VALUE ZERO.
            05 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
            05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
            05 WS-NAME-KEY       PIC X(20) VALUE SPACE.
            05 WS-STT-KEY        PIC X(15) VALUE SPACE.
            05 WS-FIRST-TASK     PIC X VALUE 'N'.
               88 FIRST-TASK                VALUE 'Y'.
            05 WS-MASTER-FOUND   PIC X VALUE 'N'.
               88 MASTER-FOUND              VALUE 'Y'.
            05 WS-MSG-WORK       PIC X(70) VALUE SPACE.
      *
      * Gorevden goreve tasinan konusma alani. WS-SCREEN-STATE son
      * gonderilen ekrani gosterir; cevap o ekranin paragrafina
      * gider. Ekrandaki giris alanlari (WS-ENTRY-FIELDS) gecersiz
      * bir tusta ekran ayni degerlerle yeniden gosterilebilsin diye,
      * degistir isleminde ekrana getirilen ana dosya goruntusu
      * (WS-MASTER-FIELDS) ise hicbir alanin degismedigi girisi
      * yakalamak icin burada saklanir. Uzunluk LINKAGE SECTION'daki
      * DFHCOMMAREA ile ayni olmalidir (368 byte).
        01  WS-COMMAREA.
            05 WS-SCREEN-STATE   PIC X(01) VALUE 'M'.
               88 STATE-MAIN                VALUE 'M'.
               88 STATE-ENTRY               VALUE 'E'.
               88 STATE-DELETE              VALUE 'D'.
               88 STATE-LIST                VALUE 'L'.
            05 WS-FUNCTION       PIC X(01) VALUE SPACE.
               88 FUNC-ADD                  VALUE 'A'.
               88 FUNC-CHANGE               VALUE 'C'.
               88 FUNC-DELETE               VALUE 'D'.
               88 FUNC-NAME                 VALUE 'N'.
               88 FUNC-EXIT                 VALUE 'X'.
            05 WS-IN-ACCT-NO     PIC X(08) VALUE SPACE.
            05 WS-ENTRY-FIELDS.
               10 WS-IN-LAST     PIC X(20) VALUE SPACE.
               10 WS-IN-FIRST    PIC X(15) VALUE SPACE.
               10 WS-IN-STREET   PIC X(25) VALUE SPACE.
               10 WS-IN-CITY     PIC X(20) VALUE SPACE.
               10 WS-IN-STATE    PIC X(15) VALUE SPACE.
               10 WS-IN-LIMIT    PIC X(12) VALUE SPACE.
               10 WS-IN-BALANCE  PIC X(12) VALUE SPACE.
               10 WS-IN-COMMENTS PIC X(50) VALUE SPACE.
            05 WS-MASTER-FIELDS  PIC X(169) VALUE SPACE.
            05 WS-WRITTEN-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-ADD-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-CHG-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-DEL-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
      *
      * AVS-REC, PBEG113/114'teki ile birebir ayni alan yerlesimine
      * sahiptir; ACCTVSAM ve ACCTNAME okumalarinin alanidir.
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
      * Eyalet kaydi; PBEG121'deki ile ayni yerlesim.
        01  STT-REC.
            05  STT-NAME           PIC X(15).
            05  STT-CODE           PIC X(02).
      *
      * Islem kaydi; PBEG108'in UPD-REC'i ile birebir ayni yerlesim
      * (172 byte). MNTSTAGE'e bu haliyle yazilir.
        01  UPD-REC.
            05  UPD-CODE           PIC X(01).
            05  UPD-ACCT-NO        PIC X(08).
            05  UPD-LIMIT          PIC S9(7)V99.
            05  UPD-BALANCE        PIC S9(7)V99.
            05  UPD-LAST-NAME      PIC X(20).
            05  UPD-FIRST-NAME     PIC X(15).
            05  UPD-STREET-ADDR    PIC X(25).
            05  UPD-CITY-COUNTY    PIC X(20).
            05  UPD-USA-STATE      PIC X(15).
            05  UPD-COMMENTS       PIC X(50).
      *
      * Eyalet tablosu; PBEG121'deki LOAD-STATE-TABLE/CHECK-STATE
      * kurgusuyla ayni.
        01  WS-STATE-TABLE.
            05  WS-STT-COUNT       PIC S9(04) COMP VALUE ZERO.
            05  WS-STT-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-STT-IDX.
                10  WS-STT-NAME    PIC X(15).
                10  WS-STT-CODE    PIC X(02).
            05  WS-CHECK-STATE     PIC X(15) VALUE SPACE.
            05  WS-STATE-FOUND     PIC X VALUE 'N'.
               88 STATE-FOUND               VALUE 'Y'.
            05  WS-STT-DONE        PIC X VALUE 'N'.
               88 STT-DONE                  VALUE 'Y'.
      *
      * Ekran alanlari: ana ekranda aranacak soyad, onay ve mesaj
      * satiri. Giris ekraninin alanlari konusma alanindadir;
      * tutarlar ekranda serbest yazilabilsin diye X olarak alinir ve
      * denetimden sonra NUMVAL ile sayiya cevrilir.
        01  SCREEN-FIELDS.
            05 WS-IN-SEARCH      PIC X(20) VALUE SPACE.
            05 WS-CONFIRM        PIC X(01) VALUE SPACE.
            05 WS-MESSAGE        PIC X(70) VALUE SPACE.
      *
      * Soyad aramasinin aday satirlari; PBEG114'un aday listesindeki
      * bilgilerle ayni (ACCT-NO, ad soyad, CITY-COUNTY, eyalet).
        01  CANDIDATE-AREA.
            05 WS-SEARCH-NAME    PIC X(20) VALUE SPACE.
            05 WS-CAND-COUNT     PIC S9(04) COMP VALUE ZERO.
            05 WS-CAND-SUB       PIC S9(04) COMP VALUE ZERO.
            05 WS-NAME-DONE      PIC X VALUE 'N'.
               88 NAME-DONE                 VALUE 'Y'.
            05 WS-CAND-MORE      PIC X(70) VALUE SPACE.
            05 WS-CAND-LINES.
               10 WS-CAND-LINE OCCURS 10 TIMES.
                  15 WS-CAND-ACCT   PIC X(08).
                  15 WS-CAND-SP-1   PIC X(01).
                  15 WS-CAND-FIRST  PIC X(15).
                  15 WS-CAND-SP-2   PIC X(01).
                  15 WS-CAND-CITY   PIC X(20).
                  15 WS-CAND-SP-3   PIC X(01).
                  15 WS-CAND-STATE  PIC X(15).
                  15 WS-CAND-SP-4   PIC X(09).
      *
      * Denetim ve hesap alanlari.
        01  ENTRY-CALC-AREA.
            05 WS-SESSION-END    PIC X VALUE 'N'.
               88 SESSION-END               VALUE 'Y'.
            05 WS-CHECK-AMT      PIC S9(9)V9(4) COMP-3 VALUE ZERO.
            05 WS-CHECK-AMT-2    PIC S9(9)V99 COMP-3 VALUE ZERO.
            05 WS-NEW-LIMIT      PIC S9(7)V99 COMP-3 VALUE ZERO.
            05 WS-NEW-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.
            05 WS-EDIT-AMT       PIC -(7)9.99.
            05 WS-AMT-FIELD      PIC X(12) VALUE SPACE.
            05 WS-AMT-NAME       PIC X(08) VALUE SPACE.
      *
      * Oturum sonunda terminale yazilan ozet satiri.
        01  WS-END-TEXT.
            05 FILLER            PIC X(24)
                                 VALUE 'PBEG138 SESSION ENDED - '.
            05 FILLER            PIC X(08) VALUE 'STAGED: '.
            05 WS-END-WRITTEN    PIC ZZZ9.
            05 FILLER            PIC X(08) VALUE '  ADDS: '.
            05 WS-END-ADDS       PIC ZZZ9.
            05 FILLER            PIC X(11) VALUE '  CHANGES: '.
            05 WS-END-CHANGES    PIC ZZZ9.
            05 FILLER            PIC X(11) VALUE '  DELETES: '.
            05 WS-END-DELETES    PIC ZZZ9.
      *
      * CICS'in standart tus kodlari (EIBAID karsilastirmalari).
        COPY DFHAID.
      *
      * PBM138 ekran ekleminin sembolik haritalari; BMS'in PBM138
      * tanimindan urettigi yerlesimle birebir aynidir (12 byte
      * TIOA oneki, her adli alan icin uzunluk, nitelik ve veri).
      * Ana ekran.
        01  MNTMAINI.
            05  FILLER             PIC X(12).
            05  MDATEL             PIC S9(04) COMP.
            05  MDATEF             PIC X(01).
            05  FILLER REDEFINES MDATEF.
                10  MDATEA         PIC X(01).
            05  MDATEI             PIC X(08).
            05  MFUNCL             PIC S9(04) COMP.
            05  MFUNCF             PIC X(01).
            05  FILLER REDEFINES MFUNCF.
                10  MFUNCA         PIC X(01).
            05  MFUNCI             PIC X(01).
            05  MACCTL             PIC S9(04) COMP.
            05  MACCTF             PIC X(01).
            05  FILLER REDEFINES MACCTF.
                10  MACCTA         PIC X(01).
            05  MACCTI             PIC X(08).
            05  MNAMEL             PIC S9(04) COMP.
            05  MNAMEF             PIC X(01).
            05  FILLER REDEFINES MNAMEF.
                10  MNAMEA         PIC X(01).
            05  MNAMEI             PIC X(20).
            05  MMSGL              PIC S9(04) COMP.
            05  MMSGF              PIC X(01).
            05  FILLER REDEFINES MMSGF.
                10  MMSGA          PIC X(01).
            05  MMSGI              PIC X(70).
        01  MNTMAINO REDEFINES MNTMAINI.
            05  FILLER             PIC X(12).
            05  FILLER             PIC X(03).
            05  MDATEO             PIC X(08).
            05  FILLER             PIC X(03).
            05  MFUNCO             PIC X(01).
            05  FILLER             PIC X(03).
            05  MACCTO             PIC X(08).
            05  FILLER             PIC X(03).
            05  MNAMEO             PIC X(20).
            05  FILLER             PIC X(03).
            05  MMSGO              PIC X(70).
      * Ekle ve degistir giris ekrani.
        01  MNTENTRI.
            05  FILLER             PIC X(12).
            05  EFUNCL             PIC S9(04) COMP.
            05  EFUNCF             PIC X(01).
            05  FILLER REDEFINES EFUNCF.
                10  EFUNCA         PIC X(01).
            05  EFUNCI             PIC X(01).
            05  EACCTL             PIC S9(04) COMP.
            05  EACCTF             PIC X(01).
            05  FILLER REDEFINES EACCTF.
                10  EACCTA         PIC X(01).
            05  EACCTI             PIC X(08).
            05  ELASTL             PIC S9(04) COMP.
            05  ELASTF             PIC X(01).
            05  FILLER REDEFINES ELASTF.
                10  ELASTA         PIC X(01).
            05  ELASTI             PIC X(20).
            05  EFIRSTL            PIC S9(04) COMP.
            05  EFIRSTF            PIC X(01).
            05  FILLER REDEFINES EFIRSTF.
                10  EFIRSTA        PIC X(01).
            05  EFIRSTI            PIC X(15).
            05  ESTREETL           PIC S9(04) COMP.
            05  ESTREETF           PIC X(01).
            05  FILLER REDEFINES ESTREETF.
                10  ESTREETA       PIC X(01).
            05  ESTREETI           PIC X(25).
            05  ECITYL             PIC S9(04) COMP.
            05  ECITYF             PIC X(01).
            05  FILLER REDEFINES ECITYF.
                10  ECITYA         PIC X(01).
            05  ECITYI             PIC X(20).
            05  ESTATEL            PIC S9(04) COMP.
            05  ESTATEF            PIC X(01).
            05  FILLER REDEFINES ESTATEF.
                10  ESTATEA        PIC X(01).
            05  ESTATEI            PIC X(15).
            05  ELIMITL            PIC S9(04) COMP.
            05  ELIMITF            PIC X(01).
            05  FILLER REDEFINES ELIMITF.
                10  ELIMITA        PIC X(01).
            05  ELIMITI            PIC X(12).
            05  EBALL              PIC S9(04) COMP.
            05  EBALF              PIC X(01).
            05  FILLER REDEFINES EBALF.
                10  EBALA          PIC X(01).
            05  EBALI              PIC X(12).
            05  ECOMML             PIC S9(04) COMP.
            05  ECOMMF             PIC X(01).
            05  FILLER REDEFINES ECOMMF.
                10  ECOMMA         PIC X(01).
            05  ECOMMI             PIC X(50).
            05  ECONFL             PIC S9(04) COMP.
            05  ECONFF             PIC X(01).
            05  FILLER REDEFINES ECONFF.
                10  ECONFA         PIC X(01).
            05  ECONFI             PIC X(01).
            05  EMSGL              PIC S9(04) COMP.
            05  EMSGF              PIC X(01).
            05  FILLER REDEFINES EMSGF.
                10  EMSGA          PIC X(01).
            05  EMSGI              PIC X(70).
        01  MNTENTRO REDEFINES MNTENTRI.
            05  FILLER             PIC X(12).
            05  FILLER             PIC X(03).
            05  EFUNCO             PIC X(01).
            05  FILLER             PIC X(03).
            05  EACCTO             PIC X(08).
            05  FILLER             PIC X(03).
            05  ELASTO             PIC X(20).
            05  FILLER             PIC X(03).
            05  EFIRSTO            PIC X(15).
            05  FILLER             PIC X(03).
            05  ESTREETO           PIC X(25).
            05  FILLER             PIC X(03).
            05  ECITYO             PIC X(20).
            05  FILLER             PIC X(03).
            05  ESTATEO            PIC X(15).
            05  FILLER             PIC X(03).
            05  ELIMITO            PIC X(12).
            05  FILLER             PIC X(03).
            05  EBALO              PIC X(12).
            05  FILLER             PIC X(03).
            05  ECOMMO             PIC X(50).
            05  FILLER             PIC X(03).
            05  ECONFO             PIC X(01).
            05  FILLER             PIC X(03).
            05  EMSGO              PIC X(70).
      * Silme onay ekrani.
        01  MNTDELI.
            05  FILLER             PIC X(12).
            05  DACCTL             PIC S9(04) COMP.
            05  DACCTF             PIC X(01).
            05  FILLER REDEFINES DACCTF.
                10  DACCTA         PIC X(01).
            05  DACCTI             PIC X(08).
            05  DLASTL             PIC S9(04) COMP.
            05  DLASTF             PIC X(01).
            05  FILLER REDEFINES DLASTF.
                10  DLASTA         PIC X(01).
            05  DLASTI             PIC X(20).
            05  DFIRSTL            PIC S9(04) COMP.
            05  DFIRSTF            PIC X(01).
            05  FILLER REDEFINES DFIRSTF.
                10  DFIRSTA        PIC X(01).
            05  DFIRSTI            PIC X(15).
            05  DSTREETL           PIC S9(04) COMP.
            05  DSTREETF           PIC X(01).
            05  FILLER REDEFINES DSTREETF.
                10  DSTREETA       PIC X(01).
            05  DSTREETI           PIC X(25).
            05  DCITYL             PIC S9(04) COMP.
            05  DCITYF             PIC X(01).
            05  FILLER REDEFINES DCITYF.
                10  DCITYA         PIC X(01).
            05  DCITYI             PIC X(20).
            05  DSTATEL            PIC S9(04) COMP.
            05  DSTATEF            PIC X(01).
            05  FILLER REDEFINES DSTATEF.
                10  DSTATEA        PIC X(01).
            05  DSTATEI            PIC X(15).
            05  DLIMITL            PIC S9(04) COMP.
            05  DLIMITF            PIC X(01).
            05  FILLER REDEFINES DLIMITF.
                10  DLIMITA        PIC X(01).
            05  DLIMITI            PIC X(12).
            05  DBALL              PIC S9(04) COMP.
            05  DBALF              PIC X(01).
            05  FILLER REDEFINES DBALF.
                10  DBALA          PIC X(01).
            05  DBALI              PIC X(12).
            05  DCONFL             PIC S9(04) COMP.
            05  DCONFF             PIC X(01).
            05  FILLER REDEFINES DCONFF.
                10  DCONFA         PIC X(01).
            05  DCONFI             PIC X(01).
            05  DMSGL              PIC S9(04) COMP.
            05  DMSGF              PIC X(01).
            05  FILLER REDEFINES DMSGF.
                10  DMSGA          PIC X(01).
            05  DMSGI              PIC X(70).
        01  MNTDELO REDEFINES MNTDELI.
            05  FILLER             PIC X(12).
            05  FILLER             PIC X(03).
            05  DACCTO             PIC X(08).
            05  FILLER             PIC X(03).
            05  DLASTO             PIC X(20).
            05  FILLER             PIC X(03).
            05  DFIRSTO            PIC X(15).
            05  FILLER             PIC X(03).
            05  DSTREETO           PIC X(25).
            05  FILLER             PIC X(03).
            05  DCITYO             PIC X(20).
            05  FILLER             PIC X(03).
            05  DSTATEO            PIC X(15).
            05  FILLER             PIC X(03).
            05  DLIMITO            PIC X(12).
            05  FILLER             PIC X(03).
            05  DBALO              PIC X(12).
            05  FILLER             PIC X(03).
            05  DCONFO             PIC X(01).
            05  FILLER             PIC X(03).
            05  DMSGO              PIC X(70).
      * Soyad aramasinin aday listesi.
        01  MNTLISTI.
            05  FILLER             PIC X(12).
            05  LNAMEL             PIC S9(04) COMP.
            05  LNAMEF             PIC X(01).
            05  FILLER REDEFINES LNAMEF.
                10  LNAMEA         PIC X(01).
            05  LNAMEI             PIC X(20).
            05  LLINED OCCURS 10 TIMES.
                10  LLINEL         PIC S9(04) COMP.
                10  LLINEF         PIC X(01).
                10  FILLER REDEFINES LLINEF.
                    15  LLINEA     PIC X(01).
                10  LLINEI         PIC X(79).
            05  LMOREL             PIC S9(04) COMP.
            05  LMOREF             PIC X(01).
            05  FILLER REDEFINES LMOREF.
                10  LMOREA         PIC X(01).
            05  LMOREI             PIC X(70).
        01  MNTLISTO REDEFINES MNTLISTI.
            05  FILLER             PIC X(12).
            05  FILLER             PIC X(03).
            05  LNAMEO             PIC X(20).
            05  DFHMS1 OCCURS 10 TIMES.
                10  FILLER         PIC X(03).
                10  LLINEO         PIC X(79).
            05  FILLER             PIC X(03).
            05  LMOREO             PIC X(70).
      *
        LINKAGE SECTION.
        01  DFHCOMMAREA            PIC X(368).
      *
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * her gorev buradan baslar, operatorun cevabini son gonderilen
      * ekranin paragrafina verir, siradaki ekrani gonderir ve ayni
      * islem koduyla CICS'e doner; oturum bittiginde ozet gosterilip
      * islem kodu verilmeden donulur.
        0000-MAIN.
            PERFORM H100-START-TASK.
            IF FIRST-TASK
               MOVE 'ENTER FUNCTION' TO WS-MESSAGE
            ELSE
               EVALUATE TRUE
                   WHEN STATE-ENTRY
                       PERFORM H255-ENTRY-ONCE
                   WHEN STATE-DELETE
                       PERFORM H245-DELETE-ONCE
                   WHEN STATE-LIST
                       PERFORM H260-LIST-RETURN
                   WHEN OTHER
                       PERFORM H200-MAIN-SCREEN
               END-EVALUATE.
            IF SESSION-END
               PERFORM H999-PROGRAM-EXIT
            ELSE
               PERFORM H900-SEND-SCREEN
               EXEC CICS RETURN TRANSID(EIBTRNID)
                         COMMAREA(WS-COMMAREA)
                         LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC.
            GOBACK.
      *
      * Islem kodu ilk kez girildiginde konusma alani yoktur; yeni
      * oturum ana ekranla baslar. Boyu tutmayan bir konusma alani
      * da yeni oturum sayilir.
        H100-START-TASK.
            EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
            EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                      YYYYMMDD(WS-RUN-DATE)
            END-EXEC.
            IF EIBCALEN = LENGTH OF WS-COMMAREA
               MOVE DFHCOMMAREA TO WS-COMMAREA
            ELSE
               MOVE 'Y' TO WS-FIRST-TASK.
        H100-END. EXIT.
      *
      * Ana ekranin cevabi alinir ve secilen isleve gidilir. PF3
      * oturumu bitirir, CLEAR ana ekrani yeniden gosterir.
        H200-MAIN-SCREEN.
            MOVE SPACE TO WS-MESSAGE.
            EVALUATE TRUE
                WHEN EIBAID = DFHPF3
                    MOVE 'Y' TO WS-SESSION-END
                WHEN EIBAID = DFHCLEAR
                    MOVE 'ENTER FUNCTION' TO WS-MESSAGE
                WHEN EIBAID NOT = DFHENTER
                    MOVE 'INVALID KEY - USE ENTER OR PF3' TO WS-MESSAGE
                WHEN OTHER
                    PERFORM H205-TAKE-MAIN-INPUT
            END-EVALUATE.
        H200-END. EXIT.
      *
        H205-TAKE-MAIN-INPUT.
            MOVE LOW-VALUES TO MNTMAINI.
            EXEC CICS RECEIVE MAP('MNTMAIN') MAPSET('PBM138')
                      INTO(MNTMAINI) RESP(WS-RESP)
            END-EXEC.
            MOVE MFUNCI TO WS-FUNCTION.
            MOVE MACCTI TO WS-IN-ACCT-NO.
            MOVE MNAMEI TO WS-IN-SEARCH.
            INSPECT WS-FUNCTION   REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT WS-IN-ACCT-NO REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT WS-IN-SEARCH  REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT WS-FUNCTION
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            INSPECT WS-IN-SEARCH
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            EVALUATE TRUE
                WHEN FUNC-EXIT
                    MOVE 'Y' TO WS-SESSION-END
                WHEN FUNC-NAME
                    PERFORM H210-NAME-SEARCH
                WHEN FUNC-ADD
                    PERFORM H220-ADD-ENTRY
                WHEN FUNC-CHANGE
                    PERFORM H230-CHANGE-ENTRY
                WHEN FUNC-DELETE
                    PERFORM H240-DELETE-ENTRY
                WHEN OTHER
                    MOVE 'INVALID FUNCTION - USE A, C, D, N OR X'
                                        TO WS-MESSAGE
            END-EVALUATE.
        H205-END. EXIT.
      *
      * Soyad aramasi: PBEG114'un H250-SEARCH-BY-NAME kurgusu; soyad
      * yolunda ilk eslesen kayda konumlanilir, ayni soyadi tasiyan
      * tekrarlar READNEXT ile gezilir (tekrarli anahtarda DUPKEY
      * cevabi normaldir). Ekrana en fazla 10 aday sigar; fazlasi
      * icin operatore not dusulur.
        H210-NAME-SEARCH.
            IF WS-IN-SEARCH = SPACE
               MOVE 'KEY A LAST NAME FOR NAME SEARCH' TO WS-MESSAGE
            ELSE
               MOVE WS-IN-SEARCH TO WS-SEARCH-NAME
               MOVE ZERO   TO WS-CAND-COUNT
               MOVE SPACES TO WS-CAND-LINES
               MOVE SPACES TO WS-CAND-MORE
               MOVE 'N'    TO WS-NAME-DONE
               MOVE WS-SEARCH-NAME TO WS-NAME-KEY
               EXEC CICS STARTBR FILE('ACCTNAME')
                         RIDFLD(WS-NAME-KEY) EQUAL
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NOTFND)
                  MOVE 'NO MATCH ON SURNAME' TO WS-MESSAGE
               ELSE
                  IF WS-RESP NOT = DFHRESP(NORMAL)
                     MOVE 'ACCTNAME BROWSE FAILED' TO WS-MESSAGE
                     PERFORM ADD-RESP-TO-MESSAGE
                  ELSE
                     PERFORM H212-READ-NEXT-NAME
                     PERFORM H215-LIST-ONE-CANDIDATE UNTIL NAME-DONE
                     EXEC CICS ENDBR FILE('ACCTNAME') END-EXEC
                     MOVE 'L' TO WS-SCREEN-STATE.
        H210-END. EXIT.
      *
        H212-READ-NEXT-NAME.
            EXEC CICS READNEXT FILE('ACCTNAME')
                      INTO(AVS-REC) RIDFLD(WS-NAME-KEY)
                      RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(DUPKEY)
               MOVE 'Y' TO WS-NAME-DONE
            ELSE
               IF AVS-LAST-NAME NOT = WS-SEARCH-NAME
                  MOVE 'Y' TO WS-NAME-DONE.
        H212-END. EXIT.
      *
        H215-LIST-ONE-CANDIDATE.
            ADD 1 TO WS-CAND-COUNT.
            IF WS-CAND-COUNT > 10
               MOVE 'MORE ACCOUNTS WITH THIS SURNAME - USE ACCOUNT NO'
                                        TO WS-CAND-MORE
               MOVE 'Y' TO WS-NAME-DONE
            ELSE
               MOVE AVS-ACCT-NO     TO WS-CAND-ACCT(WS-CAND-COUNT)
               MOVE AVS-FIRST-NAME  TO WS-CAND-FIRST(WS-CAND-COUNT)
               MOVE AVS-CITY-COUNTY TO WS-CAND-CITY(WS-CAND-COUNT)
               MOVE AVS-USA-STATE   TO WS-CAND-STATE(WS-CAND-COUNT)
               PERFORM H212-READ-NEXT-NAME.
        H215-END. EXIT.
      *
      * Ekleme: hesap numarasi sekiz haneli sayisal olmali, ana
      * dosyada ve ara dosyada bulunmamalidir.
        H220-ADD-ENTRY.
            IF WS-IN-ACCT-NO NOT NUMERIC
               MOVE 'ACCOUNT NO MUST BE 8 DIGITS' TO WS-MESSAGE
            ELSE
               PERFORM CHECK-KEYED-ACCOUNT
               IF WS-MESSAGE = SPACE
                  PERFORM READ-MASTER
                  IF WS-MESSAGE = SPACE
                     IF MASTER-FOUND
                        MOVE 'ACCOUNT ALREADY ON FILE' TO WS-MESSAGE
                     ELSE
                        MOVE SPACES TO WS-ENTRY-FIELDS
                        MOVE SPACES TO WS-MASTER-FIELDS
                        PERFORM H250-ENTRY-LOOP.
        H220-END. EXIT.
      *
      * Degistirme: hesap ana dosyada bulunmali; ekran mevcut
      * degerlerle acilir.
        H230-CHANGE-ENTRY.
            PERFORM CHECK-KEYED-ACCOUNT.
            IF WS-MESSAGE = SPACE
               PERFORM READ-MASTER.
            IF WS-MESSAGE = SPACE
               IF NOT MASTER-FOUND
                  MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE
               ELSE
                  PERFORM LOAD-ENTRY-FROM-MASTER
                  MOVE WS-ENTRY-FIELDS TO WS-MASTER-FIELDS
                  PERFORM H250-ENTRY-LOOP.
        H230-END. EXIT.
      *
      * Silme: hesap ana dosyada bulunmali; kayit gosterilir ve
      * operatorden onay alinir.
        H240-DELETE-ENTRY.
            PERFORM CHECK-KEYED-ACCOUNT.
            IF WS-MESSAGE = SPACE
               PERFORM READ-MASTER.
            IF WS-MESSAGE = SPACE
               IF NOT MASTER-FOUND
                  MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE
               ELSE
                  PERFORM LOAD-ENTRY-FROM-MASTER
                  MOVE 'D' TO WS-SCREEN-STATE.
        H240-END. EXIT.
      *
      * Silme onayinin cevabi. Kayit onaydan once ana dosyadan
      * yeniden okunur: ekran yeniden gosterilecekse alanlari, onay
      * verildiyse ara dosyaya tasinacak goruntu buradan gelir.
        H245-DELETE-ONCE.
            MOVE SPACE TO WS-MESSAGE.
            EVALUATE TRUE
                WHEN EIBAID = DFHPF3
                    MOVE 'DELETE CANCELLED' TO WS-MESSAGE
                    MOVE 'M' TO WS-SCREEN-STATE
                WHEN EIBAID NOT = DFHENTER
                    MOVE 'INVALID KEY - USE ENTER OR PF3' TO WS-MESSAGE
                WHEN OTHER
                    PERFORM H246-TAKE-DELETE-INPUT
            END-EVALUATE.
        H245-END. EXIT.
      *
        H246-TAKE-DELETE-INPUT.
            MOVE LOW-VALUES TO MNTDELI.
            EXEC CICS RECEIVE MAP('MNTDEL') MAPSET('PBM138')
                      INTO(MNTDELI) RESP(WS-RESP)
            END-EXEC.
            MOVE DCONFI TO WS-CONFIRM.
            PERFORM READ-MASTER.
            IF WS-MESSAGE = SPACE AND NOT MASTER-FOUND
               MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE.
            IF WS-MESSAGE NOT = SPACE
               MOVE 'M' TO WS-SCREEN-STATE
            ELSE
               PERFORM LOAD-ENTRY-FROM-MASTER
               PERFORM H247-CONFIRM-DELETE.
        H246-END. EXIT.
      *
        H247-CONFIRM-DELETE.
            EVALUATE WS-CONFIRM
                WHEN 'Y'
                WHEN 'y'
                    PERFORM WRITE-UPD-ENTRY
                WHEN 'N'
                WHEN 'n'
                    MOVE 'DELETE CANCELLED' TO WS-MESSAGE
                    MOVE 'M' TO WS-SCREEN-STATE
                WHEN OTHER
                    MOVE 'KEY Y TO DELETE OR N TO CANCEL' TO WS-MESSAGE
            END-EVALUATE.
        H247-END. EXIT.
      *
      * Giris ekrani acilir. Alanlar denetimden gecip operator Y
      * ile onaylayana veya N ile vazgecene kadar ekran tekrar
      * gosterilir; hatali alanin mesaji mesaj satirinda kalir.
        H250-ENTRY-LOOP.
            MOVE 'E' TO WS-SCREEN-STATE.
        H250-END. EXIT.
      *
        H255-ENTRY-ONCE.
            MOVE SPACE TO WS-MESSAGE.
            EVALUATE TRUE
                WHEN EIBAID = DFHPF3
                    MOVE 'ENTRY CANCELLED' TO WS-MESSAGE
                    MOVE 'M' TO WS-SCREEN-STATE
                WHEN EIBAID NOT = DFHENTER
                    MOVE 'INVALID KEY - USE ENTER OR PF3' TO WS-MESSAGE
                WHEN OTHER
                    PERFORM RECEIVE-ENTRY-MAP
                    IF WS-CONFIRM = 'N'
                       MOVE 'ENTRY CANCELLED' TO WS-MESSAGE
                       MOVE 'M' TO WS-SCREEN-STATE
                    ELSE
                       PERFORM H257-CHECK-ENTRY
                    END-IF
            END-EVALUATE.
        H255-END. EXIT.
      *
      * Degistirmede CHECK-CHANGE-FIELDS ana dosyadaki limit ve
      * bakiyeyle karsilastirir; kayit bu yuzden yeniden okunur.
        H257-CHECK-ENTRY.
            IF FUNC-CHANGE
               PERFORM READ-MASTER
               IF WS-MESSAGE = SPACE AND NOT MASTER-FOUND
                  MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE.
            IF WS-MESSAGE NOT = SPACE
               MOVE 'M' TO WS-SCREEN-STATE
            ELSE
               PERFORM VALIDATE-ENTRY
               IF WS-MESSAGE = SPACE
                  IF WS-CONFIRM = 'Y'
                     PERFORM WRITE-UPD-ENTRY
                  ELSE
                     MOVE 'FIELDS OK - KEY Y TO WRITE OR N TO CANCEL'
                                        TO WS-MESSAGE.
        H257-END. EXIT.
      *
      * Aday listesinden her tusla ana ekrana donulur.
        H260-LIST-RETURN.
            MOVE SPACE TO WS-MESSAGE.
            MOVE 'M' TO WS-SCREEN-STATE.
        H260-END. EXIT.
      *
      * FSET sayesinde giris alanlarinin tamami geri gelir; bos
      * birakilan veya silinen alan LOW-VALUE olarak gelir ve bosluga
      * cevrilir.
        RECEIVE-ENTRY-MAP.
            MOVE LOW-VALUES TO MNTENTRI.
            EXEC CICS RECEIVE MAP('MNTENTR') MAPSET('PBM138')
                      INTO(MNTENTRI) RESP(WS-RESP)
            END-EXEC.
            MOVE ELASTI   TO WS-IN-LAST.
            MOVE EFIRSTI  TO WS-IN-FIRST.
            MOVE ESTREETI TO WS-IN-STREET.
            MOVE ECITYI   TO WS-IN-CITY.
            MOVE ESTATEI  TO WS-IN-STATE.
            MOVE ELIMITI  TO WS-IN-LIMIT.
            MOVE EBALI    TO WS-IN-BALANCE.
            MOVE ECOMMI   TO WS-IN-COMMENTS.
            MOVE ECONFI   TO WS-CONFIRM.
            INSPECT WS-ENTRY-FIELDS REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT WS-CONFIRM      REPLACING ALL LOW-VALUE BY SPACE.
            INSPECT WS-ENTRY-FIELDS
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            INSPECT WS-CONFIRM
                CONVERTING 'yn' TO 'YN'.
        RECEIVE-ENTRY-MAP-END. EXIT.
      *
      * Alan denetimleri PBEG108 ve PBEG133'un ertesi sabah
      * reddedecegi hatalari giris aninda yakalar. Ilk hatali alanin
      * mesaji WS-MESSAGE'a konur; sonraki denetimler atlanir.
      * Degistirme isleminde limit ve bakiye ana dosyadaki gibi
      * kalmalidir: PBEG133'te limit kredi incelemesinin (LIMTRAN),
      * bakiye ucretlerin (FEEPOST) alanidir ve elle degistirilmesi
      * tum islemin reddine yol acar.
        VALIDATE-ENTRY.
            MOVE SPACE TO WS-MESSAGE.
            IF WS-IN-LAST = SPACE
               MOVE 'LAST NAME IS REQUIRED' TO WS-MESSAGE.
            IF WS-MESSAGE = SPACE AND WS-IN-FIRST = SPACE
               MOVE 'FIRST NAME IS REQUIRED' TO WS-MESSAGE.
            IF WS-MESSAGE = SPACE AND WS-IN-STREET = SPACE
               MOVE 'STREET ADDRESS IS REQUIRED' TO WS-MESSAGE.
            IF WS-MESSAGE = SPACE AND WS-IN-CITY = SPACE
               MOVE 'CITY/COUNTY IS REQUIRED' TO WS-MESSAGE.
            IF WS-MESSAGE = SPACE
               PERFORM LOAD-STATE-TABLE.
            IF WS-MESSAGE = SPACE
               PERFORM CHECK-STATE
               IF NOT STATE-FOUND
                  MOVE 'STATE NOT IN STATE TABLE' TO WS-MESSAGE.
            IF WS-MESSAGE = SPACE
               MOVE WS-IN-LIMIT TO WS-AMT-FIELD
               MOVE 'LIMIT'     TO WS-AMT-NAME
               PERFORM CHECK-AMOUNT
               MOVE WS-CHECK-AMT-2 TO WS-NEW-LIMIT.
            IF WS-MESSAGE = SPACE AND WS-NEW-LIMIT < ZERO
               MOVE 'LIMIT CANNOT BE NEGATIVE' TO WS-MESSAGE.
            IF WS-MESSAGE = SPACE
               MOVE WS-IN-BALANCE TO WS-AMT-FIELD
               MOVE 'BALANCE'     TO WS-AMT-NAME
               PERFORM CHECK-AMOUNT
               MOVE WS-CHECK-AMT-2 TO WS-NEW-BALANCE.
            IF WS-MESSAGE = SPACE AND FUNC-CHANGE
               PERFORM CHECK-CHANGE-FIELDS.
        VALIDATE-ENTRY-END. EXIT.
      *
      * Tutar alani bos olamaz, sayi olmali, iki ondalik haneyi ve
      * UPD-REC'in S9(7)V99 alanini asmamalidir.
        CHECK-AMOUNT.
            IF FUNCTION TEST-NUMVAL(WS-AMT-FIELD) NOT = ZERO
               STRING WS-AMT-NAME DELIMITED BY SPACE
                      ' MUST BE A NUMBER' DELIMITED BY SIZE
                      INTO WS-MESSAGE
            ELSE
               COMPUTE WS-CHECK-AMT =
                   FUNCTION NUMVAL(WS-AMT-FIELD)
               MOVE WS-CHECK-AMT TO WS-CHECK-AMT-2
               IF WS-CHECK-AMT-2 NOT = WS-CHECK-AMT
                  STRING WS-AMT-NAME DELIMITED BY SPACE
                         ' HAS MORE THAN 2 DECIMALS' DELIMITED BY SIZE
                         INTO WS-MESSAGE
               ELSE
                  IF WS-CHECK-AMT > 9999999.99
                     OR WS-CHECK-AMT < -9999999.99
                     STRING WS-AMT-NAME DELIMITED BY SPACE
                            ' IS TOO LARGE' DELIMITED BY SIZE
                            INTO WS-MESSAGE.
        CHECK-AMOUNT-END. EXIT.
      *
        CHECK-CHANGE-FIELDS.
            IF WS-NEW-LIMIT NOT = AVS-ACCT-LIMIT
               MOVE 'LIMIT IS SET BY CREDIT REVIEW, NOT HERE'
                                        TO WS-MESSAGE
            ELSE
               IF WS-NEW-BALANCE NOT = AVS-ACCT-BALANCE
                  MOVE 'BALANCE IS SET BY POSTINGS, NOT HERE'
                                        TO WS-MESSAGE
               ELSE
                  IF WS-ENTRY-FIELDS = WS-MASTER-FIELDS
                     MOVE 'NO FIELD CHANGED' TO WS-MESSAGE.
        CHECK-CHANGE-FIELDS-END. EXIT.
      *
      * Eyalet tablosu bu program icin zorunludur: tablo olmadan hic
      * bir adres denetlenemez. Tablo her denetimde STATETAB'in
      * KSDS kopyasi bastan sona gezilerek yuklenir; dosya acik
      * degilse veya bos gelirse giris yazilmaz.
        LOAD-STATE-TABLE.
            MOVE ZERO TO WS-STT-COUNT.
            MOVE 'N'  TO WS-STT-DONE.
            MOVE LOW-VALUES TO WS-STT-KEY.
            EXEC CICS STARTBR FILE('STATETAB')
                      RIDFLD(WS-STT-KEY) GTEQ
                      RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP = DFHRESP(NORMAL)
               PERFORM LOAD-ONE-STATE UNTIL STT-DONE
               EXEC CICS ENDBR FILE('STATETAB') END-EXEC.
            IF WS-STT-COUNT = ZERO
               MOVE 'STATE TABLE NOT AVAILABLE' TO WS-MESSAGE
               PERFORM ADD-RESP-TO-MESSAGE.
        LOAD-STATE-TABLE-END. EXIT.
      *
      * Tablo dolarsa kalan eyaletler alinmaz.
        LOAD-ONE-STATE.
            EXEC CICS READNEXT FILE('STATETAB')
                      INTO(STT-REC) RIDFLD(WS-STT-KEY)
                      RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-STT-DONE
            ELSE
               IF WS-STT-COUNT < 100
                  ADD 1 TO WS-STT-COUNT
                  MOVE STT-NAME TO WS-STT-NAME(WS-STT-COUNT)
                  MOVE STT-CODE TO WS-STT-CODE(WS-STT-COUNT)
                  INSPECT WS-STT-ENTRY(WS-STT-COUNT)
                      CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               ELSE
                  MOVE 'Y' TO WS-STT-DONE.
        LOAD-ONE-STATE-END. EXIT.
      *
      * USA-STATE eyalet adi veya iki harfli kodu olarak kabul edilir
      * (PBEG121'in CHECK-STATE kurali).
        CHECK-STATE.
            MOVE 'N' TO WS-STATE-FOUND.
            MOVE WS-IN-STATE TO WS-CHECK-STATE.
            IF WS-CHECK-STATE NOT = SPACE
               SET WS-STT-IDX TO 1
               SEARCH WS-STT-ENTRY
                   AT END CONTINUE
                   WHEN WS-STT-IDX > WS-STT-COUNT
                       CONTINUE
                   WHEN WS-STT-NAME(WS-STT-IDX) = WS-CHECK-STATE
                       MOVE 'Y' TO WS-STATE-FOUND
                   WHEN WS-STT-CODE(WS-STT-IDX) = WS-CHECK-STATE
                       MOVE 'Y' TO WS-STATE-FOUND
               END-SEARCH.
        CHECK-STATE-END. EXIT.
      *
      * Hesap ana dosyadan anahtarla okunur. Bulunmamasi hata
      * degildir (ekleme icin beklenen durum); diger cevaplar mesaj
      * satirina yazilir.
        READ-MASTER.
            MOVE 'N' TO WS-MASTER-FOUND.
            MOVE WS-IN-ACCT-NO TO AVS-ACCT-NO.
            EXEC CICS READ FILE('ACCTVSAM')
                      INTO(AVS-REC) RIDFLD(AVS-ACCT-NO)
                      RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-MASTER-FOUND
            ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                  MOVE 'ACCTVSAM READ FAILED' TO WS-MESSAGE
                  PERFORM ADD-RESP-TO-MESSAGE.
        READ-MASTER-END. EXIT.
      *
      * Ana dosya kaydi giris alanlarina tasinir; tutarlar ekranda
      * duzenlenmis olarak gosterilir.
        LOAD-ENTRY-FROM-MASTER.
            MOVE AVS-LAST-NAME    TO WS-IN-LAST.
            MOVE AVS-FIRST-NAME   TO WS-IN-FIRST.
            MOVE AVS-STREET-ADDR  TO WS-IN-STREET.
            MOVE AVS-CITY-COUNTY  TO WS-IN-CITY.
            MOVE AVS-USA-STATE    TO WS-IN-STATE.
            MOVE AVS-ACCT-LIMIT   TO WS-EDIT-AMT.
            MOVE WS-EDIT-AMT      TO WS-IN-LIMIT.
            MOVE AVS-ACCT-BALANCE TO WS-EDIT-AMT.
            MOVE WS-EDIT-AMT      TO WS-IN-BALANCE.
            MOVE AVS-COMMENTS     TO WS-IN-COMMENTS.
        LOAD-ENTRY-FROM-MASTER-END. EXIT.
      *
      * Ara dosyaya PBEG108'in UPD-REC yerlesiminde bir islem kaydi
      * yazilir. Silmede ana dosya goruntusu aynen tasinir (PBEG108
      * yalnizca anahtari kullanir). Ara dosyanin anahtari hesap
      * numarasi oldugu icin ayni hesaba ikinci giris DUPREC ile
      * geri cevrilir; giris yazilinca ana ekrana donulur.
        WRITE-UPD-ENTRY.
            MOVE SPACES          TO UPD-REC.
            MOVE WS-FUNCTION     TO UPD-CODE.
            MOVE WS-IN-ACCT-NO   TO UPD-ACCT-NO.
            IF FUNC-DELETE
               MOVE AVS-ACCT-LIMIT   TO UPD-LIMIT
               MOVE AVS-ACCT-BALANCE TO UPD-BALANCE
               MOVE AVS-LAST-NAME    TO UPD-LAST-NAME
               MOVE AVS-FIRST-NAME   TO UPD-FIRST-NAME
               MOVE AVS-STREET-ADDR  TO UPD-STREET-ADDR
               MOVE AVS-CITY-COUNTY  TO UPD-CITY-COUNTY
               MOVE AVS-USA-STATE    TO UPD-USA-STATE
               MOVE AVS-COMMENTS     TO UPD-COMMENTS
            ELSE
               MOVE WS-NEW-LIMIT     TO UPD-LIMIT
               MOVE WS-NEW-BALANCE   TO UPD-BALANCE
               MOVE WS-IN-LAST       TO UPD-LAST-NAME
               MOVE WS-IN-FIRST      TO UPD-FIRST-NAME
               MOVE WS-IN-STREET     TO UPD-STREET-ADDR
               MOVE WS-IN-CITY       TO UPD-CITY-COUNTY
               MOVE WS-IN-STATE      TO UPD-USA-STATE
               MOVE WS-IN-COMMENTS   TO UPD-COMMENTS.
            EXEC CICS WRITE FILE('MNTSTAGE')
                      FROM(UPD-REC) RIDFLD(UPD-ACCT-NO)
                      RESP(WS-RESP)
            END-EXEC.
            MOVE SPACES TO WS-MESSAGE.
            IF WS-RESP = DFHRESP(DUPREC)
               MOVE 'ACCOUNT ALREADY KEYED IN THIS BATCH' TO WS-MESSAGE
               MOVE 'M' TO WS-SCREEN-STATE
            ELSE
               IF WS-RESP NOT = DFHRESP(NORMAL)
                  MOVE 'MNTSTAGE WRITE FAILED' TO WS-MESSAGE
                  PERFORM ADD-RESP-TO-MESSAGE
               ELSE
                  PERFORM H270-ENTRY-WRITTEN.
        WRITE-UPD-ENTRY-END. EXIT.
      *
        H270-ENTRY-WRITTEN.
            ADD 1 TO WS-WRITTEN-COUNT.
            IF FUNC-DELETE
               ADD 1 TO WS-DEL-COUNT
            ELSE
               IF FUNC-ADD
                  ADD 1 TO WS-ADD-COUNT
               ELSE
                  ADD 1 TO WS-CHG-COUNT.
            STRING 'ENTRY WRITTEN FOR ' DELIMITED BY SIZE
                   UPD-ACCT-NO          DELIMITED BY SIZE
                   ' - GOES TO NEXT UPDTRAN BATCH'
                                        DELIMITED BY SIZE
                   INTO WS-MESSAGE.
            MOVE SPACE TO WS-IN-ACCT-NO.
            MOVE 'M' TO WS-SCREEN-STATE.
        H270-END. EXIT.
      *
      * Bu partiye girilmis hesaplar ara dosyadadir. Ayni hesaba
      * ayni partide ikinci bir giris PBEG108'de (ADD'den sonra
      * CHANGE gibi) reddedilecegi icin ekranda geri cevrilir.
      * PBEG146'nin partiye tasidigi girisleri o adim kendisi
      * denetler.
        CHECK-KEYED-ACCOUNT.
            EXEC CICS READ FILE('MNTSTAGE')
                      INTO(UPD-REC) RIDFLD(WS-IN-ACCT-NO)
                      RESP(WS-RESP)
            END-EXEC.
            IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'ACCOUNT ALREADY KEYED IN THIS BATCH' TO WS-MESSAGE
            ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                  MOVE 'MNTSTAGE READ FAILED' TO WS-MESSAGE
                  PERFORM ADD-RESP-TO-MESSAGE.
        CHECK-KEYED-ACCOUNT-END. EXIT.
      *
      * Beklenmeyen CICS cevap kodu mesajin sonuna eklenir.
        ADD-RESP-TO-MESSAGE.
            MOVE WS-RESP    TO WS-RESP-DISP.
            MOVE WS-MESSAGE TO WS-MSG-WORK.
            MOVE SPACES     TO WS-MESSAGE.
            STRING WS-MSG-WORK   DELIMITED BY '  '
                   ', RESP: '    DELIMITED BY SIZE
                   WS-RESP-DISP  DELIMITED BY SIZE
                   INTO WS-MESSAGE.
        ADD-RESP-TO-MESSAGE-END. EXIT.
      *
      * Siradaki ekran WS-SCREEN-STATE'e gore gonderilir.
        H900-SEND-SCREEN.
            EVALUATE TRUE
                WHEN STATE-ENTRY
                    PERFORM SEND-ENTRY-MAP
                WHEN STATE-DELETE
                    PERFORM SEND-DELETE-MAP
                WHEN STATE-LIST
                    PERFORM SEND-LIST-MAP
                WHEN OTHER
                    PERFORM SEND-MAIN-MAP
            END-EVALUATE.
        H900-END. EXIT.
      *
        SEND-MAIN-MAP.
            MOVE LOW-VALUES    TO MNTMAINO.
            MOVE WS-RUN-DATE   TO MDATEO.
            MOVE SPACE         TO MFUNCO.
            MOVE WS-IN-ACCT-NO TO MACCTO.
            MOVE SPACES        TO MNAMEO.
            MOVE WS-MESSAGE    TO MMSGO.
            MOVE -1            TO MFUNCL.
            EXEC CICS SEND MAP('MNTMAIN') MAPSET('PBM138')
                      FROM(MNTMAINO) ERASE CURSOR
            END-EXEC.
        SEND-MAIN-MAP-END. EXIT.
      *
        SEND-ENTRY-MAP.
            MOVE LOW-VALUES     TO MNTENTRO.
            MOVE WS-FUNCTION    TO EFUNCO.
            MOVE WS-IN-ACCT-NO  TO EACCTO.
            MOVE WS-IN-LAST     TO ELASTO.
            MOVE WS-IN-FIRST    TO EFIRSTO.
            MOVE WS-IN-STREET   TO ESTREETO.
            MOVE WS-IN-CITY     TO ECITYO.
            MOVE WS-IN-STATE    TO ESTATEO.
            MOVE WS-IN-LIMIT    TO ELIMITO.
            MOVE WS-IN-BALANCE  TO EBALO.
            MOVE WS-IN-COMMENTS TO ECOMMO.
            MOVE SPACE          TO ECONFO.
            MOVE WS-MESSAGE     TO EMSGO.
            MOVE -1             TO ELASTL.
            EXEC CICS SEND MAP('MNTENTR') MAPSET('PBM138')
                      FROM(MNTENTRO) ERASE CURSOR
            END-EXEC.
        SEND-ENTRY-MAP-END. EXIT.
      *
        SEND-DELETE-MAP.
            MOVE LOW-VALUES      TO MNTDELO.
            MOVE WS-IN-ACCT-NO   TO DACCTO.
            MOVE WS-IN-LAST      TO DLASTO.
            MOVE WS-IN-FIRST     TO DFIRSTO.
            MOVE WS-IN-STREET    TO DSTREETO.
            MOVE WS-IN-CITY      TO DCITYO.
            MOVE WS-IN-STATE     TO DSTATEO.
            MOVE WS-IN-LIMIT     TO DLIMITO.
            MOVE WS-IN-BALANCE   TO DBALO.
            MOVE SPACE           TO DCONFO.
            MOVE WS-MESSAGE      TO DMSGO.
            MOVE -1              TO DCONFL.
            EXEC CICS SEND MAP('MNTDEL') MAPSET('PBM138')
                      FROM(MNTDELO) ERASE CURSOR
            END-EXEC.
        SEND-DELETE-MAP-END. EXIT.
      *
        SEND-LIST-MAP.
            MOVE LOW-VALUES     TO MNTLISTO.
            MOVE WS-SEARCH-NAME TO LNAMEO.
            PERFORM MOVE-ONE-CANDIDATE
                VARYING WS-CAND-SUB FROM 1 BY 1
                UNTIL WS-CAND-SUB > 10.
            MOVE WS-CAND-MORE   TO LMOREO.
            EXEC CICS SEND MAP('MNTLIST') MAPSET('PBM138')
                      FROM(MNTLISTO) ERASE
            END-EXEC.
        SEND-LIST-MAP-END. EXIT.
      *
        MOVE-ONE-CANDIDATE.
            MOVE WS-CAND-LINE(WS-CAND-SUB) TO LLINEO(WS-CAND-SUB).
        MOVE-ONE-CANDIDATE-END. EXIT.
      *
      * Oturum sonunda bu oturumda ara dosyaya yazilan girislerin
      * ozeti operatore gosterilir ve islem kodu verilmeden donulur.
        H999-PROGRAM-EXIT.
            MOVE WS-WRITTEN-COUNT TO WS-END-WRITTEN.
            MOVE WS-ADD-COUNT     TO WS-END-ADDS.
            MOVE WS-CHG-COUNT     TO WS-END-CHANGES.
            MOVE WS-DEL-COUNT     TO WS-END-DELETES.
            EXEC CICS SEND TEXT FROM(WS-END-TEXT)
                      LENGTH(LENGTH OF WS-END-TEXT)
                      ERASE FREEKB
            END-EXEC.
            EXEC CICS RETURN END-EXEC.
        H999-END. EXIT.
