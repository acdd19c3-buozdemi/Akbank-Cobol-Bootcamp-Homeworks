        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG140.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Hicbir yerde isim taramasi yapilmiyordu: PBEG108'deki bir 'A'
      * islemi denetlenmeden canli bir hesap aciyor, uyum birimi
      * yasakli isim listesini guncellediginde de ACCTREC'teki mevcut
      * hesap sahipleri yeniden taranmiyordu. Bu program PBEG133'un
      * birlestirdigi UPDTRAN partisini PBEG108'den once okur ve her
      * 'A' isleminin LAST-NAME/FIRST-NAME'ini uyum biriminin liste
      * dosyasina karsi tarar; isabet veren eklemeler partiden
      * cikarilip bekletme dosyasina yazilir, diger tum islemler
      * partiye aynen gecer. Liste dosyasi yeni bir liste (baslikta
      * farkli liste kimligi veya tarihi) getirdiginde ACCTREC de
      * bastan sona taranir. Isimler buyuk harfe cevrilip harf
      * disindaki karakterlerden arindirilir ve yakin eslesmeler
      * duzenleme uzakligiyla puanlanir; her isabet puani ve
      * eslestigi liste kaydiyla uyum inceleme raporuna yazilir.
      * Uyum biriminin liste dosyasi. Zorunludur; liste olmadan
      * tarama yapilamayacagi icin is hata koduyla durur ve JCL'deki
      * COND kosulu PBEG108'i calistirmaz.
            SELECT WLS-FILE   ASSIGN TO WATCHLST
                              STATUS  WLS-ST.
      * Tarama parametresi: isabet esigi ve zorla tam tarama bayragi.
      * Verilmezse esik 85'tir.
            SELECT WLP-PARM   ASSIGN TO WLPARM
                              STATUS  WLP-ST.
      * Ana dosyanin en son hangi listeye karsi tam tarandigini
      * tutan kontrol karti. Tam tarama basariyla bitince yeniden
      * yazilir.
            SELECT WLC-FILE   ASSIGN TO WLCTL
                              STATUS  WLC-ST.
      * PBEG133'un birlestirdigi islem partisi; o gun parti yoksa
      * JCL'de DUMMY verilebilir.
            SELECT UPI-FILE   ASSIGN TO UPDTRAN
                              STATUS  UPI-ST.
      * Taranmis parti: isabet veren eklemeler disindaki tum
      * kayitlar, parti basligi dahil. PBEG108 bunu UPDTRAN olarak
      * okur.
            SELECT UPO-FILE   ASSIGN TO UPDSCRN
                              STATUS  UPO-ST.
      * Isabet veren ve uyum incelemesine kadar bekletilen 'A'
      * islemleri; UPD-REC yerlesiminde, basliksiz. Uyum birimi
      * serbest biraktigi kayitlari sonraki bir partiye ekler.
            SELECT UPH-FILE   ASSIGN TO UPDHOLD
                              STATUS  UPH-ST.
      * Hesap ana dosyasi; yalnizca yeni bir liste geldiginde okunur.
            SELECT ACCT-REC   ASSIGN TO ACCTREC
                              STATUS  ACCT-ST.
      * Uyum inceleme raporu: her isabet, puani ve eslestigi liste
      * kaydiyla.
            SELECT WLR-FILE   ASSIGN TO WLRPT
                              STATUS  WLR-ST.
        DATA DIVISION.
        FILE SECTION.
      * Liste kaydi: liste kimligi, soyad, ad, listenin kaynagi ve
      * aciklama. Ilk kayit 'WH' ile basliyorsa liste basligidir:
      * liste kimligi ve yayim tarihi tasir.
        FD  WLS-FILE RECORDING MODE F.
        01  WLS-REC.
            05  WLS-ENTRY-ID         PIC X(10).
            05  WLS-LAST-NAME        PIC X(20).
            05  WLS-FIRST-NAME       PIC X(15).
            05  WLS-SOURCE           PIC X(10).
            05  WLS-REMARKS          PIC X(25).
      *
        01  WLS-HDR-REC.
            05  WLS-HDR-TAG          PIC X(02).
            05  WLS-HDR-LIST-ID      PIC X(10).
            05  WLS-HDR-DATE         PIC 9(08).
            05  WLS-HDR-FILLER       PIC X(60).
      *
        FD  WLP-PARM RECORDING MODE F.
        01  WLP-REC.
            05  WLP-THRESHOLD        PIC 9(03).
            05  WLP-FULL-PASS        PIC X(01).
      *
        FD  WLC-FILE RECORDING MODE F.
        01  WLC-REC.
            05  WLC-LIST-ID          PIC X(10).
            05  WLC-LIST-DATE        PIC 9(08).
            05  WLC-SCREEN-DATE      PIC 9(08).
      *
      * Islem kaydi ve parti basligi; PBEG108'in UPD-REC ve
      * UPD-HDR-REC'i ile birebir ayni yerlesim (172 byte). Cikis
      * dosyalarina kayit oldugu gibi tasinir.
        FD  UPI-FILE RECORDING MODE F.
        01  UPI-REC.
            05  UPI-CODE           PIC X(01).
            05  UPI-ACCT-NO        PIC X(08).
            05  UPI-LIMIT          PIC S9(7)V99.
            05  UPI-BALANCE        PIC S9(7)V99.
            05  UPI-LAST-NAME      PIC X(20).
            05  UPI-FIRST-NAME     PIC X(15).
            05  UPI-STREET-ADDR    PIC X(25).
            05  UPI-CITY-COUNTY    PIC X(20).
            05  UPI-USA-STATE      PIC X(15).
            05  UPI-COMMENTS       PIC X(50).
      *
        01  UPI-HDR-REC.
            05  UPI-HDR-TAG        PIC X(02).
            05  UPI-HDR-BATCH-NO   PIC 9(04).
            05  UPI-HDR-DATE       PIC 9(08).
            05  UPI-HDR-FILLER     PIC X(158).
      *
        FD  UPO-FILE RECORDING MODE F.
        01  UPO-REC                PIC X(172).
      *
        FD  UPH-FILE RECORDING MODE F.
        01  UPH-REC                PIC X(172).
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
      * Uyum inceleme satiri: taramanin kaynagi (ADD veya MASTER),
      * hesap ve isim, puan, eslesen liste kaydi ve yapilan islem
      * (HELD: partiden cikarildi, REVIEW: mevcut hesap incelenecek).
      * Tum kayit gorunumleri bu satirla ayni uzunluga (124 byte)
      * tamamlanir.
        FD  WLR-FILE RECORDING MODE F.
        01  WLR-REC.
            05  WLR-SOURCE           PIC X(06).
            05  WS-WLR-SPACE-1       PIC X(01).
            05  WLR-ACCT-NO          PIC X(08).
            05  WS-WLR-SPACE-2       PIC X(01).
            05  WLR-LAST-NAME        PIC X(20).
            05  WS-WLR-SPACE-3       PIC X(01).
            05  WLR-FIRST-NAME       PIC X(15).
            05  WS-WLR-SPACE-4       PIC X(01).
            05  WLR-SCORE            PIC ZZ9.
            05  WS-WLR-SPACE-5       PIC X(01).
            05  WLR-ENTRY-ID         PIC X(10).
            05  WS-WLR-SPACE-6       PIC X(01).
            05  WLR-WL-LAST-NAME     PIC X(20).
            05  WS-WLR-SPACE-7       PIC X(01).
            05  WLR-WL-FIRST-NAME    PIC X(15).
            05  WS-WLR-SPACE-8       PIC X(01).
            05  WLR-WL-SOURCE        PIC X(10).
            05  WS-WLR-SPACE-9       PIC X(01).
            05  WLR-ACTION           PIC X(08).
      *
      * Rapor basligi: liste kimligi ve tarihi, esik, parti numarasi
      * ve kosu tarihi.
        01  WLR-HDR-REC.
            05  WLR-HDR-LABEL-1      PIC X(11).
            05  WLR-HDR-LIST-ID      PIC X(10).
            05  WLR-HDR-LABEL-2      PIC X(12).
            05  WLR-HDR-LIST-DATE    PIC 9(08).
            05  WLR-HDR-LABEL-3      PIC X(12).
            05  WLR-HDR-THRESHOLD    PIC ZZ9.
            05  WLR-HDR-LABEL-4      PIC X(08).
            05  WLR-HDR-BATCH-NO     PIC 9(04).
            05  WLR-HDR-LABEL-5      PIC X(11).
            05  WLR-HDR-RUN-DATE     PIC 9(08).
            05  WLR-HDR-FILLER       PIC X(37).
      *
        01  WLR-SUM-REC.
            05  WLR-SUM-LABEL        PIC X(30).
            05  WLR-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05  WLR-SUM-FILLER       PIC X(83).
      *
        01  WLR-MSG-REC.
            05  WLR-MSG-TEXT         PIC X(124).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 WLS-ST            PIC 9(02).
               88 WLS-EOF                   VALUE 10.
               88 WLS-SUCCESS               VALUE 00 97.
            05 WLP-ST            PIC 9(02).
               88 WLP-SUCCESS               VALUE 00 97.
            05 WLC-ST            PIC 9(02).
               88 WLC-SUCCESS               VALUE 00 97.
            05 UPI-ST            PIC 9(02).
               88 UPI-EOF                   VALUE 10.
               88 UPI-SUCCESS               VALUE 00 97.
            05 UPO-ST            PIC 9(02).
               88 UPO-SUCCESS               VALUE 00 97.
            05 UPH-ST            PIC 9(02).
               88 UPH-EOF                   VALUE 10.
               88 UPH-SUCCESS               VALUE 00 97.
            05 ACCT-ST           PIC 9(02).
               88 ACCT-EOF                  VALUE 10.
               88 ACCT-SUCCESS              VALUE 00 97.
            05 WLR-ST            PIC 9(02).
               88 WLR-SUCCESS               VALUE 00 97.
            05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
            05 WS-THRESHOLD      PIC 9(03) VALUE 85.
            05 WS-FORCE-FULL     PIC X VALUE 'N'.
               88 FORCE-FULL                VALUE 'Y'.
            05 WS-FULL-PASS      PIC X VALUE 'N'.
               88 FULL-PASS                 VALUE 'Y'.
            05 WS-BATCH-NO       PIC 9(04) VALUE ZERO.
            05 WS-UPI-FIRST      PIC X VALUE 'Y'.
            05 WS-WLS-FIRST      PIC X VALUE 'Y'.
      * Liste basligindan alinan ve kontrol kartindaki son tam
      * taramanin liste kimligi/tarihi.
            05 WS-LIST-ID        PIC X(10) VALUE SPACE.
            05 WS-LIST-DATE      PIC 9(08) VALUE ZERO.
            05 WS-LAST-LIST-ID   PIC X(10) VALUE SPACE.
            05 WS-LAST-LIST-DATE PIC 9(08) VALUE ZERO.
      *
      * Liste tablosu: her kaydin ozgun alanlari ve arindirilmis
      * soyad/ad ile uzunluklari.
        01  WS-WATCH-TABLE.
            05  WS-WL-COUNT        PIC S9(04) COMP VALUE ZERO.
            05  WS-WL-ENTRY OCCURS 3000 TIMES INDEXED BY WS-WL-IDX.
                10  WS-WL-ID       PIC X(10).
                10  WS-WL-LAST     PIC X(20).
                10  WS-WL-FIRST    PIC X(15).
                10  WS-WL-SOURCE   PIC X(10).
                10  WS-WL-N-LAST   PIC X(20).
                10  WS-WL-N-LAST-LEN  PIC S9(04) COMP.
                10  WS-WL-N-FIRST  PIC X(20).
                10  WS-WL-N-FIRST-LEN PIC S9(04) COMP.
      *
      * Taranan ismin kaynagi, hesabi ve arindirilmis soyad/adi.
        01  SUBJECT-AREA.
            05 WS-SUBJ-SOURCE    PIC X(06) VALUE SPACE.
            05 WS-SUBJ-ACTION    PIC X(08) VALUE SPACE.
            05 WS-SUBJ-ACCT-NO   PIC X(08) VALUE SPACE.
            05 WS-SUBJ-LAST      PIC X(20) VALUE SPACE.
            05 WS-SUBJ-FIRST     PIC X(15) VALUE SPACE.
            05 WS-SN-LAST        PIC X(20) VALUE SPACE.
            05 WS-SN-LAST-LEN    PIC S9(04) COMP VALUE ZERO.
            05 WS-SN-FIRST       PIC X(20) VALUE SPACE.
            05 WS-SN-FIRST-LEN   PIC S9(04) COMP VALUE ZERO.
            05 WS-SUBJ-HITS      PIC S9(04) COMP VALUE ZERO.
      *
      * Bekletme dosyasindan yeniden okunan ekleme; UPD-REC'in isim
      * alanlarina kadar olan kismi.
        01  WS-HELD-REC.
            05  WS-HELD-CODE         PIC X(01).
            05  WS-HELD-ACCT-NO      PIC X(08).
            05  WS-HELD-LIMIT        PIC S9(7)V99.
            05  WS-HELD-BALANCE      PIC S9(7)V99.
            05  WS-HELD-LAST-NAME    PIC X(20).
            05  WS-HELD-FIRST-NAME   PIC X(15).
            05  WS-HELD-REST         PIC X(110).
      *
      * Isim arindirma alanlari: buyuk harfe cevrilen isimden
      * yalnizca A-Z harfleri birakilir (bosluk, tire, nokta, kesme
      * isareti ve rakamlar atilir).
        01  NORMALIZE-AREA.
            05 WS-NORM-IN        PIC X(20) VALUE SPACE.
            05 WS-NORM-OUT       PIC X(20) VALUE SPACE.
            05 WS-NORM-LEN       PIC S9(04) COMP VALUE ZERO.
            05 WS-NORM-POS       PIC S9(04) COMP VALUE ZERO.
      *
      * Puanlama alanlari. Bir isim cifti (soyad + ad) icin soyad
      * benzerligi %60, ad benzerligi %40 agirlikla toplanir. Ad
      * taraflardan birinde yoksa yalnizca soyad puani kullanilir;
      * ad tek harfse (bas harf) bas harflerin esitligine bakilir.
        01  SCORE-AREA.
            05 WS-PAIR-LAST-A    PIC X(20).
            05 WS-PAIR-LAST-A-LEN  PIC S9(04) COMP.
            05 WS-PAIR-LAST-B    PIC X(20).
            05 WS-PAIR-LAST-B-LEN  PIC S9(04) COMP.
            05 WS-PAIR-FIRST-A   PIC X(20).
            05 WS-PAIR-FIRST-A-LEN PIC S9(04) COMP.
            05 WS-PAIR-FIRST-B   PIC X(20).
            05 WS-PAIR-FIRST-B-LEN PIC S9(04) COMP.
            05 WS-LAST-SIM       PIC S9(04) COMP.
            05 WS-FIRST-SIM      PIC S9(04) COMP.
            05 WS-PAIR-SCORE     PIC S9(04) COMP.
            05 WS-BEST-SCORE     PIC S9(04) COMP.
      *
      * Duzenleme uzakligi (Levenshtein) alanlari: iki isim arasinda
      * bir harf ekleme, silme veya degistirme birer adim sayilir.
      * Benzerlik = (uzun ismin boyu - uzaklik) * 100 / uzun ismin
      * boyu. Matrisin ilk satir/sutunu bos isme karsilik gelir.
        01  DISTANCE-AREA.
            05 WS-LV-A           PIC X(20).
            05 WS-LV-A-LEN       PIC S9(04) COMP.
            05 WS-LV-B           PIC X(20).
            05 WS-LV-B-LEN       PIC S9(04) COMP.
            05 WS-LV-I           PIC S9(04) COMP.
            05 WS-LV-J           PIC S9(04) COMP.
            05 WS-LV-AP          PIC S9(04) COMP.
            05 WS-LV-BP          PIC S9(04) COMP.
            05 WS-LV-COST        PIC S9(04) COMP.
            05 WS-LV-MIN         PIC S9(04) COMP.
            05 WS-LV-MAXLEN      PIC S9(04) COMP.
            05 WS-LV-DIST        PIC S9(04) COMP.
            05 WS-LV-SIM         PIC S9(04) COMP.
            05 WS-LV-ROW OCCURS 21 TIMES.
               10 WS-LV-CELL OCCURS 21 TIMES PIC S9(04) COMP.
      *
      * Is sonu ozetine yazilan sayaclar.
        01  SCREEN-COUNTERS.
            05 WS-UPI-READ-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-ADD-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-HELD-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-PASSED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-ACCT-READ-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-ACCT-HIT-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-HIT-LINE-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            PERFORM H200-SCREEN-BATCH.
            IF FULL-PASS
               PERFORM H300-SCREEN-MASTER.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
        H100-OPEN-FILES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM READ-SCREEN-PARM.
            OPEN OUTPUT WLR-FILE.
            OPEN OUTPUT UPO-FILE.
            OPEN OUTPUT UPH-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM LOAD-WATCH-LIST.
            PERFORM READ-SCREEN-CONTROL.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (WLR-SUCCESS AND UPO-SUCCESS AND UPH-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' WLR: ' WLR-ST ' UPO: ' UPO-ST
                       ' UPH: ' UPH-ST
               IF WLR-SUCCESS THEN CLOSE WLR-FILE
               IF UPO-SUCCESS THEN CLOSE UPO-FILE
               IF UPH-SUCCESS THEN CLOSE UPH-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Parametre yoksa varsayilan esik (85) gecerlidir ve tam
      * tarama yalnizca yeni bir liste geldiginde yapilir.
        READ-SCREEN-PARM.
            OPEN INPUT WLP-PARM
            IF WLP-SUCCESS
               READ WLP-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF WLP-THRESHOLD NUMERIC
                          AND WLP-THRESHOLD > ZERO
                          AND WLP-THRESHOLD NOT > 100
                          MOVE WLP-THRESHOLD TO WS-THRESHOLD
                       ELSE
                          DISPLAY 'INVALID THRESHOLD IGNORED: '
                                  WLP-THRESHOLD
                       END-IF
                       IF WLP-FULL-PASS = 'Y'
                          MOVE 'Y' TO WS-FORCE-FULL
                       END-IF
               END-READ
               CLOSE WLP-PARM.
        READ-SCREEN-PARM-END. EXIT.
      *
      * Liste dosyasi zorunludur; acilamaz veya hic kayit
      * getirmezse hicbir sey taranmadan is hata koduyla durur.
        LOAD-WATCH-LIST.
            OPEN INPUT WLS-FILE
            IF NOT WLS-SUCCESS
               DISPLAY 'WATCH LIST NOT OPENED, WLS-ST: ' WLS-ST
               PERFORM ABORT-SCREENING.
            PERFORM UNTIL WLS-EOF
                READ WLS-FILE
                    AT END CONTINUE
                    NOT AT END PERFORM LOAD-ONE-WATCH-ENTRY
                END-READ
            END-PERFORM
            CLOSE WLS-FILE.
            IF WS-WL-COUNT = ZERO
               DISPLAY 'WATCH LIST EMPTY - NOTHING CAN BE SCREENED'
               PERFORM ABORT-SCREENING.
        LOAD-WATCH-LIST-END. EXIT.
      *
        LOAD-ONE-WATCH-ENTRY.
            IF WS-WLS-FIRST = 'Y' AND WLS-HDR-TAG = 'WH'
               MOVE WLS-HDR-LIST-ID TO WS-LIST-ID
               MOVE WLS-HDR-DATE    TO WS-LIST-DATE
            ELSE
               IF WLS-LAST-NAME = SPACE
                  DISPLAY 'WATCH ENTRY WITHOUT SURNAME IGNORED: '
                          WLS-ENTRY-ID
               ELSE
                  IF WS-WL-COUNT < 3000
                     PERFORM TABLE-ONE-WATCH-ENTRY
                  ELSE
                     DISPLAY 'WATCH LIST TABLE FULL AT: ' WLS-ENTRY-ID
                     PERFORM ABORT-SCREENING.
            MOVE 'N' TO WS-WLS-FIRST.
        LOAD-ONE-WATCH-ENTRY-END. EXIT.
      *
        TABLE-ONE-WATCH-ENTRY.
            ADD 1 TO WS-WL-COUNT.
            SET WS-WL-IDX TO WS-WL-COUNT.
            MOVE WLS-ENTRY-ID   TO WS-WL-ID(WS-WL-IDX).
            MOVE WLS-LAST-NAME  TO WS-WL-LAST(WS-WL-IDX).
            MOVE WLS-FIRST-NAME TO WS-WL-FIRST(WS-WL-IDX).
            MOVE WLS-SOURCE     TO WS-WL-SOURCE(WS-WL-IDX).
            MOVE WLS-LAST-NAME  TO WS-NORM-IN.
            PERFORM NORMALIZE-NAME.
            MOVE WS-NORM-OUT    TO WS-WL-N-LAST(WS-WL-IDX).
            MOVE WS-NORM-LEN    TO WS-WL-N-LAST-LEN(WS-WL-IDX).
            MOVE WLS-FIRST-NAME TO WS-NORM-IN.
            PERFORM NORMALIZE-NAME.
            MOVE WS-NORM-OUT    TO WS-WL-N-FIRST(WS-WL-IDX).
            MOVE WS-NORM-LEN    TO WS-WL-N-FIRST-LEN(WS-WL-IDX).
        TABLE-ONE-WATCH-ENTRY-END. EXIT.
      *
      * Kontrol karti ana dosyanin en son hangi listeye karsi
      * tarandigini soyler. Kart yoksa, liste basliksizsa veya
      * liste kimligi/tarihi karttakinden farkliysa yeni liste
      * gelmis sayilir ve ACCTREC tam taranir.
        READ-SCREEN-CONTROL.
            OPEN INPUT WLC-FILE
            IF WLC-SUCCESS
               READ WLC-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE WLC-LIST-ID   TO WS-LAST-LIST-ID
                       MOVE WLC-LIST-DATE TO WS-LAST-LIST-DATE
               END-READ
               CLOSE WLC-FILE.
            IF FORCE-FULL
               OR WS-LIST-ID = SPACE
               OR WS-LIST-ID NOT = WS-LAST-LIST-ID
               OR WS-LIST-DATE NOT = WS-LAST-LIST-DATE
               MOVE 'Y' TO WS-FULL-PASS.
        READ-SCREEN-CONTROL-END. EXIT.
      *
      * Parti taramasi: ilk kayit 'BH' ise parti basligidir ve
      * taranmis partiye aynen gecer. 'A' islemleri taranir;
      * isabet verenler bekletme dosyasina, digerleri taranmis
      * partiye yazilir. 'A' disindaki islemler dokunulmadan gecer.
        H200-SCREEN-BATCH.
            OPEN INPUT UPI-FILE.
            IF NOT UPI-SUCCESS
               DISPLAY 'UPDTRAN NOT PROVIDED - NO BATCH SCREENED'
            ELSE
               PERFORM UNTIL UPI-EOF
                   READ UPI-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM H210-SCREEN-ONE-TRAN
                   END-READ
               END-PERFORM
               CLOSE UPI-FILE.
            PERFORM WRITE-REPORT-HEADER.
            MOVE 'ADD' TO WS-SUBJ-SOURCE.
            MOVE 'HELD' TO WS-SUBJ-ACTION.
            PERFORM WRITE-HELD-LINES.
        H200-END. EXIT.
      *
        H210-SCREEN-ONE-TRAN.
            IF WS-UPI-FIRST = 'Y' AND UPI-HDR-TAG = 'BH'
               MOVE UPI-HDR-BATCH-NO TO WS-BATCH-NO
               MOVE UPI-REC TO UPO-REC
               WRITE UPO-REC
            ELSE
               ADD 1 TO WS-UPI-READ-COUNT
               IF UPI-CODE = 'A'
                  ADD 1 TO WS-ADD-COUNT
                  PERFORM H220-SCREEN-ONE-ADD
               ELSE
                  ADD 1 TO WS-PASSED-COUNT
                  MOVE UPI-REC TO UPO-REC
                  WRITE UPO-REC.
            MOVE 'N' TO WS-UPI-FIRST.
        H210-END. EXIT.
      *
      * Parti numarasi rapor basligina ancak parti okunduktan sonra
      * yazilabildigi icin eklemelerin isabetleri once bekletme
      * dosyasina yazilir, rapor satirlari parti bittikten sonra
      * bekletme dosyasi yeniden okunarak basilir.
        H220-SCREEN-ONE-ADD.
            MOVE UPI-ACCT-NO    TO WS-SUBJ-ACCT-NO.
            MOVE UPI-LAST-NAME  TO WS-SUBJ-LAST.
            MOVE UPI-FIRST-NAME TO WS-SUBJ-FIRST.
            PERFORM PREPARE-SUBJECT.
            MOVE ZERO TO WS-SUBJ-HITS.
            PERFORM COUNT-ONE-ENTRY
                VARYING WS-WL-IDX FROM 1 BY 1
                UNTIL WS-WL-IDX > WS-WL-COUNT.
            IF WS-SUBJ-HITS > ZERO
               ADD 1 TO WS-HELD-COUNT
               MOVE UPI-REC TO UPH-REC
               WRITE UPH-REC
            ELSE
               ADD 1 TO WS-PASSED-COUNT
               MOVE UPI-REC TO UPO-REC
               WRITE UPO-REC.
        H220-END. EXIT.
      *
      * Bekletilen her ekleme yeniden taranir ve eslestigi tum liste
      * kayitlari rapora yazilir.
        WRITE-HELD-LINES.
            IF WS-HELD-COUNT > ZERO
               CLOSE UPH-FILE
               OPEN INPUT UPH-FILE
               PERFORM UNTIL UPH-EOF
                   READ UPH-FILE INTO WS-HELD-REC
                       AT END CONTINUE
                       NOT AT END
                           MOVE WS-HELD-ACCT-NO    TO WS-SUBJ-ACCT-NO
                           MOVE WS-HELD-LAST-NAME  TO WS-SUBJ-LAST
                           MOVE WS-HELD-FIRST-NAME TO WS-SUBJ-FIRST
                           PERFORM SCREEN-SUBJECT
                   END-READ
               END-PERFORM
               CLOSE UPH-FILE
               OPEN EXTEND UPH-FILE.
        WRITE-HELD-LINES-END. EXIT.
      *
      * Tam tarama: ACCTREC'teki her hesap sahibi taranir, isabetler
      * REVIEW olarak rapora yazilir. Tarama bitince kontrol karti
      * bu listenin kimligi ve tarihiyle yeniden yazilir. ACCTREC
      * acilamazsa kart degistirilmez; tam tarama bir sonraki kosuda
      * yeniden denenir.
        H300-SCREEN-MASTER.
            OPEN INPUT ACCT-REC.
            IF NOT ACCT-SUCCESS
               DISPLAY 'ACCTREC NOT OPENED, ACCT-ST: ' ACCT-ST
                       ' - MASTER NOT RESCREENED'
               MOVE 'NEW LIST - ACCTREC NOT OPENED, NOT RESCREENED'
                                        TO WLR-MSG-TEXT
               WRITE WLR-MSG-REC
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 'MASTER' TO WS-SUBJ-SOURCE
               MOVE 'REVIEW' TO WS-SUBJ-ACTION
               PERFORM READ-ACCT-RECORD
               PERFORM H310-SCREEN-ONE-ACCOUNT UNTIL ACCT-EOF
               CLOSE ACCT-REC
               PERFORM WRITE-SCREEN-CONTROL.
        H300-END. EXIT.
      *
        H310-SCREEN-ONE-ACCOUNT.
            MOVE ACCT-NO    TO WS-SUBJ-ACCT-NO.
            MOVE LAST-NAME  TO WS-SUBJ-LAST.
            MOVE FIRST-NAME TO WS-SUBJ-FIRST.
            PERFORM SCREEN-SUBJECT.
            IF WS-SUBJ-HITS > ZERO
               ADD 1 TO WS-ACCT-HIT-COUNT.
            PERFORM READ-ACCT-RECORD.
        H310-END. EXIT.
      *
      * ACCTREC besleme basligi/sonu kayitlari ('HDR' ve 'TRL')
      * taramaya girmez (PBEG136'daki kurgu).
        READ-ACCT-RECORD.
            READ ACCT-REC.
            PERFORM UNTIL ACCT-EOF
                   OR (ACCT-NO(1:3) NOT = 'HDR'
                       AND ACCT-NO(1:3) NOT = 'TRL')
                READ ACCT-REC
            END-PERFORM.
            IF NOT ACCT-EOF
               ADD 1 TO WS-ACCT-READ-COUNT.
        READ-ACCT-RECORD-END. EXIT.
      *
        WRITE-SCREEN-CONTROL.
            OPEN OUTPUT WLC-FILE.
            IF WLC-SUCCESS
               MOVE WS-LIST-ID   TO WLC-LIST-ID
               MOVE WS-LIST-DATE TO WLC-LIST-DATE
               MOVE WS-RUN-DATE  TO WLC-SCREEN-DATE
               WRITE WLC-REC
               CLOSE WLC-FILE
            ELSE
               DISPLAY 'WLCTL NOT WRITTEN, WLC-ST: ' WLC-ST.
        WRITE-SCREEN-CONTROL-END. EXIT.
      *
      * Taranan ismi arindirip tum liste kayitlarina karsi puanlar;
      * esigi gecen her liste kaydi rapora yazilir.
        SCREEN-SUBJECT.
            PERFORM PREPARE-SUBJECT.
            MOVE ZERO TO WS-SUBJ-HITS.
            PERFORM SCORE-ONE-ENTRY
                VARYING WS-WL-IDX FROM 1 BY 1
                UNTIL WS-WL-IDX > WS-WL-COUNT.
        SCREEN-SUBJECT-END. EXIT.
      *
        PREPARE-SUBJECT.
            MOVE WS-SUBJ-LAST  TO WS-NORM-IN.
            PERFORM NORMALIZE-NAME.
            MOVE WS-NORM-OUT   TO WS-SN-LAST.
            MOVE WS-NORM-LEN   TO WS-SN-LAST-LEN.
            MOVE WS-SUBJ-FIRST TO WS-NORM-IN.
            PERFORM NORMALIZE-NAME.
            MOVE WS-NORM-OUT   TO WS-SN-FIRST.
            MOVE WS-NORM-LEN   TO WS-SN-FIRST-LEN.
        PREPARE-SUBJECT-END. EXIT.
      *
      * Partideki eklemede yalnizca isabet olup olmadigi sayilir;
      * rapor satirlari WRITE-HELD-LINES'ta basilir.
        COUNT-ONE-ENTRY.
            PERFORM COMPUTE-ENTRY-SCORE.
            IF WS-BEST-SCORE NOT < WS-THRESHOLD
               ADD 1 TO WS-SUBJ-HITS.
        COUNT-ONE-ENTRY-END. EXIT.
      *
        SCORE-ONE-ENTRY.
            PERFORM COMPUTE-ENTRY-SCORE.
            IF WS-BEST-SCORE NOT < WS-THRESHOLD
               ADD 1 TO WS-SUBJ-HITS
               PERFORM WRITE-HIT-LINE.
        SCORE-ONE-ENTRY-END. EXIT.
      *
      * Ismin liste kaydina karsi en iyi puani: soyad soyadla / ad
      * adla karsilastirilir, ayrica ad ile soyadin yer degistirdigi
      * kayitlar icin ters eslestirme de denenir. Karsilastirma
      * yukunu sinirlamak icin yalnizca ilk harfleri ayni olan
      * soyadlar puanlanir.
        COMPUTE-ENTRY-SCORE.
            MOVE ZERO TO WS-BEST-SCORE.
            IF WS-SN-LAST-LEN > ZERO
               AND WS-SN-LAST(1:1) = WS-WL-N-LAST(WS-WL-IDX)(1:1)
               MOVE WS-SN-LAST                 TO WS-PAIR-LAST-A
               MOVE WS-SN-LAST-LEN             TO WS-PAIR-LAST-A-LEN
               MOVE WS-WL-N-LAST(WS-WL-IDX)    TO WS-PAIR-LAST-B
               MOVE WS-WL-N-LAST-LEN(WS-WL-IDX)
                                               TO WS-PAIR-LAST-B-LEN
               MOVE WS-SN-FIRST                TO WS-PAIR-FIRST-A
               MOVE WS-SN-FIRST-LEN            TO WS-PAIR-FIRST-A-LEN
               MOVE WS-WL-N-FIRST(WS-WL-IDX)   TO WS-PAIR-FIRST-B
               MOVE WS-WL-N-FIRST-LEN(WS-WL-IDX)
                                               TO WS-PAIR-FIRST-B-LEN
               PERFORM SCORE-NAME-PAIR
               IF WS-PAIR-SCORE > WS-BEST-SCORE
                  MOVE WS-PAIR-SCORE TO WS-BEST-SCORE.
            IF WS-SN-LAST-LEN > ZERO
               AND WS-SN-FIRST-LEN > ZERO
               AND WS-WL-N-FIRST-LEN(WS-WL-IDX) > ZERO
               AND WS-SN-LAST(1:1) = WS-WL-N-FIRST(WS-WL-IDX)(1:1)
               MOVE WS-SN-LAST                 TO WS-PAIR-LAST-A
               MOVE WS-SN-LAST-LEN             TO WS-PAIR-LAST-A-LEN
               MOVE WS-WL-N-FIRST(WS-WL-IDX)   TO WS-PAIR-LAST-B
               MOVE WS-WL-N-FIRST-LEN(WS-WL-IDX)
                                               TO WS-PAIR-LAST-B-LEN
               MOVE WS-SN-FIRST                TO WS-PAIR-FIRST-A
               MOVE WS-SN-FIRST-LEN            TO WS-PAIR-FIRST-A-LEN
               MOVE WS-WL-N-LAST(WS-WL-IDX)    TO WS-PAIR-FIRST-B
               MOVE WS-WL-N-LAST-LEN(WS-WL-IDX)
                                               TO WS-PAIR-FIRST-B-LEN
               PERFORM SCORE-NAME-PAIR
               IF WS-PAIR-SCORE > WS-BEST-SCORE
                  MOVE WS-PAIR-SCORE TO WS-BEST-SCORE.
        COMPUTE-ENTRY-SCORE-END. EXIT.
      *
        SCORE-NAME-PAIR.
            MOVE WS-PAIR-LAST-A     TO WS-LV-A.
            MOVE WS-PAIR-LAST-A-LEN TO WS-LV-A-LEN.
            MOVE WS-PAIR-LAST-B     TO WS-LV-B.
            MOVE WS-PAIR-LAST-B-LEN TO WS-LV-B-LEN.
            PERFORM COMPUTE-SIMILARITY.
            MOVE WS-LV-SIM TO WS-LAST-SIM.
            IF WS-PAIR-FIRST-A-LEN = ZERO OR WS-PAIR-FIRST-B-LEN = ZERO
               MOVE WS-LAST-SIM TO WS-PAIR-SCORE
            ELSE
               IF WS-PAIR-FIRST-A-LEN = 1 OR WS-PAIR-FIRST-B-LEN = 1
                  IF WS-PAIR-FIRST-A(1:1) = WS-PAIR-FIRST-B(1:1)
                     MOVE 100 TO WS-FIRST-SIM
                  ELSE
                     MOVE ZERO TO WS-FIRST-SIM
                  END-IF
               ELSE
                  MOVE WS-PAIR-FIRST-A     TO WS-LV-A
                  MOVE WS-PAIR-FIRST-A-LEN TO WS-LV-A-LEN
                  MOVE WS-PAIR-FIRST-B     TO WS-LV-B
                  MOVE WS-PAIR-FIRST-B-LEN TO WS-LV-B-LEN
                  PERFORM COMPUTE-SIMILARITY
                  MOVE WS-LV-SIM TO WS-FIRST-SIM
               END-IF
               COMPUTE WS-PAIR-SCORE =
                   (WS-LAST-SIM * 60 + WS-FIRST-SIM * 40) / 100.
        SCORE-NAME-PAIR-END. EXIT.
      *
      * WS-LV-A ile WS-LV-B arasindaki duzenleme uzakligini ve
      * 0-100 arasi benzerligi hesaplar.
        COMPUTE-SIMILARITY.
            IF WS-LV-A-LEN = ZERO OR WS-LV-B-LEN = ZERO
               MOVE ZERO TO WS-LV-SIM
            ELSE
               PERFORM LV-INIT-ROW
                   VARYING WS-LV-I FROM 1 BY 1
                   UNTIL WS-LV-I > WS-LV-A-LEN + 1
               PERFORM LV-INIT-COLUMN
                   VARYING WS-LV-J FROM 1 BY 1
                   UNTIL WS-LV-J > WS-LV-B-LEN + 1
               PERFORM LV-ONE-CELL
                   VARYING WS-LV-I FROM 2 BY 1
                   UNTIL WS-LV-I > WS-LV-A-LEN + 1
                   AFTER WS-LV-J FROM 2 BY 1
                   UNTIL WS-LV-J > WS-LV-B-LEN + 1
               MOVE WS-LV-CELL(WS-LV-A-LEN + 1, WS-LV-B-LEN + 1)
                                        TO WS-LV-DIST
               IF WS-LV-A-LEN > WS-LV-B-LEN
                  MOVE WS-LV-A-LEN TO WS-LV-MAXLEN
               ELSE
                  MOVE WS-LV-B-LEN TO WS-LV-MAXLEN
               END-IF
               COMPUTE WS-LV-SIM =
                   (WS-LV-MAXLEN - WS-LV-DIST) * 100 / WS-LV-MAXLEN.
        COMPUTE-SIMILARITY-END. EXIT.
      *
        LV-INIT-ROW.
            COMPUTE WS-LV-CELL(WS-LV-I, 1) = WS-LV-I - 1.
        LV-INIT-ROW-END. EXIT.
      *
        LV-INIT-COLUMN.
            COMPUTE WS-LV-CELL(1, WS-LV-J) = WS-LV-J - 1.
        LV-INIT-COLUMN-END. EXIT.
      *
        LV-ONE-CELL.
            COMPUTE WS-LV-AP = WS-LV-I - 1.
            COMPUTE WS-LV-BP = WS-LV-J - 1.
            IF WS-LV-A(WS-LV-AP:1) = WS-LV-B(WS-LV-BP:1)
               MOVE ZERO TO WS-LV-COST
            ELSE
               MOVE 1    TO WS-LV-COST.
            COMPUTE WS-LV-MIN = WS-LV-CELL(WS-LV-AP, WS-LV-J) + 1.
            IF WS-LV-CELL(WS-LV-I, WS-LV-BP) + 1 < WS-LV-MIN
               COMPUTE WS-LV-MIN = WS-LV-CELL(WS-LV-I, WS-LV-BP) + 1.
            IF WS-LV-CELL(WS-LV-AP, WS-LV-BP) + WS-LV-COST < WS-LV-MIN
               COMPUTE WS-LV-MIN =
                   WS-LV-CELL(WS-LV-AP, WS-LV-BP) + WS-LV-COST.
            MOVE WS-LV-MIN TO WS-LV-CELL(WS-LV-I, WS-LV-J).
        LV-ONE-CELL-END. EXIT.
      *
      * WS-NORM-IN buyuk harfe cevrilir ve yalnizca A-Z harfleri
      * WS-NORM-OUT'a sola dayali olarak tasinir.
        NORMALIZE-NAME.
            INSPECT WS-NORM-IN
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            MOVE SPACES TO WS-NORM-OUT.
            MOVE ZERO   TO WS-NORM-LEN.
            PERFORM NORMALIZE-ONE-CHAR
                VARYING WS-NORM-POS FROM 1 BY 1
                UNTIL WS-NORM-POS > 20.
        NORMALIZE-NAME-END. EXIT.
      *
        NORMALIZE-ONE-CHAR.
            IF WS-NORM-IN(WS-NORM-POS:1) NOT = SPACE
               AND WS-NORM-IN(WS-NORM-POS:1) IS ALPHABETIC-UPPER
               ADD 1 TO WS-NORM-LEN
               MOVE WS-NORM-IN(WS-NORM-POS:1)
                                TO WS-NORM-OUT(WS-NORM-LEN:1).
        NORMALIZE-ONE-CHAR-END. EXIT.
      *
        WRITE-HIT-LINE.
            ADD 1 TO WS-HIT-LINE-COUNT.
            MOVE SPACES                  TO WLR-REC.
            MOVE WS-SUBJ-SOURCE          TO WLR-SOURCE.
            MOVE WS-SUBJ-ACCT-NO         TO WLR-ACCT-NO.
            MOVE WS-SUBJ-LAST            TO WLR-LAST-NAME.
            MOVE WS-SUBJ-FIRST           TO WLR-FIRST-NAME.
            MOVE WS-BEST-SCORE           TO WLR-SCORE.
            MOVE WS-WL-ID(WS-WL-IDX)     TO WLR-ENTRY-ID.
            MOVE WS-WL-LAST(WS-WL-IDX)   TO WLR-WL-LAST-NAME.
            MOVE WS-WL-FIRST(WS-WL-IDX)  TO WLR-WL-FIRST-NAME.
            MOVE WS-WL-SOURCE(WS-WL-IDX) TO WLR-WL-SOURCE.
            MOVE WS-SUBJ-ACTION          TO WLR-ACTION.
            WRITE WLR-REC.
        WRITE-HIT-LINE-END. EXIT.
      *
        WRITE-REPORT-HEADER.
            MOVE SPACES          TO WLR-HDR-REC.
            MOVE 'WATCH LIST:'   TO WLR-HDR-LABEL-1.
            MOVE WS-LIST-ID      TO WLR-HDR-LIST-ID.
            MOVE ' LIST DATE:'   TO WLR-HDR-LABEL-2.
            MOVE WS-LIST-DATE    TO WLR-HDR-LIST-DATE.
            MOVE ' THRESHOLD:'   TO WLR-HDR-LABEL-3.
            MOVE WS-THRESHOLD    TO WLR-HDR-THRESHOLD.
            MOVE ' BATCH:'       TO WLR-HDR-LABEL-4.
            MOVE WS-BATCH-NO     TO WLR-HDR-BATCH-NO.
            MOVE ' RUN DATE:'    TO WLR-HDR-LABEL-5.
            MOVE WS-RUN-DATE     TO WLR-HDR-RUN-DATE.
            WRITE WLR-HDR-REC.
        WRITE-REPORT-HEADER-END. EXIT.
      *
      * Taranmis parti + bekletilen eklemeler = okunan islemler
      * esitligi ozet satirlarinda gorunur.
        H400-WRITE-SUMMARY.
            MOVE SPACES TO WLR-SUM-REC.
            MOVE 'WATCH LIST ENTRIES:' TO WLR-SUM-LABEL.
            MOVE WS-WL-COUNT TO WLR-SUM-COUNT.
            WRITE WLR-SUM-REC.
            MOVE 'BATCH RECORDS READ:' TO WLR-SUM-LABEL.
            MOVE WS-UPI-READ-COUNT TO WLR-SUM-COUNT.
            WRITE WLR-SUM-REC.
            MOVE 'ADDS SCREENED:' TO WLR-SUM-LABEL.
            MOVE WS-ADD-COUNT TO WLR-SUM-COUNT.
            WRITE WLR-SUM-REC.
            MOVE 'ADDS HELD FOR REVIEW:' TO WLR-SUM-LABEL.
            MOVE WS-HELD-COUNT TO WLR-SUM-COUNT.
            WRITE WLR-SUM-REC.
            MOVE 'RECORDS PASSED TO BATCH:' TO WLR-SUM-LABEL.
            MOVE WS-PASSED-COUNT TO WLR-SUM-COUNT.
            WRITE WLR-SUM-REC.
            IF FULL-PASS
               MOVE 'MASTER ACCOUNTS SCREENED:' TO WLR-SUM-LABEL
               MOVE WS-ACCT-READ-COUNT TO WLR-SUM-COUNT
               WRITE WLR-SUM-REC
               MOVE 'MASTER ACCOUNTS WITH HITS:' TO WLR-SUM-LABEL
               MOVE WS-ACCT-HIT-COUNT TO WLR-SUM-COUNT
               WRITE WLR-SUM-REC
            ELSE
               MOVE 'SAME LIST AS LAST FULL PASS - NOT RESCREENED'
                                        TO WLR-MSG-TEXT
               WRITE WLR-MSG-REC.
            MOVE SPACES TO WLR-SUM-REC.
            MOVE 'HIT LINES REPORTED:' TO WLR-SUM-LABEL.
            MOVE WS-HIT-LINE-COUNT TO WLR-SUM-COUNT.
            WRITE WLR-SUM-REC.
            DISPLAY 'ADDS HELD: ' WS-HELD-COUNT
                    ' MASTER HITS: ' WS-ACCT-HIT-COUNT.
        H400-END. EXIT.
      *
      * Liste olmadan tarama yapilamaz; acik cikis dosyalari
      * kapatilir ve is hata koduyla biter.
        ABORT-SCREENING.
            CLOSE WLR-FILE
                  UPO-FILE
                  UPH-FILE.
            MOVE 8 TO RETURN-CODE.
            STOP RUN.
        ABORT-SCREENING-END. EXIT.
      *
        H500-CLOSE-FILES.
            CLOSE WLR-FILE
                  UPO-FILE
                  UPH-FILE.
        H500-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM H400-WRITE-SUMMARY.
            PERFORM H500-CLOSE-FILES.
        H999-END. EXIT.
