        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG144.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * Test ortami uretim dosyalarinin birebir kopyasiyla
      * calisiyordu; gercek musteri adlari, adresleri ve dogum
      * tarihleri test kutuklerinde ve raporlarinda dolasiyordu. Bu
      * program hesap ana dosyasinin (ACCTREC), hesap VSAM
      * dosyasinin (ACCTVSAM), ucret defterinin (FEEREG) ve
      * PBEG0005'in kisi dosyasinin maskelenmis bir kopyasini
      * uretir. LAST-NAME/FIRST-NAME, ACCT-AD/ACCT-SOYAD ve
      * STREET-ADDR gercekci ama uydurma degerlerle, ACCT-DTAR ise
      * yili ve ayi korunarak baska bir gunle degistirilir.
      * Uydurma deger orijinal degerden sabit bir karistirma (hash)
      * ile secilir; boylece ayni isim her dosyada ve her kosuda
      * ayni uydurma ismi alir. ACCT-NO bir hesabin her dosyada
      * ayni ismi tasidigi icin ayni uydurma ismi alir, PBEG135'in
      * soyad + ad ile kurdugu kisi-hesap bagi da bozulmaz.
      * ACCT-NO, ACCT-LIMIT, ACCT-BALANCE, CITY-COUNTY, USA-STATE ve
      * dogum ayi degismez; PBEG107, PBEG121 eslestirmeleri, PBEG110
      * eyalet toplamlari ve PBEG118 dogum gunu listesi uretimdeki
      * adetlerle cikar.
      * Hesap ana dosyasi; basligi ve sonu ('HDR'/'TRL') oldugu gibi
      * kopyalanir. Bu is icin zorunludur.
            SELECT ACCT-REC   ASSIGN TO ACCTREC
                              STATUS  ACCT-ST.
      * Maskelenmis hesap ana dosyasi.
            SELECT MAC-FILE   ASSIGN TO MSKACCT
                              STATUS  MAC-ST.
      * PBEG113'un yukledigi hesap VSAM dosyasi; anahtar sirasinda
      * bastan sona okunur. Verilmezse bu adim atlanir.
      * SELECT anahtar tanimlari yukleyiciyle birebir ayni
      * tutulmazsa OPEN 39 statusuyle geri cevrilir.
            SELECT AVS-FILE   ASSIGN TO ACCTVSAM
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY AVS-ACCT-NO
                              ALTERNATE RECORD KEY AVS-LAST-NAME
                                  WITH DUPLICATES
                              STATUS  AVS-ST.
      * Maskelenmis hesap VSAM dosyasi; ACCTVSAM ile ayni anahtar
      * tanimlariyla anahtar sirali olarak yuklenir.
            SELECT MAV-FILE   ASSIGN TO MSKVSAM
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY MAV-ACCT-NO
                              ALTERNATE RECORD KEY MAV-LAST-NAME
                                  WITH DUPLICATES
                              STATUS  MAV-ST.
      * PBEG111'in ucret defteri. Defter sadece ACCT-NO ve tutar
      * tasidigi icin maskelenecek alani yoktur; test setinin
      * eksiksiz olmasi icin oldugu gibi kopyalanir. Verilmezse bu
      * adim atlanir.
            SELECT REG-FILE   ASSIGN TO FEEREG
                              STATUS  REG-ST.
      * Ucret defterinin kopyasi.
            SELECT MRG-FILE   ASSIGN TO MSKFEE
                              STATUS  MRG-ST.
      * Kisi dosyasi; PBEG0005'in ACCTREC'i ile ayni dosyadir,
      * PBEG135'teki gibi PERSFILE adiyla baglanir. Verilmezse bu
      * adim atlanir.
            SELECT PRS-FILE   ASSIGN TO PERSFILE
                              STATUS  PRS-ST.
      * Maskelenmis kisi dosyasi.
            SELECT MPR-FILE   ASSIGN TO MSKPERS
                              STATUS  MPR-ST.
      * Kosu raporu: dosya basina okunan/yazilan adetler ve dogum
      * ayi dagiliminin maskeleme oncesi ve sonrasi karsilastirmasi.
            SELECT MRP-FILE   ASSIGN TO MSKRPT
                              STATUS  MRP-ST.
        DATA DIVISION.
        FILE SECTION.
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
        FD  MAC-FILE RECORDING MODE F.
        01  MAC-REC                PIC X(170).
      *
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
      * MAV-REC, AVS-REC ile ayni yerlesimdedir; anahtar alanlari
      * SELECT'te kullanilmak uzere ayrica adlandirilir.
        FD  MAV-FILE.
        01  MAV-REC.
            05  MAV-ACCT-NO        PIC X(8).
            05  FILLER             PIC X(10).
            05  MAV-LAST-NAME      PIC X(20).
            05  FILLER             PIC X(132).
      *
      * Ucret defteri satiri (43 byte); hangi gorunumde olursa
      * olsun oldugu gibi kopyalanir.
        FD  REG-FILE RECORDING MODE F.
        01  REG-REC                PIC X(43).
      *
        FD  MRG-FILE RECORDING MODE F.
        01  MRG-REC                PIC X(43).
      *
      * PBEG0005'in ACCT-FIELDS'i ile birebir ayni yerlesim. Gun
      * parcasina erisebilmek icin PBEG118'deki gibi dogum tarihi
      * REDEFINES ile parcalanmis olarak da goruntulenir.
        FD  PRS-FILE RECORDING MODE F.
        01  PRS-REC.
            05  PRS-SEQ              PIC X(04).
            05  PRS-AD               PIC X(15).
            05  PRS-SOYAD            PIC X(15).
            05  PRS-DTAR             PIC 9(08).
            05  PRS-DTAR-R REDEFINES PRS-DTAR.
                10  PRS-DTAR-YYYY    PIC 9(04).
                10  PRS-DTAR-MM      PIC 9(02).
                10  PRS-DTAR-DD      PIC 9(02).
            05  PRS-TODAY            PIC 9(08).
      *
        FD  MPR-FILE RECORDING MODE F.
        01  MPR-REC                  PIC X(50).
      *
      * Ozet satiri: etiket + adet.
        FD  MRP-FILE RECORDING MODE F.
        01  MRP-SUM-REC.
            05  MRP-SUM-LABEL        PIC X(30).
            05  MRP-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05  MRP-SUM-FILLER       PIC X(19).
      *
      * MRP-FILE'in ayni FD'sine bagli dogum ayi satiri; ayni ayda
      * dogan gecerli tarihli kisilerin maskeleme oncesi ve sonrasi
      * adetleri. MRP-SUM-REC ile ayni uzunluga (60 byte)
      * tamamlanir.
        01  MRP-MON-REC.
            05  MRP-MON-LABEL        PIC X(12).
            05  MRP-MON-MM           PIC 9(02).
            05  WS-MRP-SPACE-1       PIC X(02).
            05  MRP-MON-ORIG-LBL     PIC X(10).
            05  MRP-MON-ORIG         PIC ZZZ,ZZ9.
            05  WS-MRP-SPACE-2       PIC X(02).
            05  MRP-MON-MASK-LBL     PIC X(08).
            05  MRP-MON-MASK         PIC ZZZ,ZZ9.
            05  WS-MRP-SPACE-3       PIC X(02).
            05  MRP-MON-FLAG         PIC X(08).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 ACCT-ST           PIC 9(02).
               88 ACCT-EOF                  VALUE 10.
               88 ACCT-SUCCESS              VALUE 00 97.
            05 MAC-ST            PIC 9(02).
               88 MAC-SUCCESS               VALUE 00 97.
            05 AVS-ST            PIC 9(02).
               88 AVS-EOF                   VALUE 10.
               88 AVS-SUCCESS               VALUE 00 97.
            05 MAV-ST            PIC 9(02).
               88 MAV-SUCCESS               VALUE 00 97.
      * 21: anahtar sirasi bozuk, 22: tekrar eden anahtar
      * (PBEG113'teki ile ayni).
               88 MAV-KEY-ERROR             VALUE 21 22.
            05 REG-ST            PIC 9(02).
               88 REG-EOF                   VALUE 10.
               88 REG-SUCCESS               VALUE 00 97.
            05 MRG-ST            PIC 9(02).
               88 MRG-SUCCESS               VALUE 00 97.
            05 PRS-ST            PIC 9(02).
               88 PRS-EOF                   VALUE 10.
               88 PRS-SUCCESS               VALUE 00 97.
            05 MPR-ST            PIC 9(02).
               88 MPR-SUCCESS               VALUE 00 97.
            05 MRP-ST            PIC 9(02).
               88 MRP-SUCCESS               VALUE 00 97.
      * Dogum tarihi dogrulamasi icin PBEG0005'tekiyle ayni alan.
            05 WS-DATE-CHECK     PIC S9(04) COMP.
            05 WS-MONTH-IDX      PIC S9(04) COMP.
      *
      * Islenmekte olan hesap kaydi; ACCTREC ve ACCTVSAM kayitlari
      * ayni yerlesimde oldugu icin ikisi de burada maskelenir.
        01  WS-ACCT-WORK.
            05  WS-ACCT-NO           PIC X(8).
            05  WS-ACCT-LIMIT        PIC S9(7)V99 COMP-3.
            05  WS-ACCT-BALANCE      PIC S9(7)V99 COMP-3.
            05  WS-LAST-NAME         PIC X(20).
            05  WS-FIRST-NAME        PIC X(15).
            05  WS-STREET-ADDR       PIC X(25).
            05  WS-CITY-COUNTY       PIC X(20).
            05  WS-USA-STATE         PIC X(15).
            05  WS-RESERVED          PIC X(7).
            05  WS-COMMENTS          PIC X(50).
      *
      * Karistirma (hash) alanlari. Metin buyuk harfe cevrilip
      * bosluklarla 40 karaktere tamamlanir ve her karakter
      * WS-HASH-VALUE = (WS-HASH-VALUE * 31 + karakter kodu)
      * MOD 999983 ile katlanir. Baslangic degeri alan turune gore
      * degistirilir ki ayni metin soyad ve ad olarak farkli
      * sonuclar versin.
        01  HASH-AREA.
            05  WS-HASH-TEXT         PIC X(40).
            05  WS-HASH-SEED         PIC S9(09) COMP.
            05  WS-HASH-VALUE        PIC S9(09) COMP.
            05  WS-HASH-QUOT         PIC S9(09) COMP.
            05  WS-HASH-POS          PIC S9(04) COMP.
            05  WS-PICK-1            PIC S9(04) COMP.
            05  WS-PICK-2            PIC S9(04) COMP.
            05  WS-HOUSE-NO          PIC 9(04).
            05  WS-NEW-DD            PIC 9(02).
      * Maskeleme paragraflarinin girdi ve ciktilari.
            05  WS-MASK-IN           PIC X(25).
            05  WS-FAKE-LAST         PIC X(20).
            05  WS-FAKE-FIRST        PIC X(15).
            05  WS-FAKE-STREET       PIC X(25).
      *
      * Uydurma soyadlari iki parcadan kurulur (on ek + son ek);
      * 20 x 20 = 400 farkli soyad, ayni soyadin iki farkli gercek
      * soyada dusme olasiligini dusuk tutar.
        01  WS-SURNAME-HEAD-TABLE.
            05  FILLER               PIC X(05) VALUE 'ASH'.
            05  FILLER               PIC X(05) VALUE 'BRAD'.
            05  FILLER               PIC X(05) VALUE 'CALD'.
            05  FILLER               PIC X(05) VALUE 'DAR'.
            05  FILLER               PIC X(05) VALUE 'ELDER'.
            05  FILLER               PIC X(05) VALUE 'FAIR'.
            05  FILLER               PIC X(05) VALUE 'GARR'.
            05  FILLER               PIC X(05) VALUE 'HART'.
            05  FILLER               PIC X(05) VALUE 'KING'.
            05  FILLER               PIC X(05) VALUE 'LANG'.
            05  FILLER               PIC X(05) VALUE 'MAR'.
            05  FILLER               PIC X(05) VALUE 'NORT'.
            05  FILLER               PIC X(05) VALUE 'OAK'.
            05  FILLER               PIC X(05) VALUE 'PEN'.
            05  FILLER               PIC X(05) VALUE 'RAD'.
            05  FILLER               PIC X(05) VALUE 'STAN'.
            05  FILLER               PIC X(05) VALUE 'THORN'.
            05  FILLER               PIC X(05) VALUE 'WAL'.
            05  FILLER               PIC X(05) VALUE 'WEST'.
            05  FILLER               PIC X(05) VALUE 'WHIT'.
        01  WS-SURNAME-HEAD-R REDEFINES WS-SURNAME-HEAD-TABLE.
            05  WS-SURNAME-HEAD      PIC X(05) OCCURS 20 TIMES.
      *
        01  WS-SURNAME-TAIL-TABLE.
            05  FILLER               PIC X(05) VALUE 'FORD'.
            05  FILLER               PIC X(05) VALUE 'LEY'.
            05  FILLER               PIC X(05) VALUE 'TON'.
            05  FILLER               PIC X(05) VALUE 'WELL'.
            05  FILLER               PIC X(05) VALUE 'WOOD'.
            05  FILLER               PIC X(05) VALUE 'BURY'.
            05  FILLER               PIC X(05) VALUE 'FIELD'.
            05  FILLER               PIC X(05) VALUE 'WICK'.
            05  FILLER               PIC X(05) VALUE 'MORE'.
            05  FILLER               PIC X(05) VALUE 'DALE'.
            05  FILLER               PIC X(05) VALUE 'HAM'.
            05  FILLER               PIC X(05) VALUE 'LOW'.
            05  FILLER               PIC X(05) VALUE 'SON'.
            05  FILLER               PIC X(05) VALUE 'BY'.
            05  FILLER               PIC X(05) VALUE 'COTT'.
            05  FILLER               PIC X(05) VALUE 'WORTH'.
            05  FILLER               PIC X(05) VALUE 'STONE'.
            05  FILLER               PIC X(05) VALUE 'RIDGE'.
            05  FILLER               PIC X(05) VALUE 'HURST'.
            05  FILLER               PIC X(05) VALUE 'MAN'.
        01  WS-SURNAME-TAIL-R REDEFINES WS-SURNAME-TAIL-TABLE.
            05  WS-SURNAME-TAIL      PIC X(05) OCCURS 20 TIMES.
      *
        01  WS-FIRST-NAME-TABLE.
            05  FILLER               PIC X(10) VALUE 'JAMES'.
            05  FILLER               PIC X(10) VALUE 'MARY'.
            05  FILLER               PIC X(10) VALUE 'JOHN'.
            05  FILLER               PIC X(10) VALUE 'PATRICIA'.
            05  FILLER               PIC X(10) VALUE 'ROBERT'.
            05  FILLER               PIC X(10) VALUE 'JENNIFER'.
            05  FILLER               PIC X(10) VALUE 'MICHAEL'.
            05  FILLER               PIC X(10) VALUE 'LINDA'.
            05  FILLER               PIC X(10) VALUE 'WILLIAM'.
            05  FILLER               PIC X(10) VALUE 'ELIZABETH'.
            05  FILLER               PIC X(10) VALUE 'DAVID'.
            05  FILLER               PIC X(10) VALUE 'BARBARA'.
            05  FILLER               PIC X(10) VALUE 'RICHARD'.
            05  FILLER               PIC X(10) VALUE 'SUSAN'.
            05  FILLER               PIC X(10) VALUE 'JOSEPH'.
            05  FILLER               PIC X(10) VALUE 'JESSICA'.
            05  FILLER               PIC X(10) VALUE 'THOMAS'.
            05  FILLER               PIC X(10) VALUE 'SARAH'.
            05  FILLER               PIC X(10) VALUE 'CHARLES'.
            05  FILLER               PIC X(10) VALUE 'KAREN'.
            05  FILLER               PIC X(10) VALUE 'DANIEL'.
            05  FILLER               PIC X(10) VALUE 'NANCY'.
            05  FILLER               PIC X(10) VALUE 'MATTHEW'.
            05  FILLER               PIC X(10) VALUE 'LISA'.
            05  FILLER               PIC X(10) VALUE 'ANTHONY'.
            05  FILLER               PIC X(10) VALUE 'BETTY'.
            05  FILLER               PIC X(10) VALUE 'MARK'.
            05  FILLER               PIC X(10) VALUE 'MARGARET'.
            05  FILLER               PIC X(10) VALUE 'DONALD'.
            05  FILLER               PIC X(10) VALUE 'SANDRA'.
            05  FILLER               PIC X(10) VALUE 'STEVEN'.
            05  FILLER               PIC X(10) VALUE 'ASHLEY'.
            05  FILLER               PIC X(10) VALUE 'PAUL'.
            05  FILLER               PIC X(10) VALUE 'KIMBERLY'.
            05  FILLER               PIC X(10) VALUE 'ANDREW'.
            05  FILLER               PIC X(10) VALUE 'EMILY'.
            05  FILLER               PIC X(10) VALUE 'JOSHUA'.
            05  FILLER               PIC X(10) VALUE 'DONNA'.
            05  FILLER               PIC X(10) VALUE 'KENNETH'.
            05  FILLER               PIC X(10) VALUE 'MICHELLE'.
        01  WS-FIRST-NAME-R REDEFINES WS-FIRST-NAME-TABLE.
            05  WS-FIRST-NAME-ENT    PIC X(10) OCCURS 40 TIMES.
      *
        01  WS-STREET-NAME-TABLE.
            05  FILLER               PIC X(10) VALUE 'MAPLE'.
            05  FILLER               PIC X(10) VALUE 'OAK'.
            05  FILLER               PIC X(10) VALUE 'PINE'.
            05  FILLER               PIC X(10) VALUE 'CEDAR'.
            05  FILLER               PIC X(10) VALUE 'ELM'.
            05  FILLER               PIC X(10) VALUE 'WILLOW'.
            05  FILLER               PIC X(10) VALUE 'BIRCH'.
            05  FILLER               PIC X(10) VALUE 'SPRUCE'.
            05  FILLER               PIC X(10) VALUE 'CHESTNUT'.
            05  FILLER               PIC X(10) VALUE 'WALNUT'.
            05  FILLER               PIC X(10) VALUE 'HICKORY'.
            05  FILLER               PIC X(10) VALUE 'ASPEN'.
            05  FILLER               PIC X(10) VALUE 'MAGNOLIA'.
            05  FILLER               PIC X(10) VALUE 'SYCAMORE'.
            05  FILLER               PIC X(10) VALUE 'DOGWOOD'.
            05  FILLER               PIC X(10) VALUE 'LAUREL'.
            05  FILLER               PIC X(10) VALUE 'HOLLY'.
            05  FILLER               PIC X(10) VALUE 'CHERRY'.
            05  FILLER               PIC X(10) VALUE 'POPLAR'.
            05  FILLER               PIC X(10) VALUE 'JUNIPER'.
            05  FILLER               PIC X(10) VALUE 'MEADOW'.
            05  FILLER               PIC X(10) VALUE 'LAKE'.
            05  FILLER               PIC X(10) VALUE 'HILL'.
            05  FILLER               PIC X(10) VALUE 'RIVER'.
            05  FILLER               PIC X(10) VALUE 'PARK'.
            05  FILLER               PIC X(10) VALUE 'SPRING'.
            05  FILLER               PIC X(10) VALUE 'VALLEY'.
            05  FILLER               PIC X(10) VALUE 'FOREST'.
            05  FILLER               PIC X(10) VALUE 'SUNSET'.
            05  FILLER               PIC X(10) VALUE 'HIGHLAND'.
        01  WS-STREET-NAME-R REDEFINES WS-STREET-NAME-TABLE.
            05  WS-STREET-NAME-ENT   PIC X(10) OCCURS 30 TIMES.
      *
        01  WS-STREET-TYPE-TABLE.
            05  FILLER               PIC X(04) VALUE 'ST'.
            05  FILLER               PIC X(04) VALUE 'AVE'.
            05  FILLER               PIC X(04) VALUE 'RD'.
            05  FILLER               PIC X(04) VALUE 'LN'.
            05  FILLER               PIC X(04) VALUE 'DR'.
            05  FILLER               PIC X(04) VALUE 'CT'.
        01  WS-STREET-TYPE-R REDEFINES WS-STREET-TYPE-TABLE.
            05  WS-STREET-TYPE-ENT   PIC X(04) OCCURS 6 TIMES.
      *
      * Gecerli dogum tarihli kisilerin ay basina adetleri;
      * PBEG118'in hedef ay secimiyle ayni sayim.
        01  WS-MONTH-TABLE.
            05  WS-MONTH-ENTRY OCCURS 12 TIMES.
                10  WS-MONTH-ORIG     PIC S9(9) COMP-3.
                10  WS-MONTH-MASK     PIC S9(9) COMP-3.
      *
        01  MASK-COUNTERS.
            05 WS-ACCT-READ       PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-ACCT-CTL        PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-AVS-READ        PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-AVS-WRITTEN     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-AVS-REJECTED    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-REG-COPIED      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-PRS-READ        PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-DTAR-MASKED     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-DTAR-KEPT       PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-MONTH-MISMATCH  PIC S9(9) COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            PERFORM H200-MASK-ACCTREC.
            PERFORM H220-MASK-ACCTVSAM.
            PERFORM H240-COPY-FEEREG.
            PERFORM H260-MASK-PERSONS.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
        H100-OPEN-FILES.
            INITIALIZE WS-MONTH-TABLE.
            OPEN INPUT  ACCT-REC.
            OPEN OUTPUT MAC-FILE.
            OPEN OUTPUT MRP-FILE.
            PERFORM STATUS-CONTROL.
        H100-END. EXIT.
      *
      * Hesap ana dosyasi ve kopyasi olmadan maskelenmis test seti
      * kurulamayacagi icin eksik dosyada is RETURN-CODE 8 ile durur.
        STATUS-CONTROL.
            IF NOT (ACCT-SUCCESS AND MAC-SUCCESS AND MRP-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' ACCT: ' ACCT-ST ' MAC: ' MAC-ST
                       ' MRP: ' MRP-ST
               IF ACCT-SUCCESS THEN CLOSE ACCT-REC
               IF MAC-SUCCESS THEN CLOSE MAC-FILE
               IF MRP-SUCCESS THEN CLOSE MRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * ACCTREC besleme basligi/sonu kayitlari ('HDR'/'TRL') isim
      * tasimaz; CBL0001'in denetimleri maskelenmis kopyada da
      * tutsun diye oldugu gibi yazilir.
        H200-MASK-ACCTREC.
            PERFORM UNTIL ACCT-EOF
                READ ACCT-REC
                    AT END CONTINUE
                    NOT AT END PERFORM H205-MASK-ONE-ACCOUNT
                END-READ
            END-PERFORM.
            CLOSE ACCT-REC.
            CLOSE MAC-FILE.
        H200-END. EXIT.
      *
        H205-MASK-ONE-ACCOUNT.
            IF ACCT-NO(1:3) = 'HDR' OR ACCT-NO(1:3) = 'TRL'
               ADD 1 TO WS-ACCT-CTL
               MOVE ACCT-FIELDS TO MAC-REC
            ELSE
               ADD 1 TO WS-ACCT-READ
               MOVE ACCT-FIELDS TO WS-ACCT-WORK
               PERFORM MASK-ACCOUNT-WORK
               MOVE WS-ACCT-WORK TO MAC-REC.
            WRITE MAC-REC.
        H205-END. EXIT.
      *
      * ACCTVSAM verilmemisse adim atlanir; verilmisse maskelenmis
      * kopya anahtar sirasinda yuklenir. Anahtar ACCT-NO
      * degismedigi icin sira bozulmaz; yine de PBEG113'teki gibi
      * dosya durum kodu sinanir.
        H220-MASK-ACCTVSAM.
            OPEN INPUT AVS-FILE.
            IF NOT AVS-SUCCESS
               DISPLAY 'ACCTVSAM NOT PROVIDED, AVS-ST: ' AVS-ST
            ELSE
               OPEN OUTPUT MAV-FILE
               IF NOT MAV-SUCCESS
                  DISPLAY 'MSKVSAM NOT OPENED, MAV-ST: ' MAV-ST
                  CLOSE AVS-FILE
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM UNTIL AVS-EOF
                      READ AVS-FILE
                          AT END CONTINUE
                          NOT AT END PERFORM H225-MASK-ONE-VSAM
                      END-READ
                  END-PERFORM
                  CLOSE AVS-FILE
                  CLOSE MAV-FILE
               END-IF
            END-IF.
        H220-END. EXIT.
      *
        H225-MASK-ONE-VSAM.
            ADD 1 TO WS-AVS-READ.
            MOVE AVS-REC TO WS-ACCT-WORK.
            PERFORM MASK-ACCOUNT-WORK.
            MOVE WS-ACCT-WORK TO MAV-REC.
            WRITE MAV-REC.
            IF MAV-KEY-ERROR
               ADD 1 TO WS-AVS-REJECTED
               DISPLAY 'MSKVSAM KEY ERROR, ACCT-NO: ' AVS-ACCT-NO
            ELSE
               ADD 1 TO WS-AVS-WRITTEN.
        H225-END. EXIT.
      *
        H240-COPY-FEEREG.
            OPEN INPUT REG-FILE.
            IF NOT REG-SUCCESS
               DISPLAY 'FEEREG NOT PROVIDED, REG-ST: ' REG-ST
            ELSE
               OPEN OUTPUT MRG-FILE
               IF NOT MRG-SUCCESS
                  DISPLAY 'MSKFEE NOT OPENED, MRG-ST: ' MRG-ST
                  CLOSE REG-FILE
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM UNTIL REG-EOF
                      READ REG-FILE
                          AT END CONTINUE
                          NOT AT END
                              ADD 1 TO WS-REG-COPIED
                              MOVE REG-REC TO MRG-REC
                              WRITE MRG-REC
                      END-READ
                  END-PERFORM
                  CLOSE REG-FILE
                  CLOSE MRG-FILE
               END-IF
            END-IF.
        H240-END. EXIT.
      *
        H260-MASK-PERSONS.
            OPEN INPUT PRS-FILE.
            IF NOT PRS-SUCCESS
               DISPLAY 'PERSFILE NOT PROVIDED, PRS-ST: ' PRS-ST
            ELSE
               OPEN OUTPUT MPR-FILE
               IF NOT MPR-SUCCESS
                  DISPLAY 'MSKPERS NOT OPENED, MPR-ST: ' MPR-ST
                  CLOSE PRS-FILE
                  MOVE 8 TO RETURN-CODE
               ELSE
                  PERFORM UNTIL PRS-EOF
                      READ PRS-FILE
                          AT END CONTINUE
                          NOT AT END PERFORM H265-MASK-ONE-PERSON
                      END-READ
                  END-PERFORM
                  CLOSE PRS-FILE
                  CLOSE MPR-FILE
               END-IF
            END-IF.
        H260-END. EXIT.
      *
      * Soyad ve ad hesap dosyalarindakiyle ayni paragraflardan
      * gecer; PBEG135 kisiyi hesabina yine soyad + ad ile baglar.
      * Dogum tarihi PBEG0005'in VALIDATE-BIRTH-DATE kurallarina
      * gore gecerliyse yil ve ay korunur, gun 1 ile orijinal gun
      * arasinda bir gunle degistirilir: tarih gecerli kalir ve
      * ileri bir tarihe kaymaz. Gecersiz tarih PBEG0005 ve PBEG118
      * tarafindan ayni sekilde reddedilsin diye degistirilmez.
        H265-MASK-ONE-PERSON.
            ADD 1 TO WS-PRS-READ.
            MOVE PRS-SOYAD TO WS-MASK-IN.
            PERFORM MASK-LAST-NAME.
            MOVE PRS-AD TO WS-MASK-IN.
            PERFORM MASK-FIRST-NAME.
            COMPUTE WS-DATE-CHECK =
                          FUNCTION TEST-DATE-YYYYMMDD(PRS-DTAR).
            IF WS-DATE-CHECK NOT = 0 OR PRS-DTAR > PRS-TODAY
               ADD 1 TO WS-DTAR-KEPT
            ELSE
               MOVE PRS-DTAR-MM TO WS-MONTH-IDX
               ADD 1 TO WS-MONTH-ORIG(WS-MONTH-IDX)
               MOVE PRS-REC(1:34) TO WS-HASH-TEXT
               MOVE 17 TO WS-HASH-SEED
               PERFORM COMPUTE-HASH
               COMPUTE WS-NEW-DD =
                       FUNCTION MOD(WS-HASH-VALUE, PRS-DTAR-DD) + 1
               MOVE WS-NEW-DD TO PRS-DTAR-DD
               MOVE PRS-DTAR-MM TO WS-MONTH-IDX
               ADD 1 TO WS-MONTH-MASK(WS-MONTH-IDX)
               ADD 1 TO WS-DTAR-MASKED.
            MOVE WS-FAKE-LAST TO PRS-SOYAD.
            MOVE WS-FAKE-FIRST TO PRS-AD.
            MOVE PRS-REC TO MPR-REC.
            WRITE MPR-REC.
        H265-END. EXIT.
      *
      * WS-ACCT-WORK'teki hesabin ad, soyad ve sokak adresini
      * maskeler; diger alanlar oldugu gibi kalir.
        MASK-ACCOUNT-WORK.
            MOVE WS-LAST-NAME TO WS-MASK-IN.
            PERFORM MASK-LAST-NAME.
            MOVE WS-FAKE-LAST TO WS-LAST-NAME.
            MOVE WS-FIRST-NAME TO WS-MASK-IN.
            PERFORM MASK-FIRST-NAME.
            MOVE WS-FAKE-FIRST TO WS-FIRST-NAME.
            MOVE WS-STREET-ADDR TO WS-MASK-IN.
            PERFORM MASK-STREET.
            MOVE WS-FAKE-STREET TO WS-STREET-ADDR.
        MASK-ACCOUNT-WORK-END. EXIT.
      *
      * Bos alan bos kalir; PBEG121'in bos adres ve PBEG142'nin bos
      * soyad kontrolleri maskelenmis kopyada da ayni kayitlari
      * yakalar.
        MASK-LAST-NAME.
            IF WS-MASK-IN = SPACES
               MOVE SPACES TO WS-FAKE-LAST
            ELSE
               MOVE WS-MASK-IN TO WS-HASH-TEXT
               MOVE 7 TO WS-HASH-SEED
               PERFORM COMPUTE-HASH
               COMPUTE WS-PICK-1 = FUNCTION MOD(WS-HASH-VALUE, 20) + 1
               COMPUTE WS-HASH-QUOT = WS-HASH-VALUE / 20
               COMPUTE WS-PICK-2 = FUNCTION MOD(WS-HASH-QUOT, 20) + 1
               MOVE SPACES TO WS-FAKE-LAST
               STRING WS-SURNAME-HEAD(WS-PICK-1) DELIMITED BY SPACE
                      WS-SURNAME-TAIL(WS-PICK-2) DELIMITED BY SPACE
                      INTO WS-FAKE-LAST.
        MASK-LAST-NAME-END. EXIT.
      *
        MASK-FIRST-NAME.
            IF WS-MASK-IN = SPACES
               MOVE SPACES TO WS-FAKE-FIRST
            ELSE
               MOVE WS-MASK-IN TO WS-HASH-TEXT
               MOVE 11 TO WS-HASH-SEED
               PERFORM COMPUTE-HASH
               COMPUTE WS-PICK-1 = FUNCTION MOD(WS-HASH-VALUE, 40) + 1
               MOVE WS-FIRST-NAME-ENT(WS-PICK-1) TO WS-FAKE-FIRST.
        MASK-FIRST-NAME-END. EXIT.
      *
      * Ayni sokak adresi ayni uydurma adresi alir; PBEG141'in ayni
      * haneyi adresle gruplamasi maskelenmis kopyada da tutar.
        MASK-STREET.
            IF WS-MASK-IN = SPACES
               MOVE SPACES TO WS-FAKE-STREET
            ELSE
               MOVE WS-MASK-IN TO WS-HASH-TEXT
               MOVE 13 TO WS-HASH-SEED
               PERFORM COMPUTE-HASH
               COMPUTE WS-HOUSE-NO =
                       FUNCTION MOD(WS-HASH-VALUE, 9000) + 1000
               COMPUTE WS-HASH-QUOT = WS-HASH-VALUE / 9000
               COMPUTE WS-PICK-1 = FUNCTION MOD(WS-HASH-QUOT, 30) + 1
               COMPUTE WS-PICK-2 = FUNCTION MOD(WS-HASH-VALUE, 6) + 1
               MOVE SPACES TO WS-FAKE-STREET
               STRING WS-HOUSE-NO                DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WS-STREET-NAME-ENT(WS-PICK-1)
                                                 DELIMITED BY SPACE
                      ' '                        DELIMITED BY SIZE
                      WS-STREET-TYPE-ENT(WS-PICK-2)
                                                 DELIMITED BY SPACE
                      INTO WS-FAKE-STREET.
        MASK-STREET-END. EXIT.
      *
      * Buyuk/kucuk harf farki ayni ismi iki ayri uydurma isme
      * bolmesin diye metin once buyuk harfe cevrilir.
        COMPUTE-HASH.
            INSPECT WS-HASH-TEXT
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
            MOVE WS-HASH-SEED TO WS-HASH-VALUE.
            PERFORM HASH-ONE-CHAR
                VARYING WS-HASH-POS FROM 1 BY 1
                UNTIL WS-HASH-POS > 40.
        COMPUTE-HASH-END. EXIT.
      *
        HASH-ONE-CHAR.
            COMPUTE WS-HASH-VALUE = FUNCTION MOD(
                    WS-HASH-VALUE * 31
                  + FUNCTION ORD(WS-HASH-TEXT(WS-HASH-POS:1)), 999983).
        HASH-ONE-CHAR-END. EXIT.
      *
        H300-WRITE-SUMMARY.
            MOVE SPACES TO MRP-SUM-REC.
            MOVE 'ACCTREC ACCOUNTS MASKED:' TO MRP-SUM-LABEL.
            MOVE WS-ACCT-READ TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'ACCTREC HDR/TRL COPIED:' TO MRP-SUM-LABEL.
            MOVE WS-ACCT-CTL TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'ACCTVSAM RECORDS READ:' TO MRP-SUM-LABEL.
            MOVE WS-AVS-READ TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'MSKVSAM RECORDS LOADED:' TO MRP-SUM-LABEL.
            MOVE WS-AVS-WRITTEN TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'MSKVSAM RECORDS REJECTED:' TO MRP-SUM-LABEL.
            MOVE WS-AVS-REJECTED TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'FEEREG LINES COPIED:' TO MRP-SUM-LABEL.
            MOVE WS-REG-COPIED TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'PERSONS MASKED:' TO MRP-SUM-LABEL.
            MOVE WS-PRS-READ TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'BIRTH DATES MASKED:' TO MRP-SUM-LABEL.
            MOVE WS-DTAR-MASKED TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'INVALID BIRTH DATES KEPT:' TO MRP-SUM-LABEL.
            MOVE WS-DTAR-KEPT TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            PERFORM WRITE-MONTH-LINE
                VARYING WS-MONTH-IDX FROM 1 BY 1
                UNTIL WS-MONTH-IDX > 12.
            MOVE SPACES TO MRP-SUM-REC.
            MOVE 'BIRTH MONTH MISMATCHES:' TO MRP-SUM-LABEL.
            MOVE WS-MONTH-MISMATCH TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
        H300-END. EXIT.
      *
      * Maskeleme ayi korudugu icin iki adet esit olmalidir; esit
      * olmayan ay isaretlenir ve kosu RETURN-CODE 8 ile biter ki
      * bozuk bir test seti PBEG118 sinamasina gitmesin.
        WRITE-MONTH-LINE.
            MOVE SPACES TO MRP-MON-REC.
            MOVE 'BIRTH MONTH ' TO MRP-MON-LABEL.
            MOVE WS-MONTH-IDX TO MRP-MON-MM.
            MOVE 'ORIGINAL: ' TO MRP-MON-ORIG-LBL.
            MOVE WS-MONTH-ORIG(WS-MONTH-IDX) TO MRP-MON-ORIG.
            MOVE 'MASKED: ' TO MRP-MON-MASK-LBL.
            MOVE WS-MONTH-MASK(WS-MONTH-IDX) TO MRP-MON-MASK.
            IF WS-MONTH-ORIG(WS-MONTH-IDX) NOT =
               WS-MONTH-MASK(WS-MONTH-IDX)
               MOVE 'MISMATCH' TO MRP-MON-FLAG
               ADD 1 TO WS-MONTH-MISMATCH
               MOVE 8 TO RETURN-CODE.
            WRITE MRP-MON-REC.
        WRITE-MONTH-LINE-END. EXIT.
      *
        H400-CLOSE-FILES.
            CLOSE MRP-FILE.
        H400-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM H300-WRITE-SUMMARY.
            PERFORM H400-CLOSE-FILES.
        H999-END. EXIT.
