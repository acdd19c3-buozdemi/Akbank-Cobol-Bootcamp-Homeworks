        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG145.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * PBEG127 asim gununu, PBEG122 uyku suresini her kosuda bir
      * ekleyerek sayiyordu; atlanan bir kosu, bir yeniden kosu veya
      * bir hafta sonu iki sayaci da bozuyor, resmi tatilleri ise
      * hicbir program bilmiyordu. Bu program ortak is takvimini
      * uretir: parametreyle verilen yilin her gunu icin bir kayit
      * (is gunu veya tatil, ay sonu ve yil sonu isaretleri). Hafta
      * sonlari kendiliginden tatildir; resmi tatiller operasyonun
      * girdigi tatil dosyasindan gelir. Ay sonu o ayin son is
      * gunudur, yil sonu Aralik ayinin son is gunudur. PBEG111,
      * PBEG122, PBEG126, PBEG127 ve PBEG128 bu takvimi okur; JCL'de
      * yillarin takvimleri sirayla arka arkaya verilir.
      * Takvim yili parametresi; bu is icin zorunludur.
            SELECT CAL-PARM   ASSIGN TO CALPARM
                              STATUS  CLP-ST.
      * Operasyonun girdigi resmi tatil listesi (tarih ve adi).
      * Tatil yoksa DUMMY verilebilir; o zaman yalnizca hafta
      * sonlari tatil sayilir.
            SELECT HOL-FILE   ASSIGN TO HOLIDAYS
                              STATUS  HOL-ST.
      * Uretilen is takvimi: yilin her gunu icin tarih sirali bir
      * kayit.
            SELECT CAL-FILE   ASSIGN TO BUSCAL
                              STATUS  CAL-ST.
      * Takvim raporu: tatiller, ay sonlari, reddedilen tatil
      * girisleri ve sayaclar.
            SELECT CRP-FILE   ASSIGN TO CALRPT
                              STATUS  CRP-ST.
        DATA DIVISION.
        FILE SECTION.
        FD  CAL-PARM RECORDING MODE F.
        01  CLP-REC.
            05  CLP-YEAR             PIC 9(04).
      *
        FD  HOL-FILE RECORDING MODE F.
        01  HOL-REC.
            05  HOL-DATE             PIC 9(08).
            05  HOL-DESC             PIC X(19).
      *
      * Is takvimi kaydi. CAL-DAY-TYPE 'W' is gunu, 'H' tatildir
      * (hafta sonu dahil). CAL-MONTH-END ve CAL-YEAR-END o gunun
      * ayin/yilin son is gunu oldugunu 'Y' ile gosterir. Takvimi
      * okuyan programlar ayni yerlesimi kullanir.
        FD  CAL-FILE RECORDING MODE F.
        01  CAL-REC.
            05  CAL-DATE             PIC 9(08).
            05  CAL-DAY-TYPE         PIC X(01).
            05  CAL-MONTH-END        PIC X(01).
            05  CAL-YEAR-END         PIC X(01).
            05  CAL-DESC             PIC X(19).
      *
      * Rapor detay satiri: tarih, gun tipi, aciklama ve isaret.
        FD  CRP-FILE RECORDING MODE F.
        01  CRP-REC.
            05  CRP-DATE             PIC 9(08).
            05  WS-CRP-SPACE-1       PIC X(01).
            05  CRP-TYPE             PIC X(08).
            05  WS-CRP-SPACE-2       PIC X(01).
            05  CRP-DESC             PIC X(19).
            05  WS-CRP-SPACE-3       PIC X(01).
            05  CRP-NOTE             PIC X(22).
      *
      * CRP-FILE'in ayni FD'sine bagli ozet kaydi; CRP-REC ile ayni
      * uzunluga (60 byte) tamamlanir.
        01  CRP-SUM-REC.
            05  CRP-SUM-LABEL        PIC X(30).
            05  CRP-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05  CRP-SUM-FILLER       PIC X(19).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 CLP-ST            PIC 9(02).
               88 CLP-SUCCESS               VALUE 00 97.
            05 HOL-ST            PIC 9(02).
               88 HOL-EOF                   VALUE 10.
               88 HOL-SUCCESS               VALUE 00 97.
            05 CAL-ST            PIC 9(02).
               88 CAL-SUCCESS               VALUE 00 97.
            05 CRP-ST            PIC 9(02).
               88 CRP-SUCCESS               VALUE 00 97.
            05 WS-YEAR           PIC 9(04) VALUE ZERO.
            05 WS-DATE-WORK      PIC 9(08) VALUE ZERO.
            05 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
               10 WS-DATE-YYYY   PIC 9(04).
               10 WS-DATE-MM     PIC 9(02).
               10 WS-DATE-DD     PIC 9(02).
            05 WS-DATE-CHECK     PIC S9(04) COMP.
      * Yilin 1 Ocak'inin gun numarasi (INTEGER-OF-DATE); yilin
      * N. gunu bu degere N - 1 eklenerek bulunur.
            05 WS-JAN1-INT       PIC S9(09) COMP VALUE ZERO.
            05 WS-DAY-INT        PIC S9(09) COMP VALUE ZERO.
      * 1601-01-01 Pazartesidir; (gun numarasi - 1) MOD 7 degeri
      * 0 Pazartesi ... 5 Cumartesi, 6 Pazar verir.
            05 WS-WEEKDAY        PIC S9(04) COMP VALUE ZERO.
            05 WS-DAYS-IN-YEAR   PIC S9(04) COMP VALUE ZERO.
            05 WS-DAY-SUB        PIC S9(04) COMP VALUE ZERO.
            05 WS-SEEN-MONTH     PIC 9(02) VALUE ZERO.
      *
      * Yilin gun tablosu; takvim once burada kurulur, tatiller
      * ve ay sonlari islendikten sonra tek seferde yazilir.
        01  WS-YEAR-TABLE.
            05  WS-YEAR-DAY OCCURS 366 TIMES.
                10  WS-YD-DATE       PIC 9(08).
                10  WS-YD-TYPE       PIC X(01).
                10  WS-YD-MONTH-END  PIC X(01).
                10  WS-YD-YEAR-END   PIC X(01).
                10  WS-YD-DESC       PIC X(19).
      *
        01  CALENDAR-COUNTERS.
            05 WS-WORKING-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-WEEKEND-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-HOLIDAY-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-HOL-ON-WEEKEND PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-HOL-READ       PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-HOL-REJECTED   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-WRITTEN-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            PERFORM H200-BUILD-YEAR.
            PERFORM H220-APPLY-HOLIDAYS.
            PERFORM H240-MARK-PERIOD-ENDS.
            PERFORM H260-WRITE-CALENDAR.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
        H100-OPEN-FILES.
            PERFORM READ-YEAR-PARM.
            OPEN OUTPUT CAL-FILE.
            OPEN OUTPUT CRP-FILE.
            PERFORM STATUS-CONTROL.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (CAL-SUCCESS AND CRP-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' CAL: ' CAL-ST ' CRP: ' CRP-ST
               IF CAL-SUCCESS THEN CLOSE CAL-FILE
               IF CRP-SUCCESS THEN CLOSE CRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Takvim yili parametresi zorunludur; eksik veya gecersizse
      * hicbir dosya acilmadan is RETURN-CODE 8 ile durur.
        READ-YEAR-PARM.
            OPEN INPUT CAL-PARM
            IF NOT CLP-SUCCESS
               DISPLAY 'CALENDAR YEAR PARM NOT OPENED, CLP-ST: '
                       CLP-ST
               MOVE 8 TO RETURN-CODE
               STOP RUN.
            READ CAL-PARM
                AT END CONTINUE
                NOT AT END
                    IF CLP-YEAR NUMERIC
                       MOVE CLP-YEAR TO WS-YEAR
                    END-IF
            END-READ
            CLOSE CAL-PARM.
            IF WS-YEAR < 1601
               DISPLAY 'INVALID CALENDAR YEAR: ' WS-YEAR
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        READ-YEAR-PARM-END. EXIT.
      *
      * Yilin her gunu is gunu olarak acilir, Cumartesi ve Pazar
      * tatile cevrilir. 29 Subat gecerli bir tarihse yil 366
      * gundur.
        H200-BUILD-YEAR.
            MOVE WS-YEAR TO WS-DATE-YYYY.
            MOVE 02      TO WS-DATE-MM.
            MOVE 29      TO WS-DATE-DD.
            COMPUTE WS-DATE-CHECK =
                          FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK).
            IF WS-DATE-CHECK = 0
               MOVE 366 TO WS-DAYS-IN-YEAR
            ELSE
               MOVE 365 TO WS-DAYS-IN-YEAR.
            MOVE 01 TO WS-DATE-MM.
            MOVE 01 TO WS-DATE-DD.
            COMPUTE WS-JAN1-INT =
                          FUNCTION INTEGER-OF-DATE(WS-DATE-WORK).
            PERFORM H210-BUILD-ONE-DAY
                VARYING WS-DAY-SUB FROM 1 BY 1
                UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR.
        H200-END. EXIT.
      *
        H210-BUILD-ONE-DAY.
            COMPUTE WS-DAY-INT = WS-JAN1-INT + WS-DAY-SUB - 1.
            COMPUTE WS-YD-DATE(WS-DAY-SUB) =
                          FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
            MOVE 'N' TO WS-YD-MONTH-END(WS-DAY-SUB).
            MOVE 'N' TO WS-YD-YEAR-END(WS-DAY-SUB).
            COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7).
            IF WS-WEEKDAY > 4
               MOVE 'H'       TO WS-YD-TYPE(WS-DAY-SUB)
               MOVE 'WEEKEND' TO WS-YD-DESC(WS-DAY-SUB)
            ELSE
               MOVE 'W'       TO WS-YD-TYPE(WS-DAY-SUB)
               MOVE SPACE     TO WS-YD-DESC(WS-DAY-SUB).
        H210-END. EXIT.
      *
      * Tatil dosyasi istege baglidir. Takvim yilina ait olmayan
      * veya gecerli bir tarih tasimayan giris reddedilir ve rapora
      * yazilir; reddedilen girisi olan takvim kullanilmasin diye
      * is RETURN-CODE 8 ile biter. Hafta sonuna dusen tatil gunu
      * zaten tatil oldugundan takvime islenmez; rapora ayrica
      * yazilir ve hafta ici tatil sayisina katilmaz.
        H220-APPLY-HOLIDAYS.
            OPEN INPUT HOL-FILE.
            IF NOT HOL-SUCCESS
               DISPLAY 'HOLIDAY FILE NOT PROVIDED - WEEKENDS ONLY'
            ELSE
               PERFORM UNTIL HOL-EOF
                   READ HOL-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM H225-APPLY-ONE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE HOL-FILE.
        H220-END. EXIT.
      *
        H225-APPLY-ONE-HOLIDAY.
            ADD 1 TO WS-HOL-READ.
            MOVE 1 TO WS-DATE-CHECK.
            IF HOL-DATE NUMERIC
               COMPUTE WS-DATE-CHECK =
                             FUNCTION TEST-DATE-YYYYMMDD(HOL-DATE).
            IF WS-DATE-CHECK NOT = 0
               MOVE 'INVALID DATE' TO CRP-NOTE
               PERFORM WRITE-HOLIDAY-REJECT
            ELSE
               MOVE HOL-DATE TO WS-DATE-WORK
               IF WS-DATE-YYYY NOT = WS-YEAR
                  MOVE 'NOT IN CALENDAR YEAR' TO CRP-NOTE
                  PERFORM WRITE-HOLIDAY-REJECT
               ELSE
                  COMPUTE WS-DAY-SUB =
                          FUNCTION INTEGER-OF-DATE(HOL-DATE)
                        - WS-JAN1-INT + 1
                  IF WS-YD-DESC(WS-DAY-SUB) = 'WEEKEND'
                     PERFORM WRITE-WEEKEND-HOLIDAY
                  ELSE
                     MOVE 'H'      TO WS-YD-TYPE(WS-DAY-SUB)
                     MOVE HOL-DESC TO WS-YD-DESC(WS-DAY-SUB).
        H225-END. EXIT.
      *
        WRITE-WEEKEND-HOLIDAY.
            ADD 1 TO WS-HOL-ON-WEEKEND.
            MOVE HOL-DATE             TO CRP-DATE.
            MOVE 'WEEKEND'            TO CRP-TYPE.
            MOVE HOL-DESC             TO CRP-DESC.
            MOVE 'HOLIDAY ON WEEKEND' TO CRP-NOTE.
            MOVE SPACE TO WS-CRP-SPACE-1.
            MOVE SPACE TO WS-CRP-SPACE-2.
            MOVE SPACE TO WS-CRP-SPACE-3.
            WRITE CRP-REC.
        WRITE-WEEKEND-HOLIDAY-END. EXIT.
      *
        WRITE-HOLIDAY-REJECT.
            ADD 1 TO WS-HOL-REJECTED.
            MOVE 8 TO RETURN-CODE.
            MOVE ZERO       TO CRP-DATE.
            IF HOL-DATE NUMERIC
               MOVE HOL-DATE TO CRP-DATE.
            MOVE 'REJECTED' TO CRP-TYPE.
            MOVE HOL-DESC   TO CRP-DESC.
            MOVE SPACE TO WS-CRP-SPACE-1.
            MOVE SPACE TO WS-CRP-SPACE-2.
            MOVE SPACE TO WS-CRP-SPACE-3.
            WRITE CRP-REC.
        WRITE-HOLIDAY-REJECT-END. EXIT.
      *
      * Yil sondan basa dogru taranir: geriye giderken yeni bir aya
      * girildikten sonra rastlanan ilk is gunu o ayin son is
      * gunudur. Ilk isaretlenen ay sonu Aralik'indir ve ayni
      * zamanda yil sonudur.
        H240-MARK-PERIOD-ENDS.
            MOVE ZERO TO WS-SEEN-MONTH.
            PERFORM H245-CHECK-ONE-DAY
                VARYING WS-DAY-SUB FROM WS-DAYS-IN-YEAR BY -1
                UNTIL WS-DAY-SUB < 1.
        H240-END. EXIT.
      *
        H245-CHECK-ONE-DAY.
            MOVE WS-YD-DATE(WS-DAY-SUB) TO WS-DATE-WORK.
            IF WS-YD-TYPE(WS-DAY-SUB) = 'W'
               AND WS-DATE-MM NOT = WS-SEEN-MONTH
               MOVE 'Y' TO WS-YD-MONTH-END(WS-DAY-SUB)
               IF WS-SEEN-MONTH = ZERO
                  MOVE 'Y' TO WS-YD-YEAR-END(WS-DAY-SUB)
               END-IF
               MOVE WS-DATE-MM TO WS-SEEN-MONTH.
        H245-END. EXIT.
      *
      * Takvim yazilir; tatiller ve ay sonlari rapora da dokulur.
        H260-WRITE-CALENDAR.
            PERFORM H265-WRITE-ONE-DAY
                VARYING WS-DAY-SUB FROM 1 BY 1
                UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR.
        H260-END. EXIT.
      *
        H265-WRITE-ONE-DAY.
            MOVE WS-YD-DATE(WS-DAY-SUB)      TO CAL-DATE.
            MOVE WS-YD-TYPE(WS-DAY-SUB)      TO CAL-DAY-TYPE.
            MOVE WS-YD-MONTH-END(WS-DAY-SUB) TO CAL-MONTH-END.
            MOVE WS-YD-YEAR-END(WS-DAY-SUB)  TO CAL-YEAR-END.
            MOVE WS-YD-DESC(WS-DAY-SUB)      TO CAL-DESC.
            WRITE CAL-REC.
            ADD 1 TO WS-WRITTEN-COUNT.
      * Hafta sonuna dusen tatiller H225'te takvime islenmedigi icin
      * burada WEEKEND olarak sayilir; tatil sayaci yalniz hafta ici
      * tatilleri tutar.
            IF CAL-DAY-TYPE = 'W'
               ADD 1 TO WS-WORKING-COUNT
            ELSE
               IF CAL-DESC = 'WEEKEND'
                  ADD 1 TO WS-WEEKEND-COUNT
               ELSE
                  ADD 1 TO WS-HOLIDAY-COUNT.
            IF CAL-MONTH-END = 'Y'
               OR (CAL-DAY-TYPE NOT = 'W' AND CAL-DESC NOT = 'WEEKEND')
               PERFORM WRITE-CALENDAR-LINE.
        H265-END. EXIT.
      *
        WRITE-CALENDAR-LINE.
            MOVE CAL-DATE TO CRP-DATE.
            IF CAL-DAY-TYPE = 'W'
               MOVE 'WORKING' TO CRP-TYPE
            ELSE
               MOVE 'HOLIDAY' TO CRP-TYPE.
            MOVE CAL-DESC TO CRP-DESC.
            IF CAL-YEAR-END = 'Y'
               MOVE 'MONTH-END / YEAR-END' TO CRP-NOTE
            ELSE
               IF CAL-MONTH-END = 'Y'
                  MOVE 'MONTH-END' TO CRP-NOTE
               ELSE
                  MOVE SPACE TO CRP-NOTE.
            MOVE SPACE TO WS-CRP-SPACE-1.
            MOVE SPACE TO WS-CRP-SPACE-2.
            MOVE SPACE TO WS-CRP-SPACE-3.
            WRITE CRP-REC.
        WRITE-CALENDAR-LINE-END. EXIT.
      *
        H300-WRITE-SUMMARY.
            MOVE SPACES TO CRP-SUM-REC.
            MOVE 'CALENDAR YEAR:' TO CRP-SUM-LABEL.
            MOVE WS-YEAR TO CRP-SUM-LABEL(16:4).
            WRITE CRP-SUM-REC.
            MOVE 'DAYS WRITTEN:' TO CRP-SUM-LABEL.
            MOVE WS-WRITTEN-COUNT TO CRP-SUM-COUNT.
            WRITE CRP-SUM-REC.
            MOVE 'WORKING DAYS:' TO CRP-SUM-LABEL.
            MOVE WS-WORKING-COUNT TO CRP-SUM-COUNT.
            WRITE CRP-SUM-REC.
            MOVE 'WEEKEND DAYS:' TO CRP-SUM-LABEL.
            MOVE WS-WEEKEND-COUNT TO CRP-SUM-COUNT.
            WRITE CRP-SUM-REC.
            MOVE 'HOLIDAYS ON WEEKDAYS:' TO CRP-SUM-LABEL.
            MOVE WS-HOLIDAY-COUNT TO CRP-SUM-COUNT.
            WRITE CRP-SUM-REC.
            MOVE 'HOLIDAYS ON WEEKENDS:' TO CRP-SUM-LABEL.
            MOVE WS-HOL-ON-WEEKEND TO CRP-SUM-COUNT.
            WRITE CRP-SUM-REC.
            MOVE 'HOLIDAY ENTRIES READ:' TO CRP-SUM-LABEL.
            MOVE WS-HOL-READ TO CRP-SUM-COUNT.
            WRITE CRP-SUM-REC.
            MOVE 'HOLIDAY ENTRIES REJECTED:' TO CRP-SUM-LABEL.
            MOVE WS-HOL-REJECTED TO CRP-SUM-COUNT.
            WRITE CRP-SUM-REC.
        H300-END. EXIT.
      *
        H400-CLOSE-FILES.
            CLOSE CAL-FILE
                  CRP-FILE.
        H400-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM H300-WRITE-SUMMARY.
            IF WS-HOL-REJECTED > ZERO
               DISPLAY 'HOLIDAY ENTRIES REJECTED - DO NOT USE THIS'
                       ' CALENDAR'.
            PERFORM H400-CLOSE-FILES.
        H999-END. EXIT.
