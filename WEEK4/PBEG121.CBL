      * Musteriye giden hesap ozeti dosyasi.
            SELECT STM-FILE   ASSIGN TO STMTFILE
                              STATUS  STM-ST.
      * Iade gelen ozetler her ay ayni hatali adrese yeniden
      * postalaniyordu. Operasyonun elle girdigi iade posta dosyasi
      * (hesap, iade tarihi, sebep); iade kaydi olan hesabin ozeti
      * STMTFILE yerine bekletme raporuna yazilir. Iade yoksa DUMMY
      * verilebilir.
            SELECT RTM-FILE   ASSIGN TO RETMAIL
                              STATUS  RTM-ST.
      * PBEG108'in adres degistiren her 'C' isleminde biriktirdigi
      * adres degisikligi kutugu. Iade tarihinden sonra (ayni gun
      * dahil) adresi degisen hesabin iade isareti kalkmis sayilir;
      * ops'un iade kaydini elle silmesi gerekmez.
            SELECT ADC-FILE   ASSIGN TO ADDRCHG
                              STATUS  ADC-ST.
      * Gecerli eyalet tablosu (eyalet adi ve iki harfli kodu);
      * USA-STATE bu tabloda bulunamayan adresler bekletilir.
            SELECT STT-FILE   ASSIGN TO STATETAB
                              STATUS  STT-ST.
      * Bekletilen ozetlerin raporu: hesap, adres ve bekletme
      * sebebi; is sonunda bekletilen adet ve bu hesaplarin donem
      * ucreti.
            SELECT HLD-FILE   ASSIGN TO HOLDRPT
                              STATUS  HLD-ST.
        DATA DIVISION.
        FILE SECTION.
      * AVS-REC, PBEG113/114'teki ile birebir ayni alan yerlesimine
        01  STM-REC.
            05  STM-LABEL          PIC X(15).
            05  STM-VALUE          PIC X(65).
      *
      * Operasyonun girdigi iade posta kaydi.
        FD  RTM-FILE RECORDING MODE F.
        01  RTM-REC.
            05  RTM-ACCT-NO        PIC X(08).
            05  RTM-RETURN-DATE    PIC 9(08).
            05  RTM-REASON         PIC X(20).
      *
      * PBEG108'in ADC-REC'i ile birebir ayni yerlesim.
        FD  ADC-FILE RECORDING MODE F.
        01  ADC-REC.
            05  ADC-ACCT-NO        PIC X(08).
            05  WS-ADC-SPACE-1     PIC X(01).
            05  ADC-DATE           PIC 9(08).
            05  WS-ADC-SPACE-2     PIC X(01).
            05  ADC-BATCH-NO       PIC 9(04).
      *
      * Gecerli eyalet kaydi.
        FD  STT-FILE RECORDING MODE F.
        01  STT-REC.
            05  STT-NAME           PIC X(15).
            05  STT-CODE           PIC X(02).
      *
      * Bekletme raporu satiri.
        FD  HLD-FILE RECORDING MODE F.
        01  HLD-REC.
            05  HLD-ACCT-NO        PIC X(08).
            05  WS-HLD-SPACE-1     PIC X(01) VALUE SPACE.
            05  HLD-LAST-NAME      PIC X(20).
            05  WS-HLD-SPACE-2     PIC X(01) VALUE SPACE.
            05  HLD-STREET-ADDR    PIC X(25).
            05  WS-HLD-SPACE-3     PIC X(01) VALUE SPACE.
            05  HLD-CITY-COUNTY    PIC X(20).
            05  WS-HLD-SPACE-4     PIC X(01) VALUE SPACE.
            05  HLD-USA-STATE      PIC X(15).
            05  WS-HLD-SPACE-5     PIC X(01) VALUE SPACE.
            05  HLD-REASON         PIC X(30).
            05  WS-HLD-SPACE-6     PIC X(01) VALUE SPACE.
            05  HLD-FEE            PIC $$,$$$,$$9.99.
      *
      * HLD-FILE'in ayni FD'sine bagli ozet kaydi; HLD-REC ile ayni
      * uzunluga (137 byte) tamamlanir.
        01  HLD-SUM-REC.
            05  HLD-SUM-LABEL      PIC X(30).
            05  HLD-SUM-VALUE      PIC X(20).
            05  HLD-SUM-FILLER     PIC X(87) VALUE SPACE.
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
               88 REG-SUCCESS               VALUE 00 97.
            05 STM-ST            PIC 9(02).
               88 STM-SUCCESS               VALUE 00 97.
            05 RTM-ST            PIC 9(02).
               88 RTM-EOF                   VALUE 10.
               88 RTM-SUCCESS               VALUE 00 97.
            05 ADC-ST            PIC 9(02).
               88 ADC-EOF                   VALUE 10.
               88 ADC-SUCCESS               VALUE 00 97.
            05 STT-ST            PIC 9(02).
               88 STT-EOF                   VALUE 10.
               88 STT-SUCCESS               VALUE 00 97.
            05 HLD-ST            PIC 9(02).
               88 HLD-SUCCESS               VALUE 00 97.
            05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
      * Bekletme sebebi; bos ise ozet postalanir.
            05 WS-HOLD-REASON    PIC X(30) VALUE SPACE.
            05 WS-CHECK-STATE    PIC X(15) VALUE SPACE.
            05 WS-STATE-FOUND    PIC X VALUE 'N'.
               88 STATE-FOUND               VALUE 'Y'.
            05 WS-RTM-FOUND      PIC X VALUE 'N'.
               88 RTM-FOUND                 VALUE 'Y'.
            05 WS-LOOKUP-ACCT-NO PIC X(08) VALUE SPACE.
      * Tutar degerlerini ozet satirina basmadan once bicimlendiren
      * is alanlari.
            05 WS-EDIT-AMT       PIC $$,$$$,$$9.99.
               88 FEE-FOUND                 VALUE 'Y'.
            05  WS-THIS-FEE        PIC S9(7)V99 COMP-3 VALUE ZERO.
      *
      * Iade posta tablosu; LOAD-RETURNED-MAIL doldurur. Ayni hesap
      * icin birden fazla iade girildiyse en son iade tarihi tutulur.
      * WS-RTM-CLEARED, iadeden sonra adresi degisen hesaplarda 'Y'
      * olur. Tablo dolarsa iadeli bir hesabin ozeti yine ayni
      * adrese gitmesin diye is durdurulur.
        01  WS-RETURN-TABLE.
            05  WS-RTM-COUNT       PIC S9(05) COMP-3 VALUE ZERO.
            05  WS-RTM-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-RTM-IDX.
                10  WS-RTM-ACCT-NO PIC X(08).
                10  WS-RTM-DATE    PIC 9(08).
                10  WS-RTM-CLEARED PIC X(01).
      *
      * Gecerli eyalet tablosu; LOAD-STATE-TABLE doldurur. Adlar
      * karsilastirma icin buyuk harfe cevrilerek tutulur.
        01  WS-STATE-TABLE.
            05  WS-STT-COUNT       PIC S9(04) COMP VALUE ZERO.
            05  WS-STT-ENTRY OCCURS 100 TIMES
                                   INDEXED BY WS-STT-IDX.
                10  WS-STT-NAME    PIC X(15).
                10  WS-STT-CODE    PIC X(02).
      *
      * Kuyruk satirlarina yazilan sayaclar: uretilen ozet adedi ve
      * faturalanan toplam ucret.
        01  STATEMENT-COUNTERS.
            05 WS-STMT-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-BILLED-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-TOTAL-BILLED   PIC S9(11)V99 COMP-3 VALUE ZERO.
            05 WS-HELD-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-HELD-RETURNED  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-HELD-ADDRESS   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-HELD-FEE-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
            05 WS-RTM-CLEAR-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-EDIT-TOTAL     PIC $$,$$$,$$$,$$9.99.
            05 WS-EDIT-COUNT     PIC ZZZ,ZZZ,ZZ9.
        PROCEDURE DIVISION.
            PERFORM UNTIL AVS-EOF
                READ AVS-FILE
                    AT END CONTINUE
                    NOT AT END PERFORM H150-CHECK-MAILING
                END-READ
            END-PERFORM.
            PERFORM H999-PROGRAM-EXIT.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN INPUT  AVS-FILE.
            OPEN OUTPUT STM-FILE.
            OPEN OUTPUT HLD-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM LOAD-FEE-REGISTER.
            PERFORM LOAD-STATE-TABLE.
            PERFORM LOAD-RETURNED-MAIL.
            PERFORM LOAD-ADDRESS-CHANGES.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (AVS-SUCCESS AND STM-SUCCESS AND HLD-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' AVS: ' AVS-ST ' STM: ' STM-ST
                       ' HLD: ' HLD-ST
               IF AVS-SUCCESS THEN CLOSE AVS-FILE
               IF STM-SUCCESS THEN CLOSE STM-FILE
               IF HLD-SUCCESS THEN CLOSE HLD-FILE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
               DISPLAY 'FEE REGISTER NOT OPENED, REG-ST: ' REG-ST
               CLOSE AVS-FILE
                     STM-FILE
                     HLD-FILE
               STOP RUN.
            PERFORM UNTIL REG-EOF
                READ REG-FILE
                  DISPLAY 'FEE TABLE FULL AT ' REG-ACCT-NO
                  CLOSE AVS-FILE
                        STM-FILE
                        HLD-FILE
                        REG-FILE
                  STOP RUN.
        LOAD-ONE-FEE-END. EXIT.
      *
      * Eyalet tablosu bu is icin zorunludur: tablo olmadan her
      * adres gecersiz sayilir ve hicbir ozet postalanmazdi. Dosya
      * acilamaz veya bos gelirse is acik bir mesajla durdurulur.
        LOAD-STATE-TABLE.
            OPEN INPUT STT-FILE
            IF NOT STT-SUCCESS
               DISPLAY 'STATE TABLE NOT OPENED, STT-ST: ' STT-ST
               CLOSE AVS-FILE
                     STM-FILE
                     HLD-FILE
               STOP RUN.
            PERFORM UNTIL STT-EOF
                READ STT-FILE
                    AT END CONTINUE
                    NOT AT END PERFORM LOAD-ONE-STATE
                END-READ
            END-PERFORM
            CLOSE STT-FILE.
            IF WS-STT-COUNT = ZERO
               DISPLAY 'STATE TABLE IS EMPTY'
               CLOSE AVS-FILE
                     STM-FILE
                     HLD-FILE
               STOP RUN.
        LOAD-STATE-TABLE-END. EXIT.
      *
        LOAD-ONE-STATE.
            IF WS-STT-COUNT < 100
               ADD 1 TO WS-STT-COUNT
               MOVE STT-NAME TO WS-STT-NAME(WS-STT-COUNT)
               MOVE STT-CODE TO WS-STT-CODE(WS-STT-COUNT)
               INSPECT WS-STT-ENTRY(WS-STT-COUNT)
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            ELSE
               DISPLAY 'STATE TABLE FULL, IGNORED: ' STT-NAME.
        LOAD-ONE-STATE-END. EXIT.
      *
      * Iade posta dosyasi istege baglidir. Tarihi sayisal olmayan
      * iade sifir tarihli kabul edilir; boylece ilk adres
      * degisikligiyle kalkar.
        LOAD-RETURNED-MAIL.
            OPEN INPUT RTM-FILE
            IF NOT RTM-SUCCESS
               DISPLAY 'RETMAIL NOT PROVIDED - NO RETURNED MAIL'
            ELSE
               PERFORM UNTIL RTM-EOF
                   READ RTM-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM LOAD-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE RTM-FILE.
        LOAD-RETURNED-MAIL-END. EXIT.
      *
        LOAD-ONE-RETURN.
            IF RTM-RETURN-DATE NOT NUMERIC
               MOVE ZERO TO RTM-RETURN-DATE.
            MOVE RTM-ACCT-NO TO WS-LOOKUP-ACCT-NO.
            PERFORM LOOKUP-RETURN.
            IF RTM-FOUND
               IF RTM-RETURN-DATE > WS-RTM-DATE(WS-RTM-IDX)
                  MOVE RTM-RETURN-DATE TO WS-RTM-DATE(WS-RTM-IDX)
               END-IF
            ELSE
               IF WS-RTM-COUNT < 2000
                  ADD 1 TO WS-RTM-COUNT
                  MOVE RTM-ACCT-NO     TO WS-RTM-ACCT-NO(WS-RTM-COUNT)
                  MOVE RTM-RETURN-DATE TO WS-RTM-DATE(WS-RTM-COUNT)
                  MOVE 'N'             TO WS-RTM-CLEARED(WS-RTM-COUNT)
               ELSE
                  DISPLAY 'RETURNED MAIL TABLE FULL AT ' RTM-ACCT-NO
                  CLOSE AVS-FILE
                        STM-FILE
                        HLD-FILE
                        RTM-FILE
                  STOP RUN.
        LOAD-ONE-RETURN-END. EXIT.
      *
      * Adres degisikligi kutugu istege baglidir (PBEG108 henuz hic
      * adres degistirmediyse yoktur).
        LOAD-ADDRESS-CHANGES.
            IF WS-RTM-COUNT > ZERO
               OPEN INPUT ADC-FILE
               IF ADC-SUCCESS
                  PERFORM UNTIL ADC-EOF
                      READ ADC-FILE
                          AT END CONTINUE
                          NOT AT END PERFORM APPLY-ONE-ADDRESS-CHANGE
                      END-READ
                  END-PERFORM
                  CLOSE ADC-FILE.
        LOAD-ADDRESS-CHANGES-END. EXIT.
      *
        APPLY-ONE-ADDRESS-CHANGE.
            MOVE ADC-ACCT-NO TO WS-LOOKUP-ACCT-NO.
            PERFORM LOOKUP-RETURN.
            IF RTM-FOUND
               IF ADC-DATE NOT < WS-RTM-DATE(WS-RTM-IDX)
                  AND WS-RTM-CLEARED(WS-RTM-IDX) = 'N'
                  MOVE 'Y' TO WS-RTM-CLEARED(WS-RTM-IDX)
                  ADD 1 TO WS-RTM-CLEAR-COUNT.
        APPLY-ONE-ADDRESS-CHANGE-END. EXIT.
      *
        LOOKUP-RETURN.
            MOVE 'N' TO WS-RTM-FOUND.
            IF WS-RTM-COUNT > ZERO
               SET WS-RTM-IDX TO 1
               SEARCH WS-RTM-ENTRY
                   AT END CONTINUE
                   WHEN WS-RTM-IDX > WS-RTM-COUNT
                       CONTINUE
                   WHEN WS-RTM-ACCT-NO(WS-RTM-IDX) = WS-LOOKUP-ACCT-NO
                       MOVE 'Y' TO WS-RTM-FOUND
               END-SEARCH.
        LOOKUP-RETURN-END. EXIT.
      *
      * Ozet yazilmadan once adres denetlenir: kalkmamis iade
      * isareti, bos STREET-ADDR, bos CITY-COUNTY veya tabloda
      * olmayan USA-STATE ozeti bekletme raporuna yonlendirir.
        H150-CHECK-MAILING.
            MOVE SPACE TO WS-HOLD-REASON.
            MOVE AVS-ACCT-NO TO WS-LOOKUP-ACCT-NO.
            PERFORM LOOKUP-RETURN.
            IF RTM-FOUND AND WS-RTM-CLEARED(WS-RTM-IDX) = 'N'
               MOVE 'RETURNED MAIL' TO WS-HOLD-REASON
            ELSE
               IF AVS-STREET-ADDR = SPACE
                  MOVE 'MISSING STREET ADDRESS' TO WS-HOLD-REASON
               ELSE
                  IF AVS-CITY-COUNTY = SPACE
                     MOVE 'MISSING CITY/COUNTY' TO WS-HOLD-REASON
                  ELSE
                     PERFORM CHECK-STATE
                     IF NOT STATE-FOUND
                        MOVE 'INVALID STATE' TO WS-HOLD-REASON.
            IF WS-HOLD-REASON = SPACE
               PERFORM H200-WRITE-STATEMENT
            ELSE
               PERFORM H250-WRITE-HOLD.
        H150-END. EXIT.
      *
      * USA-STATE eyalet adi veya iki harfli kodu olarak kabul edilir.
        CHECK-STATE.
            MOVE 'N' TO WS-STATE-FOUND.
            MOVE AVS-USA-STATE TO WS-CHECK-STATE.
            INSPECT WS-CHECK-STATE
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
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
      * Bekletilen hesabin bu donemki ucreti ozete basilmadigi icin
      * bekletme satirinda gosterilir; postalanan ozetlerin ucreti
      * ile bekletilenlerin ucreti toplami PBEG111'in TOTAL FEES
      * ASSESSED satirina denk gelir.
        H250-WRITE-HOLD.
            ADD 1 TO WS-HELD-COUNT.
            IF WS-HOLD-REASON = 'RETURNED MAIL'
               ADD 1 TO WS-HELD-RETURNED
            ELSE
               ADD 1 TO WS-HELD-ADDRESS.
            PERFORM LOOKUP-FEE.
            ADD WS-THIS-FEE TO WS-HELD-FEE-TOTAL.
            MOVE AVS-ACCT-NO     TO HLD-ACCT-NO.
            MOVE AVS-LAST-NAME   TO HLD-LAST-NAME.
            MOVE AVS-STREET-ADDR TO HLD-STREET-ADDR.
            MOVE AVS-CITY-COUNTY TO HLD-CITY-COUNTY.
            MOVE AVS-USA-STATE   TO HLD-USA-STATE.
            MOVE WS-HOLD-REASON  TO HLD-REASON.
            MOVE WS-THIS-FEE     TO HLD-FEE.
            MOVE SPACE TO WS-HLD-SPACE-1.
            MOVE SPACE TO WS-HLD-SPACE-2.
            MOVE SPACE TO WS-HLD-SPACE-3.
            MOVE SPACE TO WS-HLD-SPACE-4.
            MOVE SPACE TO WS-HLD-SPACE-5.
            MOVE SPACE TO WS-HLD-SPACE-6.
            WRITE HLD-REC.
        H250-END. EXIT.
      *
      * Hesabin bu donemki ucretini tablodan getirir; bulunamazsa
      * WS-THIS-FEE sifir kalir ve ozete ucret satiri yazilmaz.
        LOOKUP-FEE.
            WRITE STM-REC.
        WRITE-SEPARATOR-END. EXIT.
      *
      * Kosu kuyrugu: uretilen ozet adedi, faturalanan toplam ucret
      * ve bekletilen ozet adedi. Toplam ucret, bekletme raporundaki
      * bekletilen ucret toplamiyla birlikte PBEG111'in TOTAL FEES
      * ASSESSED satiri ile denklestirilebilir.
        H300-WRITE-TRAILER.
            MOVE 'STATEMENTS:'     TO STM-LABEL.
            MOVE SPACES            TO STM-VALUE.
            MOVE WS-TOTAL-BILLED   TO WS-EDIT-TOTAL.
            MOVE WS-EDIT-TOTAL     TO STM-VALUE(1:17).
            WRITE STM-REC.
            MOVE 'HELD:'           TO STM-LABEL.
            MOVE SPACES            TO STM-VALUE.
            MOVE WS-HELD-COUNT     TO WS-EDIT-COUNT.
            MOVE WS-EDIT-COUNT     TO STM-VALUE(1:11).
            WRITE STM-REC.
        H300-END. EXIT.
      *
        H350-WRITE-HOLD-SUMMARY.
            MOVE SPACES TO HLD-SUM-REC.
            MOVE 'STATEMENTS HELD:' TO HLD-SUM-LABEL.
            MOVE WS-HELD-COUNT     TO WS-EDIT-COUNT.
            MOVE WS-EDIT-COUNT     TO HLD-SUM-VALUE.
            WRITE HLD-SUM-REC.
            MOVE '  RETURNED MAIL:' TO HLD-SUM-LABEL.
            MOVE WS-HELD-RETURNED  TO WS-EDIT-COUNT.
            MOVE WS-EDIT-COUNT     TO HLD-SUM-VALUE.
            WRITE HLD-SUM-REC.
            MOVE '  INVALID ADDRESS:' TO HLD-SUM-LABEL.
            MOVE WS-HELD-ADDRESS   TO WS-EDIT-COUNT.
            MOVE WS-EDIT-COUNT     TO HLD-SUM-VALUE.
            WRITE HLD-SUM-REC.
            MOVE 'RETURNS CLEARED (NEW ADDRESS):' TO HLD-SUM-LABEL.
            MOVE WS-RTM-CLEAR-COUNT TO WS-EDIT-COUNT.
            MOVE WS-EDIT-COUNT     TO HLD-SUM-VALUE.
            WRITE HLD-SUM-REC.
            MOVE 'FEES ON HELD STATEMENTS:' TO HLD-SUM-LABEL.
            MOVE WS-HELD-FEE-TOTAL TO WS-EDIT-TOTAL.
            MOVE WS-EDIT-TOTAL     TO HLD-SUM-VALUE.
            WRITE HLD-SUM-REC.
        H350-END. EXIT.
      *
        H400-CLOSE-FILES.
            CLOSE AVS-FILE
                  STM-FILE
                  HLD-FILE.
        H400-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM H300-WRITE-TRAILER.
            PERFORM H350-WRITE-HOLD-SUMMARY.
            PERFORM H400-CLOSE-FILES.
        H999-END. EXIT.
