      * parametresi (PBEG105'in OVRPARM kurgusu).
            SELECT OVR-FILE   ASSIGN TO OVRPARM
                              STATUS  OVR-ST.
      * Adres degisikligi kutugu: adresi (STREET-ADDR, CITY-COUNTY
      * veya USA-STATE) degistiren her uygulanmis 'C' islemi buraya
      * eklenir. PBEG121 iade posta isaretini bu kutukteki tarihe
      * bakarak kaldirir.
            SELECT ADC-FILE   ASSIGN TO ADDRCHG
                              STATUS  ADC-ST.
        DATA DIVISION.
        FILE SECTION.
      * OLD-FIELDS, CBL0001'deki ACCT-FIELDS ile birebir ayni alan
        FD  OVR-FILE RECORDING MODE F.
        01  OVR-REC.
            05  OVR-FLAG           PIC X(01).
      *
      * Adres degisikligi kaydi: hesap, uygulama tarihi ve partinin
      * numarasi (basliksiz partide sifir).
        FD  ADC-FILE RECORDING MODE F.
        01  ADC-REC.
            05  ADC-ACCT-NO        PIC X(08).
            05  WS-ADC-SPACE-1     PIC X(01) VALUE SPACE.
            05  ADC-DATE           PIC 9(08).
            05  WS-ADC-SPACE-2     PIC X(01) VALUE SPACE.
            05  ADC-BATCH-NO       PIC 9(04).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
               88 BRG-SUCCESS               VALUE 00 97.
            05 OVR-ST            PIC 9(02).
               88 OVR-SUCCESS               VALUE 00 97.
            05 ADC-ST            PIC 9(02).
               88 ADC-SUCCESS               VALUE 00 97.
      * Parti kutugu denetim alanlari: ilk islem kaydinin baslik
      * olup olmadigi, parti numarasi, gecersiz kilma bayragi ve
      * onceki uygulamanin tarihi.
            05 WS-REJ-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-NEW-WRITTEN-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-EXPECTED-NEW    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-ADDR-CHG-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
            OPEN INPUT  UPD-FILE.
            OPEN OUTPUT NEW-FILE.
            OPEN OUTPUT ACT-FILE.
            OPEN EXTEND ADC-FILE.
            IF NOT ADC-SUCCESS
               OPEN OUTPUT ADC-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM WRITE-NEW-FEED-HEADER.
            PERFORM READ-OLD-MASTER.
      *
        STATUS-CONTROL.
            IF NOT (OLD-SUCCESS AND NEW-SUCCESS AND UPD-SUCCESS
                                AND ACT-SUCCESS AND ADC-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' OLD: ' OLD-ST ' NEW: ' NEW-ST
                       ' UPD: ' UPD-ST ' ACT: ' ACT-ST
                       ' ADC: ' ADC-ST
               IF OLD-SUCCESS THEN CLOSE OLD-FILE
               IF NEW-SUCCESS THEN CLOSE NEW-FILE
               IF UPD-SUCCESS THEN CLOSE UPD-FILE
               IF ACT-SUCCESS THEN CLOSE ACT-FILE
               IF ADC-SUCCESS THEN CLOSE ADC-FILE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
                       MOVE 'KEY ALREADY DELETED' TO ACT-REASON
                       PERFORM WRITE-ACT-REJECTED
                    ELSE
                       PERFORM LOG-ADDRESS-CHANGE
                       PERFORM MOVE-TRAN-TO-HOLD
                       ADD 1 TO WS-CHG-COUNT
                       PERFORM WRITE-ACT-APPLIED
            PERFORM READ-OLD-MASTER.
        H230-END. EXIT.
      *
      * CHANGE islemi HOLD'daki adresi degistiriyorsa (karsilastirma
      * HOLD'a tasimadan once yapilir) adres degisikligi kutuge
      * yazilir.
        LOG-ADDRESS-CHANGE.
            IF UPD-STREET-ADDR NOT = HOLD-STREET-ADDR
               OR UPD-CITY-COUNTY NOT = HOLD-CITY-COUNTY
               OR UPD-USA-STATE NOT = HOLD-USA-STATE
               MOVE UPD-ACCT-NO TO ADC-ACCT-NO
               MOVE WS-RUN-DATE TO ADC-DATE
               MOVE WS-BATCH-NO TO ADC-BATCH-NO
               MOVE SPACE TO WS-ADC-SPACE-1
               MOVE SPACE TO WS-ADC-SPACE-2
               WRITE ADC-REC
               ADD 1 TO WS-ADDR-CHG-COUNT.
        LOG-ADDRESS-CHANGE-END. EXIT.
      *
      * ADD isleminden yeni ana dosya kaydi olusturur ve dogrudan
      * yazar. RESERVED alani eski dosyadaki gibi bos birakilir.
        BUILD-NEW-FROM-TRAN.
            MOVE 'NEW MASTER RECORDS WRITTEN:' TO ACT-SUM-LABEL.
            MOVE WS-NEW-WRITTEN-COUNT TO ACT-SUM-COUNT.
            WRITE ACT-SUM-REC.
            MOVE 'ADDRESS CHANGES LOGGED:' TO ACT-SUM-LABEL.
            MOVE WS-ADDR-CHG-COUNT TO ACT-SUM-COUNT.
            WRITE ACT-SUM-REC.
            COMPUTE WS-EXPECTED-NEW =
                WS-OLD-READ-COUNT + WS-ADD-COUNT - WS-DEL-COUNT.
            MOVE 'OLD + ADDS - DELETES:' TO ACT-SUM-LABEL.
            CLOSE OLD-FILE
                  NEW-FILE
                  UPD-FILE
                  ACT-FILE
                  ADC-FILE.
        H400-END. EXIT.
      *
        H999-PROGRAM-EXIT.
