        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG136.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * PBEG135'in kurdugu musteri capraz referansi sayesinde artik
      * her hesabin sahibinin dogum tarihi bilinir. Bu program
      * ACCTREC'i bastan sona okur, her hesabin sahibini capraz
      * referanstan bulur ve is tarihindeki yasini hesaplar. Sahibi
      * resit olmayan veya ust yas sinirini asan hesaplardan
      * ACCT-LIMIT'i politika tutarinin ustunde olanlar uyum
      * listesine yazilir. Yas sinirlari ve politika tutari
      * parametre dosyasindan gelir.
            SELECT ACCT-REC   ASSIGN TO ACCTREC
                              STATUS  ACCT-ST.
      * PBEG135'in yazdigi musteri capraz referans ana dosyasi;
      * ACCT-NO ile dogrudan okunur.
            SELECT CXR-FILE   ASSIGN TO CUSTXREF
                              ORGANIZATION INDEXED
                              ACCESS RANDOM
                              RECORD KEY CXR-ACCT-NO
                              ALTERNATE RECORD KEY CXR-CUST-NO
                                  WITH DUPLICATES
                              STATUS  CXR-ST.
      * Uyum parametresi: resit olma yasi, ust yas siniri ve
      * politika limit tutari. Verilmezse 18 / 80 / 5,000.00
      * kullanilir.
            SELECT CMP-PARM   ASSIGN TO CMPPARM
                              STATUS  CMP-ST.
      * Yasa dayali uyum listesi ve is sonu sayaclari.
            SELECT CRP-FILE   ASSIGN TO CMPRPT
                              STATUS  CRP-ST.
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
      * PBEG135'in CXR-REC'i ile birebir ayni yerlesim.
        FD  CXR-FILE.
        01  CXR-REC.
            05  CXR-ACCT-NO          PIC X(08).
            05  CXR-CUST-NO          PIC X(04).
            05  CXR-LAST-NAME        PIC X(20).
            05  CXR-FIRST-NAME       PIC X(15).
            05  CXR-BIRTH-DATE       PIC 9(08).
            05  CXR-BIRTH-R REDEFINES CXR-BIRTH-DATE.
                10  CXR-BIRTH-YYYY   PIC 9(04).
                10  CXR-BIRTH-MMDD   PIC 9(04).
            05  CXR-LINK-TYPE        PIC X(01).
            05  CXR-LINK-DATE        PIC 9(08).
      *
        FD  CMP-PARM RECORDING MODE F.
        01  CMP-PARM-REC.
            05  CMP-MINOR-AGE        PIC 9(03).
            05  CMP-MAX-AGE          PIC 9(03).
            05  CMP-POLICY-LIMIT     PIC 9(07)V99.
      *
      * Uyum listesi satiri: hesap, musteri, dogum tarihi, yas,
      * limit ve listeye girme sebebi.
        FD  CRP-FILE RECORDING MODE F.
        01  CRP-REC.
            05  CRP-ACCT-NO          PIC X(08).
            05  WS-CRP-SPACE-1       PIC X(01) VALUE SPACE.
            05  CRP-CUST-NO          PIC X(04).
            05  WS-CRP-SPACE-2       PIC X(01) VALUE SPACE.
            05  CRP-LAST-NAME        PIC X(20).
            05  WS-CRP-SPACE-3       PIC X(01) VALUE SPACE.
            05  CRP-FIRST-NAME       PIC X(15).
            05  WS-CRP-SPACE-4       PIC X(01) VALUE SPACE.
            05  CRP-BIRTH-DATE       PIC 9(08).
            05  WS-CRP-SPACE-5       PIC X(01) VALUE SPACE.
            05  CRP-AGE              PIC ZZ9.
            05  WS-CRP-SPACE-6       PIC X(01) VALUE SPACE.
            05  CRP-LIMIT            PIC -Z,ZZZ,ZZ9.99.
            05  WS-CRP-SPACE-7       PIC X(01) VALUE SPACE.
            05  CRP-REASON           PIC X(20).
      *
      * CRP-FILE'in ayni FD'sine bagli ozet kaydi; CRP-REC ile ayni
      * uzunluga (98 byte) tamamlanir.
        01  CRP-SUM-REC.
            05  CRP-SUM-LABEL        PIC X(30).
            05  CRP-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05  CRP-SUM-FILLER       PIC X(57) VALUE SPACE.
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 ACCT-ST           PIC 9(02).
               88 ACCT-EOF                  VALUE 10.
               88 ACCT-SUCCESS              VALUE 00 97.
            05 CXR-ST            PIC 9(02).
               88 CXR-SUCCESS               VALUE 00 97.
               88 CXR-NOTFND                VALUE 23.
            05 CMP-ST            PIC 9(02).
               88 CMP-SUCCESS               VALUE 00 97.
            05 CRP-ST            PIC 9(02).
               88 CRP-SUCCESS               VALUE 00 97.
            05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
            05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10 WS-RUN-YYYY    PIC 9(04).
               10 WS-RUN-MMDD    PIC 9(04).
            05 WS-DATE-CHECK     PIC S9(04) COMP.
            05 WS-AGE            PIC S9(04) COMP VALUE ZERO.
      * Parametre dosyasi yoksa gecerli olan varsayilanlar.
            05 WS-MINOR-AGE      PIC 9(03) VALUE 18.
            05 WS-MAX-AGE        PIC 9(03) VALUE 80.
            05 WS-POLICY-LIMIT   PIC S9(07)V99 COMP-3 VALUE 5000.00.
      *
        01  COMPLIANCE-COUNTERS.
            05 WS-READ-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-LINKED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-UNLINKED-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-BAD-BIRTH-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-MINOR-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-OVER-AGE-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            PERFORM H200-CHECK-ONE UNTIL ACCT-EOF.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
        H100-OPEN-FILES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM READ-COMPLIANCE-PARM.
            OPEN INPUT  ACCT-REC.
            OPEN INPUT  CXR-FILE.
            OPEN OUTPUT CRP-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM READ-RECORD.
        H100-END. EXIT.
      *
      * Parametre dosyasi yoksa veya alanlar sayisal degilse
      * varsayilanlar kullanilir ve bu durum DISPLAY ile bildirilir.
        READ-COMPLIANCE-PARM.
            OPEN INPUT CMP-PARM.
            IF CMP-SUCCESS
               READ CMP-PARM
                   AT END CONTINUE
                   NOT AT END
                       IF CMP-MINOR-AGE NUMERIC
                          AND CMP-MAX-AGE NUMERIC
                          AND CMP-POLICY-LIMIT NUMERIC
                          MOVE CMP-MINOR-AGE    TO WS-MINOR-AGE
                          MOVE CMP-MAX-AGE      TO WS-MAX-AGE
                          MOVE CMP-POLICY-LIMIT TO WS-POLICY-LIMIT
                       ELSE
                          DISPLAY 'CMPPARM NOT NUMERIC - DEFAULTS USED'
                       END-IF
               END-READ
               CLOSE CMP-PARM
            ELSE
               DISPLAY 'NO CMPPARM - DEFAULTS USED'.
            DISPLAY 'MINOR AGE: ' WS-MINOR-AGE
                    ' MAXIMUM AGE: ' WS-MAX-AGE.
        READ-COMPLIANCE-PARM-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (ACCT-SUCCESS AND CXR-SUCCESS AND CRP-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' ACCT: ' ACCT-ST ' CXR: ' CXR-ST
                       ' CRP: ' CRP-ST
               IF ACCT-SUCCESS THEN CLOSE ACCT-REC
               IF CXR-SUCCESS THEN CLOSE CXR-FILE
               IF CRP-SUCCESS THEN CLOSE CRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Capraz referansta olmayan hesap yalnizca sayilir; bu
      * hesaplar PBEG135'in eslestirme raporunda zaten listelenir.
        H200-CHECK-ONE.
            MOVE ACCT-NO TO CXR-ACCT-NO.
            READ CXR-FILE.
            IF CXR-NOTFND
               ADD 1 TO WS-UNLINKED-COUNT
            ELSE
               ADD 1 TO WS-LINKED-COUNT
               PERFORM COMPUTE-HOLDER-AGE
               IF WS-AGE < ZERO
                  ADD 1 TO WS-BAD-BIRTH-COUNT
               ELSE
                  IF ACCT-LIMIT > WS-POLICY-LIMIT
                     IF WS-AGE < WS-MINOR-AGE
                        ADD 1 TO WS-MINOR-COUNT
                        MOVE 'MINOR' TO CRP-REASON
                        PERFORM WRITE-COMPLIANCE-LINE
                     ELSE
                        IF WS-AGE > WS-MAX-AGE
                           ADD 1 TO WS-OVER-AGE-COUNT
                           MOVE 'OVER AGE LIMIT' TO CRP-REASON
                           PERFORM WRITE-COMPLIANCE-LINE.
            PERFORM READ-RECORD.
        H200-END. EXIT.
      *
      * Is tarihindeki tam yil olarak yas; dogum gunu bu yil henuz
      * gelmediyse bir eksigi alinir. Dogum tarihi gecersiz veya
      * gelecekteyse WS-AGE -1 doner.
        COMPUTE-HOLDER-AGE.
            MOVE -1 TO WS-AGE.
            IF CXR-BIRTH-DATE NUMERIC
               AND CXR-BIRTH-DATE NOT > WS-RUN-DATE
               COMPUTE WS-DATE-CHECK =
                       FUNCTION TEST-DATE-YYYYMMDD(CXR-BIRTH-DATE)
               IF WS-DATE-CHECK = 0
                  COMPUTE WS-AGE = WS-RUN-YYYY - CXR-BIRTH-YYYY
                  IF WS-RUN-MMDD < CXR-BIRTH-MMDD
                     SUBTRACT 1 FROM WS-AGE.
        COMPUTE-HOLDER-AGE-END. EXIT.
      *
        WRITE-COMPLIANCE-LINE.
            MOVE ACCT-NO        TO CRP-ACCT-NO.
            MOVE CXR-CUST-NO    TO CRP-CUST-NO.
            MOVE CXR-LAST-NAME  TO CRP-LAST-NAME.
            MOVE CXR-FIRST-NAME TO CRP-FIRST-NAME.
            MOVE CXR-BIRTH-DATE TO CRP-BIRTH-DATE.
            MOVE WS-AGE         TO CRP-AGE.
            MOVE ACCT-LIMIT     TO CRP-LIMIT.
            MOVE SPACE TO WS-CRP-SPACE-1.
            MOVE SPACE TO WS-CRP-SPACE-2.
            MOVE SPACE TO WS-CRP-SPACE-3.
            MOVE SPACE TO WS-CRP-SPACE-4.
            MOVE SPACE TO WS-CRP-SPACE-5.
            MOVE SPACE TO WS-CRP-SPACE-6.
            MOVE SPACE TO WS-CRP-SPACE-7.
            WRITE CRP-REC.
        WRITE-COMPLIANCE-LINE-END. EXIT.
      *
      * ACCTREC besleme basligi/sonu kayitlari tasir ('HDR' ve 'TRL'
      * ile baslayan kayitlar); denetimleri CBL0001 yapar, burada
      * listeye girmemeleri icin ayiklanirlar.
        READ-RECORD.
            READ ACCT-REC.
            PERFORM UNTIL ACCT-EOF
                   OR (ACCT-NO(1:3) NOT = 'HDR'
                       AND ACCT-NO(1:3) NOT = 'TRL')
                READ ACCT-REC
            END-PERFORM.
            IF NOT ACCT-EOF
               ADD 1 TO WS-READ-COUNT.
        READ-RECORD-END. EXIT.
      *
        H300-WRITE-SUMMARY.
            MOVE 'ACCOUNTS READ:' TO CRP-SUM-LABEL.
            MOVE WS-READ-COUNT TO CRP-SUM-COUNT.
            MOVE SPACE TO CRP-SUM-FILLER.
            WRITE CRP-SUM-REC.
            MOVE 'ACCOUNTS LINKED TO CUSTOMER:' TO CRP-SUM-LABEL.
            MOVE WS-LINKED-COUNT TO CRP-SUM-COUNT.
            WRITE CRP-SUM-REC.
            MOVE 'ACCOUNTS NOT LINKED:' TO CRP-SUM-LABEL.
            MOVE WS-UNLINKED-COUNT TO CRP-SUM-COUNT.
            WRITE CRP-SUM-REC.
            MOVE 'INVALID BIRTH DATE:' TO CRP-SUM-LABEL.
            MOVE WS-BAD-BIRTH-COUNT TO CRP-SUM-COUNT.
            WRITE CRP-SUM-REC.
            MOVE 'MINOR OVER POLICY LIMIT:' TO CRP-SUM-LABEL.
            MOVE WS-MINOR-COUNT TO CRP-SUM-COUNT.
            WRITE CRP-SUM-REC.
            MOVE 'OVER AGE OVER POLICY LIMIT:' TO CRP-SUM-LABEL.
            MOVE WS-OVER-AGE-COUNT TO CRP-SUM-COUNT.
            WRITE CRP-SUM-REC.
        H300-END. EXIT.
      *
        H400-CLOSE-FILES.
            CLOSE ACCT-REC
                  CXR-FILE
                  CRP-FILE.
        H400-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM H300-WRITE-SUMMARY.
            PERFORM H400-CLOSE-FILES.
        H999-END. EXIT.
