        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG146.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * PBEG138'in CICS bakim ekrani denetlenmis girisleri MNTSTAGE
      * ara dosyasina yazar; CICS'ten sirali UPDTRAN'a ve BATCHREG'e
      * yazilamadigi icin partiyi bu adim kurar. Girisler siradaki
      * 'BH' baslikli UPDTRAN partisine PBEG108'in UPD-REC
      * yerlesiminde eklenir ve partiye gecen her giris ara dosyadan
      * silinir. Gunluk dongude PBEG133'ten (UPDTRAN'i MANTRAN
      * olarak okur) once kosar; MNTSTAGE bu adim boyunca CICS'te
      * kapali tutulur. Ara dosya bossa UPDTRAN'a hic dokunulmaz.
      * Girislerin ara dosyasi (UPD-ACCT-NO anahtarli KSDS). Bu is
      * icin zorunludur; tasinan kayit silinecegi icin I-O acilir.
            SELECT STG-FILE   ASSIGN TO MNTSTAGE
                              ORGANIZATION INDEXED
                              ACCESS SEQUENTIAL
                              RECORD KEY STG-ACCT-NO
                              STATUS  STG-ST.
      * PBEG108/PBEG109'un parti kutugu; siradaki parti numarasi ve
      * mevcut partinin uygulanip uygulanmadigi buradan bulunur.
            SELECT BRG-FILE   ASSIGN TO BATCHREG
                              STATUS  BRG-ST.
      * Elle bakim partisi (PBEG133'un MANTRAN olarak okudugu dosya).
      * Dosyada henuz uygulanmamis bir parti varsa girisler onun
      * sonuna eklenir; dosya yoksa, bossa veya icindeki parti
      * PBEG108 tarafindan zaten uygulanmissa yeni numarali bir
      * parti baslatilir.
            SELECT UPD-FILE   ASSIGN TO UPDTRAN
                              STATUS  UPD-ST.
      * Tasima raporu: partiye eklenen ve ara dosyada birakilan her
      * giris, is sonunda ozet satirlari.
            SELECT MRP-FILE   ASSIGN TO MNTRPT
                              STATUS  MRP-ST.
        DATA DIVISION.
        FILE SECTION.
      * Ara dosya kaydi; PBEG138'in yazdigi UPD-REC ile ayni
      * yerlesim (172 byte).
        FD  STG-FILE.
        01  STG-REC.
            05  STG-CODE           PIC X(01).
            05  STG-ACCT-NO        PIC X(08).
            05  STG-DATA           PIC X(163).
      *
      * Parti kutugu kaydi; PBEG108/PBEG109'daki ile birebir ayni
      * yerlesim.
        FD  BRG-FILE RECORDING MODE F.
        01  BRG-REC.
            05  BRG-BATCH-NO       PIC 9(04).
            05  WS-BRG-SPACE-1     PIC X(01).
            05  BRG-DATE           PIC 9(08).
            05  WS-BRG-SPACE-2     PIC X(01).
            05  BRG-DISP           PIC X(08).
      *
      * Islem kaydi ve parti basligi; PBEG108'in UPD-REC ve
      * UPD-HDR-REC'i ile birebir ayni yerlesim (172 byte).
        FD  UPD-FILE RECORDING MODE F.
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
        01  UPD-HDR-REC.
            05  UPD-HDR-TAG        PIC X(02).
            05  UPD-HDR-BATCH-NO   PIC 9(04).
            05  UPD-HDR-DATE       PIC 9(08).
            05  UPD-HDR-FILLER     PIC X(158).
      *
      * Rapor satiri (60 byte).
        FD  MRP-FILE RECORDING MODE F.
        01  MRP-REC.
            05  MRP-ACCT-NO        PIC X(08).
            05  WS-MRP-SPACE-1     PIC X(01).
            05  MRP-CODE           PIC X(01).
            05  WS-MRP-SPACE-2     PIC X(01).
            05  MRP-LAST-NAME      PIC X(20).
            05  WS-MRP-SPACE-3     PIC X(01).
            05  MRP-NOTE           PIC X(28).
      *
      * MRP-FILE'in ayni FD'sine bagli ozet kaydi; MRP-REC ile ayni
      * uzunluga (60 byte) tamamlanir.
        01  MRP-SUM-REC.
            05  MRP-SUM-LABEL      PIC X(30).
            05  MRP-SUM-COUNT      PIC ZZZ,ZZZ,ZZ9.
            05  MRP-SUM-FILLER     PIC X(19).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 STG-ST            PIC 9(02).
               88 STG-EOF                   VALUE 10.
               88 STG-SUCCESS               VALUE 00 97.
            05 BRG-ST            PIC 9(02).
               88 BRG-EOF                   VALUE 10.
               88 BRG-SUCCESS               VALUE 00 97.
            05 UPD-ST            PIC 9(02).
               88 UPD-EOF                   VALUE 10.
               88 UPD-SUCCESS               VALUE 00 97.
            05 MRP-ST            PIC 9(02).
               88 MRP-SUCCESS               VALUE 00 97.
            05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
            05 WS-CHECK-ACCT     PIC X(08) VALUE SPACE.
      *
      * Parti alanlari: acik partinin numarasi, dosyada bulunan
      * partinin durumu ve kutukteki en buyuk parti numarasi.
        01  BATCH-CONTROL-AREA.
            05 WS-BATCH-NO       PIC 9(04) VALUE ZERO.
            05 WS-MAX-BATCH-NO   PIC 9(04) VALUE ZERO.
            05 WS-UPD-FIRST      PIC X VALUE 'Y'.
            05 WS-OLD-HDR-SEEN   PIC X VALUE 'N'.
               88 OLD-HDR-SEEN              VALUE 'Y'.
            05 WS-OLD-DETAILS    PIC X VALUE 'N'.
               88 OLD-DETAILS               VALUE 'Y'.
            05 WS-OLD-APPLIED    PIC X VALUE 'N'.
               88 OLD-APPLIED               VALUE 'Y'.
      *
      * Bu partiye girilmis hesaplar. Ayni hesaba ayni partide ikinci
      * bir giris PBEG108'de (ADD'den sonra CHANGE gibi) reddedilecegi
      * icin partiye eklenmez; ara dosyada bir sonraki partiye kalir.
        01  WS-KEYED-TABLE.
            05  WS-KEYED-COUNT     PIC S9(04) COMP VALUE ZERO.
            05  WS-KEYED-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY WS-KEYED-IDX.
                10  WS-KEYED-ACCT  PIC X(08).
            05  WS-KEYED-FOUND     PIC X VALUE 'N'.
               88 KEYED-FOUND               VALUE 'Y'.
      *
        01  MOVE-COUNTERS.
            05 WS-READ-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-WRITTEN-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-ADD-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-CHG-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-DEL-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-KEPT-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            PERFORM H200-MOVE-ONE-ENTRY UNTIL STG-EOF.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
      * Ara dosya bossa is UPDTRAN'a dokunmadan biter; bos bir parti
      * numarasi harcanmaz.
        H100-OPEN-FILES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN I-O STG-FILE.
            IF NOT STG-SUCCESS
               DISPLAY 'MNTSTAGE NOT OPENED, STG-ST: ' STG-ST
               MOVE 8 TO RETURN-CODE
               STOP RUN.
            PERFORM READ-STAGE.
            IF STG-EOF
               DISPLAY 'NO STAGED ENTRIES - UPDTRAN NOT CHANGED'
               CLOSE STG-FILE
               STOP RUN.
            OPEN OUTPUT MRP-FILE.
            IF NOT MRP-SUCCESS
               DISPLAY 'MNTRPT NOT OPENED, MRP-ST: ' MRP-ST
               CLOSE STG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
            PERFORM H150-PREPARE-BATCH.
        H100-END. EXIT.
      *
      * Girislerin eklenecegi parti hazirlanir. Dosyadaki mevcut
      * parti okunur: basligi ve girilmis hesaplari alinir. Parti
      * kutugu taranarak en buyuk parti numarasi ve mevcut partinin
      * uygulanip uygulanmadigi bulunur. Uygulanmamis bir parti
      * varsa onun sonuna eklenir; yoksa bir sonraki numarayla yeni
      * parti baslatilir. Basliksiz elle yazilmis islemler tasiyan
      * bir dosyanin ustune yazilmaz; is durdurulur ve girisler ara
      * dosyada kalir.
        H150-PREPARE-BATCH.
            PERFORM H160-SCAN-CURRENT-BATCH.
            PERFORM H170-SCAN-BATCH-REGISTRY.
            IF OLD-DETAILS AND NOT OLD-HDR-SEEN
               DISPLAY 'UPDTRAN HOLDS ENTRIES WITHOUT A BATCH HEADER'
               DISPLAY 'RUN OR CLEAR THAT BATCH BEFORE THIS STEP'
               CLOSE STG-FILE
                     MRP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
            IF OLD-HDR-SEEN AND NOT OLD-APPLIED
               OPEN EXTEND UPD-FILE
               IF NOT UPD-SUCCESS
                  DISPLAY 'UPDTRAN NOT OPENED, UPD-ST: ' UPD-ST
                  CLOSE STG-FILE
                        MRP-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               DISPLAY 'CONTINUING BATCH ' WS-BATCH-NO
            ELSE
               MOVE ZERO TO WS-KEYED-COUNT
               IF WS-MAX-BATCH-NO = 9999
                  MOVE 1 TO WS-BATCH-NO
               ELSE
                  COMPUTE WS-BATCH-NO = WS-MAX-BATCH-NO + 1
               END-IF
               OPEN OUTPUT UPD-FILE
               IF NOT UPD-SUCCESS
                  DISPLAY 'UPDTRAN NOT OPENED, UPD-ST: ' UPD-ST
                  CLOSE STG-FILE
                        MRP-FILE
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               PERFORM WRITE-BATCH-HEADER
               DISPLAY 'NEW BATCH STARTED ' WS-BATCH-NO.
        H150-END. EXIT.
      *
        H160-SCAN-CURRENT-BATCH.
            OPEN INPUT UPD-FILE.
            IF UPD-SUCCESS
               PERFORM UNTIL UPD-EOF
                   READ UPD-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM H165-TAKE-OLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE UPD-FILE.
        H160-END. EXIT.
      *
        H165-TAKE-OLD-RECORD.
            IF WS-UPD-FIRST = 'Y' AND UPD-HDR-TAG = 'BH'
               MOVE 'Y' TO WS-OLD-HDR-SEEN
               MOVE UPD-HDR-BATCH-NO TO WS-BATCH-NO
            ELSE
               MOVE 'Y' TO WS-OLD-DETAILS
               MOVE UPD-ACCT-NO TO WS-CHECK-ACCT
               PERFORM REMEMBER-KEYED-ACCOUNT.
            MOVE 'N' TO WS-UPD-FIRST.
        H165-END. EXIT.
      *
      * Kutugun hic olmamasi ilk kosu demektir; numaralar 0001'den
      * baslar.
        H170-SCAN-BATCH-REGISTRY.
            OPEN INPUT BRG-FILE.
            IF BRG-SUCCESS
               PERFORM UNTIL BRG-EOF
                   READ BRG-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM H175-TAKE-ONE-BATCH
                   END-READ
               END-PERFORM
               CLOSE BRG-FILE.
        H170-END. EXIT.
      *
        H175-TAKE-ONE-BATCH.
            IF BRG-BATCH-NO > WS-MAX-BATCH-NO
               MOVE BRG-BATCH-NO TO WS-MAX-BATCH-NO.
            IF OLD-HDR-SEEN
               AND BRG-BATCH-NO = WS-BATCH-NO
               AND BRG-DISP = 'APPLIED'
                  MOVE 'Y' TO WS-OLD-APPLIED.
        H175-END. EXIT.
      *
        WRITE-BATCH-HEADER.
            MOVE SPACES      TO UPD-HDR-REC.
            MOVE 'BH'        TO UPD-HDR-TAG.
            MOVE WS-BATCH-NO TO UPD-HDR-BATCH-NO.
            MOVE WS-RUN-DATE TO UPD-HDR-DATE.
            WRITE UPD-HDR-REC.
        WRITE-BATCH-HEADER-END. EXIT.
      *
      * Partide zaten girisi olan hesabin yeni girisi ara dosyada
      * birakilir; parti uygulandiktan sonraki ilk kosuda yeni
      * partiye gecer.
        H200-MOVE-ONE-ENTRY.
            ADD 1 TO WS-READ-COUNT.
            MOVE STG-ACCT-NO TO WS-CHECK-ACCT.
            PERFORM CHECK-KEYED-ACCOUNT.
            IF KEYED-FOUND
               ADD 1 TO WS-KEPT-COUNT
               MOVE 'IN OPEN BATCH - KEPT' TO MRP-NOTE
               PERFORM WRITE-REPORT-LINE
            ELSE
               PERFORM H210-ADD-TO-BATCH.
            PERFORM READ-STAGE.
        H200-END. EXIT.
      *
      * Giris once partiye yazilir, sonra ara dosyadan silinir.
      * Silme basarisiz olursa ayni giris bir sonraki kosuda ikinci
      * kez partiye girmesin diye is hemen durur.
        H210-ADD-TO-BATCH.
            MOVE STG-REC TO UPD-REC.
            WRITE UPD-REC.
            IF NOT UPD-SUCCESS
               DISPLAY 'UPDTRAN WRITE FAILED, UPD-ST: ' UPD-ST
                       ' ' STG-ACCT-NO
               PERFORM H400-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN.
            DELETE STG-FILE RECORD.
            IF NOT STG-SUCCESS
               DISPLAY 'MNTSTAGE DELETE FAILED, STG-ST: ' STG-ST
                       ' ' STG-ACCT-NO
               DISPLAY 'ENTRY IS ALREADY IN BATCH ' WS-BATCH-NO
                       ' - REMOVE IT FROM MNTSTAGE BEFORE NEXT RUN'
               PERFORM H400-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN.
            ADD 1 TO WS-WRITTEN-COUNT.
            EVALUATE STG-CODE
                WHEN 'A'
                    ADD 1 TO WS-ADD-COUNT
                WHEN 'D'
                    ADD 1 TO WS-DEL-COUNT
                WHEN OTHER
                    ADD 1 TO WS-CHG-COUNT
            END-EVALUATE.
            PERFORM REMEMBER-KEYED-ACCOUNT.
            MOVE SPACES TO MRP-NOTE.
            STRING 'ADDED TO BATCH ' DELIMITED BY SIZE
                   WS-BATCH-NO       DELIMITED BY SIZE
                   INTO MRP-NOTE.
            PERFORM WRITE-REPORT-LINE.
        H210-END. EXIT.
      *
        READ-STAGE.
            READ STG-FILE NEXT RECORD
                AT END CONTINUE
            END-READ.
        READ-STAGE-END. EXIT.
      *
      * Rapor satiri; MRP-NOTE cagiran paragrafta doldurulur.
        WRITE-REPORT-LINE.
            MOVE STG-ACCT-NO TO MRP-ACCT-NO.
            MOVE STG-CODE    TO MRP-CODE.
            MOVE STG-DATA(19:20) TO MRP-LAST-NAME.
            MOVE SPACE TO WS-MRP-SPACE-1.
            MOVE SPACE TO WS-MRP-SPACE-2.
            MOVE SPACE TO WS-MRP-SPACE-3.
            WRITE MRP-REC.
        WRITE-REPORT-LINE-END. EXIT.
      *
        CHECK-KEYED-ACCOUNT.
            MOVE 'N' TO WS-KEYED-FOUND.
            SET WS-KEYED-IDX TO 1.
            IF WS-KEYED-COUNT > ZERO
               SEARCH WS-KEYED-ENTRY
                   AT END CONTINUE
                   WHEN WS-KEYED-IDX > WS-KEYED-COUNT
                       CONTINUE
                   WHEN WS-KEYED-ACCT(WS-KEYED-IDX) = WS-CHECK-ACCT
                       MOVE 'Y' TO WS-KEYED-FOUND
               END-SEARCH.
        CHECK-KEYED-ACCOUNT-END. EXIT.
      *
      * Tablo dolduktan sonra gelen hesaplar tekrar denetimine
      * giremez; operator uyarilir.
        REMEMBER-KEYED-ACCOUNT.
            IF WS-KEYED-COUNT < 2000
               ADD 1 TO WS-KEYED-COUNT
               MOVE WS-CHECK-ACCT TO WS-KEYED-ACCT(WS-KEYED-COUNT)
            ELSE
               DISPLAY 'KEYED ACCOUNT TABLE FULL AT ' WS-CHECK-ACCT.
        REMEMBER-KEYED-ACCOUNT-END. EXIT.
      *
        H300-WRITE-SUMMARY.
            MOVE SPACES TO MRP-SUM-REC.
            MOVE 'BATCH NUMBER:' TO MRP-SUM-LABEL.
            MOVE WS-BATCH-NO TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'STAGED ENTRIES READ:' TO MRP-SUM-LABEL.
            MOVE WS-READ-COUNT TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'ENTRIES ADDED TO BATCH:' TO MRP-SUM-LABEL.
            MOVE WS-WRITTEN-COUNT TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE '  ADDS:' TO MRP-SUM-LABEL.
            MOVE WS-ADD-COUNT TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE '  CHANGES:' TO MRP-SUM-LABEL.
            MOVE WS-CHG-COUNT TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE '  DELETES:' TO MRP-SUM-LABEL.
            MOVE WS-DEL-COUNT TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
            MOVE 'KEPT FOR NEXT BATCH:' TO MRP-SUM-LABEL.
            MOVE WS-KEPT-COUNT TO MRP-SUM-COUNT.
            WRITE MRP-SUM-REC.
        H300-END. EXIT.
      *
        H400-CLOSE-FILES.
            CLOSE STG-FILE
                  UPD-FILE
                  MRP-FILE.
        H400-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM H300-WRITE-SUMMARY.
            PERFORM H400-CLOSE-FILES.
            DISPLAY 'BATCH ' WS-BATCH-NO ' ENTRIES ADDED: '
                    WS-WRITTEN-COUNT ' KEPT: ' WS-KEPT-COUNT.
            DISPLAY 'ADDS: ' WS-ADD-COUNT ' CHANGES: ' WS-CHG-COUNT
                    ' DELETES: ' WS-DEL-COUNT.
        H999-END. EXIT.
