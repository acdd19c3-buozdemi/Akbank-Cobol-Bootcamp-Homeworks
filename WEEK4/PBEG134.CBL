        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PBEG134.
        AUTHOR.        BURAK OZDEMIR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * PBEG109'un edit'inden gecen her islem dogrudan PBEG106'ya
      * akip IDX-BUDGET'i degistiriyordu; buyuk tutarlar ve silmeler
      * icin bile ikinci bir goz yoktu. PBEG109 artik bu islemleri
      * onay bekleyenler dosyasina ayiriyor. Bu program PBEG109 ile
      * PBEG106 arasinda calisir: bekleyenler kuyrugunu ve gunun
      * yeni ayrilan islemlerini onaylayan karar dosyasiyla
      * eslestirir. Onaylanan islem, hazirlayan ve onaylayan
      * kullaniciyla birlikte temiz islem dosyasinin sonuna eklenir
      * ve ayni gece PBEG106'ya girer; reddedilen islem kuyruktan
      * duser; karar verilmeyen islem yeni kuyruk kusagina tasinir
      * ve yasiyla birlikte bekleyenler raporunda gorunur.
      * Hazirlayan kendi islemini onaylayamaz.
      * Onceki kosunun biraktigi bekleyenler kuyrugu; ilk kosuda
      * henuz yoktur.
            SELECT PQO-FILE   ASSIGN TO PENDQUE
                              STATUS  PQO-ST.
      * PBEG109'un bu gece ayirdigi yeni onay bekleyen islemler;
      * ayrilan islem yoksa JCL'de DUMMY verilebilir.
            SELECT PND-FILE   ASSIGN TO PENDTRAN
                              STATUS  PND-ST.
      * Onaylayanlarin karar dosyasi: kalem referansi, onay ('A')
      * veya ret ('R'), onaylayan kullanici ve karar tarihi. O gun
      * karar yoksa DUMMY verilebilir.
            SELECT DEC-FILE   ASSIGN TO APRDEC
                              STATUS  DEC-ST.
      * Bekleyenler kuyrugunun yeni kusagi; bir sonraki kosuda
      * PENDQUE olarak okunur.
            SELECT PQN-FILE   ASSIGN TO NEWPEND
                              STATUS  PQN-ST.
      * PBEG109'un yazdigi temiz islem dosyasi; onaylanan islemler
      * bu dosyanin sonuna eklenir ki PBEG106 bunlari ayni kosuda
      * uygulasin.
            SELECT CLN-FILE   ASSIGN TO CLNTRAN
                              STATUS  CLN-ST.
      * Her kalemin ve kararin sonucunu, karar verilmeyen kalemlerin
      * yasini ve yas dagilimini tasiyan onay raporu.
            SELECT ARP-FILE   ASSIGN TO APRRPT
                              STATUS  ARP-ST.
      * Ortak calisma istatistigi dosyasi; PBEG131 temiz islem el
      * degistirmesinde buradaki onaylanan adedi de hesaba katar.
            SELECT STATS-FILE ASSIGN TO STATSFIL
                              STATUS  STA-ST.
        DATA DIVISION.
        FILE SECTION.
      * Kuyruk ve gunluk ayrilan islem dosyalari PBEG109'un PND-REC
      * yerlesimini tasir (86 byte); kayitlar okunur okunmaz ortak is
      * alanina alinir.
        FD  PQO-FILE RECORDING MODE F.
        01  PQO-REC                  PIC X(86).
      *
        FD  PND-FILE RECORDING MODE F.
        01  PND-FILE-REC             PIC X(86).
      *
        FD  PQN-FILE RECORDING MODE F.
        01  PQN-REC                  PIC X(86).
      *
      * Onay karari kaydi. DEC-BATCH-NO + DEC-ITEM-NO, bekleyenler
      * raporunda basilan kalem referansidir.
        FD  DEC-FILE RECORDING MODE F.
        01  DEC-REC.
            05  DEC-BATCH-NO         PIC 9(04).
            05  DEC-ITEM-NO          PIC 9(05).
            05  DEC-ACTION           PIC X(01).
            05  DEC-CHECKER-ID       PIC X(08).
            05  DEC-DATE             PIC 9(08).
      *
      * Temiz islem dosyasi; PBEG106'nin TRAN-REC'i ile birebir ayni
      * yerlesim.
        FD  CLN-FILE RECORDING MODE F.
        01  CLN-REC.
            05  CLN-CODE             PIC X(01).
            05  CLN-ID               PIC 9(05).
            05  CLN-DVZ              PIC 9(03).
            05  CLN-ALLNAME          PIC X(30).
            05  CLN-DATE             PIC 9(07).
            05  CLN-BUDGET           PIC S9(13)V99.
            05  CLN-MAKER-ID         PIC X(08).
            05  CLN-CHECKER-ID       PIC X(08).
      *
      * Onay raporu satiri: kalem referansi, islem, tutar,
      * hazirlayan, onaylayan, ayrilma tarihi, gun olarak yas ve
      * sonuc.
        FD  ARP-FILE RECORDING MODE F.
        01  ARP-REC.
            05  ARP-BATCH-NO         PIC 9(04).
            05  ARP-DASH             PIC X(01).
            05  ARP-ITEM-NO          PIC 9(05).
            05  WS-ARP-SPACE-1       PIC X(01) VALUE SPACE.
            05  ARP-CODE             PIC X(01).
            05  WS-ARP-SPACE-2       PIC X(01) VALUE SPACE.
            05  ARP-ID               PIC 9(05).
            05  WS-ARP-SPACE-3       PIC X(01) VALUE SPACE.
            05  ARP-DVZ              PIC 9(03).
            05  WS-ARP-SPACE-4       PIC X(01) VALUE SPACE.
            05  ARP-BUDGET           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-ARP-SPACE-5       PIC X(01) VALUE SPACE.
            05  ARP-MAKER-ID         PIC X(08).
            05  WS-ARP-SPACE-6       PIC X(01) VALUE SPACE.
            05  ARP-CHECKER-ID       PIC X(08).
            05  WS-ARP-SPACE-7       PIC X(01) VALUE SPACE.
            05  ARP-PARK-DATE        PIC 9(08).
            05  WS-ARP-SPACE-8       PIC X(01) VALUE SPACE.
            05  ARP-AGE              PIC ZZZ9.
            05  WS-ARP-SPACE-9       PIC X(01) VALUE SPACE.
            05  ARP-RESULT           PIC X(24).
      *
      * ARP-FILE'in ayni FD'sine bagli, is sonu sayaclarini tasiyan
      * ozet kaydi; ARP-REC ile ayni uzunluga (99 byte) tamamlanir.
        01  ARP-SUM-REC.
            05  ARP-SUM-LABEL        PIC X(30).
            05  ARP-SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
            05  ARP-SUM-FILLER       PIC X(58) VALUE SPACE.
      *
      * PROGRAM/READ/WRITTEN/REJECTED/RUN-DATE alanlarindan olusan,
      * is sonu calisma istatistigini tasiyan ortak kayit yapisi;
      * PBEG106/PBEG109'da da birebir ayni yerlesim kullanilir.
        FD  STATS-FILE RECORDING MODE F.
        01  STATS-REC.
            05  STATS-PROGRAM        PIC X(08).
            05  WS-STATS-SPACE-1     PIC X(01) VALUE SPACE.
            05  STATS-READ-COUNT     PIC 9(09).
            05  WS-STATS-SPACE-2     PIC X(01) VALUE SPACE.
            05  STATS-WRITTEN-COUNT  PIC 9(09).
            05  WS-STATS-SPACE-3     PIC X(01) VALUE SPACE.
            05  STATS-REJECTED-COUNT PIC 9(09).
            05  WS-STATS-SPACE-4     PIC X(01) VALUE SPACE.
            05  STATS-RUN-DATE       PIC 9(08).
      *
        WORKING-STORAGE SECTION.
        01  WS-WORK-AREA.
            05 PQO-ST            PIC 9(02).
               88 PQO-EOF                   VALUE 10.
               88 PQO-SUCCESS               VALUE 00 97.
            05 PND-ST            PIC 9(02).
               88 PND-EOF                   VALUE 10.
               88 PND-SUCCESS               VALUE 00 97.
            05 DEC-ST            PIC 9(02).
               88 DEC-EOF                   VALUE 10.
               88 DEC-SUCCESS               VALUE 00 97.
            05 PQN-ST            PIC 9(02).
               88 PQN-SUCCESS               VALUE 00 97.
            05 CLN-ST            PIC 9(02).
               88 CLN-SUCCESS               VALUE 00 97.
            05 ARP-ST            PIC 9(02).
               88 ARP-SUCCESS               VALUE 00 97.
            05 STA-ST            PIC 9(02).
               88 STA-SUCCESS               VALUE 00 97.
            05 WS-RUN-DATE       PIC 9(08) VALUE ZERO.
            05 WS-DATE-CHECK     PIC S9(04) COMP.
            05 WS-AGE-DAYS       PIC S9(05) COMP-3 VALUE ZERO.
            05 WS-RESULT         PIC X(24) VALUE SPACE.
            05 WS-DEC-FOUND      PIC X VALUE 'N'.
               88 DEC-FOUND                 VALUE 'Y'.
      *
      * Ortak bekleyen kalem is alani; PBEG109'un PND-REC'i ile
      * birebir ayni yerlesim.
        01  WS-PND-REC.
            05  WS-PND-BATCH-NO      PIC 9(04).
            05  WS-PND-ITEM-NO       PIC 9(05).
            05  WS-PND-PARK-DATE     PIC 9(08).
            05  WS-PND-MAKER-ID      PIC X(08).
            05  WS-PND-CODE          PIC X(01).
            05  WS-PND-ID            PIC 9(05).
            05  WS-PND-DVZ           PIC 9(03).
            05  WS-PND-ALLNAME       PIC X(30).
            05  WS-PND-DATE          PIC 9(07).
            05  WS-PND-BUDGET        PIC S9(13)V99.
      *
      * Gunun kararlari; LOAD-DECISIONS program basinda doldurur.
      * Her karar en fazla bir kez kullanilir; hicbir kalemle
      * eslesmeyen kararlar is sonunda raporlanir.
        01  WS-DECISION-TABLE.
            05  WS-DEC-COUNT       PIC S9(04) COMP VALUE ZERO.
            05  WS-DEC-ENTRY OCCURS 500 TIMES INDEXED BY WS-DEC-IDX.
                10  WS-DEC-BATCH-NO  PIC 9(04).
                10  WS-DEC-ITEM-NO   PIC 9(05).
                10  WS-DEC-ACTION    PIC X(01).
                10  WS-DEC-CHECKER   PIC X(08).
                10  WS-DEC-DATE      PIC 9(08).
                10  WS-DEC-USED      PIC X(01).
      *
        01  APPROVAL-COUNTERS.
            05 WS-PENDING-READ    PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-NEW-PARKED      PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-APPROVED-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-REJECTED-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-STILL-PENDING   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-REFUSED-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-UNMATCHED-COUNT PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-AGE-0-2         PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-AGE-3-7         PIC S9(9) COMP-3 VALUE ZERO.
            05 WS-AGE-OVER-7      PIC S9(9) COMP-3 VALUE ZERO.
        PROCEDURE DIVISION.
      *
      * Surucu paragraf bilerek PROCEDURE DIVISION'in ilk paragrafidir:
      * program buradan baslar ve STOP RUN ile biter; boylece akis
      * asagidaki yardimci paragraflarin icine kontrolsuzce dusmez.
        0000-MAIN.
            PERFORM H100-OPEN-FILES.
            PERFORM H200-PROCESS-QUEUE.
            PERFORM H210-PROCESS-NEW-PARKED.
            PERFORM H270-REPORT-UNMATCHED.
            PERFORM H999-PROGRAM-EXIT.
            STOP RUN.
      *
      * Temiz islem dosyasi PBEG109 tarafindan bu gece yaratilmistir;
      * onaylananlar sonuna eklenir. Dosya yoksa (PBEG109 o gece
      * parti islemediyse) OPEN OUTPUT ile olusturulur.
        H100-OPEN-FILES.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT PQN-FILE.
            OPEN OUTPUT ARP-FILE.
            OPEN EXTEND CLN-FILE.
            IF NOT CLN-SUCCESS
               OPEN OUTPUT CLN-FILE.
            PERFORM STATUS-CONTROL.
            PERFORM LOAD-DECISIONS.
        H100-END. EXIT.
      *
        STATUS-CONTROL.
            IF NOT (PQN-SUCCESS AND ARP-SUCCESS AND CLN-SUCCESS) THEN
               DISPLAY 'FILE OR FILES NOT OPENED. STATUS VALUES => '
               DISPLAY ' PQN: ' PQN-ST ' ARP: ' ARP-ST
                       ' CLN: ' CLN-ST
               IF PQN-SUCCESS THEN CLOSE PQN-FILE
               IF ARP-SUCCESS THEN CLOSE ARP-FILE
               IF CLN-SUCCESS THEN CLOSE CLN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
        STATUS-CONTROL-END. EXIT.
      *
      * Karar dosyasi istege baglidir; yoksa hicbir kalem karar
      * almaz ve hepsi kuyrukta bekler.
        LOAD-DECISIONS.
            OPEN INPUT DEC-FILE.
            IF NOT DEC-SUCCESS
               DISPLAY 'APRDEC NOT PROVIDED - NO DECISIONS TODAY'
            ELSE
               PERFORM UNTIL DEC-EOF
                   READ DEC-FILE
                       AT END CONTINUE
                       NOT AT END PERFORM LOAD-ONE-DECISION
                   END-READ
               END-PERFORM
               CLOSE DEC-FILE.
        LOAD-DECISIONS-END. EXIT.
      *
        LOAD-ONE-DECISION.
            IF WS-DEC-COUNT < 500
               ADD 1 TO WS-DEC-COUNT
               MOVE DEC-BATCH-NO   TO WS-DEC-BATCH-NO(WS-DEC-COUNT)
               MOVE DEC-ITEM-NO    TO WS-DEC-ITEM-NO(WS-DEC-COUNT)
               MOVE DEC-ACTION     TO WS-DEC-ACTION(WS-DEC-COUNT)
               MOVE DEC-CHECKER-ID TO WS-DEC-CHECKER(WS-DEC-COUNT)
               MOVE DEC-DATE       TO WS-DEC-DATE(WS-DEC-COUNT)
               MOVE 'N'            TO WS-DEC-USED(WS-DEC-COUNT)
            ELSE
               DISPLAY 'APRDEC TABLE FULL, DECISION IGNORED: '
                       DEC-BATCH-NO '-' DEC-ITEM-NO.
        LOAD-ONE-DECISION-END. EXIT.
      *
      * Onceki kusagin kuyrugu; ilk kosuda dosya yoktur.
        H200-PROCESS-QUEUE.
            OPEN INPUT PQO-FILE.
            IF NOT PQO-SUCCESS
               DISPLAY 'PENDQUE NOT PROVIDED - STARTING NEW QUEUE'
            ELSE
               PERFORM UNTIL PQO-EOF
                   READ PQO-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE PQO-REC TO WS-PND-REC
                           PERFORM H250-PROCESS-PENDING
                   END-READ
               END-PERFORM
               CLOSE PQO-FILE.
        H200-END. EXIT.
      *
      * Bu gece PBEG109'un ayirdigi kalemler de ayni kurallarla
      * islenir; karar onceden girilmisse ayni gece serbest kalir.
        H210-PROCESS-NEW-PARKED.
            OPEN INPUT PND-FILE.
            IF NOT PND-SUCCESS
               DISPLAY 'PENDTRAN NOT PROVIDED - NO NEW ITEMS PARKED'
            ELSE
               PERFORM UNTIL PND-EOF
                   READ PND-FILE
                       AT END CONTINUE
                       NOT AT END
                           ADD 1 TO WS-NEW-PARKED
                           MOVE PND-FILE-REC TO WS-PND-REC
                           PERFORM H250-PROCESS-PENDING
                   END-READ
               END-PERFORM
               CLOSE PND-FILE.
        H210-END. EXIT.
      *
      * Kalem icin kullanilmamis bir karar aranir. Karar yoksa kalem
      * yeni kuyruga tasinir. Karar varsa once denetlenir: onaylayan
      * bos olamaz, hazirlayanla ayni olamaz, islem 'A' veya 'R'
      * olmali, karar tarihi gecerli ve is tarihinden ileri
      * olmamalidir. Denetimden gecemeyen karar geri cevrilir ve
      * kalem beklemeye devam eder.
        H250-PROCESS-PENDING.
            ADD 1 TO WS-PENDING-READ.
            PERFORM FIND-DECISION.
            IF NOT DEC-FOUND
               PERFORM H260-KEEP-PENDING
            ELSE
               MOVE 'Y' TO WS-DEC-USED(WS-DEC-IDX)
               PERFORM VALIDATE-DECISION
               IF WS-RESULT NOT = SPACE
                  ADD 1 TO WS-REFUSED-COUNT
                  PERFORM WRITE-ITEM-LINE
                  PERFORM H260-KEEP-PENDING
               ELSE
                  IF WS-DEC-ACTION(WS-DEC-IDX) = 'A'
                     PERFORM H255-RELEASE-APPROVED
                  ELSE
                     ADD 1 TO WS-REJECTED-COUNT
                     MOVE 'REJECTED BY CHECKER' TO WS-RESULT
                     PERFORM WRITE-ITEM-LINE.
        H250-END. EXIT.
      *
        FIND-DECISION.
            MOVE 'N' TO WS-DEC-FOUND.
            SET WS-DEC-IDX TO 1.
            IF WS-DEC-COUNT > ZERO
               SEARCH WS-DEC-ENTRY
                   AT END CONTINUE
                   WHEN WS-DEC-IDX > WS-DEC-COUNT
                       CONTINUE
                   WHEN WS-DEC-BATCH-NO(WS-DEC-IDX) = WS-PND-BATCH-NO
                    AND WS-DEC-ITEM-NO(WS-DEC-IDX) = WS-PND-ITEM-NO
                    AND WS-DEC-USED(WS-DEC-IDX) = 'N'
                       MOVE 'Y' TO WS-DEC-FOUND
               END-SEARCH.
        FIND-DECISION-END. EXIT.
      *
        VALIDATE-DECISION.
            MOVE SPACE TO WS-RESULT.
            IF WS-DEC-CHECKER(WS-DEC-IDX) = SPACE
               MOVE 'REFUSED: NO CHECKER ID' TO WS-RESULT
            ELSE
               IF WS-DEC-CHECKER(WS-DEC-IDX) = WS-PND-MAKER-ID
                  MOVE 'REFUSED: MAKER = CHECKER' TO WS-RESULT
               ELSE
                  IF WS-DEC-ACTION(WS-DEC-IDX) NOT = 'A'
                     AND WS-DEC-ACTION(WS-DEC-IDX) NOT = 'R'
                     MOVE 'REFUSED: INVALID ACTION' TO WS-RESULT
                  ELSE
                     PERFORM VALIDATE-DECISION-DATE.
        VALIDATE-DECISION-END. EXIT.
      *
        VALIDATE-DECISION-DATE.
            IF WS-DEC-DATE(WS-DEC-IDX) NOT NUMERIC
               MOVE 'REFUSED: INVALID DATE' TO WS-RESULT
            ELSE
               COMPUTE WS-DATE-CHECK =
                 FUNCTION TEST-DATE-YYYYMMDD(WS-DEC-DATE(WS-DEC-IDX))
               IF WS-DATE-CHECK NOT = 0
                  OR WS-DEC-DATE(WS-DEC-IDX) > WS-RUN-DATE
                  MOVE 'REFUSED: INVALID DATE' TO WS-RESULT.
        VALIDATE-DECISION-DATE-END. EXIT.
      *
      * Onaylanan kalem hazirlayan ve onaylayanla birlikte temiz
      * islem dosyasina yazilir; PBEG106 ikisini de gunluge tasir.
        H255-RELEASE-APPROVED.
            MOVE WS-PND-CODE    TO CLN-CODE.
            MOVE WS-PND-ID      TO CLN-ID.
            MOVE WS-PND-DVZ     TO CLN-DVZ.
            MOVE WS-PND-ALLNAME TO CLN-ALLNAME.
            MOVE WS-PND-DATE    TO CLN-DATE.
            MOVE WS-PND-BUDGET  TO CLN-BUDGET.
            MOVE WS-PND-MAKER-ID TO CLN-MAKER-ID.
            MOVE WS-DEC-CHECKER(WS-DEC-IDX) TO CLN-CHECKER-ID.
            WRITE CLN-REC.
            ADD 1 TO WS-APPROVED-COUNT.
            MOVE 'APPROVED - RELEASED' TO WS-RESULT.
            PERFORM WRITE-ITEM-LINE.
        H255-END. EXIT.
      *
      * Karar almayan (veya karari geri cevrilen) kalem yeni kuyruga
      * yazilir ve yasiyla birlikte bekleyenler olarak raporlanir.
        H260-KEEP-PENDING.
            MOVE WS-PND-REC TO PQN-REC.
            WRITE PQN-REC.
            ADD 1 TO WS-STILL-PENDING.
            PERFORM COMPUTE-ITEM-AGE.
            EVALUATE TRUE
                WHEN WS-AGE-DAYS < 3
                    ADD 1 TO WS-AGE-0-2
                WHEN WS-AGE-DAYS < 8
                    ADD 1 TO WS-AGE-3-7
                WHEN OTHER
                    ADD 1 TO WS-AGE-OVER-7
            END-EVALUATE.
            MOVE 'PENDING APPROVAL' TO WS-RESULT.
            PERFORM WRITE-ITEM-LINE.
        H260-END. EXIT.
      *
      * Yas, ayrilma tarihinden is tarihine kadar gecen takvim
      * gunudur (PBEG0005'in gun farki kurgusu).
        COMPUTE-ITEM-AGE.
            MOVE ZERO TO WS-AGE-DAYS.
            IF WS-PND-PARK-DATE NUMERIC
               AND WS-PND-PARK-DATE NOT > WS-RUN-DATE
               COMPUTE WS-DATE-CHECK =
                       FUNCTION TEST-DATE-YYYYMMDD(WS-PND-PARK-DATE)
               IF WS-DATE-CHECK = 0
                  COMPUTE WS-AGE-DAYS =
                          FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                        - FUNCTION INTEGER-OF-DATE(WS-PND-PARK-DATE).
        COMPUTE-ITEM-AGE-END. EXIT.
      *
        WRITE-ITEM-LINE.
            MOVE SPACES           TO ARP-REC.
            MOVE WS-PND-BATCH-NO  TO ARP-BATCH-NO.
            MOVE '-'              TO ARP-DASH.
            MOVE WS-PND-ITEM-NO   TO ARP-ITEM-NO.
            MOVE WS-PND-CODE      TO ARP-CODE.
            MOVE WS-PND-ID        TO ARP-ID.
            MOVE WS-PND-DVZ       TO ARP-DVZ.
            MOVE WS-PND-BUDGET    TO ARP-BUDGET.
            MOVE WS-PND-MAKER-ID  TO ARP-MAKER-ID.
            IF DEC-FOUND
               MOVE WS-DEC-CHECKER(WS-DEC-IDX) TO ARP-CHECKER-ID.
            MOVE WS-PND-PARK-DATE TO ARP-PARK-DATE.
            IF WS-RESULT = 'PENDING APPROVAL'
               MOVE WS-AGE-DAYS TO ARP-AGE.
            MOVE WS-RESULT        TO ARP-RESULT.
            WRITE ARP-REC.
        WRITE-ITEM-LINE-END. EXIT.
      *
      * Hicbir bekleyen kalemle eslesmeyen kararlar (yanlis referans,
      * daha once karara baglanmis kalem veya ayni kalem icin ikinci
      * karar) onaylayanin gormesi icin raporlanir.
        H270-REPORT-UNMATCHED.
            PERFORM REPORT-ONE-UNMATCHED
                VARYING WS-DEC-IDX FROM 1 BY 1
                UNTIL WS-DEC-IDX > WS-DEC-COUNT.
        H270-END. EXIT.
      *
        REPORT-ONE-UNMATCHED.
            IF WS-DEC-USED(WS-DEC-IDX) = 'N'
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO ARP-REC
               MOVE WS-DEC-BATCH-NO(WS-DEC-IDX) TO ARP-BATCH-NO
               MOVE '-'                         TO ARP-DASH
               MOVE WS-DEC-ITEM-NO(WS-DEC-IDX)  TO ARP-ITEM-NO
               MOVE WS-DEC-ACTION(WS-DEC-IDX)   TO ARP-CODE
               MOVE WS-DEC-CHECKER(WS-DEC-IDX)  TO ARP-CHECKER-ID
               MOVE 'DECISION NOT MATCHED'      TO ARP-RESULT
               WRITE ARP-REC.
        REPORT-ONE-UNMATCHED-END. EXIT.
      *
        H300-WRITE-SUMMARY.
            MOVE 'PENDING ITEMS READ:' TO ARP-SUM-LABEL.
            MOVE WS-PENDING-READ TO ARP-SUM-COUNT.
            MOVE SPACE TO ARP-SUM-FILLER.
            WRITE ARP-SUM-REC.
            MOVE '  OF WHICH PARKED TONIGHT:' TO ARP-SUM-LABEL.
            MOVE WS-NEW-PARKED TO ARP-SUM-COUNT.
            WRITE ARP-SUM-REC.
            MOVE 'APPROVED AND RELEASED:' TO ARP-SUM-LABEL.
            MOVE WS-APPROVED-COUNT TO ARP-SUM-COUNT.
            WRITE ARP-SUM-REC.
            MOVE 'REJECTED BY CHECKER:' TO ARP-SUM-LABEL.
            MOVE WS-REJECTED-COUNT TO ARP-SUM-COUNT.
            WRITE ARP-SUM-REC.
            MOVE 'STILL PENDING:' TO ARP-SUM-LABEL.
            MOVE WS-STILL-PENDING TO ARP-SUM-COUNT.
            WRITE ARP-SUM-REC.
            MOVE '  PENDING 0-2 DAYS:' TO ARP-SUM-LABEL.
            MOVE WS-AGE-0-2 TO ARP-SUM-COUNT.
            WRITE ARP-SUM-REC.
            MOVE '  PENDING 3-7 DAYS:' TO ARP-SUM-LABEL.
            MOVE WS-AGE-3-7 TO ARP-SUM-COUNT.
            WRITE ARP-SUM-REC.
            MOVE '  PENDING OVER 7 DAYS:' TO ARP-SUM-LABEL.
            MOVE WS-AGE-OVER-7 TO ARP-SUM-COUNT.
            WRITE ARP-SUM-REC.
            MOVE 'DECISIONS REFUSED:' TO ARP-SUM-LABEL.
            MOVE WS-REFUSED-COUNT TO ARP-SUM-COUNT.
            WRITE ARP-SUM-REC.
            MOVE 'DECISIONS NOT MATCHED:' TO ARP-SUM-LABEL.
            MOVE WS-UNMATCHED-COUNT TO ARP-SUM-COUNT.
            WRITE ARP-SUM-REC.
        H300-END. EXIT.
      *
      * Istatistikte okunan bekleyen kalem adedi, PBEG106'ya
      * serbest birakilan (WRITTEN) ve birakilmayan (REJECTED:
      * reddedilen + beklemeye devam eden) adetlere ayrilir. PBEG131
      * PBEG109'un temiz adedine buradaki WRITTEN'i ekleyerek
      * PBEG106'nin okudugu islem adediyle karsilastirir.
        WRITE-RUN-STATISTICS.
            OPEN EXTEND STATS-FILE.
            IF NOT STA-SUCCESS
               OPEN OUTPUT STATS-FILE.
            IF STA-SUCCESS
               MOVE 'PBEG134'         TO STATS-PROGRAM
               MOVE WS-PENDING-READ   TO STATS-READ-COUNT
               MOVE WS-APPROVED-COUNT TO STATS-WRITTEN-COUNT
               COMPUTE STATS-REJECTED-COUNT =
                       WS-REJECTED-COUNT + WS-STILL-PENDING
               MOVE WS-RUN-DATE       TO STATS-RUN-DATE
               MOVE SPACE             TO WS-STATS-SPACE-1
               MOVE SPACE             TO WS-STATS-SPACE-2
               MOVE SPACE             TO WS-STATS-SPACE-3
               MOVE SPACE             TO WS-STATS-SPACE-4
               WRITE STATS-REC
               CLOSE STATS-FILE.
        WRITE-RUN-STATISTICS-END. EXIT.
      *
        H400-CLOSE-FILES.
            CLOSE PQN-FILE
                  ARP-FILE
                  CLN-FILE.
        H400-END. EXIT.
      *
        H999-PROGRAM-EXIT.
            PERFORM H300-WRITE-SUMMARY.
            PERFORM WRITE-RUN-STATISTICS.
            PERFORM H400-CLOSE-FILES.
            DISPLAY 'APPROVED: ' WS-APPROVED-COUNT
                    ' REJECTED: ' WS-REJECTED-COUNT
                    ' STILL PENDING: ' WS-STILL-PENDING.
        H999-END. EXIT.
