      * sayilari, READ = WRITTEN + REJECTED tutmus mu, el degistirme
      * noktalarinda sayilar anlasiyor mu (CBL0001'in okudugu hesap
      * adedi ile PBEG107'nin mutabakat adedi; PBEG109'un yazdigi
      * temiz islem adedi - onaydan serbest birakilanlar dahil - ile
      * PBEG106'nin isledigi islem adedi) ve
      * her el degistirme icin buyuk bir OK/NOT OK hukmu. Tek sayfa,
      * tek hukum, ilk kahveden once.
            SELECT STATS-FILE ASSIGN TO STATSFIL
            PERFORM WRITE-HANDOFF-LINE.
        H420-END. EXIT.
      *
      * El degistirme 2: PBEG109'un yazdigi temiz islem adedi ile
      * PBEG134'un onaydan serbest biraktigi islem adedinin toplami,
      * PBEG106'nin isledigi islem adedine esit olmalidir. PBEG134
      * kosmamissa (onay bekleyen kalem yoksa) payi sifir sayilir.
        H430-HANDOFF-CLEAN-TRANS.
            MOVE SPACES TO CTL-HND-REC.
            MOVE 'PBEG109+134 CLEAN VS PBEG106:'
                             TO CTL-HND-TEXT.
            MOVE ZERO TO WS-VALUE-1.
            MOVE ZERO TO WS-VALUE-2.
            IF PGM-FOUND AND WS-PGM-HAVE(WS-PGM-SUB) = 'Y'
               MOVE WS-PGM-WRITTEN(WS-PGM-SUB) TO WS-VALUE-1
               MOVE 'Y' TO WS-LOOKUP-OK.
            MOVE 'PBEG134' TO WS-LOOKUP-NAME.
            MOVE 'N' TO WS-PGM-FOUND.
            PERFORM LOOKUP-PROGRAM-STATS.
            IF PGM-FOUND AND WS-PGM-HAVE(WS-PGM-SUB) = 'Y'
               ADD WS-PGM-WRITTEN(WS-PGM-SUB) TO WS-VALUE-1.
            MOVE 'PBEG106' TO WS-LOOKUP-NAME.
            MOVE 'N' TO WS-PGM-FOUND.
            PERFORM LOOKUP-PROGRAM-STATS.
