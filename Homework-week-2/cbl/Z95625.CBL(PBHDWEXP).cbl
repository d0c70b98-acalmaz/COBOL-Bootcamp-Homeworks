      *uyumsuz (N) isaretlediyse ambara aktarim yapmayi reddeder.
           SELECT RUN-CTL    ASSIGN TO RUNCTL
                             STATUS ST-RUN-CTL.
      *RUN-HIST, gece adimlarinin her calistirmada bir kayit ekledigi
      *birikimli calisma gecmisidir (bkz. RUNHIST kopya kitabi);
      *PBHTREND haftalik egilim raporunu bu dosyadan uretir. Ilk
      *calistirmada dosya yoksa EXTEND ile olusturulur.
           SELECT OPTIONAL RUN-HIST ASSIGN TO RUNHIST
                             STATUS ST-RUN-HIST.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
       FD  RUN-CTL RECORDING MODE F.
      *Cevrim kontrol kaydi ham olarak okunup yazilir; alan duzeni
      *WORKING-STORAGE'taki RUNCTL kopyasindadir.
         01  RUN-CTL-REC          PIC X(15).
       FD  RUN-HIST RECORDING MODE F.
      *Calisma gecmisi kaydinin duzeni tum adimlarda ortak oldugundan
      *RUNHIST kopya kitabindan alinir.
           COPY RUNHIST REPLACING ==RECORD-NAME-TAG==
                                  BY ==RUN-HIST-REC==.

       WORKING-STORAGE SECTION.
      *WORKING-STORAGE SECTION programın çalışması sırasında işlem
      *yapmak için kullanılan değişkenleri ve veri alanlarını tanımlar.
         01  WS-WORK-AREA.
           03 ST-RUN-HIST        PIC 9(2).
           03 ST-PRINT-LINE      PIC 9(2).
           88 PRINT-LINE-EOF                 VALUE 10.
           03 ST-DW-EXPORT       PIC 9(2).
      *REC-LDAY-O hash toplami PBHWORK2/PBHBALNC'deki ile ayni
      *sekilde (basit toplam, tasan basamaklar atilir) olusturulur.
           03 WS-LDAY-HASH-TOT   PIC 9(12) VALUE 0.
      *Calisma gecmisi icin baslangic damgasi; H100'un ilk isi olarak
      *alinir, bitis damgasi H800'de alinir.
         01  WS-HIST-STAMP.
           03 WS-HIST-START-DATE PIC 9(08).
           03 WS-HIST-START-TIME PIC 9(08).

      *--------------------
       PROCEDURE DIVISION.
      *PRTLINE'i girdi, aktarim dosyasini cikti olarak acar, baslik
      *kaydini yazar ve ilk kaydi okur.
       H100-OPEN-FILES.
           ACCEPT WS-HIST-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-START-TIME FROM TIME.
           PERFORM H170-CHECK-RUN-CONTROL.
           OPEN INPUT  PRINT-LINE.
           OPEN OUTPUT DW-EXPORT.
      *Cevrim kontrolu: PBHREPT2 bu cevrim icin temiz bitmis olmali,
      *bu adim ayni cevrimde zaten temiz bitmemis olmali ve PBHBALNC
      *mutabakati uyumlu (Y) isaretlemis olmali; uyumsuz bir cevrim
      *veri ambarina hic aktarilmaz. PBHVARNC'nin onceki cevrime gore
      *sapma kontrolu de gecmis (CYC-VARNC-FLAG = Y) olmalidir.
       H170-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CTL
           IF ST-RUN-CTL = 35
                      'BALANCE, EXPORT REFUSED'
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF
           IF CYC-VARNC-FLAG NOT = 'Y'
              DISPLAY 'PBHDWEXP - VARIANCE CHECK NOT PASSED FOR CYCLE '
                      CYC-DATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H170-END. EXIT.
      *Temiz bitiste cevrim kaydina kendi bayragini Y isleyip geri
      *Detay kaydi: PRTREC alanlari kayit sirasiyla, noktali virgul
      *ayiraciyla. Sayisal alanlar sifir dolgulu, ad/soyad alanlari
      *oldugu gibi (sabit genislik) aktarilir; kirpmayi yukleyici
      *yapar. Is gunu hizmeti (REC-WDAYS-O) en sona eklenmistir ki
      *yukleyicinin onceki alanlarin sirasina dayanan eslemesi
      *bozulmasin.
       2000-WRITE-DETAIL-RECORD.
           MOVE SPACES TO DW-EXPORT-REC
           STRING 'D'            DELIMITED BY SIZE
                  REC-STAT-O     DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  REC-DEPT-O     DELIMITED BY SIZE
                  ';'            DELIMITED BY SIZE
                  REC-WDAYS-O    DELIMITED BY SIZE
              INTO DW-EXPORT-REC
           WRITE DW-EXPORT-REC
           ADD 1 TO WS-DETAIL-CNT
              INTO DW-EXPORT-REC
           WRITE DW-EXPORT-REC.
       3000-END. EXIT.
      *Bu calistirmanin kaydini birikimli RUNHIST'e ekler: cevrim
      *tarihi, adim adi, baslangic/bitis damgasi, donus kodu,
      *temiz/restart gostergesi ve adimin ana sayaclari. Gecmis
      *yazilamazsa adimin sonucu degistirilmez, yalnizca uyari
      *verilir.
       H800-WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HIST-REC
           IF CYC-DATE NUMERIC
              MOVE CYC-DATE TO RHS-CYC-DATE
           ELSE
              MOVE WS-HIST-START-DATE TO RHS-CYC-DATE
           END-IF
           MOVE 'PBHDWEXP' TO RHS-STEP-NAME
           MOVE WS-HIST-START-DATE TO RHS-START-DATE
           MOVE WS-HIST-START-TIME TO RHS-START-TIME
           ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
           ACCEPT RHS-END-TIME FROM TIME
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           SET RHS-CLEAN-RUN TO TRUE
           MOVE WS-DETAIL-CNT      TO RHS-COUNT-1
           MOVE 0                  TO RHS-COUNT-2
           MOVE 0                  TO RHS-COUNT-3
           MOVE 0                  TO RHS-COUNT-4
           MOVE 0                  TO RHS-COUNT-5
           OPEN EXTEND RUN-HIST
           IF (ST-RUN-HIST NOT = 0) AND (ST-RUN-HIST NOT = 05) AND
              (ST-RUN-HIST NOT = 97)
              DISPLAY 'PBHDWEXP - UNABLE TO OPEN RUNHIST: '
                      ST-RUN-HIST
           ELSE
              WRITE RUN-HIST-REC
              CLOSE RUN-HIST
           END-IF.
       H800-END. EXIT.
      *Sonluk kaydini yazar, ozeti gosterir ve dosyalari kapatir.
       H999-PROGRAM-EXIT.
      *Cevrim damgasi ancak sonluk kaydi da yazildiktan sonra
           DISPLAY 'PBHDWEXP - LDAY HASH: ' WS-LDAY-HASH-TOT
           CLOSE PRINT-LINE.
           CLOSE DW-EXPORT.
           PERFORM H800-WRITE-RUN-HISTORY.
           GOBACK.

      *
