      *uyumsuz bir cevrimde aktarim yapmayi reddedebilsin.
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
           03 ST-CTL-TOTALS      PIC 9(2).
           03 ST-PRINT-LINE      PIC 9(2).
           88 PRINT-LINE-EOF                 VALUE 10.
         01  UNBALANCED-LINE.
           03 FILLER             PIC X(132) VALUE
              'MUTABAKAT SAGLANAMADI - IS AKISINI DURDURUN'.
      *Calisma gecmisi icin baslangic damgasi; H100'un ilk isi olarak
      *alinir, bitis damgasi H800'de alinir.
         01  WS-HIST-STAMP.
           03 WS-HIST-START-DATE PIC 9(08).
           03 WS-HIST-START-TIME PIC 9(08).

      *--------------------
       PROCEDURE DIVISION.
      *Kontrol-toplam kaydini okur, fiziksel cikti dosyalarini ve
      *raporu acar, her sayim dongusu icin ilk kaydi okur.
       H100-OPEN-FILES.
           ACCEPT WS-HIST-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-START-TIME FROM TIME.
           PERFORM H170-CHECK-RUN-CONTROL.
           OPEN INPUT  CTL-TOTALS.
           IF (ST-CTL-TOTALS NOT = 0) AND (ST-CTL-TOTALS NOT = 97)
           MOVE CMP-LINE TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE.
       3100-END. EXIT.
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
           MOVE 'PBHBALNC' TO RHS-STEP-NAME
           MOVE WS-HIST-START-DATE TO RHS-START-DATE
           MOVE WS-HIST-START-TIME TO RHS-START-TIME
           ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
           ACCEPT RHS-END-TIME FROM TIME
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           SET RHS-CLEAN-RUN TO TRUE
           MOVE WS-PRT-PHYS-CNT    TO RHS-COUNT-1
           MOVE WS-EXC-PHYS-CNT    TO RHS-COUNT-2
           MOVE WS-REJ-PHYS-CNT    TO RHS-COUNT-3
           MOVE WS-OUT-SUM-CNT     TO RHS-COUNT-4
           MOVE 0                  TO RHS-COUNT-5
           OPEN EXTEND RUN-HIST
           IF (ST-RUN-HIST NOT = 0) AND (ST-RUN-HIST NOT = 05) AND
              (ST-RUN-HIST NOT = 97)
              DISPLAY 'PBHBALNC - UNABLE TO OPEN RUNHIST: '
                      ST-RUN-HIST
           ELSE
              WRITE RUN-HIST-REC
              CLOSE RUN-HIST
           END-IF.
       H800-END. EXIT.
      *Mutabakat sonucunu gosterir, uyumsuzlukta RETURN-CODE 8 ile
      *biter ki is akisindaki sonraki adimlar (PBHREPT2) kosulla
      *atlanabilsin.
           CLOSE EXCEPT-FILE.
           CLOSE DATE-REC-REJECTS.
           CLOSE RECON-RPT.
           PERFORM H800-WRITE-RUN-HISTORY.
           GOBACK.

      *
