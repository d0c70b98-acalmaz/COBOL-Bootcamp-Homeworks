                             STATUS ST-UNRS-NEW.
           SELECT ACK-RPT    ASSIGN TO ACKRPT
                             STATUS ST-ACK-RPT.
      *RUN-HIST, gece adimlarinin her calistirmada bir kayit ekledigi
      *birikimli calisma gecmisidir (bkz. RUNHIST kopya kitabi);
      *PBHTREND haftalik egilim raporunu bu dosyadan uretir. Ilk
      *calistirmada dosya yoksa EXTEND ile olusturulur.
           SELECT OPTIONAL RUN-HIST ASSIGN TO RUNHIST
                             STATUS ST-RUN-HIST.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
       FD  ACK-RPT RECORDING MODE F.
      *"ACK-RPT", eslestirme sonuclarini tasiyan basim satiridir.
         01  ACK-RPT-LINE         PIC X(132).
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
           03 ST-HR-EXTRACT      PIC 9(2).
           88 HR-EXTRACT-EOF                 VALUE 10.
           03 ST-HR-ACK-IN       PIC 9(2).
           03 FILLER             PIC X(11) VALUE 'SAHIPSIZ..:'.
           03 SUM-ORPHAN         PIC ZZZZZ9.
           03 FILLER             PIC X(31) VALUE SPACES.
      *Calisma gecmisi icin baslangic damgasi; H100'un ilk isi olarak
      *alinir, bitis damgasi H800'de alinir.
         01  WS-HIST-STAMP.
           03 WS-HIST-START-DATE PIC 9(08).
           03 WS-HIST-START-TIME PIC 9(08).

      *--------------------
       PROCEDURE DIVISION.
      *alindi ile ekstraktin ilk kayitlarini okur; devreden kalemler
      *1500 icinde kendi acilisini yapar.
       H100-OPEN-FILES.
           ACCEPT WS-HIST-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-START-TIME FROM TIME.
           OPEN INPUT  HR-EXTRACT.
           OPEN INPUT  HR-ACK-IN.
           OPEN OUTPUT UNRS-NEW.
              WRITE ACK-RPT-LINE
           END-IF.
       4100-END. EXIT.
      *Bu calistirmanin kaydini birikimli RUNHIST'e ekler: cevrim
      *tarihi, adim adi, baslangic/bitis damgasi, donus kodu,
      *temiz/restart gostergesi ve adimin ana sayaclari. Gecmis
      *yazilamazsa adimin sonucu degistirilmez, yalnizca uyari
      *verilir.
       H800-WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HIST-REC
           MOVE WS-HIST-START-DATE TO RHS-CYC-DATE
           MOVE 'PBHHRACK' TO RHS-STEP-NAME
           MOVE WS-HIST-START-DATE TO RHS-START-DATE
           MOVE WS-HIST-START-TIME TO RHS-START-TIME
           ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
           ACCEPT RHS-END-TIME FROM TIME
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           SET RHS-CLEAN-RUN TO TRUE
           MOVE WS-SENT-CNT        TO RHS-COUNT-1
           MOVE WS-ACCEPTED-CNT    TO RHS-COUNT-2
           MOVE WS-REJECTED-CNT    TO RHS-COUNT-3
           MOVE WS-UNACKED-CNT     TO RHS-COUNT-4
           MOVE WS-ORPHAN-CNT      TO RHS-COUNT-5
           OPEN EXTEND RUN-HIST
           IF (ST-RUN-HIST NOT = 0) AND (ST-RUN-HIST NOT = 05) AND
              (ST-RUN-HIST NOT = 97)
              DISPLAY 'PBHHRACK - UNABLE TO OPEN RUNHIST: '
                      ST-RUN-HIST
           ELSE
              WRITE RUN-HIST-REC
              CLOSE RUN-HIST
           END-IF.
       H800-END. EXIT.
      *Ozet satirini basar, sayaclari gosterir ve dosyalari
      *kapatir; ret, alindisiz ya da sahipsiz kalem varsa
      *RETURN-CODE 4 ile biter ki rapor gozden gecirilsin.
           CLOSE HR-ACK-IN.
           CLOSE UNRS-NEW.
           CLOSE ACK-RPT.
           PERFORM H800-WRITE-RUN-HISTORY.
           GOBACK.

      *
