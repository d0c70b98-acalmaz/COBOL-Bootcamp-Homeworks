                             STATUS ST-SUSP-NEW.
           SELECT AGE-RPT    ASSIGN TO AGERPT
                             STATUS ST-AGE-RPT.
      *RUN-HIST, gece adimlarinin her calistirmada bir kayit ekledigi
      *birikimli calisma gecmisidir (bkz. RUNHIST kopya kitabi);
      *PBHTREND haftalik egilim raporunu bu dosyadan uretir. Ilk
      *calistirmada dosya yoksa EXTEND ile olusturulur.
           SELECT OPTIONAL RUN-HIST ASSIGN TO RUNHIST
                             STATUS ST-RUN-HIST.
      *DATA DIVISION programda kullanılacak tüm verilerin yönetimi
      *kısmıdır.
       DATA DIVISION.
      *"AGE-RPT", duzeltilemeyen her suspense kaydinin bekleme
      *suresini ve sebep kodunu listeleyen yaslandirma raporudur.
         01  AGE-RPT-LINE         PIC X(132).
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
           03 ST-DATE-REC-REJ    PIC 9(2).
           88 DATE-REC-REJ-EOF               VALUE 10.
           03 ST-CORR-FILE       PIC 9(2).
           03 FILLER             PIC X(14) VALUE 'SUSPENSE DEVAM'.
           03 SUM-REMAINING      PIC ZZZZZ9.
           03 FILLER             PIC X(88) VALUE SPACES.
      *Calisma gecmisi icin baslangic damgasi; H100'un ilk isi olarak
      *alinir, bitis damgasi H800'de alinir.
         01  WS-HIST-STAMP.
           03 WS-HIST-START-DATE PIC 9(08).
           03 WS-HIST-START-TIME PIC 9(08).

      *--------------------
       PROCEDURE DIVISION.
      *suspense dosyasini ve raporu cikti olarak acar; her iki girdi
      *icin ilk kaydi okur ve rapor basligini basar.
       H100-OPEN-FILES.
           ACCEPT WS-HIST-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-START-TIME FROM TIME.
           OPEN INPUT  DATE-REC-REJECTS.
           OPEN INPUT  CORR-FILE.
           OPEN OUTPUT TRANS-FILE.
           MOVE DET-LINE TO AGE-RPT-LINE
           WRITE AGE-RPT-LINE.
       2400-END. EXIT.
      *Bu calistirmanin kaydini birikimli RUNHIST'e ekler: cevrim
      *tarihi, adim adi, baslangic/bitis damgasi, donus kodu,
      *temiz/restart gostergesi ve adimin ana sayaclari. Gecmis
      *yazilamazsa adimin sonucu degistirilmez, yalnizca uyari
      *verilir.
       H800-WRITE-RUN-HISTORY.
           MOVE SPACES TO RUN-HIST-REC
           MOVE WS-HIST-START-DATE TO RHS-CYC-DATE
           MOVE 'PBHSUSP' TO RHS-STEP-NAME
           MOVE WS-HIST-START-DATE TO RHS-START-DATE
           MOVE WS-HIST-START-TIME TO RHS-START-TIME
           ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
           ACCEPT RHS-END-TIME FROM TIME
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           SET RHS-CLEAN-RUN TO TRUE
           MOVE WS-CORR-CARD-CNT   TO RHS-COUNT-1
           MOVE WS-CORRECTED-CNT   TO RHS-COUNT-2
           MOVE WS-REMAINING-CNT   TO RHS-COUNT-3
           MOVE 0                  TO RHS-COUNT-4
           MOVE 0                  TO RHS-COUNT-5
           OPEN EXTEND RUN-HIST
           IF (ST-RUN-HIST NOT = 0) AND (ST-RUN-HIST NOT = 05) AND
              (ST-RUN-HIST NOT = 97)
              DISPLAY 'PBHSUSP - UNABLE TO OPEN RUNHIST: '
                      ST-RUN-HIST
           ELSE
              WRITE RUN-HIST-REC
              CLOSE RUN-HIST
           END-IF.
       H800-END. EXIT.
      *Ozet satirini basar, sayaclari gosterir ve dosyalari kapatir.
       H999-PROGRAM-EXIT.
           IF WS-FILES-OPENED
           CLOSE TRANS-FILE.
           CLOSE SUSP-NEW.
           CLOSE AGE-RPT.
           PERFORM H800-WRITE-RUN-HISTORY.
           GOBACK.

      *
