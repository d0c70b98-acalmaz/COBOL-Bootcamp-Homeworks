      *bayragini Y yazar.
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
           03 ST-REPORT-OUT      PIC 9(2).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(10) VALUE 'REC-NDATE'.
           03 FILLER             PIC X(02) VALUE SPACES.
           03 FILLER             PIC X(09) VALUE 'REC-LDAY'.
           03 FILLER             PIC X(12) VALUE 'IS GUNU'.
           03 FILLER             PIC X(08) VALUE 'DURUM'.
           03 FILLER             PIC X(06) VALUE 'BOLUM'.
           03 FILLER             PIC X(29) VALUE SPACES.
      *Detay satiri, PRINT-LINE'daki bir kaydi bire bir yansitir.
         01  DET-LINE.
           03 DET-ID             PIC X(06).
           03 DET-NDATE           PIC 9(08).
           03 FILLER             PIC X(02) VALUE SPACES.
           03 DET-LDAY            PIC ZZZ,ZZ9.
           03 FILLER             PIC X(02) VALUE SPACES.
      *Donemin hafta sonu ve resmi tatiller dusulmus is gunu hizmeti.
           03 DET-WDAY            PIC ZZZ,ZZ9.
           03 FILLER             PIC X(05) VALUE SPACES.
           03 DET-STAT            PIC X(08).
           03 DET-DEPT            PIC X(04).
           03 FILLER             PIC X(27) VALUE SPACES.
      *Sayfa sonu toplam/ortalama satiri.
         01  PAGE-TOTAL-LINE.
           03 FILLER             PIC X(20) VALUE
           03 FILLER             PIC X(13) VALUE 'LDAY ORTALAMA'.
           03 DPT-LDAY-AVG       PIC ZZZ,ZZ9.99.
           03 FILLER             PIC X(36) VALUE SPACES.
      *Calisma gecmisi icin baslangic damgasi; H100'un ilk isi olarak
      *alinir, bitis damgasi H800'de alinir.
         01  WS-HIST-STAMP.
           03 WS-HIST-START-DATE PIC 9(08).
           03 WS-HIST-START-TIME PIC 9(08).

      *--------------------
       PROCEDURE DIVISION.
      *INPUT ve OUTPUT dosyalarını açtık ve girdi dosyasının ilk
      *satırını okuduk.
       H100-OPEN-FILES.
           ACCEPT WS-HIST-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-START-TIME FROM TIME.
           PERFORM H170-CHECK-RUN-CONTROL.
           OPEN INPUT  PRINT-LINE.
           OPEN OUTPUT REPORT-OUT.
           MOVE REC-DATE-O      TO DET-DATE
           MOVE REC-NDATE-O     TO DET-NDATE
           MOVE REC-LDAY-O      TO DET-LDAY
           MOVE REC-WDAYS-O     TO DET-WDAY
      *Aktif kayitta sureler as-of tarihine kadar hesaplanmistir;
      *ayrim DURUM kolonunda gosterilir.
           IF REC-STAT-ACTIVE-O
              MOVE WS-DNAM-IX TO WS-DNAM-HIT-IX
           END-IF.
       9120-END. EXIT.
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
           MOVE 'PBHREPT2' TO RHS-STEP-NAME
           MOVE WS-HIST-START-DATE TO RHS-START-DATE
           MOVE WS-HIST-START-TIME TO RHS-START-TIME
           ACCEPT RHS-END-DATE FROM DATE YYYYMMDD
           ACCEPT RHS-END-TIME FROM TIME
           MOVE RETURN-CODE TO RHS-RETURN-CODE
           SET RHS-CLEAN-RUN TO TRUE
           MOVE WS-TOT-REC-CNT     TO RHS-COUNT-1
           MOVE WS-PAGE-NO         TO RHS-COUNT-2
           MOVE 0                  TO RHS-COUNT-3
           MOVE 0                  TO RHS-COUNT-4
           MOVE 0                  TO RHS-COUNT-5
           OPEN EXTEND RUN-HIST
           IF (ST-RUN-HIST NOT = 0) AND (ST-RUN-HIST NOT = 05) AND
              (ST-RUN-HIST NOT = 97)
              DISPLAY 'PBHREPT2 - UNABLE TO OPEN RUNHIST: '
                      ST-RUN-HIST
           ELSE
              WRITE RUN-HIST-REC
              CLOSE RUN-HIST
           END-IF.
       H800-END. EXIT.
      *Son sayfanin toplamini ve genel toplami basip dosyalari kapatir.
       H999-PROGRAM-EXIT.
           IF WS-FILES-OPENED
           END-IF
           CLOSE PRINT-LINE.
           CLOSE REPORT-OUT.
           PERFORM H800-WRITE-RUN-HISTORY.
           GOBACK.

      *
